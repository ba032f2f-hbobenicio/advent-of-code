           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * Queue of charting amendments: a change to a day the chart
      * already holds is queued here, old and new figures with the
      * reason, for AOC-2021-D01-CHARTAMD to send.
           SELECT AMENDQ-FILE ASSIGN TO 'AMENDQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMQ-KEY
           FILE STATUS IS WS-AMENDQ-FS.

           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * Effective-dated profile history AOC-2021-D01-VESSEL keeps --
      * the profile in force on the day being solved, not today's.
           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

           SELECT REJECT-FILE ASSIGN TO 'REJECTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-FS.

      * Every reading the spike filter takes out of a backfilled
      * day, on the solvers' shared despike trail.
           SELECT DESPIKE-FILE ASSIGN TO 'DESPIKE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-FS.

      * Run-coordination lock for the shared indexed files.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
              10 MAS-VESSEL-ID     PIC X(10).
           05 MAS-SINGLE-COUNT     PIC 9(5).
           05 MAS-WINDOW-COUNT     PIC 9(5).
      * Hydrographer release state. Any job that solves or re-posts
      * a day leaves it pending review; only a released day goes out
      * on the charting extract, and MAS-CHART-SENT holds the date
      * it last went (zero while it has not).
           05 MAS-RELEASE-STATUS   PIC X(1).
              88 MAS-PENDING               VALUE 'P' SPACE.
              88 MAS-RELEASED              VALUE 'R'.
              88 MAS-WITHHELD              VALUE 'W'.
           05 MAS-RELEASE-REASON   PIC X(30).
           05 MAS-RELEASE-DATE     PIC 9(8).
           05 MAS-RELEASE-BY       PIC X(12).
           05 MAS-CHART-SENT       PIC 9(8).
      * Vessel-first access path: the same vessel and run date as
      * MAS-KEY in the other order, so one vessel's history is a
      * keyed range instead of a scan of the whole fleet's days.
      * Set from MAS-KEY whenever a day is first written.
           05 MAS-VESSEL-KEY.
              10 MAS-VK-VESSEL-ID  PIC X(10).
              10 MAS-VK-RUN-DATE   PIC 9(8).

      * One queued amendment per change: the day and when the change
      * was queued, the figures the chart holds and the new ones,
      * why, and the date it was sent (zero while queued).
       FD  AMENDQ-FILE.
       01  AMENDQ-RECORD.
           05 AMQ-KEY.
              10 AMQ-RUN-DATE      PIC 9(8).
              10 AMQ-VESSEL-ID     PIC X(10).
              10 AMQ-QUEUED-DATE   PIC 9(8).
              10 AMQ-QUEUED-TIME   PIC 9(8).
           05 AMQ-OLD-SINGLE       PIC 9(5).
           05 AMQ-OLD-WINDOW       PIC 9(5).
           05 AMQ-NEW-SINGLE       PIC 9(5).
           05 AMQ-NEW-WINDOW       PIC 9(5).
           05 AMQ-REASON           PIC X(30).
           05 AMQ-SOURCE           PIC X(20).
           05 AMQ-SENT             PIC 9(8).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 VES-WARN-THRESHOLD PIC 9(5).
           05 VES-CRIT-THRESHOLD PIC 9(5).
           05 VES-UNIT-CODE     PIC X(1).
      * Significant wave height (meters) above which a depth-jump
      * alert is taken for hull motion in heavy weather and graded
      * advisory. Zero means no sea-state downgrade for the vessel.
           05 VES-SEA-LIMIT     PIC 9(2)V9(2).
      * Spike tolerance, in depth units: a reading standing clear of
      * the readings either side of it by more than this, above both
      * or below both, is a lone bad ping and is despiked before
      * counting. Zero leaves the vessel's readings unfiltered.
           05 VES-SPIKE-TOL     PIC 9(5).

      * One profile per vessel per effective date.
       FD  PROFHIST-FILE.
       01  PROFHIST-RECORD.
           05 PRH-KEY.
              10 PRH-VESSEL-ID     PIC X(10).
              10 PRH-EFF-DATE      PIC 9(8).
           05 PRH-WINDOW-SIZE      PIC 9(2).
           05 PRH-NOISE-THRESHOLD  PIC 9(5).
           05 PRH-WARN-THRESHOLD   PIC 9(5).
           05 PRH-CRIT-THRESHOLD   PIC 9(5).
           05 PRH-UNIT-CODE        PIC X(1).
           05 PRH-CHANGED-DATE     PIC 9(8).
           05 PRH-CHANGED-TIME     PIC 9(6).
           05 PRH-OPERATOR         PIC X(12).
           05 PRH-SPIKE-TOL        PIC 9(5).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-SEP2      PIC X(1).
           05 REJ-QUAL      PIC X(1).

      * One row per despiked reading: the day and vessel, the log
      * record it came from, its depth and the readings either side
      * of it, the tolerance in force and the program that took it
      * out.
       FD  DESPIKE-FILE.
       01  DESPIKE-RECORD.
           05 DSP-DATE      PIC 9(8).
           05 DSP-SEP1      PIC X(1).
           05 DSP-VESSEL    PIC X(10).
           05 DSP-SEP2      PIC X(1).
           05 DSP-REC-NUM   PIC 9(6).
           05 DSP-SEP3      PIC X(1).
           05 DSP-READING   PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP4      PIC X(1).
           05 DSP-BEFORE    PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP5      PIC X(1).
           05 DSP-AFTER     PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP6      PIC X(1).
           05 DSP-TOLERANCE PIC 9(5).
           05 DSP-SEP7      PIC X(1).
           05 DSP-SOURCE    PIC X(20).

      * The lock record: who holds it, for which vessel, since when.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
       01  WS-INPUT-FS      PIC X(2) VALUE '00'.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
      * The figures a rewritten day held before the change, and the
      * reason any charting amendment it queues will carry.
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-AMD-OLD-SINGLE PIC 9(5) VALUE 0.
       01  WS-AMD-OLD-WINDOW PIC 9(5) VALUE 0.
       01  WS-AMD-TIME      PIC 9(8) VALUE 0.
       01  WS-AMD-REASON    PIC X(30)
              VALUE 'BACKFILL FROM ARCHIVED LOG'.
       01  WS-LEDGER-FS     PIC X(2) VALUE '00'.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.

      * Profile-history lookup: the date the profile is wanted for,
      * and the effective date of the row found (zero when the
      * master's own profile stands).
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-PRH-DATE      PIC 9(8) VALUE 0.
       01  WS-PRH-EFFECTIVE PIC 9(8) VALUE 0.
       01  WS-PRH-LOOP      PIC A(1).
         88  PRH-BREAK                VALUE 'B'.
       01  WS-REJ-FS        PIC X(2) VALUE '00'.
       01  WS-BKFRPT-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
       01  WS-NOISE-THRESHOLD PIC 9(5) VALUE 0.
       01  WS-UNIT-CODE     PIC X(1) VALUE 'M'.

      * Spike filter, as the solvers apply it: the vessel's tolerance
      * in force on the day, else SPIKE_TOLERANCE; zero leaves the
      * readings as received. Each good reading is held until the
      * next one in the leg arrives and is judged against the last
      * reading counted and that next one; a spike is logged to
      * DESPIKE.DAT and never counted.
       01  WS-SPIKE-TOL     PIC 9(5) VALUE 0.
       01  WS-SPIKE-PARM    PIC X(5) VALUE SPACES.
       01  WS-DSP-FS        PIC X(2) VALUE '00'.
       01  WS-DSP-COUNT     PIC 9(5) VALUE 0.
       01  WS-DSP-VAL       PIC S9(4) VALUE 0.
       01  WS-DSP-LEFT      PIC S9(4) VALUE 0.
       01  WS-DSP-RIGHT     PIC S9(4) VALUE 0.
       01  WS-DSP-REC       PIC 9(6) VALUE 0.
       01  WS-DSP-SPIKE     PIC X(1) VALUE 'N'.
         88  READING-IS-SPIKE         VALUE 'Y'.
       01  WS-DSP-HAVE-HELD PIC X(1) VALUE 'N'.
         88  DSP-HAVE-HELD            VALUE 'Y'.
       01  WS-DSP-HELD-VAL  PIC S9(4) VALUE 0.
       01  WS-DSP-HELD-REC  PIC 9(6) VALUE 0.
       01  WS-DSP-CUR-VAL   PIC S9(4) VALUE 0.

      * The per-day streaming solve, the shape AOC-2021-D01 uses,
      * with the chain carried across days in working storage and
      * posted to the continuity ledger after each day.
              GOBACK
           END-IF.
           PERFORM LOAD-BACKFILL-LIST.
           PERFORM READ-CONTINUITY-STATE.
           PERFORM VALIDATE-SUBMISSION.
           IF SUBMISSION-BAD
           END-PERFORM.
           CLOSE BACKFILL-FILE.

      * The vessel's processing profile as it stood on the day being
      * solved -- the values that day's live run would have used,
      * so a profile change part-way through the range is honoured
      * day by day.
       LOAD-VESSEL-PROFILE.
           MOVE 3 TO WS-WINDOW-SIZE.
           MOVE 0 TO WS-NOISE-THRESHOLD.
           MOVE 'M' TO WS-UNIT-CODE.
           MOVE 0 TO WS-SPIKE-TOL.
           ACCEPT WS-SPIKE-PARM FROM ENVIRONMENT 'SPIKE_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-SPIKE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
              COMPUTE WS-SPIKE-TOL = FUNCTION NUMVAL(WS-SPIKE-PARM)
           END-IF.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              MOVE WS-VESSEL-ID TO VES-VESSEL-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-SOLVE-DATE TO WS-PRH-DATE
                    PERFORM APPLY-PROFILE-IN-FORCE
                    IF VES-WINDOW-SIZE > 0
                       MOVE VES-WINDOW-SIZE TO WS-WINDOW-SIZE
                    END-IF
                    IF VES-UNIT-CODE = 'F' OR VES-UNIT-CODE = 'T'
                       MOVE VES-UNIT-CODE TO WS-UNIT-CODE
                    END-IF
                    IF VES-SPIKE-TOL > 0
                       MOVE VES-SPIKE-TOL TO WS-SPIKE-TOL
                    END-IF
              END-READ
              CLOSE VESSEL-FILE
           END-IF.

      * Overlays the processing profile on VESSEL-RECORD with the
      * profile-history row in force on WS-PRH-DATE -- the latest
      * effective date on or before it. With no history on file for
      * the vessel, or none that early, the master's profile stands.
       APPLY-PROFILE-IN-FORCE.
           MOVE 0 TO WS-PRH-EFFECTIVE.
           OPEN INPUT PROFHIST-FILE.
           IF WS-PRH-FS = '00'
              MOVE VES-VESSEL-ID TO PRH-VESSEL-ID
              MOVE 0 TO PRH-EFF-DATE
              START PROFHIST-FILE KEY >= PRH-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-PRH-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-PRH-LOOP
              END-START
              PERFORM UNTIL PRH-BREAK
                 READ PROFHIST-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-PRH-LOOP
                    NOT AT END
                       IF PRH-VESSEL-ID NOT = VES-VESSEL-ID
                          OR PRH-EFF-DATE > WS-PRH-DATE
                          MOVE 'B' TO WS-PRH-LOOP
                       ELSE
                          MOVE PRH-EFF-DATE TO WS-PRH-EFFECTIVE
                          MOVE PRH-WINDOW-SIZE TO VES-WINDOW-SIZE
                          MOVE PRH-NOISE-THRESHOLD
                             TO VES-NOISE-THRESHOLD
                          MOVE PRH-WARN-THRESHOLD
                             TO VES-WARN-THRESHOLD
                          MOVE PRH-CRIT-THRESHOLD
                             TO VES-CRIT-THRESHOLD
                          MOVE PRH-UNIT-CODE TO VES-UNIT-CODE
                          MOVE PRH-SPIKE-TOL TO VES-SPIKE-TOL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFHIST-FILE
           END-IF.

      * Where the vessel's chain currently stands: the last run
      * date, and the seeds the first backfilled day compares
      * against.
           MOVE 0 TO WS-COUNT2.
           MOVE 0 TO WS-REC-NUM.
           MOVE 0 TO WS-DAY-REJ.
           MOVE 0 TO WS-DSP-COUNT.
           MOVE 'N' TO WS-DSP-HAVE-HELD.
           MOVE 1 TO WS-WIN-IDX.
           MOVE 0 TO WS-WIN-FILLED.
           MOVE 0 TO WS-WIN-SUM.
           PERFORM LOAD-VESSEL-PROFILE.
           PERFORM STREAM-SOLVE-DAY.
           PERFORM UPDATE-DAY-MASTER.
           PERFORM SAVE-DAY-CONTINUITY.
                  '  SINGLE: ' WS-COUNT1
                  '  WINDOW: ' WS-COUNT2
                  '  REJECTS: ' WS-DAY-REJ
                  '  WIN: ' WS-WINDOW-SIZE
                  '  NOISE: ' WS-NOISE-THRESHOLD
                  DELIMITED BY SIZE INTO BKFRPT-RECORD
           END-STRING.
           WRITE BKFRPT-RECORD.
           IF WS-SPIKE-TOL > 0
              MOVE SPACES TO BKFRPT-RECORD
              STRING '            SPIKE FILTER (TOLERANCE '
                     WS-SPIKE-TOL '): ' WS-DSP-COUNT
                     ' READINGS DESPIKED, NOT COUNTED'
                     DELIMITED BY SIZE INTO BKFRPT-RECORD
              END-STRING
              WRITE BKFRPT-RECORD
           END-IF.

      * The streaming solve, the same single-pass shape the
      * combined solver uses: SEG markers break the chain, POS
      * fixes pass through, readings are converted, despiked and
      * counted.
       STREAM-SOLVE-DAY.
           OPEN INPUT INPUT-FILE.
           OPEN EXTEND REJECT-FILE.
              CLOSE REJECT-FILE
              OPEN OUTPUT REJECT-FILE
           END-IF.
           IF WS-SPIKE-TOL > 0
              OPEN EXTEND DESPIKE-FILE
              IF WS-DSP-FS = '05' OR WS-DSP-FS = '35'
                 CLOSE DESPIKE-FILE
                 OPEN OUTPUT DESPIKE-FILE
              END-IF
           END-IF.
           MOVE 'C' TO WS-SOLVE-LOOP.
           PERFORM UNTIL SOLVE-BREAK
              READ INPUT-FILE
                    PERFORM APPLY-DAY-RECORD
              END-READ
           END-PERFORM.
           PERFORM FLUSH-HELD-READING.
           IF WS-SPIKE-TOL > 0
              CLOSE DESPIKE-FILE
           END-IF.
           CLOSE INPUT-FILE.
           CLOSE REJECT-FILE.

       APPLY-DAY-RECORD.
           EVALUATE TRUE
              WHEN NUM(1:4) = 'SEG ' AND NUM(5:1) NOT = SPACE
                 PERFORM FLUSH-HELD-READING
                 MOVE 'N' TO WS-HAVE-PREV1
                 MOVE 'N' TO WS-HAVE-PREV2
                 MOVE 1 TO WS-WIN-IDX
                 PERFORM PARSE-READING
                 IF READING-OK
                    PERFORM CONVERT-READING
                    IF WS-SPIKE-TOL > 0
                       PERFORM HOLD-READING
                    ELSE
                       PERFORM APPLY-SINGLE-STEP
                       PERFORM APPLY-WINDOW
                    END-IF
                 ELSE
                    MOVE WS-VESSEL-ID TO REJ-VESSEL-ID
                    MOVE SPACE TO REJ-SEP0
              SET HAVE-PREV2 TO TRUE
           END-IF.

      * The reading held back last is judged now that the one after
      * it has arrived: a spike against the last reading counted and
      * this one is logged and dropped, anything else is counted.
      * The reading just parsed is then held in its place.
       HOLD-READING.
           IF DSP-HAVE-HELD
              MOVE 'N' TO WS-DSP-SPIKE
              IF HAVE-PREV1
                 MOVE WS-DSP-HELD-VAL TO WS-DSP-VAL
                 MOVE WS-PREV1 TO WS-DSP-LEFT
                 MOVE WS-NUM-VAL TO WS-DSP-RIGHT
                 PERFORM TEST-SPIKE
              END-IF
              IF READING-IS-SPIKE
                 MOVE WS-DSP-HELD-REC TO WS-DSP-REC
                 PERFORM LOG-DESPIKED-READING
                 MOVE 'N' TO WS-DSP-HAVE-HELD
              ELSE
                 PERFORM APPLY-HELD-READING
              END-IF
           END-IF.
           MOVE WS-NUM-VAL TO WS-DSP-HELD-VAL.
           MOVE WS-REC-NUM TO WS-DSP-HELD-REC.
           SET DSP-HAVE-HELD TO TRUE.

      * The last reading of a leg, or of the day, has no reading
      * after it to be judged against and is counted as received.
       FLUSH-HELD-READING.
           IF DSP-HAVE-HELD
              PERFORM APPLY-HELD-READING
           END-IF.

      * Counts the held reading, then puts the current one back.
       APPLY-HELD-READING.
           MOVE WS-NUM-VAL TO WS-DSP-CUR-VAL.
           MOVE WS-DSP-HELD-VAL TO WS-NUM-VAL.
           PERFORM APPLY-SINGLE-STEP.
           PERFORM APPLY-WINDOW.
           MOVE WS-DSP-CUR-VAL TO WS-NUM-VAL.
           MOVE 'N' TO WS-DSP-HAVE-HELD.

      * A reading is a spike when it stands clearer than the
      * tolerance of both the reading before it and the reading after
      * it, above both or below both -- a real slope rises (or falls)
      * through a reading, a bad ping goes out and comes back.
       TEST-SPIKE.
           MOVE 'N' TO WS-DSP-SPIKE.
           IF (WS-DSP-VAL - WS-DSP-LEFT) > WS-SPIKE-TOL
              AND (WS-DSP-VAL - WS-DSP-RIGHT) > WS-SPIKE-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.
           IF (WS-DSP-LEFT - WS-DSP-VAL) > WS-SPIKE-TOL
              AND (WS-DSP-RIGHT - WS-DSP-VAL) > WS-SPIKE-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.

      * One despiked reading onto DESPIKE.DAT, under the backfilled
      * day's own date.
       LOG-DESPIKED-READING.
           SET WS-DSP-COUNT UP BY 1.
           MOVE WS-SOLVE-DATE TO DSP-DATE.
           MOVE SPACE TO DSP-SEP1.
           MOVE WS-VESSEL-ID TO DSP-VESSEL.
           MOVE SPACE TO DSP-SEP2.
           MOVE WS-DSP-REC TO DSP-REC-NUM.
           MOVE SPACE TO DSP-SEP3.
           MOVE WS-DSP-VAL TO DSP-READING.
           MOVE SPACE TO DSP-SEP4.
           MOVE WS-DSP-LEFT TO DSP-BEFORE.
           MOVE SPACE TO DSP-SEP5.
           MOVE WS-DSP-RIGHT TO DSP-AFTER.
           MOVE SPACE TO DSP-SEP6.
           MOVE WS-SPIKE-TOL TO DSP-TOLERANCE.
           MOVE SPACE TO DSP-SEP7.
           MOVE 'AOC-2021-D01-BACKFILL' TO DSP-SOURCE.
           WRITE DESPIKE-RECORD.

      * The day's counts under the day's own date.
       UPDATE-DAY-MASTER.
           MOVE WS-SOLVE-DATE TO MAS-RUN-DATE.
              INVALID KEY
                 MOVE WS-COUNT1 TO MAS-SINGLE-COUNT
                 MOVE WS-COUNT2 TO MAS-WINDOW-COUNT
                 PERFORM RESET-MASTER-RELEASE
                 MOVE MAS-VESSEL-ID TO MAS-VK-VESSEL-ID
                 MOVE MAS-RUN-DATE TO MAS-VK-RUN-DATE
                 WRITE MASTER-RECORD
              NOT INVALID KEY
                 PERFORM NOTE-MASTER-FIGURES
                 MOVE WS-COUNT1 TO MAS-SINGLE-COUNT
                 MOVE WS-COUNT2 TO MAS-WINDOW-COUNT
                 PERFORM RESTATE-MASTER-RELEASE
                 REWRITE MASTER-RECORD
           END-READ.
           CLOSE MASTER-FILE.

      * A freshly posted day starts pending review and unsent.
       RESET-MASTER-RELEASE.
           SET MAS-PENDING TO TRUE.
           MOVE SPACES TO MAS-RELEASE-REASON.
           MOVE 0 TO MAS-RELEASE-DATE.
           MOVE SPACES TO MAS-RELEASE-BY.
           MOVE 0 TO MAS-CHART-SENT.

      * The figures the day held before this change.
       NOTE-MASTER-FIGURES.
           MOVE MAS-SINGLE-COUNT TO WS-AMD-OLD-SINGLE.
           MOVE MAS-WINDOW-COUNT TO WS-AMD-OLD-WINDOW.

      * A day whose figures changed goes back to pending review;
      * figures rewritten unchanged leave its release as it was. A
      * changed day the chart already holds is not sent again as a
      * daily detail -- the correction is queued as an amendment.
       RESTATE-MASTER-RELEASE.
           IF MAS-SINGLE-COUNT NOT = WS-AMD-OLD-SINGLE
              OR MAS-WINDOW-COUNT NOT = WS-AMD-OLD-WINDOW
              SET MAS-PENDING TO TRUE
              MOVE SPACES TO MAS-RELEASE-REASON
              MOVE 0 TO MAS-RELEASE-DATE
              MOVE SPACES TO MAS-RELEASE-BY
              IF MAS-CHART-SENT > 0
                 PERFORM QUEUE-CHART-AMENDMENT
              END-IF
           END-IF.

      * Queues the correction, old figures and new, for the
      * amendment extract.
       QUEUE-CHART-AMENDMENT.
           OPEN I-O AMENDQ-FILE.
           IF WS-AMENDQ-FS = '35'
              OPEN OUTPUT AMENDQ-FILE
              CLOSE AMENDQ-FILE
              OPEN I-O AMENDQ-FILE
           END-IF.
           ACCEPT WS-AMD-TIME FROM TIME.
           MOVE MAS-RUN-DATE TO AMQ-RUN-DATE.
           MOVE MAS-VESSEL-ID TO AMQ-VESSEL-ID.
           MOVE WS-RUN-DATE TO AMQ-QUEUED-DATE.
           MOVE WS-AMD-TIME TO AMQ-QUEUED-TIME.
           MOVE WS-AMD-OLD-SINGLE TO AMQ-OLD-SINGLE.
           MOVE WS-AMD-OLD-WINDOW TO AMQ-OLD-WINDOW.
           MOVE MAS-SINGLE-COUNT TO AMQ-NEW-SINGLE.
           MOVE MAS-WINDOW-COUNT TO AMQ-NEW-WINDOW.
           MOVE WS-AMD-REASON TO AMQ-REASON.
           MOVE 'AOC-2021-D01-BACKFILL' TO AMQ-SOURCE.
           MOVE 0 TO AMQ-SENT.
           WRITE AMENDQ-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-BACKFILL: AMENDMENT NOT QUEUED '
                    'FOR ' MAS-VESSEL-ID ' ' MAS-RUN-DATE
           END-WRITE.
           CLOSE AMENDQ-FILE.

      * The chain state after the day, stamped with the day's date
      * so the next day in the sequence (or tomorrow's live run)
      * seeds exactly as if the day had run on time.
