      * reading; the window count needs the readings around it, so
      * MAS-WINDOW-COUNT and CONT-LAST-WINDOW are left exactly as the
      * solvers wrote them.
      *
      * Each vessel's corrections are counted with the noise threshold
      * of the profile that was in force on the repair date (profile
      * history first, then the vessel master); NOISE_THRESHOLD is
      * the batch-wide fallback for a vessel without one.
      *
      * The spike filter the solvers apply is applied here too, with
      * the vessel's tolerance in force on the repair date (else
      * SPIKE_TOLERANCE). A corrected reading can only be judged when
      * the records either side of it were corrected in the same run
      * -- the readings the solvers kept are not on hand here -- so
      * only runs of consecutive corrected records are despiked; any
      * other corrected reading is counted as received. A despiked
      * reading is logged to DESPIKE.DAT and never counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-REPAIR.
      * AUTHOR. HBOBENICIO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COR-FS.

      * Every corrected reading the spike filter takes out, on the
      * solvers' shared despike trail.
           SELECT DESPIKE-FILE ASSIGN TO 'DESPIKE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-FS.

      * Shared continuity ledger -- each repaired vessel's last
      * reading is re-chained through the corrections so tomorrow's
      * run carries the repaired value forward. CONT-LAST-WINDOW is
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

      * The run ledger, read here for each repaired run's recorded
      * record count -- the figure that says whether a corrected
      * record was the log's final reading and the continuity ledger
           RECORD KEY IS LED-KEY
           FILE STATUS IS WS-LEDGER-FS.

      * The vessel master, for the processing profile of each
      * repaired vessel.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
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

      * Run-coordination lock for the shared indexed files -- a
      * repair started while the batch is mid-run is exactly the
      * unserialized double-writer the lock exists to stop.
           05 COR-SEP       PIC X(1).
           05 COR-READING   PIC X(5).

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

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
           05 CONT-VESSEL-ID     PIC X(10).
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
           05 LED-OVERRIDE         PIC X(1).
           05 LED-RUN-COUNT        PIC 9(3).

       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
           05 VES-VESSEL-ID     PIC X(10).
           05 VES-NAME          PIC X(20).
           05 VES-HOME-PORT     PIC X(15).
           05 VES-ONBOARD-DATE  PIC 9(8).
           05 VES-STATUS        PIC X(1).
               88 VES-ACTIVE            VALUE 'A'.
               88 VES-SUSPENDED         VALUE 'S'.
               88 VES-DECOMMISSIONED    VALUE 'D'.
           05 VES-LOG-PATH      PIC X(60).
           05 VES-WINDOW-SIZE   PIC 9(2).
           05 VES-NOISE-THRESHOLD PIC 9(5).
           05 VES-EXPECTED-COUNT PIC 9(6).
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

      * The lock record: who holds it, for which vessel, since when.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
       01  WS-COR-FS        PIC X(2) VALUE '00'.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
      * The figures a rewritten day held before the change, and the
      * reason any charting amendment it queues will carry.
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-AMD-OLD-SINGLE PIC 9(5) VALUE 0.
       01  WS-AMD-OLD-WINDOW PIC 9(5) VALUE 0.
       01  WS-AMD-TIME      PIC 9(8) VALUE 0.
       01  WS-AMD-REASON    PIC X(30)
              VALUE 'REPAIR OF REJECTED RECORDS'.
       01  WS-REPAIR-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
       01  WS-NOISE-THRESHOLD PIC 9(5) VALUE 0.
       01  WS-NOISE-PARM      PIC X(5) VALUE SPACES.

      * Batch-wide spike tolerance, for a vessel whose profile has
      * none; zero leaves its corrected readings unfiltered.
       01  WS-SPIKE-TOL     PIC 9(5) VALUE 0.
       01  WS-SPIKE-PARM    PIC X(5) VALUE SPACES.

      * Spike test work fields and the despike trail's state.
       01  WS-DSP-FS        PIC X(2) VALUE '00'.
       01  WS-DSP-OPEN      PIC X(1) VALUE 'N'.
       01  WS-DSP-COUNT     PIC 9(5) VALUE 0.
       01  WS-DSP-VAL       PIC S9(4) VALUE 0.
       01  WS-DSP-LEFT      PIC S9(4) VALUE 0.
       01  WS-DSP-RIGHT     PIC S9(4) VALUE 0.
       01  WS-DSP-TOL       PIC 9(5) VALUE 0.
       01  WS-DSP-SPIKE     PIC X(1) VALUE 'N'.
         88  READING-IS-SPIKE         VALUE 'Y'.
       01  WS-DSP-NEXT-OK   PIC X(1) VALUE 'N'.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.

      * Profile-history lookup: the date the profile is wanted for,
      * and the effective date of the row found (zero when the
      * master's own profile stands).
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-PRH-DATE      PIC 9(8) VALUE 0.
       01  WS-PRH-EFFECTIVE PIC 9(8) VALUE 0.
       01  WS-PRH-LOOP      PIC A(1).
         88  PRH-BREAK                VALUE 'B'.

      * The day's rejects, held so each correction can be matched to
      * the reject it answers and so the report can show which rejects
      * are still outstanding afterwards.
            10 RVS-REC-COUNT PIC 9(6).
            10 RVS-END-FIXED PIC X(1).
            10 RVS-END-READ  PIC S9(4).
      * The noise threshold in force for the vessel on the repair
      * date, and the profile-history row it came from (zero when
      * the master or the batch-wide setting supplied it).
            10 RVS-NOISE     PIC 9(5).
            10 RVS-PROFILE   PIC 9(8).
      * The vessel's spike tolerance, and the corrected reading held
      * back until the next correction shows whether it is a spike:
      * its value and record, whether the record before it was
      * corrected too (without that it cannot be judged), and how
      * many of the vessel's readings were despiked.
            10 RVS-SPIKE-TOL PIC 9(5).
            10 RVS-HELD      PIC X(1).
            10 RVS-HELD-VAL  PIC S9(4).
            10 RVS-HELD-REC  PIC 9(6).
            10 RVS-LEFT-OK   PIC X(1).
            10 RVS-DESPIKED  PIC 9(5).
       01  WS-RVS-LEN       PIC 9(2) VALUE 0.
       01  WS-RVS-IDX       PIC 9(2) VALUE 0.

       01  WS-BAD-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNMATCHED     PIC 9(5) VALUE 0.
       01  WS-NUM-VAL       PIC S9(4) VALUE 0.
      * The reading being counted onto its vessel, and its record.
       01  WS-CNT-VAL       PIC S9(4) VALUE 0.
       01  WS-CNT-REC       PIC 9(6) VALUE 0.
       01  WS-MATCH         PIC X(1) VALUE 'N'.
         88  MATCH-FOUND              VALUE 'Y'.
       01  WS-RECHAINED     PIC X(1) VALUE 'N'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-REPAIR-DATE.
           PERFORM LOAD-NOISE-THRESHOLD.
           PERFORM LOAD-SPIKE-TOLERANCE.
           PERFORM LOAD-REJECTS.
      * Corrections rewrite the shared master and continuity, so
      * the operator must hold maintenance authority before the
              MOVE WS-NOISE-PARM TO WS-NOISE-THRESHOLD
           END-IF.

      * Picks up the batch-wide spike tolerance the solvers fall back
      * on, for a vessel whose profile carries none.
       LOAD-SPIKE-TOLERANCE.
           ACCEPT WS-SPIKE-PARM FROM ENVIRONMENT 'SPIKE_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-SPIKE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
              COMPUTE WS-SPIKE-TOL = FUNCTION NUMVAL(WS-SPIKE-PARM)
           END-IF.

      * Reads the whole reject ledger into the table so corrections
      * can be matched against it.
       LOAD-REJECTS.
      * with the solvers' TEST-NUMVAL rule, matched against the reject
      * ledger, and -- when both hold -- chained onto the vessel's
      * last-reading state to decide whether the repaired reading adds
      * an increase. Readings still held for the spike test at the
      * end of the file have no correction after them and are
      * counted as received.
       APPLY-CORRECTIONS.
           OPEN INPUT CORRECT-FILE.
           IF WS-COR-FS NOT = '00'
                 END-READ
              END-PERFORM
              CLOSE CORRECT-FILE
              PERFORM FLUSH-HELD-CORRECTIONS
              IF WS-DSP-OPEN = 'Y'
                 CLOSE DESPIKE-FILE
              END-IF
           END-IF.

      * Validates, matches, and applies the correction line just
                    END-STRING
                    WRITE REPAIR-RECORD
                 ELSE
                 IF RVS-SPIKE-TOL(WS-RVS-IDX) > 0
                    PERFORM HOLD-CORRECTED-READING
                 ELSE
                    MOVE WS-NUM-VAL TO WS-CNT-VAL
                    MOVE COR-NUMBER TO WS-CNT-REC
                    PERFORM COUNT-CORRECTED-READING
                 END-IF
                 SET WS-APPLIED UP BY 1
                 MOVE SPACES TO REPAIR-RECORD
              END-IF
           END-IF.

      * Chains one corrected reading onto its vessel's last-reading
      * state: an increase past the noise threshold adds to the
      * single-step adjustment, and a repaired final reading is kept
      * for the continuity ledger.
       COUNT-CORRECTED-READING.
           IF RVS-HAVE(WS-RVS-IDX) = 'Y'
              AND (WS-CNT-VAL - RVS-LAST(WS-RVS-IDX)) >
                  RVS-NOISE(WS-RVS-IDX)
              ADD 1 TO RVS-ADJUST(WS-RVS-IDX)
           END-IF.
           MOVE WS-CNT-VAL TO RVS-LAST(WS-RVS-IDX).
           MOVE 'Y' TO RVS-HAVE(WS-RVS-IDX).
           IF RVS-REC-COUNT(WS-RVS-IDX) > 0
              AND WS-CNT-REC = RVS-REC-COUNT(WS-RVS-IDX)
              MOVE 'Y' TO RVS-END-FIXED(WS-RVS-IDX)
              MOVE WS-CNT-VAL TO RVS-END-READ(WS-RVS-IDX)
           END-IF.

      * The vessel's held reading is judged now that the next
      * correction has arrived. Only when this correction is the very
      * next record, and the record before the held one was corrected
      * too, are both its neighbours known: a spike against the last
      * reading counted and this one is logged and dropped. Anything
      * else is counted as received. This correction is then held in
      * its place.
       HOLD-CORRECTED-READING.
           MOVE 'N' TO WS-DSP-NEXT-OK.
           IF RVS-HELD(WS-RVS-IDX) = 'Y'
              IF COR-NUMBER = RVS-HELD-REC(WS-RVS-IDX) + 1
                 MOVE 'Y' TO WS-DSP-NEXT-OK
              END-IF
              MOVE 'N' TO WS-DSP-SPIKE
              IF WS-DSP-NEXT-OK = 'Y'
                 AND RVS-LEFT-OK(WS-RVS-IDX) = 'Y'
                 MOVE RVS-HELD-VAL(WS-RVS-IDX) TO WS-DSP-VAL
                 MOVE RVS-LAST(WS-RVS-IDX) TO WS-DSP-LEFT
                 MOVE WS-NUM-VAL TO WS-DSP-RIGHT
                 MOVE RVS-SPIKE-TOL(WS-RVS-IDX) TO WS-DSP-TOL
                 PERFORM TEST-SPIKE
              END-IF
              IF READING-IS-SPIKE
                 PERFORM LOG-DESPIKED-READING
                 MOVE 'N' TO RVS-HELD(WS-RVS-IDX)
              ELSE
                 PERFORM APPLY-HELD-CORRECTION
              END-IF
           END-IF.
           MOVE WS-NUM-VAL TO RVS-HELD-VAL(WS-RVS-IDX).
           MOVE COR-NUMBER TO RVS-HELD-REC(WS-RVS-IDX).
           MOVE WS-DSP-NEXT-OK TO RVS-LEFT-OK(WS-RVS-IDX).
           MOVE 'Y' TO RVS-HELD(WS-RVS-IDX).

      * Counts the vessel's held reading.
       APPLY-HELD-CORRECTION.
           MOVE RVS-HELD-VAL(WS-RVS-IDX) TO WS-CNT-VAL.
           MOVE RVS-HELD-REC(WS-RVS-IDX) TO WS-CNT-REC.
           PERFORM COUNT-CORRECTED-READING.
           MOVE 'N' TO RVS-HELD(WS-RVS-IDX).

      * Counts every vessel's last held reading once the corrections
      * file is exhausted.
       FLUSH-HELD-CORRECTIONS.
           MOVE 1 TO WS-RVS-IDX.
           PERFORM UNTIL WS-RVS-IDX > WS-RVS-LEN
              IF RVS-HELD(WS-RVS-IDX) = 'Y'
                 PERFORM APPLY-HELD-CORRECTION
              END-IF
              SET WS-RVS-IDX UP BY 1
           END-PERFORM.

      * A reading is a spike when it stands clearer than the
      * tolerance of both the reading before it and the reading after
      * it, above both or below both -- a real slope rises (or falls)
      * through a reading, a bad ping goes out and comes back.
       TEST-SPIKE.
           MOVE 'N' TO WS-DSP-SPIKE.
           IF (WS-DSP-VAL - WS-DSP-LEFT) > WS-DSP-TOL
              AND (WS-DSP-VAL - WS-DSP-RIGHT) > WS-DSP-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.
           IF (WS-DSP-LEFT - WS-DSP-VAL) > WS-DSP-TOL
              AND (WS-DSP-RIGHT - WS-DSP-VAL) > WS-DSP-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.

      * One despiked reading onto DESPIKE.DAT under the repair date,
      * and onto the report. The trail is opened on the first one.
       LOG-DESPIKED-READING.
           IF WS-DSP-OPEN NOT = 'Y'
              OPEN EXTEND DESPIKE-FILE
              IF WS-DSP-FS = '05' OR WS-DSP-FS = '35'
                 CLOSE DESPIKE-FILE
                 OPEN OUTPUT DESPIKE-FILE
              END-IF
              MOVE 'Y' TO WS-DSP-OPEN
           END-IF.
           SET WS-DSP-COUNT UP BY 1.
           ADD 1 TO RVS-DESPIKED(WS-RVS-IDX).
           MOVE WS-REPAIR-DATE TO DSP-DATE.
           MOVE SPACE TO DSP-SEP1.
           MOVE RVS-VESSEL(WS-RVS-IDX) TO DSP-VESSEL.
           MOVE SPACE TO DSP-SEP2.
           MOVE RVS-HELD-REC(WS-RVS-IDX) TO DSP-REC-NUM.
           MOVE SPACE TO DSP-SEP3.
           MOVE WS-DSP-VAL TO DSP-READING.
           MOVE SPACE TO DSP-SEP4.
           MOVE WS-DSP-LEFT TO DSP-BEFORE.
           MOVE SPACE TO DSP-SEP5.
           MOVE WS-DSP-RIGHT TO DSP-AFTER.
           MOVE SPACE TO DSP-SEP6.
           MOVE WS-DSP-TOL TO DSP-TOLERANCE.
           MOVE SPACE TO DSP-SEP7.
           MOVE 'AOC-2021-D01-REPAIR' TO DSP-SOURCE.
           WRITE DESPIKE-RECORD.
           MOVE SPACES TO REPAIR-RECORD.
           STRING '  DESPIKED: ' RVS-VESSEL(WS-RVS-IDX)
                  ' RECORD ' RVS-HELD-REC(WS-RVS-IDX)
                  ' READING ' DSP-READING
                  ' - NOT COUNTED'
                  DELIMITED BY SIZE INTO REPAIR-RECORD
           END-STRING.
           WRITE REPAIR-RECORD.

      * Marks the reject this correction answers; a correction with
      * no reject on file is refused rather than silently counted.
       MATCH-REJECT.
              MOVE 0 TO RVS-REC-COUNT(WS-RVS-IDX)
              MOVE 'N' TO RVS-END-FIXED(WS-RVS-IDX)
              MOVE 0 TO RVS-END-READ(WS-RVS-IDX)
              MOVE 'N' TO RVS-HELD(WS-RVS-IDX)
              MOVE 0 TO RVS-HELD-VAL(WS-RVS-IDX)
              MOVE 0 TO RVS-HELD-REC(WS-RVS-IDX)
              MOVE 'N' TO RVS-LEFT-OK(WS-RVS-IDX)
              MOVE 0 TO RVS-DESPIKED(WS-RVS-IDX)
              PERFORM SEED-VESSEL-PROFILE
              PERFORM SEED-VESSEL-CONTINUITY
              PERFORM SEED-VESSEL-LEDGER
           END-IF.

      * The noise threshold and spike tolerance the vessel's original
      * run was counted with: its profile as it stood on the repair
      * date, falling back to the batch-wide settings where the
      * profile has none.
       SEED-VESSEL-PROFILE.
           MOVE WS-NOISE-THRESHOLD TO RVS-NOISE(WS-RVS-IDX).
           MOVE WS-SPIKE-TOL TO RVS-SPIKE-TOL(WS-RVS-IDX).
           MOVE 0 TO RVS-PROFILE(WS-RVS-IDX).
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              MOVE COR-VESSEL-ID TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-REPAIR-DATE TO WS-PRH-DATE
                    PERFORM APPLY-PROFILE-IN-FORCE
                    MOVE WS-PRH-EFFECTIVE TO RVS-PROFILE(WS-RVS-IDX)
                    IF VES-NOISE-THRESHOLD > 0
                       MOVE VES-NOISE-THRESHOLD
                          TO RVS-NOISE(WS-RVS-IDX)
                    END-IF
                    IF VES-SPIKE-TOL > 0
                       MOVE VES-SPIKE-TOL
                          TO RVS-SPIKE-TOL(WS-RVS-IDX)
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

      * Seeds the new repair slot with the vessel's last reading from
      * the continuity ledger, so the first corrected reading has a
      * real previous value to compare against -- the same seeding the
                 END-STRING
              END-IF
              WRITE REPAIR-RECORD
              MOVE SPACES TO REPAIR-RECORD
              STRING '          NOISE THRESHOLD '
                     RVS-NOISE(WS-RVS-IDX)
                     ' PROFILE EFFECTIVE ' RVS-PROFILE(WS-RVS-IDX)
                     ' SPIKE TOLERANCE ' RVS-SPIKE-TOL(WS-RVS-IDX)
                     ' DESPIKED ' RVS-DESPIKED(WS-RVS-IDX)
                     DELIMITED BY SIZE INTO REPAIR-RECORD
              END-STRING
              WRITE REPAIR-RECORD
              SET WS-RVS-IDX UP BY 1
           END-PERFORM.

              INVALID KEY
                 MOVE RVS-ADJUST(WS-RVS-IDX) TO MAS-SINGLE-COUNT
                 MOVE 0 TO MAS-WINDOW-COUNT
                 PERFORM RESET-MASTER-RELEASE
                 MOVE MAS-VESSEL-ID TO MAS-VK-VESSEL-ID
                 MOVE MAS-RUN-DATE TO MAS-VK-RUN-DATE
                 WRITE MASTER-RECORD
              NOT INVALID KEY
                 PERFORM NOTE-MASTER-FIGURES
                 ADD RVS-ADJUST(WS-RVS-IDX) TO MAS-SINGLE-COUNT
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
           MOVE 'AOC-2021-D01-REPAIR' TO AMQ-SOURCE.
           MOVE 0 TO AMQ-SENT.
           WRITE AMENDQ-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-REPAIR: AMENDMENT NOT QUEUED '
                    'FOR ' MAS-VESSEL-ID ' ' MAS-RUN-DATE
           END-WRITE.
           CLOSE AMENDQ-FILE.

      * Re-chains CONT-LAST-READING only when a correction repaired
      * the log's final record -- a rejected record is normally
      * mid-log, and overwriting the end-of-day reading the solver
                  '  APPLIED: ' WS-APPLIED
                  '  INVALID: ' WS-BAD-COUNT
                  '  UNMATCHED: ' WS-UNMATCHED
                  '  DESPIKED: ' WS-DSP-COUNT
                  DELIMITED BY SIZE INTO REPAIR-RECORD
           END-STRING.
           WRITE REPAIR-RECORD.
