      *-----------------------------------------------------------------
      * Parallel-run regression verifier: for a vessel and date range,
      * re-solves the archived input logs (located through the run
      * ledger's recorded input paths) with the same spike filter,
      * single-step and window rules the solvers use, and compares
      * the fresh counts against the stored MAS-SINGLE-COUNT /
      * MAS-WINDOW-COUNT for those keys. Match/mismatch per run, a
      * summary, and a nonzero RETURN-CODE on any drift -- the
      * control that lets a solver change be accepted without a leap
      * of faith.
      *
      * Runs verify oldest-first and the last reading/window sum of
      * one run seeds the next, the same continuity chaining the
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The run ledger -- its recorded input path per (vessel,
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * Effective-dated profile history AOC-2021-D01-VESSEL keeps --
      * the profile in force on the day being solved, not today's.
           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

      * The archived log being re-solved, one run at a time.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-PATH
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

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
      * Unit the vessel's sonar transmits in -- M meters (the fleet
      * standard), F feet, T fathoms. Space reads as meters.
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

       FD  INPUT-FILE.
       01  INPUT-FILE-RECORD.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
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
       01  WS-INPUT-FS      PIC X(2) VALUE '00'.
       01  WS-VERIFY-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
       01  WS-WIN-MAX       PIC 9(2) VALUE 50.
       01  WS-NOISE-THRESHOLD PIC 9(5) VALUE 0.
       01  WS-NOISE-PARM      PIC X(5) VALUE SPACES.
       01  WS-BASE-WINDOW   PIC 9(2) VALUE 3.
       01  WS-BASE-NOISE    PIC 9(5) VALUE 0.

      * Spike filter, as the solvers apply it: the vessel's tolerance
      * in force on the run's date, else SPIKE_TOLERANCE; zero leaves
      * the readings as received. Each good reading is held until the
      * next one in the leg arrives and is judged against the last
      * reading counted and that next one; a spike is not counted.
       01  WS-SPIKE-TOL     PIC 9(5) VALUE 0.
       01  WS-SPIKE-PARM    PIC X(5) VALUE SPACES.
       01  WS-BASE-SPIKE    PIC 9(5) VALUE 0.
       01  WS-DSP-VAL       PIC S9(4) VALUE 0.
       01  WS-DSP-LEFT      PIC S9(4) VALUE 0.
       01  WS-DSP-RIGHT     PIC S9(4) VALUE 0.
       01  WS-DSP-SPIKE     PIC X(1) VALUE 'N'.
         88  READING-IS-SPIKE         VALUE 'Y'.
       01  WS-DSP-HAVE-HELD PIC X(1) VALUE 'N'.
         88  DSP-HAVE-HELD            VALUE 'Y'.
       01  WS-DSP-HELD-VAL  PIC S9(4) VALUE 0.
       01  WS-DSP-CUR-VAL   PIC S9(4) VALUE 0.
       01  WS-PROFILE-NOTE  PIC X(18) VALUE SPACES.

      * The master rows in range, verified oldest-first.
       01  WS-VER-MAX       PIC 9(3) VALUE 400.
                  '  RANGE: ' WS-FROM-DATE ' - ' WS-TO-DATE
                  '  WINDOW: ' WS-WINDOW-SIZE
                  '  NOISE: ' WS-NOISE-THRESHOLD
                  '  SPIKE: ' WS-SPIKE-TOL
                  DELIMITED BY SIZE INTO VERIFY-RECORD
           END-STRING.
           WRITE VERIFY-RECORD.
                 FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 30)
           END-IF.

      * The window size, noise threshold and spike tolerance the
      * runs were solved with: environment first, then the vessel's
      * profile override, the same precedence the batch applies. The
      * header shows the profile in force at the end of the range;
      * each run is then re-solved with the profile in force on its
      * own date.
       LOAD-SOLVE-PARMS.
           ACCEPT WS-WINDOW-PARM FROM ENVIRONMENT 'WINDOW_SIZE'
              ON EXCEPTION
           IF FUNCTION TEST-NUMVAL(WS-NOISE-PARM) = 0
              MOVE WS-NOISE-PARM TO WS-NOISE-THRESHOLD
           END-IF.
           MOVE WS-WINDOW-SIZE TO WS-BASE-WINDOW.
           MOVE WS-NOISE-THRESHOLD TO WS-BASE-NOISE.
           ACCEPT WS-SPIKE-PARM FROM ENVIRONMENT 'SPIKE_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-SPIKE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
              COMPUTE WS-BASE-SPIKE = FUNCTION NUMVAL(WS-SPIKE-PARM)
           END-IF.
           MOVE WS-TO-DATE TO WS-PRH-DATE.
           PERFORM LOAD-RUN-PROFILE.

      * The profile in force on WS-PRH-DATE over the environment
      * settings: the history row for that date when there is one,
      * the master's profile otherwise.
       LOAD-RUN-PROFILE.
           MOVE WS-BASE-WINDOW TO WS-WINDOW-SIZE.
           MOVE WS-BASE-NOISE TO WS-NOISE-THRESHOLD.
           MOVE WS-BASE-SPIKE TO WS-SPIKE-TOL.
           MOVE 'M' TO WS-UNIT-CODE.
           MOVE 0 TO WS-PRH-EFFECTIVE.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              MOVE WS-VESSEL-ID TO VES-VESSEL-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
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
              MOVE WS-WIN-MAX TO WS-WINDOW-SIZE
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

      * The vessel's master rows in range, in date order, as one
      * range on the vessel-first key.
       LOAD-MASTER-ROWS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-VESSEL-ID TO MAS-VK-VESSEL-ID.
           MOVE WS-FROM-DATE TO MAS-VK-RUN-DATE.
           START MASTER-FILE KEY >= MAS-VESSEL-KEY
              INVALID KEY
                 MOVE 'B' TO WS-LOOP
              NOT INVALID KEY
              READ MASTER-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF MAS-VK-VESSEL-ID NOT = WS-VESSEL-ID
                       OR MAS-VK-RUN-DATE > WS-TO-DATE
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       IF WS-VER-LEN >= WS-VER-MAX
                          MOVE 'Y' TO WS-VER-OVERFLOW
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          SET WS-VER-LEN UP BY 1
                          MOVE MAS-RUN-DATE
                             TO VER-DATE(WS-VER-LEN)
                          MOVE MAS-SINGLE-COUNT
                             TO VER-SINGLE(WS-VER-LEN)
                          MOVE MAS-WINDOW-COUNT
                             TO VER-WINDOW(WS-VER-LEN)
                       END-IF
                    END-IF
              END-READ
              END-STRING
              WRITE VERIFY-RECORD
           ELSE
              MOVE VER-DATE(WS-V) TO WS-PRH-DATE
              PERFORM LOAD-RUN-PROFILE
              PERFORM RESOLVE-RUN
              IF WS-INPUT-FS NOT = '00'
                 SET WS-UNVERIFIED UP BY 1
           END-IF.

      * Re-solves one archived log on the chained state: the same
      * legacy/v2 parsing, SEG-marker chain breaks, spike filter,
      * noise rule and sliding window the production solvers apply.
       RESOLVE-RUN.
           MOVE 0 TO WS-COUNT1.
           MOVE 0 TO WS-COUNT2.
           MOVE 1 TO WS-WIN-IDX.
           MOVE 0 TO WS-WIN-FILLED.
           MOVE 0 TO WS-WIN-SUM.
           MOVE 'N' TO WS-DSP-HAVE-HELD.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-FS = '00'
              MOVE 'C' TO WS-SOLVE-LOOP
                    NOT AT END
                       IF NUM(1:4) = 'SEG '
                          AND NUM(5:1) NOT = SPACE
                          PERFORM FLUSH-HELD-READING
                          PERFORM BREAK-COMPARISON-CHAIN
                       ELSE
                          PERFORM PARSE-READING
                          IF READING-OK
                             PERFORM CONVERT-READING
                             IF WS-SPIKE-TOL > 0
                                PERFORM HOLD-READING
                             ELSE
                                PERFORM APPLY-SINGLE-STEP
                                PERFORM APPLY-WINDOW
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM FLUSH-HELD-READING
              CLOSE INPUT-FILE
           END-IF.

           ELSE
              MOVE SPACES TO WS-SEED-NOTE
           END-IF.
           MOVE SPACES TO WS-PROFILE-NOTE.
           IF WS-PRH-EFFECTIVE > 0
              STRING '  PROFILE ' WS-PRH-EFFECTIVE
                     DELIMITED BY SIZE INTO WS-PROFILE-NOTE
              END-STRING
           END-IF.
           IF WS-COUNT1 = VER-SINGLE(WS-V)
              AND WS-COUNT2 = VER-WINDOW(WS-V)
              SET WS-MATCHED UP BY 1
              STRING '  ' VER-DATE(WS-V)
                     '  MATCH  SINGLE: ' WS-COUNT1
                     '  WINDOW: ' WS-COUNT2
                     WS-SEED-NOTE WS-PROFILE-NOTE
                     DELIMITED BY SIZE INTO VERIFY-RECORD
              END-STRING
           ELSE
                     ' VS ' VER-SINGLE(WS-V)
                     '  WINDOW ' WS-COUNT2
                     ' VS ' VER-WINDOW(WS-V)
                     WS-SEED-NOTE WS-PROFILE-NOTE
                     DELIMITED BY SIZE INTO VERIFY-RECORD
              END-STRING
           END-IF.
           WRITE VERIFY-RECORD.
           MOVE 'N' TO WS-FIRST-RUN.

      * The reading held back last is judged now that the one after
      * it has arrived: a spike against the last reading counted and
      * this one is dropped, anything else is counted. The reading
      * just parsed is then held in its place.
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
                 MOVE 'N' TO WS-DSP-HAVE-HELD
              ELSE
                 PERFORM APPLY-HELD-READING
              END-IF
           END-IF.
           MOVE WS-NUM-VAL TO WS-DSP-HELD-VAL.
           SET DSP-HAVE-HELD TO TRUE.

      * The last reading of a leg, or of the log, has no reading
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

       BREAK-COMPARISON-CHAIN.
           MOVE 'N' TO WS-HAVE-PREV1.
           MOVE 'N' TO WS-HAVE-PREV2.
