      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN35.cbl
      * $ CHAIN_DATE=20211209 ./a.out      (steps read from JOBSTRM.DAT)
      *-----------------------------------------------------------------
      * Nightly job-chain driver. The night's steps -- ASSEMBLE,
      * BATCH, RECON, SNDLOAD, PURGE, ALERTS, SILENT, DAILY, DIST and
      * the rest -- used to be submitted by hand in an order that
      * lived in someone's head. The order now lives in JOBSTRM.DAT:
      * each step names the command that runs it, up to four
      * predecessor steps that must have finished first, and the
      * RETURN-CODE grading that lets the chain carry on clean, carry
      * on with a warning, or stop. Steps run in dependency order,
      * every step's outcome goes to the chain log CHAINLOG.DAT, and
      * the night's progress is kept in CHAINRST.DAT so a rerun after
      * a failure picks up at the failed step instead of running
      * again the steps that already finished and updated MASTER.DAT.
      *
      * Job-stream layout (one step per line, '*' in column 1 is a
      * comment):
      *   STEP     COMMAND (60)  PRED1    PRED2    PRED3    PRED4
      *   OK-MAX WARN-MAX
      * A step ending with a RETURN-CODE up to OK-MAX completed
      * clean; up to WARN-MAX it completed with a warning and its
      * successors still run; anything higher stops the chain. Blank
      * grading defaults to 00 and 04. The standing dependencies of
      * the night are expressed here, not in the driver: SNDLOAD
      * names BATCH as its predecessor and PURGE names SNDLOAD, so
      * the AUDIT.DAT generation is never cut before it is loaded,
      * and DIST names DAILY.
      *
      * CHAIN_RESTART=N ignores the night's restart state and runs
      * every step again -- a deliberate full rerun, recorded as such
      * on the chain log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CHAIN.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The night's job-stream definition, maintained by operations.
           SELECT JOBSTRM-FILE ASSIGN TO 'JOBSTRM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-FS.

      * Restart state for the chain date: one row per step with how
      * it ended, rewritten after every step.
           SELECT RESTART-FILE ASSIGN TO 'CHAINRST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-FS.

      * The chain log -- one line per step per run, appended, so the
      * morning shift can see what ran, what was skipped and why.
           SELECT CHAINLOG-FILE ASSIGN TO 'CHAINLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLG-FS.

      * Run-statistics trail shared by every program in the suite.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  JOBSTRM-FILE.
       01  JOBSTRM-RECORD.
           05 JST-STEP      PIC X(8).
           05 JST-SEP1      PIC X(1).
           05 JST-COMMAND   PIC X(60).
           05 JST-SEP2      PIC X(1).
           05 JST-PRED-GRP OCCURS 4 TIMES.
              10 JST-PRED   PIC X(8).
              10 JST-PSEP   PIC X(1).
           05 JST-OK-MAX    PIC X(2).
           05 JST-SEP3      PIC X(1).
           05 JST-WARN-MAX  PIC X(2).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 CRS-DATE      PIC 9(8).
           05 CRS-SEP1      PIC X(1).
           05 CRS-STEP      PIC X(8).
           05 CRS-SEP2      PIC X(1).
           05 CRS-STATE     PIC X(1).
           05 CRS-SEP3      PIC X(1).
           05 CRS-RC        PIC 9(3).

       FD  CHAINLOG-FILE.
       01  CHAINLOG-RECORD.
           05 CLG-DATE      PIC 9(8).
           05 CLG-SEP1      PIC X(1).
           05 CLG-STEP      PIC X(8).
           05 CLG-SEP2      PIC X(1).
           05 CLG-START     PIC 9(6).
           05 CLG-SEP3      PIC X(1).
           05 CLG-END       PIC 9(6).
           05 CLG-SEP4      PIC X(1).
           05 CLG-RC        PIC 9(3).
           05 CLG-SEP5      PIC X(1).
           05 CLG-OUTCOME   PIC X(8).
           05 CLG-SEP6      PIC X(1).
           05 CLG-NOTE      PIC X(40).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           05 RST-PROGRAM   PIC X(20).
           05 RST-SEP1      PIC X(1).
           05 RST-VESSEL    PIC X(10).
           05 RST-SEP2      PIC X(1).
           05 RST-DATE      PIC 9(8).
           05 RST-SEP3      PIC X(1).
           05 RST-START     PIC 9(6).
           05 RST-SEP4      PIC X(1).
           05 RST-END       PIC 9(6).
           05 RST-SEP5      PIC X(1).
           05 RST-READ      PIC 9(7).
           05 RST-SEP6      PIC X(1).
           05 RST-REJECTS   PIC 9(6).
           05 RST-SEP7      PIC X(1).
           05 RST-RC        PIC 9(2).
      * Depth readings the solver kept and counted: read less
      * rejects, marker, fix and trailer lines and despiked readings.
      * Zero from jobs that count no readings; blank on rows written
      * before it was carried.
           05 RST-SEP8      PIC X(1).
           05 RST-KEPT      PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-JOB-FS        PIC X(2) VALUE '00'.
       01  WS-RST-FS        PIC X(2) VALUE '00'.
       01  WS-CLG-FS        PIC X(2) VALUE '00'.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-STAT-START    PIC 9(8) VALUE 0.
       01  WS-STAT-END      PIC 9(8) VALUE 0.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * The night the chain is running for. Defaults to today; the
      * restart state only counts when it was written for this date.
       01  WS-CHAIN-DATE    PIC 9(8) VALUE 0.
       01  WS-DATE-PARM     PIC X(8) VALUE SPACES.
       01  WS-RESTART-PARM  PIC X(1) VALUE 'Y'.

      * The step table. STP-STATE: space pending, C complete,
      * W complete with warning, P complete on an earlier run of the
      * night, F failed (stopped the chain), H held -- not run.
       01  WS-STP-MAX       PIC 9(2) VALUE 40.
       01  WS-STP-TAB.
         05 STP-ROW OCCURS 40 TIMES.
            10 STP-NAME     PIC X(8).
            10 STP-COMMAND  PIC X(60).
            10 STP-PRED     PIC X(8) OCCURS 4 TIMES.
            10 STP-PRED-IX  PIC 9(2) OCCURS 4 TIMES.
            10 STP-OK-MAX   PIC 9(3).
            10 STP-WARN-MAX PIC 9(3).
            10 STP-STATE    PIC X(1).
            10 STP-RC       PIC 9(3).
       01  WS-STP-LEN       PIC 9(2) VALUE 0.
       01  WS-STP-OVERFLOW  PIC X(1) VALUE 'N'.
         88  STP-OVERFLOW             VALUE 'Y'.

       01  WS-I             PIC 9(2) VALUE 0.
       01  WS-J             PIC 9(2) VALUE 0.
       01  WS-P             PIC 9(1) VALUE 0.
       01  WS-READY-IX      PIC 9(2) VALUE 0.
       01  WS-READY         PIC X(1) VALUE 'N'.
         88  STEP-READY               VALUE 'Y'.
       01  WS-BLOCKED       PIC X(1) VALUE 'N'.
         88  STEP-BLOCKED             VALUE 'Y'.
       01  WS-DEF-ERRORS    PIC 9(3) VALUE 0.
       01  WS-HALTED        PIC X(1) VALUE 'N'.
         88  CHAIN-HALTED             VALUE 'Y'.

      * The command handed to the shell, and how it ended.
       01  WS-COMMAND       PIC X(61) VALUE SPACES.
       01  WS-STEP-RC       PIC 9(3) VALUE 0.
      * The wait status the shell hands back, and the signal that
      * ended a step abnormally (zero when it ended by itself).
       01  WS-WAIT-STATUS   PIC S9(9) VALUE 0.
       01  WS-STEP-SIGNAL   PIC 9(3) VALUE 0.
       01  WS-STEP-START    PIC 9(8) VALUE 0.
       01  WS-STEP-END      PIC 9(8) VALUE 0.
       01  WS-OUTCOME       PIC X(8) VALUE SPACES.
       01  WS-NOTE          PIC X(40) VALUE SPACES.

      * The night's tallies.
       01  WS-RAN-COUNT     PIC 9(3) VALUE 0.
       01  WS-OK-COUNT      PIC 9(3) VALUE 0.
       01  WS-WARN-COUNT    PIC 9(3) VALUE 0.
       01  WS-FAIL-COUNT    PIC 9(3) VALUE 0.
       01  WS-PRIOR-COUNT   PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT    PIC 9(3) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START FROM TIME.
           PERFORM LOAD-PARMS.
           PERFORM LOAD-JOB-STREAM THRU LOAD-JOB-STREAM-EXIT.
           IF WS-STP-LEN = 0
              DISPLAY 'AOC-2021-D01-CHAIN: NO STEPS IN JOBSTRM.DAT ('
                 WS-JOB-FS ')'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           PERFORM RESOLVE-PREDECESSORS.
           IF WS-DEF-ERRORS > 0 OR STP-OVERFLOW
              DISPLAY 'AOC-2021-D01-CHAIN: JOB STREAM HAS '
                 WS-DEF-ERRORS ' DEFINITION ERROR(S) - NOT STARTED'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           IF WS-RESTART-PARM = 'N'
              DISPLAY 'AOC-2021-D01-CHAIN: CHAIN_RESTART=N - '
                 'FULL RERUN OF ' WS-CHAIN-DATE
           ELSE
              PERFORM LOAD-RESTART-STATE
                 THRU LOAD-RESTART-STATE-EXIT
           END-IF.
           PERFORM OPEN-CHAIN-LOG.
           IF WS-RESTART-PARM = 'N'
              PERFORM LOG-FULL-RERUN
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              PERFORM FIND-READY-STEP
              IF WS-READY-IX = 0 OR CHAIN-HALTED
                 SET LOOP-BREAK TO TRUE
              ELSE
                 PERFORM RUN-ONE-STEP
              END-IF
           END-PERFORM.
           PERFORM HOLD-REMAINING-STEPS.
           CLOSE CHAINLOG-FILE.
           PERFORM SAVE-RESTART-STATE.
           DISPLAY 'AOC-2021-D01-CHAIN: ' WS-RAN-COUNT ' RAN, '
              WS-OK-COUNT ' OK, ' WS-WARN-COUNT ' WARN, '
              WS-FAIL-COUNT ' FAILED, ' WS-PRIOR-COUNT
              ' DONE EARLIER, ' WS-HELD-COUNT ' HELD'.
           EVALUATE TRUE
              WHEN WS-FAIL-COUNT > 0 OR WS-HELD-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WARN-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * The chain date and the restart switch.
       LOAD-PARMS.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'CHAIN_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) = 0
              MOVE WS-DATE-PARM TO WS-CHAIN-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-CHAIN-DATE
           END-IF.
           ACCEPT WS-RESTART-PARM FROM ENVIRONMENT 'CHAIN_RESTART'
              ON EXCEPTION
                 MOVE 'Y' TO WS-RESTART-PARM
           END-ACCEPT.
           IF WS-RESTART-PARM NOT = 'N'
              MOVE 'Y' TO WS-RESTART-PARM
           END-IF.

      * Reads the job stream into the step table, skipping comment
      * and blank lines.
       LOAD-JOB-STREAM.
           OPEN INPUT JOBSTRM-FILE.
           IF WS-JOB-FS NOT = '00'
              GO TO LOAD-JOB-STREAM-EXIT
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ JOBSTRM-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF JST-STEP NOT = SPACES
                       AND JST-STEP(1:1) NOT = '*'
                       PERFORM ADD-STEP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOBSTRM-FILE.
       LOAD-JOB-STREAM-EXIT.
           EXIT.

      * One definition line into the table, with the default grading
      * where the line leaves it blank.
       ADD-STEP.
           IF WS-STP-LEN >= WS-STP-MAX
              MOVE 'Y' TO WS-STP-OVERFLOW
              DISPLAY 'AOC-2021-D01-CHAIN: OVER ' WS-STP-MAX
                 ' STEPS - ' JST-STEP ' NOT LOADED'
           ELSE
              SET WS-STP-LEN UP BY 1
              MOVE JST-STEP TO STP-NAME(WS-STP-LEN)
              MOVE JST-COMMAND TO STP-COMMAND(WS-STP-LEN)
              MOVE 1 TO WS-P
              PERFORM UNTIL WS-P > 4
                 MOVE JST-PRED(WS-P) TO STP-PRED(WS-STP-LEN, WS-P)
                 MOVE 0 TO STP-PRED-IX(WS-STP-LEN, WS-P)
                 SET WS-P UP BY 1
              END-PERFORM
              MOVE 0 TO STP-OK-MAX(WS-STP-LEN)
              IF FUNCTION TEST-NUMVAL(JST-OK-MAX) = 0
                 COMPUTE STP-OK-MAX(WS-STP-LEN) =
                    FUNCTION NUMVAL(JST-OK-MAX)
              END-IF
              MOVE 4 TO STP-WARN-MAX(WS-STP-LEN)
              IF FUNCTION TEST-NUMVAL(JST-WARN-MAX) = 0
                 COMPUTE STP-WARN-MAX(WS-STP-LEN) =
                    FUNCTION NUMVAL(JST-WARN-MAX)
              END-IF
              IF STP-WARN-MAX(WS-STP-LEN) < STP-OK-MAX(WS-STP-LEN)
                 MOVE STP-OK-MAX(WS-STP-LEN)
                    TO STP-WARN-MAX(WS-STP-LEN)
              END-IF
              MOVE SPACE TO STP-STATE(WS-STP-LEN)
              MOVE 0 TO STP-RC(WS-STP-LEN)
              IF STP-COMMAND(WS-STP-LEN) = SPACES
                 DISPLAY 'AOC-2021-D01-CHAIN: STEP '
                    STP-NAME(WS-STP-LEN) ' HAS NO COMMAND'
                 SET WS-DEF-ERRORS UP BY 1
              END-IF
           END-IF.

      * Turns each predecessor name into its table position, so a
      * misspelt predecessor is a definition error before anything
      * runs rather than a step that silently never becomes ready.
      * A step named twice is refused the same way.
       RESOLVE-PREDECESSORS.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-STP-LEN
              MOVE 1 TO WS-P
              PERFORM UNTIL WS-P > 4
                 IF STP-PRED(WS-I, WS-P) NOT = SPACES
                    PERFORM FIND-PREDECESSOR
                 END-IF
                 SET WS-P UP BY 1
              END-PERFORM
              MOVE 1 TO WS-J
              PERFORM UNTIL WS-J >= WS-I
                 IF STP-NAME(WS-J) = STP-NAME(WS-I)
                    DISPLAY 'AOC-2021-D01-CHAIN: STEP '
                       STP-NAME(WS-I) ' DEFINED TWICE'
                    SET WS-DEF-ERRORS UP BY 1
                 END-IF
                 SET WS-J UP BY 1
              END-PERFORM
              SET WS-I UP BY 1
           END-PERFORM.

      * Locates one predecessor by name.
       FIND-PREDECESSOR.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-STP-LEN
              OR STP-PRED-IX(WS-I, WS-P) > 0
              IF STP-NAME(WS-J) = STP-PRED(WS-I, WS-P)
                 AND WS-J NOT = WS-I
                 MOVE WS-J TO STP-PRED-IX(WS-I, WS-P)
              END-IF
              SET WS-J UP BY 1
           END-PERFORM.
           IF STP-PRED-IX(WS-I, WS-P) = 0
              DISPLAY 'AOC-2021-D01-CHAIN: STEP ' STP-NAME(WS-I)
                 ' NAMES UNKNOWN PREDECESSOR ' STP-PRED(WS-I, WS-P)
              SET WS-DEF-ERRORS UP BY 1
           END-IF.

      * Steps that already finished on an earlier run of this chain
      * date are marked done so they are not run a second time. A
      * failed step is left pending, which is what makes the rerun
      * start there.
       LOAD-RESTART-STATE.
           OPEN INPUT RESTART-FILE.
           IF WS-RST-FS NOT = '00'
              GO TO LOAD-RESTART-STATE-EXIT
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ RESTART-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF CRS-DATE = WS-CHAIN-DATE
                       AND (CRS-STATE = 'C' OR CRS-STATE = 'W'
                            OR CRS-STATE = 'P')
                       PERFORM MARK-PRIOR-COMPLETE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           IF WS-PRIOR-COUNT > 0
              DISPLAY 'AOC-2021-D01-CHAIN: RESTART OF ' WS-CHAIN-DATE
                 ' - ' WS-PRIOR-COUNT ' STEP(S) ALREADY COMPLETE'
           END-IF.
       LOAD-RESTART-STATE-EXIT.
           EXIT.

      * One restart row against the step table.
       MARK-PRIOR-COMPLETE.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-STP-LEN
              IF STP-NAME(WS-J) = CRS-STEP
                 AND STP-STATE(WS-J) = SPACE
                 MOVE 'P' TO STP-STATE(WS-J)
                 MOVE CRS-RC TO STP-RC(WS-J)
                 SET WS-PRIOR-COUNT UP BY 1
              END-IF
              SET WS-J UP BY 1
           END-PERFORM.

      * Appends to the chain log unless the file is genuinely new.
       OPEN-CHAIN-LOG.
           OPEN EXTEND CHAINLOG-FILE.
           IF WS-CLG-FS = '05' OR WS-CLG-FS = '35'
              CLOSE CHAINLOG-FILE
              OPEN OUTPUT CHAINLOG-FILE
           END-IF.

      * A deliberate full rerun goes on the chain log ahead of its
      * steps, so the log tells it from a restart.
       LOG-FULL-RERUN.
           ACCEPT WS-STEP-START FROM TIME.
           MOVE WS-CHAIN-DATE TO CLG-DATE.
           MOVE SPACE TO CLG-SEP1.
           MOVE 'CHAIN' TO CLG-STEP.
           MOVE SPACE TO CLG-SEP2.
           MOVE WS-STEP-START(1:6) TO CLG-START.
           MOVE SPACE TO CLG-SEP3.
           MOVE WS-STEP-START(1:6) TO CLG-END.
           MOVE SPACE TO CLG-SEP4.
           MOVE 0 TO CLG-RC.
           MOVE SPACE TO CLG-SEP5.
           MOVE 'RERUN' TO CLG-OUTCOME.
           MOVE SPACE TO CLG-SEP6.
           MOVE 'FULL RERUN - RESTART STATE IGNORED' TO CLG-NOTE.
           WRITE CHAINLOG-RECORD.

      * The first pending step, in definition order, whose
      * predecessors have all completed. Zero when none is ready.
       FIND-READY-STEP.
           MOVE 0 TO WS-READY-IX.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-STP-LEN OR WS-READY-IX > 0
              IF STP-STATE(WS-I) = SPACE
                 PERFORM CHECK-STEP-READY
                 IF STEP-READY
                    MOVE WS-I TO WS-READY-IX
                 END-IF
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.

      * A step is ready when each named predecessor ended complete,
      * with or without a warning, tonight or on an earlier run. It
      * is blocked when a predecessor failed or was itself held.
       CHECK-STEP-READY.
           MOVE 'Y' TO WS-READY.
           MOVE 'N' TO WS-BLOCKED.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > 4
              IF STP-PRED-IX(WS-I, WS-P) > 0
                 MOVE STP-PRED-IX(WS-I, WS-P) TO WS-J
                 EVALUATE STP-STATE(WS-J)
                    WHEN 'C'
                    WHEN 'W'
                    WHEN 'P'
                       CONTINUE
                    WHEN 'F'
                    WHEN 'H'
                       MOVE 'N' TO WS-READY
                       MOVE 'Y' TO WS-BLOCKED
                    WHEN OTHER
                       MOVE 'N' TO WS-READY
                 END-EVALUATE
              END-IF
              SET WS-P UP BY 1
           END-PERFORM.

      * Runs one step through the shell and grades how it ended. A
      * RETURN-CODE past the step's warning limit, or an abnormal
      * end, stops the chain.
       RUN-ONE-STEP.
           MOVE WS-READY-IX TO WS-I.
           MOVE SPACES TO WS-COMMAND.
           MOVE STP-COMMAND(WS-I) TO WS-COMMAND.
           DISPLAY 'AOC-2021-D01-CHAIN: STARTING ' STP-NAME(WS-I)
              ' - ' FUNCTION TRIM(WS-COMMAND).
           ACCEPT WS-STEP-START FROM TIME.
           CALL 'SYSTEM' USING WS-COMMAND.
      * The shell hands back the wait status: the step's own
      * RETURN-CODE is its high-order byte, and a non-zero low-order
      * byte is the signal that killed it. A step killed by a signal,
      * or one the shell could not start (a negative status), never
      * finished and fails whatever its grading.
           MOVE RETURN-CODE TO WS-WAIT-STATUS.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-STEP-RC.
           MOVE 0 TO WS-STEP-SIGNAL.
           IF WS-WAIT-STATUS >= 0
              COMPUTE WS-STEP-SIGNAL =
                 FUNCTION MOD(WS-WAIT-STATUS, 256)
              IF WS-STEP-SIGNAL = 0
                 COMPUTE WS-STEP-RC = WS-WAIT-STATUS / 256
              END-IF
           END-IF.
           ACCEPT WS-STEP-END FROM TIME.
           SET WS-RAN-COUNT UP BY 1.
           MOVE WS-STEP-RC TO STP-RC(WS-I).
           MOVE SPACES TO WS-NOTE.
           EVALUATE TRUE
              WHEN WS-WAIT-STATUS < 0
                 MOVE 'F' TO STP-STATE(WS-I)
                 MOVE 'FAILED' TO WS-OUTCOME
                 MOVE 'ABNORMAL END - STEP NOT STARTED' TO WS-NOTE
                 SET WS-FAIL-COUNT UP BY 1
                 MOVE 'Y' TO WS-HALTED
              WHEN WS-STEP-SIGNAL > 0
                 MOVE 'F' TO STP-STATE(WS-I)
                 MOVE 'FAILED' TO WS-OUTCOME
                 STRING 'ABNORMAL END - SIGNAL ' WS-STEP-SIGNAL
                    DELIMITED BY SIZE INTO WS-NOTE
                 END-STRING
                 SET WS-FAIL-COUNT UP BY 1
                 MOVE 'Y' TO WS-HALTED
              WHEN WS-STEP-RC <= STP-OK-MAX(WS-I)
                 MOVE 'C' TO STP-STATE(WS-I)
                 MOVE 'OK' TO WS-OUTCOME
                 SET WS-OK-COUNT UP BY 1
              WHEN WS-STEP-RC <= STP-WARN-MAX(WS-I)
                 MOVE 'W' TO STP-STATE(WS-I)
                 MOVE 'WARN' TO WS-OUTCOME
                 MOVE 'COMPLETED WITH WARNING - CHAIN CONTINUES'
                    TO WS-NOTE
                 SET WS-WARN-COUNT UP BY 1
              WHEN OTHER
                 MOVE 'F' TO STP-STATE(WS-I)
                 MOVE 'FAILED' TO WS-OUTCOME
                 MOVE 'STOP RETURN-CODE - CHAIN STOPPED' TO WS-NOTE
                 SET WS-FAIL-COUNT UP BY 1
                 MOVE 'Y' TO WS-HALTED
           END-EVALUATE.
           DISPLAY 'AOC-2021-D01-CHAIN: ' STP-NAME(WS-I) ' ENDED RC '
              WS-STEP-RC ' - ' WS-OUTCOME.
           PERFORM WRITE-CHAIN-LOG.
           PERFORM SAVE-RESTART-STATE.

      * Whatever is still pending once the chain can go no further:
      * steps downstream of a failure, everything left when a step
      * stopped the chain, and steps caught in a predecessor loop.
      * Steps completed on an earlier run are logged as skipped so
      * the log shows the whole night either way.
       HOLD-REMAINING-STEPS.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-STP-LEN
              EVALUATE STP-STATE(WS-I)
                 WHEN SPACE
                    PERFORM CHECK-STEP-READY
                    MOVE 'H' TO STP-STATE(WS-I)
                    MOVE 'HELD' TO WS-OUTCOME
                    EVALUATE TRUE
                       WHEN STEP-BLOCKED
                          MOVE 'PREDECESSOR FAILED OR HELD - NOT RUN'
                             TO WS-NOTE
                       WHEN CHAIN-HALTED
                          MOVE 'CHAIN STOPPED - NOT RUN' TO WS-NOTE
                       WHEN OTHER
                          MOVE 'PREDECESSOR LOOP - NOT RUN' TO WS-NOTE
                    END-EVALUATE
                    SET WS-HELD-COUNT UP BY 1
                    MOVE 0 TO WS-STEP-RC
                    ACCEPT WS-STEP-START FROM TIME
                    MOVE WS-STEP-START TO WS-STEP-END
                    PERFORM WRITE-CHAIN-LOG
                 WHEN 'P'
                    MOVE 'SKIPPED' TO WS-OUTCOME
                    MOVE 'COMPLETE ON EARLIER RUN - NOT RERUN'
                       TO WS-NOTE
                    MOVE STP-RC(WS-I) TO WS-STEP-RC
                    ACCEPT WS-STEP-START FROM TIME
                    MOVE WS-STEP-START TO WS-STEP-END
                    PERFORM WRITE-CHAIN-LOG
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              SET WS-I UP BY 1
           END-PERFORM.

      * One chain-log line for step WS-I.
       WRITE-CHAIN-LOG.
           MOVE WS-CHAIN-DATE TO CLG-DATE.
           MOVE SPACE TO CLG-SEP1.
           MOVE STP-NAME(WS-I) TO CLG-STEP.
           MOVE SPACE TO CLG-SEP2.
           MOVE WS-STEP-START(1:6) TO CLG-START.
           MOVE SPACE TO CLG-SEP3.
           MOVE WS-STEP-END(1:6) TO CLG-END.
           MOVE SPACE TO CLG-SEP4.
           MOVE WS-STEP-RC TO CLG-RC.
           MOVE SPACE TO CLG-SEP5.
           MOVE WS-OUTCOME TO CLG-OUTCOME.
           MOVE SPACE TO CLG-SEP6.
           MOVE WS-NOTE TO CLG-NOTE.
           WRITE CHAINLOG-RECORD.

      * Rewrites the night's restart state from the step table, so
      * an abend between steps loses nothing already finished.
      * Failed and held steps are written as such; only complete ones
      * are honoured on the rerun.
       SAVE-RESTART-STATE.
           OPEN OUTPUT RESTART-FILE.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-STP-LEN
              MOVE WS-CHAIN-DATE TO CRS-DATE
              MOVE SPACE TO CRS-SEP1
              MOVE STP-NAME(WS-J) TO CRS-STEP
              MOVE SPACE TO CRS-SEP2
              MOVE STP-STATE(WS-J) TO CRS-STATE
              MOVE SPACE TO CRS-SEP3
              MOVE STP-RC(WS-J) TO CRS-RC
              WRITE RESTART-RECORD
              SET WS-J UP BY 1
           END-PERFORM.
           CLOSE RESTART-FILE.

      * The run's row on the shared statistics trail, written on
      * every exit path so the monitor sees aborted runs too.
       WRITE-RUN-STATS.
           ACCEPT WS-STAT-END FROM TIME.
           OPEN EXTEND RUNSTATS-FILE.
           IF WS-STAT-FS = '05' OR WS-STAT-FS = '35'
              CLOSE RUNSTATS-FILE
              OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           MOVE 'AOC-2021-D01-CHAIN' TO RST-PROGRAM.
           MOVE SPACE TO RST-SEP1.
           MOVE SPACES TO RST-VESSEL.
           MOVE SPACE TO RST-SEP2.
           MOVE WS-RUN-DATE TO RST-DATE.
           MOVE SPACE TO RST-SEP3.
           MOVE WS-STAT-START(1:6) TO RST-START.
           MOVE SPACE TO RST-SEP4.
           MOVE WS-STAT-END(1:6) TO RST-END.
           MOVE SPACE TO RST-SEP5.
           MOVE WS-STP-LEN TO RST-READ.
           MOVE SPACE TO RST-SEP6.
           MOVE WS-FAIL-COUNT TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
