      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN63.cbl
      * $ PREFLIGHT_DATE=20211209 ./a.out
      *-----------------------------------------------------------------
      * Pre-flight readiness check, run ahead of AOC-2021-D01-BATCH.
      * Most failed nights were a missing input found at 02:00; this
      * finds them first. For every active vessel not on the
      * processing calendar for the run date it checks:
      *   TIDES    TIDES.DAT rows for the vessel's home port on the
      *            run date (all 24 hours, or the tide correction
      *            will be partial)
      *   LOG      a log path on the vessel master with a file
      *            behind it
      *   PARTS    no PARTS.DAT set left unassembled: every part from
      *            1 to the highest received is on file and on disk,
      *            and the log holds as many records as the parts do
      * and once for the shared files:
      *   LOCK     RUNLOCK.DAT not still held by a run
      *   JOURNAL  no unit of work left open on JOURNAL.DAT for
      *            AOC-2021-D01-RECOVER to close
      *
      * Each problem goes to PREFLT.TXT with the vessel and the fix
      * needed, and the report closes with a GO or NO-GO verdict.
      * RETURN-CODE 8 is NO-GO (the chain stops the night there), 4
      * is GO with warnings (partial tides only), 0 a clean GO, 16
      * when the vessel master cannot be read. Nothing is updated:
      * every file is opened for input only.
      *
      * PREFLIGHT_DATE sets the run date to check (default today).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-PREFLT.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The vessel master, walked for the fleet the batch will run.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * The processing calendar: a vessel with a date on it is not
      * expected to send a log that day.
           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

      * Per-port tide table maintained by the radio room.
           SELECT TIDE-FILE ASSIGN TO 'TIDES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIDE-FS.

      * The radio room's register of received part-files.
           SELECT PARTS-FILE ASSIGN TO 'PARTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTS-FS.

      * A vessel's log or one of its parts, opened only to see that
      * it is there and count its records.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FS.

      * Run-coordination lock for the shared indexed files.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FS.

      * The write-ahead journal the solvers keep.
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-FS.

      * This program's own output -- the go/no-go report.
           SELECT PREFLT-FILE ASSIGN TO 'PREFLT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY.
              10 SCH-VESSEL-ID     PIC X(10).
              10 SCH-DATE          PIC 9(8).
           05 SCH-REASON           PIC X(15).

       FD  TIDE-FILE.
       01  TIDE-RECORD.
           05 TID-PORT      PIC X(15).
           05 TID-SEP1      PIC X(1).
           05 TID-DATE      PIC 9(8).
           05 TID-SEP2      PIC X(1).
           05 TID-HOUR      PIC 9(2).
           05 TID-SEP3      PIC X(1).
           05 TID-HEIGHT    PIC S9(3) SIGN IS LEADING SEPARATE.

       FD  PARTS-FILE.
       01  PARTS-RECORD.
           05 PRT-VESSEL-ID PIC X(10).
           05 PRT-SEP1      PIC X(1).
           05 PRT-NUMBER    PIC 9(3).
           05 PRT-SEP2      PIC X(1).
           05 PRT-PATH      PIC X(60).

       FD  INPUT-FILE.
       01  INPUT-FILE-RECORD.
           05 NUM PIC X(30).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-HOLDER    PIC X(20).
           05 LCK-SEP1      PIC X(1).
           05 LCK-VESSEL    PIC X(10).
           05 LCK-SEP2      PIC X(1).
           05 LCK-DATE      PIC 9(8).
           05 LCK-SEP3      PIC X(1).
           05 LCK-TIME      PIC 9(6).
           05 LCK-SEP4      PIC X(1).
           05 LCK-STATUS    PIC X(1).
               88 LCK-HELD             VALUE 'H'.
               88 LCK-FREE             VALUE 'F'.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JRN-TYPE      PIC X(1).
           05 JRN-SEP1      PIC X(1).
           05 JRN-PHASE     PIC X(1).
           05 JRN-SEP2      PIC X(1).
           05 JRN-DATE      PIC 9(8).
           05 JRN-SEP3      PIC X(1).
           05 JRN-VESSEL    PIC X(10).
           05 JRN-SEP4      PIC X(1).
           05 JRN-EXISTS    PIC X(1).
           05 JRN-SEP5      PIC X(1).
           05 JRN-DATA      PIC X(90).

       FD  PREFLT-FILE.
       01  PREFLT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-TIDE-FS       PIC X(2) VALUE '00'.
       01  WS-PARTS-FS      PIC X(2) VALUE '00'.
       01  WS-INPUT-FS      PIC X(2) VALUE '00'.
       01  WS-LOCK-FS       PIC X(2) VALUE '00'.
       01  WS-JRN-FS        PIC X(2) VALUE '00'.
       01  WS-PREFLT-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-VESSEL-LOOP   PIC A(1).
         88  VESSEL-LOOP-BREAK        VALUE 'B'.
         88  VESSEL-LOOP-CONTINUE     VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-PARM     PIC X(8) VALUE SPACES.
       01  WS-INPUT-PATH    PIC X(60) VALUE SPACES.

      * Whether the calendar could be opened -- without it every
      * active vessel is taken to be working.
       01  WS-SCH-OPEN      PIC X(1) VALUE 'N'.
         88  SCH-OPEN                 VALUE 'Y'.
       01  WS-SCHEDULED     PIC X(1) VALUE 'N'.
         88  VESSEL-SCHEDULED         VALUE 'Y'.

      * The vessel being checked.
       01  WS-VESSEL-ID     PIC X(10) VALUE SPACES.
       01  WS-HOME-PORT     PIC X(15) VALUE SPACES.
       01  WS-LOG-PATH      PIC X(60) VALUE SPACES.

      * Home-port tide hours found for the run date.
       01  WS-TIDE-TAB.
         05 TIDE-HAVE       PIC X(1) OCCURS 24 TIMES.
       01  WS-TIDE-IDX      PIC 9(2) VALUE 0.
       01  WS-TIDE-HOURS    PIC 9(2) VALUE 0.

      * The vessel's received parts, slotted by part number the way
      * AOC-2021-D01-ASSEMBLE slots them.
       01  WS-PART-MAX      PIC 9(3) VALUE 100.
       01  WS-PART-TAB.
         05 PAR-ROW OCCURS 100 TIMES.
            10 PAR-PATH     PIC X(60).
            10 PAR-SEEN     PIC X(1).
       01  WS-HIGH-PART     PIC 9(3) VALUE 0.
       01  WS-PART-COUNT    PIC 9(3) VALUE 0.
       01  WS-P             PIC 9(3) VALUE 1.
       01  WS-PART-GAPS     PIC 9(3) VALUE 0.
       01  WS-PART-RECORDS  PIC 9(7) VALUE 0.

      * The log at the vessel's path: there or not, and its size.
       01  WS-LOG-FOUND     PIC X(1) VALUE 'N'.
         88  LOG-FOUND                VALUE 'Y'.
       01  WS-LOG-RECORDS   PIC 9(7) VALUE 0.
       01  WS-FILE-FOUND    PIC X(1) VALUE 'N'.
         88  FILE-FOUND               VALUE 'Y'.
       01  WS-FILE-RECORDS  PIC 9(7) VALUE 0.

      * The last unit of work on the journal.
       01  WS-UOW-DATE      PIC 9(8) VALUE 0.
       01  WS-UOW-VESSEL    PIC X(10) VALUE SPACES.
       01  WS-UOW-STATE     PIC X(1) VALUE 'N'.
         88  UOW-NONE                 VALUE 'N'.
         88  UOW-OPEN                 VALUE 'O'.
         88  UOW-CLOSED               VALUE 'C'.

      * The problem being written: vessel, check, what is wrong,
      * and the fix.
       01  WS-PRB-VESSEL    PIC X(10) VALUE SPACES.
       01  WS-PRB-CHECK     PIC X(8) VALUE SPACES.
       01  WS-PRB-TEXT      PIC X(60) VALUE SPACES.
       01  WS-PRB-FIX       PIC X(80) VALUE SPACES.
       01  WS-PRB-SEVERITY  PIC X(1) VALUE SPACE.
         88  PRB-NO-GO                VALUE 'N'.
         88  PRB-WARNING              VALUE 'W'.

       01  WS-VESSELS       PIC 9(4) VALUE 0.
       01  WS-SCHED-OFF     PIC 9(4) VALUE 0.
       01  WS-VESSELS-BAD   PIC 9(4) VALUE 0.
       01  WS-VES-PROBLEMS  PIC 9(4) VALUE 0.
       01  WS-PROBLEMS      PIC 9(5) VALUE 0.
       01  WS-WARNINGS      PIC 9(5) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-RUN-DATE.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS NOT = '00'
              DISPLAY 'AOC-2021-D01-PREFLT: NO VESSEL MASTER ('
                 WS-VESSEL-MFS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-FS = '00'
              SET SCH-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT PREFLT-FILE.
           MOVE SPACES TO PREFLT-RECORD.
           STRING 'PRE-FLIGHT READINESS CHECK  RUN DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PREFLT-RECORD
           END-STRING.
           WRITE PREFLT-RECORD.
           MOVE SPACES TO PREFLT-RECORD.
           WRITE PREFLT-RECORD.
           PERFORM CHECK-RUN-LOCK.
           PERFORM CHECK-JOURNAL.
           MOVE LOW-VALUES TO VES-VESSEL-ID.
           START VESSEL-FILE KEY >= VES-VESSEL-ID
              INVALID KEY
                 MOVE 'B' TO WS-VESSEL-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-VESSEL-LOOP
           END-START.
           PERFORM UNTIL VESSEL-LOOP-BREAK
              READ VESSEL-FILE NEXT RECORD
                 AT END SET VESSEL-LOOP-BREAK TO TRUE
                 NOT AT END
                    IF VES-ACTIVE
                       PERFORM CHECK-VESSEL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VESSEL-FILE.
           IF SCH-OPEN
              CLOSE SCHED-FILE
           END-IF.
           PERFORM WRITE-VERDICT.
           CLOSE PREFLT-FILE.
           DISPLAY 'AOC-2021-D01-PREFLT: ' WS-VESSELS ' VESSELS, '
              WS-PROBLEMS ' PROBLEMS, ' WS-WARNINGS ' WARNINGS'.
           EVALUATE TRUE
              WHEN WS-PROBLEMS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WARNINGS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The night to check: PREFLIGHT_DATE when supplied, so the
      * check can be run the evening before, otherwise today.
       LOAD-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'PREFLIGHT_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF WS-DATE-PARM IS NUMERIC
              MOVE WS-DATE-PARM TO WS-RUN-DATE
           END-IF.

      * A lock still marked held means either a run is in flight now
      * or one abended without freeing it; the batch would stand
      * down or run over an unfinished update either way.
       CHECK-RUN-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FS = '00'
              READ LOCK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LCK-HELD
                       MOVE LCK-VESSEL TO WS-PRB-VESSEL
                       MOVE 'LOCK' TO WS-PRB-CHECK
                       MOVE SPACES TO WS-PRB-TEXT
                       STRING 'RUNLOCK.DAT HELD BY '
                              FUNCTION TRIM(LCK-HOLDER)
                              ' SINCE ' LCK-DATE ' ' LCK-TIME
                              DELIMITED BY SIZE INTO WS-PRB-TEXT
                       END-STRING
                       MOVE 'CONFIRM NO RUN IS IN FLIGHT, RECOVER ANY '
                          & 'OPEN UNIT, THEN FREE THE LOCK'
                          TO WS-PRB-FIX
                       SET PRB-NO-GO TO TRUE
                       PERFORM WRITE-PROBLEM
                    END-IF
              END-READ
              CLOSE LOCK-FILE
           END-IF.

      * Same pass down the journal as AOC-2021-D01-RECOVER: the last
      * unit opened by a B row and not closed by its C row is open.
       CHECK-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-FS = '00'
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ JOURNAL-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM APPLY-JOURNAL-ROW
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.
           IF UOW-OPEN
              MOVE WS-UOW-VESSEL TO WS-PRB-VESSEL
              MOVE 'JOURNAL' TO WS-PRB-CHECK
              MOVE SPACES TO WS-PRB-TEXT
              STRING 'UNIT OF WORK FOR ' WS-UOW-DATE
                     ' LEFT OPEN ON JOURNAL.DAT'
                     DELIMITED BY SIZE INTO WS-PRB-TEXT
              END-STRING
              MOVE 'RUN AOC-2021-D01-RECOVER TO ROLL IT BACK (OR '
                 & 'RECOVER_ACTION=FORWARD TO COMPLETE IT)'
                 TO WS-PRB-FIX
              SET PRB-NO-GO TO TRUE
              PERFORM WRITE-PROBLEM
           END-IF.

       APPLY-JOURNAL-ROW.
           EVALUATE JRN-TYPE
              WHEN 'B'
                 MOVE JRN-DATE TO WS-UOW-DATE
                 MOVE JRN-VESSEL TO WS-UOW-VESSEL
                 MOVE 'O' TO WS-UOW-STATE
              WHEN 'C'
                 IF UOW-OPEN
                    AND JRN-DATE = WS-UOW-DATE
                    AND JRN-VESSEL = WS-UOW-VESSEL
                    MOVE 'C' TO WS-UOW-STATE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * One active vessel: skipped when the calendar has it off for
      * the run date, otherwise its tides, log and parts.
       CHECK-VESSEL.
           MOVE VES-VESSEL-ID TO WS-VESSEL-ID.
           MOVE VES-HOME-PORT TO WS-HOME-PORT.
           MOVE VES-LOG-PATH TO WS-LOG-PATH.
           PERFORM LOOKUP-SCHEDULE.
           IF VESSEL-SCHEDULED
              SET WS-SCHED-OFF UP BY 1
           ELSE
              SET WS-VESSELS UP BY 1
              MOVE 0 TO WS-VES-PROBLEMS
              PERFORM CHECK-TIDES
              PERFORM LOAD-VESSEL-PARTS
              PERFORM CHECK-LOG
              IF WS-PART-COUNT > 0
                 PERFORM CHECK-PARTS
              END-IF
              IF WS-VES-PROBLEMS > 0
                 SET WS-VESSELS-BAD UP BY 1
              END-IF
           END-IF.

       LOOKUP-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULED.
           IF SCH-OPEN
              MOVE WS-VESSEL-ID TO SCH-VESSEL-ID
              MOVE WS-RUN-DATE TO SCH-DATE
              READ SCHED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET VESSEL-SCHEDULED TO TRUE
              END-READ
           END-IF.

      * The home port's tide rows for the run date, hour by hour. No
      * rows at all is a no-go: every timed reading would go to the
      * master uncorrected. Some hours missing is a warning.
       CHECK-TIDES.
           MOVE 'TIDES' TO WS-PRB-CHECK.
           MOVE WS-VESSEL-ID TO WS-PRB-VESSEL.
           IF WS-HOME-PORT = SPACES
              MOVE 'NO HOME PORT ON VESSELS.DAT - NO TIDE CORRECTION'
                 TO WS-PRB-TEXT
              MOVE 'SET THE HOME PORT WITH AOC-2021-D01-VESSEL'
                 TO WS-PRB-FIX
              SET PRB-NO-GO TO TRUE
              PERFORM WRITE-PROBLEM
           ELSE
              MOVE 1 TO WS-TIDE-IDX
              PERFORM UNTIL WS-TIDE-IDX > 24
                 MOVE 'N' TO TIDE-HAVE(WS-TIDE-IDX)
                 SET WS-TIDE-IDX UP BY 1
              END-PERFORM
              MOVE 0 TO WS-TIDE-HOURS
              OPEN INPUT TIDE-FILE
              IF WS-TIDE-FS = '00'
                 MOVE 'C' TO WS-LOOP
                 PERFORM UNTIL LOOP-BREAK
                    READ TIDE-FILE
                       AT END SET LOOP-BREAK TO TRUE
                       NOT AT END
                          IF TID-PORT = WS-HOME-PORT
                             AND TID-DATE = WS-RUN-DATE
                             AND TID-HOUR < 24
                             COMPUTE WS-TIDE-IDX = TID-HOUR + 1
                             IF TIDE-HAVE(WS-TIDE-IDX) = 'N'
                                MOVE 'Y' TO TIDE-HAVE(WS-TIDE-IDX)
                                SET WS-TIDE-HOURS UP BY 1
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TIDE-FILE
              END-IF
              EVALUATE TRUE
                 WHEN WS-TIDE-HOURS = 0
                    MOVE SPACES TO WS-PRB-TEXT
                    STRING 'NO TIDES.DAT ROWS FOR '
                           FUNCTION TRIM(WS-HOME-PORT)
                           ' ON ' WS-RUN-DATE
                           DELIMITED BY SIZE INTO WS-PRB-TEXT
                    END-STRING
                    MOVE 'RADIO ROOM TO ADD THE PORT''S TIDE ROWS TO '
                       & 'TIDES.DAT' TO WS-PRB-FIX
                    SET PRB-NO-GO TO TRUE
                    PERFORM WRITE-PROBLEM
                 WHEN WS-TIDE-HOURS < 24
                    MOVE SPACES TO WS-PRB-TEXT
                    STRING 'TIDES.DAT HAS ' WS-TIDE-HOURS
                           ' OF 24 HOURS FOR '
                           FUNCTION TRIM(WS-HOME-PORT)
                           DELIMITED BY SIZE INTO WS-PRB-TEXT
                    END-STRING
                    MOVE 'RADIO ROOM TO ADD THE MISSING HOURS TO '
                       & 'TIDES.DAT' TO WS-PRB-FIX
                    SET PRB-WARNING TO TRUE
                    PERFORM WRITE-PROBLEM
              END-EVALUATE
           END-IF.

      * The vessel's rows on the parts manifest, slotted by number.
       LOAD-VESSEL-PARTS.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > WS-PART-MAX
              MOVE SPACES TO PAR-PATH(WS-P)
              MOVE 'N' TO PAR-SEEN(WS-P)
              SET WS-P UP BY 1
           END-PERFORM.
           MOVE 0 TO WS-HIGH-PART.
           MOVE 0 TO WS-PART-COUNT.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-FS = '00'
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ PARTS-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF PRT-VESSEL-ID = WS-VESSEL-ID
                          AND PRT-NUMBER > 0
                          AND PRT-NUMBER <= WS-PART-MAX
                          AND PAR-SEEN(PRT-NUMBER) = 'N'
                          MOVE 'Y' TO PAR-SEEN(PRT-NUMBER)
                          MOVE PRT-PATH TO PAR-PATH(PRT-NUMBER)
                          SET WS-PART-COUNT UP BY 1
                          IF PRT-NUMBER > WS-HIGH-PART
                             MOVE PRT-NUMBER TO WS-HIGH-PART
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARTS-FILE
           END-IF.

      * The log the batch will read. A vessel with parts on file and
      * no log has simply not been assembled; that is reported under
      * PARTS, not here.
       CHECK-LOG.
           MOVE 'N' TO WS-LOG-FOUND.
           MOVE 0 TO WS-LOG-RECORDS.
           MOVE 'LOG' TO WS-PRB-CHECK.
           MOVE WS-VESSEL-ID TO WS-PRB-VESSEL.
           IF WS-LOG-PATH = SPACES
              MOVE 'NO LOG PATH ON VESSELS.DAT' TO WS-PRB-TEXT
              MOVE 'SET THE LOG PATH WITH AOC-2021-D01-VESSEL'
                 TO WS-PRB-FIX
              SET PRB-NO-GO TO TRUE
              PERFORM WRITE-PROBLEM
           ELSE
              MOVE WS-LOG-PATH TO WS-INPUT-PATH
              PERFORM COUNT-FILE-RECORDS
              MOVE WS-FILE-FOUND TO WS-LOG-FOUND
              MOVE WS-FILE-RECORDS TO WS-LOG-RECORDS
              IF NOT LOG-FOUND AND WS-PART-COUNT = 0
                 MOVE SPACES TO WS-PRB-TEXT
                 STRING 'NO LOG AT ' FUNCTION TRIM(WS-LOG-PATH)
                        DELIMITED BY SIZE INTO WS-PRB-TEXT
                 END-STRING
                 MOVE 'OBTAIN THE LOG FROM THE RADIO ROOM, OR PUT THE '
                    & 'VESSEL ON THE CALENDAR' TO WS-PRB-FIX
                 SET PRB-NO-GO TO TRUE
                 PERFORM WRITE-PROBLEM
              END-IF
           END-IF.

      * A parts set is assembled when every part from 1 to the
      * highest received is on file and readable and the log holds
      * exactly as many records as the parts between them.
       CHECK-PARTS.
           MOVE 'PARTS' TO WS-PRB-CHECK.
           MOVE WS-VESSEL-ID TO WS-PRB-VESSEL.
           MOVE 0 TO WS-PART-GAPS.
           MOVE 0 TO WS-PART-RECORDS.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > WS-HIGH-PART
              IF PAR-SEEN(WS-P) = 'N'
                 SET WS-PART-GAPS UP BY 1
                 MOVE SPACES TO WS-PRB-TEXT
                 STRING 'PART ' WS-P ' OF ' WS-HIGH-PART
                        ' NOT RECEIVED'
                        DELIMITED BY SIZE INTO WS-PRB-TEXT
                 END-STRING
                 MOVE 'RADIO ROOM TO RE-REQUEST THE PART, THEN RUN '
                    & 'AOC-2021-D01-ASSEMBLE' TO WS-PRB-FIX
                 SET PRB-NO-GO TO TRUE
                 PERFORM WRITE-PROBLEM
              ELSE
                 MOVE PAR-PATH(WS-P) TO WS-INPUT-PATH
                 PERFORM COUNT-FILE-RECORDS
                 IF FILE-FOUND
                    ADD WS-FILE-RECORDS TO WS-PART-RECORDS
                 ELSE
                    SET WS-PART-GAPS UP BY 1
                    MOVE SPACES TO WS-PRB-TEXT
                    STRING 'PART ' WS-P ' FILE MISSING: '
                           FUNCTION TRIM(PAR-PATH(WS-P))
                           DELIMITED BY SIZE INTO WS-PRB-TEXT
                    END-STRING
                    MOVE 'RADIO ROOM TO RE-REQUEST THE PART, THEN RUN '
                       & 'AOC-2021-D01-ASSEMBLE' TO WS-PRB-FIX
                    SET PRB-NO-GO TO TRUE
                    PERFORM WRITE-PROBLEM
                 END-IF
              END-IF
              SET WS-P UP BY 1
           END-PERFORM.
           IF WS-PART-GAPS = 0
              IF NOT LOG-FOUND
                 OR WS-LOG-RECORDS NOT = WS-PART-RECORDS
                 MOVE SPACES TO WS-PRB-TEXT
                 STRING WS-PART-COUNT ' PARTS (' WS-PART-RECORDS
                        ' RECORDS) NOT ASSEMBLED, LOG HAS '
                        WS-LOG-RECORDS
                        DELIMITED BY SIZE INTO WS-PRB-TEXT
                 END-STRING
                 MOVE 'RUN AOC-2021-D01-ASSEMBLE FOR THE VESSEL'
                    TO WS-PRB-FIX
                 SET PRB-NO-GO TO TRUE
                 PERFORM WRITE-PROBLEM
              END-IF
           END-IF.

      * Opens WS-INPUT-PATH for input only and counts its records.
       COUNT-FILE-RECORDS.
           MOVE 'N' TO WS-FILE-FOUND.
           MOVE 0 TO WS-FILE-RECORDS.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-FS = '00'
              SET FILE-FOUND TO TRUE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ INPUT-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       SET WS-FILE-RECORDS UP BY 1
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
           END-IF.

      * One problem and its fix, two lines on the report.
       WRITE-PROBLEM.
           IF PRB-NO-GO
              SET WS-PROBLEMS UP BY 1
              SET WS-VES-PROBLEMS UP BY 1
           ELSE
              SET WS-WARNINGS UP BY 1
           END-IF.
           MOVE SPACES TO PREFLT-RECORD.
           IF PRB-NO-GO
              STRING 'NO-GO ' WS-PRB-VESSEL ' ' WS-PRB-CHECK ' '
                     WS-PRB-TEXT
                     DELIMITED BY SIZE INTO PREFLT-RECORD
              END-STRING
           ELSE
              STRING 'WARN  ' WS-PRB-VESSEL ' ' WS-PRB-CHECK ' '
                     WS-PRB-TEXT
                     DELIMITED BY SIZE INTO PREFLT-RECORD
              END-STRING
           END-IF.
           WRITE PREFLT-RECORD.
           MOVE SPACES TO PREFLT-RECORD.
           STRING '      FIX: ' WS-PRB-FIX
                  DELIMITED BY SIZE INTO PREFLT-RECORD
           END-STRING.
           WRITE PREFLT-RECORD.

       WRITE-VERDICT.
           MOVE SPACES TO PREFLT-RECORD.
           WRITE PREFLT-RECORD.
           MOVE SPACES TO PREFLT-RECORD.
           STRING 'VESSELS CHECKED: ' WS-VESSELS
                  '  ON CALENDAR (NOT CHECKED): ' WS-SCHED-OFF
                  '  WITH PROBLEMS: ' WS-VESSELS-BAD
                  DELIMITED BY SIZE INTO PREFLT-RECORD
           END-STRING.
           WRITE PREFLT-RECORD.
           IF NOT SCH-OPEN
              MOVE 'SCHED.DAT NOT PRESENT - EVERY ACTIVE VESSEL CHECKED'
                 TO PREFLT-RECORD
              WRITE PREFLT-RECORD
           END-IF.
           MOVE SPACES TO PREFLT-RECORD.
           EVALUATE TRUE
              WHEN WS-PROBLEMS > 0
                 STRING 'VERDICT: NO-GO -- ' WS-PROBLEMS
                        ' PROBLEMS TO FIX BEFORE AOC-2021-D01-BATCH'
                        DELIMITED BY SIZE INTO PREFLT-RECORD
                 END-STRING
              WHEN WS-WARNINGS > 0
                 STRING 'VERDICT: GO -- WITH ' WS-WARNINGS
                        ' WARNINGS'
                        DELIMITED BY SIZE INTO PREFLT-RECORD
                 END-STRING
              WHEN OTHER
                 MOVE 'VERDICT: GO' TO PREFLT-RECORD
           END-EVALUATE.
           WRITE PREFLT-RECORD.
