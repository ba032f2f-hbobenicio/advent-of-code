      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN59.cbl
      * $ ./a.out            (transactions read from VOYAGTRN.DAT)
      *-----------------------------------------------------------------
      * Voyage register maintenance. VOYAGE.DAT holds each vessel's
      * voyages -- voyage number, the project it sails for, sail and
      * return dates and where it stands -- and this program is the
      * only sanctioned way to change it: transactions from
      * VOYAGTRN.DAT plan, sail, close or cancel a voyage, and every
      * transaction (applied or refused) writes an audit line to
      * VOYAGAUD.DAT, the same discipline AOC-2021-D01-SCHED keeps
      * over the processing calendar. A closed voyage is picked up
      * by AOC-2021-D01-VOYRPT for its end-of-voyage report.
      *
      * Transaction layout (one per line):
      *   ACTION VESSEL-ID  VOYG DATE     PROJECT
      *   ADD plans voyage VOYG for the project, DATE the planned
      *       sail date;
      *   SAL the vessel sailed on DATE -- the voyage is at sea;
      *   CLS the vessel returned on DATE -- the voyage is closed;
      *   CAN cancels a planned voyage that never sailed.
      * A vessel has one voyage at sea at a time, and no two of its
      * voyages may share a day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-VOYAGE.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The register itself, keyed by vessel and voyage number.
           SELECT VOYAGE-FILE ASSIGN TO 'VOYAGE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOY-KEY
           FILE STATUS IS WS-VOYAGE-FS.

      * The day's voyage transactions, keyed in by the desk.
           SELECT TRAN-FILE ASSIGN TO 'VOYAGTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * The vessel master, so a voyage can only be planned for a
      * vessel that exists.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * One audit line per transaction, applied or refused.
           SELECT VOYAGE-AUDIT-FILE ASSIGN TO 'VOYAGAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAUD-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
      * One row per voyage. The return date is zero until the voyage
      * closes; the reported date is when its end-of-voyage report
      * was last cut (zero while it has not been).
       FD  VOYAGE-FILE.
       01  VOYAGE-RECORD.
           05 VOY-KEY.
              10 VOY-VESSEL-ID     PIC X(10).
              10 VOY-NUMBER        PIC 9(4).
           05 VOY-PROJECT          PIC X(15).
           05 VOY-SAIL-DATE        PIC 9(8).
           05 VOY-RETURN-DATE      PIC 9(8).
           05 VOY-STATUS           PIC X(1).
              88 VOY-PLANNED               VALUE 'P'.
              88 VOY-AT-SEA                VALUE 'S'.
              88 VOY-CLOSED                VALUE 'C'.
              88 VOY-CANCELLED             VALUE 'X'.
           05 VOY-CHANGED-DATE     PIC 9(8).
           05 VOY-REPORTED-DATE    PIC 9(8).

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 VTR-ACTION    PIC X(3).
           05 VTR-SEP1      PIC X(1).
           05 VTR-VESSEL    PIC X(10).
           05 VTR-SEP2      PIC X(1).
           05 VTR-VOYAGE    PIC X(4).
           05 VTR-SEP3      PIC X(1).
           05 VTR-DATE      PIC X(8).
           05 VTR-SEP4      PIC X(1).
           05 VTR-PROJECT   PIC X(15).

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

       FD  VOYAGE-AUDIT-FILE.
       01  VOYAGE-AUDIT-RECORD.
           05 VAU-DATE      PIC 9(8).
           05 VAU-SEP1      PIC X(1).
           05 VAU-TIME      PIC 9(6).
           05 VAU-SEP2      PIC X(1).
           05 VAU-ACTION    PIC X(3).
           05 VAU-SEP3      PIC X(1).
           05 VAU-VESSEL    PIC X(10).
           05 VAU-SEP4      PIC X(1).
           05 VAU-VOYAGE    PIC X(4).
           05 VAU-SEP5      PIC X(1).
           05 VAU-TRAN-DATE PIC X(8).
           05 VAU-SEP6      PIC X(1).
           05 VAU-PROJECT   PIC X(15).
           05 VAU-SEP7      PIC X(1).
           05 VAU-RESULT    PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-VOYAGE-FS     PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-VAUD-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-VOY-LOOP      PIC A(1).
         88  VOY-BREAK                VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-TIME      PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-APPLIED       PIC 9(4) VALUE 0.
       01  WS-REFUSED       PIC 9(4) VALUE 0.
       01  WS-RESULT        PIC X(30) VALUE SPACES.

      * The transaction's voyage and date, and the days the voyage
      * would hold once it is applied -- an open-ended span for a
      * voyage still at sea.
       01  WS-VOYAGE-NUM    PIC 9(4) VALUE 0.
       01  WS-TRAN-DATE     PIC 9(8) VALUE 0.
       01  WS-SPAN-FROM     PIC 9(8) VALUE 0.
       01  WS-SPAN-TO       PIC 9(8) VALUE 0.
       01  WS-OTHER-TO      PIC 9(8) VALUE 0.
       01  WS-FROM-INT      PIC 9(7) VALUE 0.
       01  WS-TO-INT        PIC 9(7) VALUE 0.

      * The voyage row as read for the transaction, kept while the
      * vessel's other voyages are walked for overlaps.
       01  WS-HAVE-VOYAGE   PIC X(1) VALUE 'N'.
         88  HAVE-VOYAGE              VALUE 'Y'.
       01  WS-SAVE-VOYAGE   PIC X(62) VALUE SPACES.

      * A voyage longer than this is taken as a keying error, not a
      * survey trip.
       01  WS-RANGE-MAX     PIC 9(3) VALUE 366.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-VOYAGE: NO VOYAGTRN.DAT ('
                 WS-TRAN-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O VOYAGE-FILE.
           IF WS-VOYAGE-FS = '35'
              OPEN OUTPUT VOYAGE-FILE
              CLOSE VOYAGE-FILE
              OPEN I-O VOYAGE-FILE
           END-IF.
           OPEN EXTEND VOYAGE-AUDIT-FILE.
           IF WS-VAUD-FS = '05' OR WS-VAUD-FS = '35'
              CLOSE VOYAGE-AUDIT-FILE
              OPEN OUTPUT VOYAGE-AUDIT-FILE
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ TRAN-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-TRAN-COUNT UP BY 1
                    PERFORM APPLY-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           CLOSE VOYAGE-FILE.
           CLOSE VOYAGE-AUDIT-FILE.
           DISPLAY 'AOC-2021-D01-VOYAGE: ' WS-TRAN-COUNT
              ' TRANSACTIONS, ' WS-APPLIED ' APPLIED, '
              WS-REFUSED ' REFUSED'.
           EVALUATE TRUE
              WHEN WS-TRAN-COUNT = 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * One transaction: validate, apply, audit the outcome.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-RESULT = SPACES
              EVALUATE VTR-ACTION
                 WHEN 'ADD'
                    PERFORM PLAN-VOYAGE
                    MOVE 'PLANNED' TO WS-RESULT
                 WHEN 'SAL'
                    PERFORM SAIL-VOYAGE
                    MOVE 'AT SEA' TO WS-RESULT
                 WHEN 'CLS'
                    PERFORM CLOSE-VOYAGE
                    MOVE 'CLOSED' TO WS-RESULT
                 WHEN 'CAN'
                    PERFORM CANCEL-VOYAGE
                    MOVE 'CANCELLED' TO WS-RESULT
              END-EVALUATE
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.
           PERFORM WRITE-VOYAGE-AUDIT.

       VALIDATE-TRANSACTION.
           MOVE 0 TO WS-TRAN-DATE.
           EVALUATE TRUE
              WHEN VTR-ACTION NOT = 'ADD' AND VTR-ACTION NOT = 'SAL'
                 AND VTR-ACTION NOT = 'CLS' AND VTR-ACTION NOT = 'CAN'
                 MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
              WHEN VTR-VESSEL = SPACES
                 MOVE 'NO VESSEL - REFUSED' TO WS-RESULT
              WHEN VTR-VOYAGE IS NOT NUMERIC
                 MOVE 'BAD VOYAGE NUMBER - REFUSED' TO WS-RESULT
              WHEN VTR-ACTION NOT = 'CAN'
                 AND FUNCTION TEST-NUMVAL(VTR-DATE) NOT = 0
                 MOVE 'BAD DATE - REFUSED' TO WS-RESULT
              WHEN OTHER
                 MOVE VTR-VOYAGE TO WS-VOYAGE-NUM
                 IF VTR-ACTION NOT = 'CAN'
                    COMPUTE WS-TRAN-DATE = FUNCTION NUMVAL(VTR-DATE)
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRAN-DATE)
                       NOT = 0
                       MOVE 'BAD DATE - REFUSED' TO WS-RESULT
                    END-IF
                 END-IF
                 IF WS-RESULT = SPACES
                    PERFORM READ-VOYAGE
                    EVALUATE VTR-ACTION
                       WHEN 'ADD'
                          PERFORM VALIDATE-PLAN
                       WHEN 'SAL'
                          PERFORM VALIDATE-SAIL
                       WHEN 'CLS'
                          PERFORM VALIDATE-CLOSE
                       WHEN 'CAN'
                          PERFORM VALIDATE-CANCEL
                    END-EVALUATE
                 END-IF
           END-EVALUATE.

      * The voyage the transaction names, if it is on the register.
       READ-VOYAGE.
           MOVE 'N' TO WS-HAVE-VOYAGE.
           MOVE VTR-VESSEL TO VOY-VESSEL-ID.
           MOVE WS-VOYAGE-NUM TO VOY-NUMBER.
           READ VOYAGE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAVE-VOYAGE TO TRUE
                 MOVE VOYAGE-RECORD TO WS-SAVE-VOYAGE
           END-READ.

      * A new voyage number for a vessel on the master, with the
      * project it sails for.
       VALIDATE-PLAN.
           EVALUATE TRUE
              WHEN HAVE-VOYAGE
                 MOVE 'VOYAGE ALREADY ON FILE - REFUSED'
                    TO WS-RESULT
              WHEN VTR-PROJECT = SPACES
                 MOVE 'NO PROJECT - REFUSED' TO WS-RESULT
              WHEN OTHER
                 PERFORM CHECK-VESSEL-EXISTS
           END-EVALUATE.

      * A planned voyage sails only when the vessel is not already
      * at sea and the day does not fall inside another voyage.
       VALIDATE-SAIL.
           EVALUATE TRUE
              WHEN NOT HAVE-VOYAGE
                 MOVE 'VOYAGE NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN NOT VOY-PLANNED
                 MOVE 'VOYAGE NOT PLANNED - REFUSED' TO WS-RESULT
              WHEN WS-TRAN-DATE > WS-RUN-DATE
                 MOVE 'SAIL DATE IN FUTURE - REFUSED' TO WS-RESULT
              WHEN OTHER
                 MOVE WS-TRAN-DATE TO WS-SPAN-FROM
                 MOVE 99999999 TO WS-SPAN-TO
                 PERFORM CHECK-VOYAGE-OVERLAP
           END-EVALUATE.

      * A voyage at sea closes on a return date on or after it
      * sailed, within a year, and clear of the vessel's other
      * voyages.
       VALIDATE-CLOSE.
           EVALUATE TRUE
              WHEN NOT HAVE-VOYAGE
                 MOVE 'VOYAGE NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN NOT VOY-AT-SEA
                 MOVE 'VOYAGE NOT AT SEA - REFUSED' TO WS-RESULT
              WHEN WS-TRAN-DATE > WS-RUN-DATE
                 MOVE 'RETURN DATE IN FUTURE - REFUSED'
                    TO WS-RESULT
              WHEN WS-TRAN-DATE < VOY-SAIL-DATE
                 MOVE 'RETURN BEFORE SAILING - REFUSED'
                    TO WS-RESULT
              WHEN OTHER
                 COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(VOY-SAIL-DATE)
                 COMPUTE WS-TO-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE)
                 IF WS-TO-INT - WS-FROM-INT >= WS-RANGE-MAX
                    MOVE 'VOYAGE OVER A YEAR - REFUSED'
                       TO WS-RESULT
                 ELSE
                    MOVE VOY-SAIL-DATE TO WS-SPAN-FROM
                    MOVE WS-TRAN-DATE TO WS-SPAN-TO
                    PERFORM CHECK-VOYAGE-OVERLAP
                 END-IF
           END-EVALUATE.

      * Only a voyage that never sailed can be cancelled; one that
      * sailed is closed instead, so its days still get reported.
       VALIDATE-CANCEL.
           EVALUATE TRUE
              WHEN NOT HAVE-VOYAGE
                 MOVE 'VOYAGE NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN NOT VOY-PLANNED
                 MOVE 'VOYAGE NOT PLANNED - REFUSED' TO WS-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-VESSEL-EXISTS.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              MOVE VTR-VESSEL TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    MOVE 'VESSEL NOT ON FILE - REFUSED'
                       TO WS-RESULT
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              CLOSE VESSEL-FILE
           ELSE
              MOVE 'NO VESSEL MASTER - REFUSED' TO WS-RESULT
           END-IF.

      * Walks the vessel's other voyages: one still at sea, or a
      * closed one whose days meet the span, refuses the
      * transaction. The transaction's own row is read back after.
       CHECK-VOYAGE-OVERLAP.
           MOVE VTR-VESSEL TO VOY-VESSEL-ID.
           MOVE 0 TO VOY-NUMBER.
           START VOYAGE-FILE KEY >= VOY-KEY
              INVALID KEY
                 MOVE 'B' TO WS-VOY-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-VOY-LOOP
           END-START.
           PERFORM UNTIL VOY-BREAK
              READ VOYAGE-FILE NEXT RECORD
                 AT END SET VOY-BREAK TO TRUE
                 NOT AT END
                    IF VOY-VESSEL-ID NOT = VTR-VESSEL
                       SET VOY-BREAK TO TRUE
                    ELSE
                       IF VOY-NUMBER NOT = WS-VOYAGE-NUM
                          PERFORM CHECK-ONE-OVERLAP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-SAVE-VOYAGE TO VOYAGE-RECORD.
           READ VOYAGE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

       CHECK-ONE-OVERLAP.
           IF VOY-AT-SEA
              MOVE 99999999 TO WS-OTHER-TO
           ELSE
              MOVE VOY-RETURN-DATE TO WS-OTHER-TO
           END-IF.
           IF (VOY-AT-SEA OR VOY-CLOSED)
              AND WS-RESULT = SPACES
              AND VOY-SAIL-DATE <= WS-SPAN-TO
              AND WS-OTHER-TO >= WS-SPAN-FROM
              MOVE SPACES TO WS-RESULT
              IF VOY-AT-SEA
                 STRING 'VOYAGE ' VOY-NUMBER ' AT SEA - REFUSED'
                        DELIMITED BY SIZE INTO WS-RESULT
                 END-STRING
              ELSE
                 STRING 'OVERLAPS VOYAGE ' VOY-NUMBER ' - REFUSED'
                        DELIMITED BY SIZE INTO WS-RESULT
                 END-STRING
              END-IF
           END-IF.

       PLAN-VOYAGE.
           MOVE VTR-VESSEL TO VOY-VESSEL-ID.
           MOVE WS-VOYAGE-NUM TO VOY-NUMBER.
           MOVE VTR-PROJECT TO VOY-PROJECT.
           MOVE WS-TRAN-DATE TO VOY-SAIL-DATE.
           MOVE 0 TO VOY-RETURN-DATE.
           MOVE 'P' TO VOY-STATUS.
           MOVE WS-RUN-DATE TO VOY-CHANGED-DATE.
           MOVE 0 TO VOY-REPORTED-DATE.
           WRITE VOYAGE-RECORD.

      * The actual sail date replaces the planned one; a project
      * keyed on the transaction replaces the planned project.
       SAIL-VOYAGE.
           MOVE WS-TRAN-DATE TO VOY-SAIL-DATE.
           IF VTR-PROJECT NOT = SPACES
              MOVE VTR-PROJECT TO VOY-PROJECT
           END-IF.
           MOVE 'S' TO VOY-STATUS.
           MOVE WS-RUN-DATE TO VOY-CHANGED-DATE.
           REWRITE VOYAGE-RECORD.

      * Closing leaves the voyage for the end-of-voyage report.
       CLOSE-VOYAGE.
           MOVE WS-TRAN-DATE TO VOY-RETURN-DATE.
           MOVE 'C' TO VOY-STATUS.
           MOVE WS-RUN-DATE TO VOY-CHANGED-DATE.
           MOVE 0 TO VOY-REPORTED-DATE.
           REWRITE VOYAGE-RECORD.

       CANCEL-VOYAGE.
           MOVE 'X' TO VOY-STATUS.
           MOVE WS-RUN-DATE TO VOY-CHANGED-DATE.
           REWRITE VOYAGE-RECORD.

       WRITE-VOYAGE-AUDIT.
           MOVE WS-RUN-DATE TO VAU-DATE.
           MOVE SPACE TO VAU-SEP1.
           MOVE WS-RUN-TIME(1:6) TO VAU-TIME.
           MOVE SPACE TO VAU-SEP2.
           MOVE VTR-ACTION TO VAU-ACTION.
           MOVE SPACE TO VAU-SEP3.
           MOVE VTR-VESSEL TO VAU-VESSEL.
           MOVE SPACE TO VAU-SEP4.
           MOVE VTR-VOYAGE TO VAU-VOYAGE.
           MOVE SPACE TO VAU-SEP5.
           MOVE VTR-DATE TO VAU-TRAN-DATE.
           MOVE SPACE TO VAU-SEP6.
           MOVE VTR-PROJECT TO VAU-PROJECT.
           MOVE SPACE TO VAU-SEP7.
           MOVE WS-RESULT TO VAU-RESULT.
           WRITE VOYAGE-AUDIT-RECORD.
