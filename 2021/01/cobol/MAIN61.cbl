      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN61.cbl
      * $ ./a.out            (transactions read from LINETRN.DAT)
      *-----------------------------------------------------------------
      * Planned survey-line register maintenance. LINES.DAT holds
      * each project's numbered survey lines as the survey lead
      * planned them -- the line ID the vessels open the leg with
      * on their 'SEG <id>' marker, the planned length in meters and
      * a description -- and this program is the only sanctioned way
      * to change it: transactions from LINETRN.DAT add, update or
      * delete a line, and every transaction (applied or refused)
      * writes an audit line to LINEAUD.DAT, the same discipline
      * AOC-2021-D01-SCHED keeps over the processing calendar.
      * AOC-2021-D01-LINERPT measures the lines run against it.
      *
      * Transaction layout (one per line):
      *   ACTION PROJECT         LINE-ID  LENGTH  DESCRIPTION
      *   ADD plans a line; UPD replaces its length and (when keyed)
      *   its description; DEL takes it off the plan. LENGTH is the
      *   planned length in whole meters, seven digits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-LINES.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The register itself, keyed by project and line.
           SELECT LINES-FILE ASSIGN TO 'LINES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIN-KEY
           FILE STATUS IS WS-LINES-FS.

      * The day's line transactions, keyed in by the survey lead.
           SELECT TRAN-FILE ASSIGN TO 'LINETRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * One audit line per transaction, applied or refused.
           SELECT LINE-AUDIT-FILE ASSIGN TO 'LINEAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAUD-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
      * One row per planned line. The line ID is the one the vessel
      * keys on its 'SEG <id>' marker when it runs the line.
       FD  LINES-FILE.
       01  LINES-RECORD.
           05 LIN-KEY.
              10 LIN-PROJECT       PIC X(15).
              10 LIN-LINE-ID       PIC X(8).
           05 LIN-PLANNED-LEN      PIC 9(7).
           05 LIN-DESC             PIC X(30).
           05 LIN-ADDED-DATE       PIC 9(8).
           05 LIN-CHANGED-DATE     PIC 9(8).

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 LTR-ACTION    PIC X(3).
           05 LTR-SEP1      PIC X(1).
           05 LTR-PROJECT   PIC X(15).
           05 LTR-SEP2      PIC X(1).
           05 LTR-LINE-ID   PIC X(8).
           05 LTR-SEP3      PIC X(1).
           05 LTR-LENGTH    PIC X(7).
           05 LTR-SEP4      PIC X(1).
           05 LTR-DESC      PIC X(30).

       FD  LINE-AUDIT-FILE.
       01  LINE-AUDIT-RECORD.
           05 LAU-DATE      PIC 9(8).
           05 LAU-SEP1      PIC X(1).
           05 LAU-TIME      PIC 9(6).
           05 LAU-SEP2      PIC X(1).
           05 LAU-ACTION    PIC X(3).
           05 LAU-SEP3      PIC X(1).
           05 LAU-PROJECT   PIC X(15).
           05 LAU-SEP4      PIC X(1).
           05 LAU-LINE-ID   PIC X(8).
           05 LAU-SEP5      PIC X(1).
           05 LAU-LENGTH    PIC X(7).
           05 LAU-SEP6      PIC X(1).
           05 LAU-RESULT    PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-LINES-FS      PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-LAUD-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-TIME      PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-APPLIED       PIC 9(4) VALUE 0.
       01  WS-REFUSED       PIC 9(4) VALUE 0.
       01  WS-RESULT        PIC X(30) VALUE SPACES.
       01  WS-LENGTH        PIC 9(7) VALUE 0.
       01  WS-HAVE-LINE     PIC X(1) VALUE 'N'.
         88  HAVE-LINE                VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-LINES: NO LINETRN.DAT ('
                 WS-TRAN-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O LINES-FILE.
           IF WS-LINES-FS = '35'
              OPEN OUTPUT LINES-FILE
              CLOSE LINES-FILE
              OPEN I-O LINES-FILE
           END-IF.
           OPEN EXTEND LINE-AUDIT-FILE.
           IF WS-LAUD-FS = '05' OR WS-LAUD-FS = '35'
              CLOSE LINE-AUDIT-FILE
              OPEN OUTPUT LINE-AUDIT-FILE
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
           CLOSE LINES-FILE.
           CLOSE LINE-AUDIT-FILE.
           DISPLAY 'AOC-2021-D01-LINES: ' WS-TRAN-COUNT
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
              EVALUATE LTR-ACTION
                 WHEN 'ADD'
                    PERFORM ADD-LINE
                    MOVE 'PLANNED' TO WS-RESULT
                 WHEN 'UPD'
                    PERFORM UPDATE-LINE
                    MOVE 'UPDATED' TO WS-RESULT
                 WHEN 'DEL'
                    DELETE LINES-FILE RECORD
                    MOVE 'REMOVED FROM PLAN' TO WS-RESULT
              END-EVALUATE
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.
           PERFORM WRITE-LINE-AUDIT.

       VALIDATE-TRANSACTION.
           EVALUATE TRUE
              WHEN LTR-ACTION NOT = 'ADD' AND LTR-ACTION NOT = 'UPD'
                 AND LTR-ACTION NOT = 'DEL'
                 MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
              WHEN LTR-PROJECT = SPACES
                 MOVE 'NO PROJECT - REFUSED' TO WS-RESULT
              WHEN LTR-LINE-ID = SPACES
                 MOVE 'NO LINE ID - REFUSED' TO WS-RESULT
              WHEN LTR-ACTION NOT = 'DEL'
                 AND LTR-LENGTH IS NOT NUMERIC
                 MOVE 'BAD LENGTH - REFUSED' TO WS-RESULT
              WHEN OTHER
                 IF LTR-ACTION NOT = 'DEL'
                    MOVE LTR-LENGTH TO WS-LENGTH
                 END-IF
                 PERFORM READ-LINE
                 EVALUATE TRUE
                    WHEN LTR-ACTION = 'ADD' AND HAVE-LINE
                       MOVE 'LINE ALREADY PLANNED - REFUSED'
                          TO WS-RESULT
                    WHEN LTR-ACTION NOT = 'ADD' AND NOT HAVE-LINE
                       MOVE 'LINE NOT ON PLAN - REFUSED'
                          TO WS-RESULT
                    WHEN LTR-ACTION NOT = 'DEL' AND WS-LENGTH = 0
                       MOVE 'ZERO LENGTH - REFUSED' TO WS-RESULT
                 END-EVALUATE
           END-EVALUATE.

       READ-LINE.
           MOVE 'N' TO WS-HAVE-LINE.
           MOVE LTR-PROJECT TO LIN-PROJECT.
           MOVE LTR-LINE-ID TO LIN-LINE-ID.
           READ LINES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAVE-LINE TO TRUE
           END-READ.

       ADD-LINE.
           MOVE LTR-PROJECT TO LIN-PROJECT.
           MOVE LTR-LINE-ID TO LIN-LINE-ID.
           MOVE WS-LENGTH TO LIN-PLANNED-LEN.
           MOVE LTR-DESC TO LIN-DESC.
           MOVE WS-RUN-DATE TO LIN-ADDED-DATE.
           MOVE WS-RUN-DATE TO LIN-CHANGED-DATE.
           WRITE LINES-RECORD.

       UPDATE-LINE.
           MOVE WS-LENGTH TO LIN-PLANNED-LEN.
           IF LTR-DESC NOT = SPACES
              MOVE LTR-DESC TO LIN-DESC
           END-IF.
           MOVE WS-RUN-DATE TO LIN-CHANGED-DATE.
           REWRITE LINES-RECORD.

       WRITE-LINE-AUDIT.
           MOVE WS-RUN-DATE TO LAU-DATE.
           MOVE SPACE TO LAU-SEP1.
           MOVE WS-RUN-TIME(1:6) TO LAU-TIME.
           MOVE SPACE TO LAU-SEP2.
           MOVE LTR-ACTION TO LAU-ACTION.
           MOVE SPACE TO LAU-SEP3.
           MOVE LTR-PROJECT TO LAU-PROJECT.
           MOVE SPACE TO LAU-SEP4.
           MOVE LTR-LINE-ID TO LAU-LINE-ID.
           MOVE SPACE TO LAU-SEP5.
           MOVE LTR-LENGTH TO LAU-LENGTH.
           MOVE SPACE TO LAU-SEP6.
           MOVE WS-RESULT TO LAU-RESULT.
           WRITE LINE-AUDIT-RECORD.
