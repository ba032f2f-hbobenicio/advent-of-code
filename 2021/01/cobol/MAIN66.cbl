      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN66.cbl
      * $ mv CHARTSTG.DAT STGOLD.DAT && ./a.out
      *-----------------------------------------------------------------
      * One-time conversion of the staged charting details to the
      * layout that carries the depth readings kept. Reads the
      * 131-byte rows from STGOLD.DAT, the staging file renamed aside,
      * and writes each to a fresh CHARTSTG.DAT with every existing
      * field unchanged and the kept count not known (flag blank,
      * count zero) -- the voyage report takes such a day's kept count
      * from the run-statistics trail where the solver logged one.
      *
      * Refuses to run over an existing CHARTSTG.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-STGCONV.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The staged details in their old layout, renamed aside.
           SELECT OLD-CHARTSTG-FILE ASSIGN TO 'STGOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-STG-KEY
           FILE STATUS IS WS-OLD-FS.

      * The staged details in the kept-count layout, written fresh.
           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-CHARTSTG-FILE.
       01  OLD-CHARTSTG-RECORD.
           05 OLD-STG-KEY          PIC X(18).
           05 OLD-STG-DATA         PIC X(113).

      * One staged detail per run date and vessel; a same-day rerun
      * replaces it.
       FD  CHARTSTG-FILE.
       01  CHARTSTG-RECORD.
           05 STG-KEY.
              10 STG-RUN-DATE      PIC 9(8).
              10 STG-VESSEL-ID     PIC X(10).
           05 STG-DETAIL           PIC X(100).
           05 STG-READ             PIC 9(7).
           05 STG-REJECTS          PIC 9(6).
      * The depth readings the solver kept and counted. Blank flag
      * on a row staged before the count was carried.
           05 STG-KEPT-FLAG        PIC X(1).
              88 STG-KEPT-KNOWN            VALUE 'Y'.
           05 STG-KEPT             PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FS        PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-READ          PIC 9(7) VALUE 0.
       01  WS-WRITTEN       PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT CHARTSTG-FILE.
           IF WS-CHARTSTG-FS NOT = '35'
              IF WS-CHARTSTG-FS = '00'
                 CLOSE CHARTSTG-FILE
              END-IF
              DISPLAY 'AOC-2021-D01-STGCONV: CHARTSTG.DAT ALREADY '
                 'EXISTS (' WS-CHARTSTG-FS ') - NOT CONVERTED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OLD-CHARTSTG-FILE.
           IF WS-OLD-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-STGCONV: NO STGOLD.DAT ('
                 WS-OLD-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHARTSTG-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ OLD-CHARTSTG-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-READ UP BY 1
                    PERFORM CONVERT-ONE-STAGED
              END-READ
           END-PERFORM.
           CLOSE OLD-CHARTSTG-FILE.
           CLOSE CHARTSTG-FILE.
           DISPLAY 'AOC-2021-D01-STGCONV: ' WS-READ ' READ, '
              WS-WRITTEN ' WRITTEN'.
           IF WS-WRITTEN NOT = WS-READ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One old staged detail onto the new file, carried over byte
      * for byte with its kept count not known.
       CONVERT-ONE-STAGED.
           MOVE OLD-CHARTSTG-RECORD TO CHARTSTG-RECORD.
           MOVE SPACE TO STG-KEPT-FLAG.
           MOVE 0 TO STG-KEPT.
           WRITE CHARTSTG-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-STGCONV: DUPLICATE KEY '
                    STG-KEY
              NOT INVALID KEY
                 SET WS-WRITTEN UP BY 1
           END-WRITE.
