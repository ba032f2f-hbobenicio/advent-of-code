      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN67.cbl
      * $ mv PROFHIST.DAT PRHOLD.DAT && ./a.out
      *-----------------------------------------------------------------
      * One-time conversion of the vessel profile history to the
      * layout that carries the spike tolerance in force. Reads the
      * 62-byte rows from PRHOLD.DAT, the history renamed aside, and
      * writes each to a fresh PROFHIST.DAT with every existing field
      * unchanged and the spike tolerance zero -- the days those rows
      * cover were counted before any vessel had a tolerance, so a
      * re-solve of them falls back to SPIKE_TOLERANCE exactly as a
      * vessel with no tolerance does.
      *
      * Refuses to run over an existing PROFHIST.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-PRHCONV.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The profile history in its old layout, renamed aside.
           SELECT OLD-PROFHIST-FILE ASSIGN TO 'PRHOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-PRH-KEY
           FILE STATUS IS WS-OLD-FS.

      * The profile history in the spike-tolerance layout, written
      * fresh.
           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-PROFHIST-FILE.
       01  OLD-PROFHIST-RECORD.
           05 OLD-PRH-KEY          PIC X(18).
           05 OLD-PROFILE          PIC X(44).

      * One profile per vessel per effective date: the row with the
      * latest effective date on or before a run date is the profile
      * in force for that run. Zero fields mean the same as on the
      * master -- the batch-wide setting applies.
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

       WORKING-STORAGE SECTION.
       01  WS-OLD-FS        PIC X(2) VALUE '00'.
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-READ          PIC 9(7) VALUE 0.
       01  WS-WRITTEN       PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT PROFHIST-FILE.
           IF WS-PRH-FS NOT = '35'
              IF WS-PRH-FS = '00'
                 CLOSE PROFHIST-FILE
              END-IF
              DISPLAY 'AOC-2021-D01-PRHCONV: PROFHIST.DAT ALREADY '
                 'EXISTS (' WS-PRH-FS ') - NOT CONVERTED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OLD-PROFHIST-FILE.
           IF WS-OLD-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-PRHCONV: NO PRHOLD.DAT ('
                 WS-OLD-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PROFHIST-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ OLD-PROFHIST-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-READ UP BY 1
                    PERFORM CONVERT-ONE-ROW
              END-READ
           END-PERFORM.
           CLOSE OLD-PROFHIST-FILE.
           CLOSE PROFHIST-FILE.
           DISPLAY 'AOC-2021-D01-PRHCONV: ' WS-READ ' READ, '
              WS-WRITTEN ' WRITTEN'.
           IF WS-WRITTEN NOT = WS-READ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One old history row onto the new file, its profile carried
      * over byte for byte and no spike tolerance.
       CONVERT-ONE-ROW.
           MOVE OLD-PROFHIST-RECORD TO PROFHIST-RECORD.
           MOVE 0 TO PRH-SPIKE-TOL.
           WRITE PROFHIST-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-PRHCONV: DUPLICATE KEY '
                    PRH-VESSEL-ID ' ' PRH-EFF-DATE
              NOT INVALID KEY
                 SET WS-WRITTEN UP BY 1
           END-WRITE.
