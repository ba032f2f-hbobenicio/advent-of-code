      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN58.cbl
      * $ mv MASTER.DAT MASTPRE.DAT && ./a.out
      *-----------------------------------------------------------------
      * One-time rebuild of the historical master with its vessel-
      * first access path. Reads the 87-byte rows of the master as it
      * stood before the path existed, from MASTPRE.DAT (the master
      * renamed aside), and writes each to a fresh MASTER.DAT with
      * every field unchanged -- counts, release state and sent date
      * -- and MAS-VESSEL-KEY set from its key, so the alternate
      * index is built as the rows go in.
      *
      * Refuses to run over an existing MASTER.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-MASVKEY.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The master without the vessel-first path, renamed aside.
           SELECT OLD-MASTER-FILE ASSIGN TO 'MASTPRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-KEY
           FILE STATUS IS WS-OLD-FS.

      * The master with the vessel-first path, written fresh.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OLD-KEY              PIC X(18).
           05 OLD-FIGURES          PIC X(69).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MAS-KEY.
              10 MAS-RUN-DATE      PIC 9(8).
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

       WORKING-STORAGE SECTION.
       01  WS-OLD-FS        PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-READ          PIC 9(7) VALUE 0.
       01  WS-WRITTEN       PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = '35'
              IF WS-MASTER-FS = '00'
                 CLOSE MASTER-FILE
              END-IF
              DISPLAY 'AOC-2021-D01-MASVKEY: MASTER.DAT ALREADY '
                 'EXISTS (' WS-MASTER-FS ') - NOT REBUILT'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-MASVKEY: NO MASTPRE.DAT ('
                 WS-OLD-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ OLD-MASTER-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-READ UP BY 1
                    PERFORM REBUILD-ONE-ROW
              END-READ
           END-PERFORM.
           CLOSE OLD-MASTER-FILE.
           CLOSE MASTER-FILE.
           DISPLAY 'AOC-2021-D01-MASVKEY: ' WS-READ ' READ, '
              WS-WRITTEN ' WRITTEN'.
           IF WS-WRITTEN NOT = WS-READ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One old row onto the new master byte for byte, with its
      * vessel-first key.
       REBUILD-ONE-ROW.
           MOVE OLD-MASTER-RECORD TO MASTER-RECORD.
           MOVE MAS-VESSEL-ID TO MAS-VK-VESSEL-ID.
           MOVE MAS-RUN-DATE TO MAS-VK-RUN-DATE.
           WRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-MASVKEY: DUPLICATE KEY '
                    MAS-RUN-DATE ' ' MAS-VESSEL-ID
              NOT INVALID KEY
                 SET WS-WRITTEN UP BY 1
           END-WRITE.
