      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN65.cbl
      * $ mv SOUNDREP.DAT SNDOLD.DAT && ./a.out
      *-----------------------------------------------------------------
      * One-time conversion of the soundings repository to the layout
      * that carries each sounding's position. Reads the 51-byte rows
      * from SNDOLD.DAT, the repository renamed aside, and writes each
      * to a fresh SOUNDREP.DAT with every existing field unchanged,
      * the position flag blank (unplaced), latitude and longitude
      * zero and the grid cell size zero -- an unplaced sounding is
      * never gridded, and AOC-2021-D01-GRIDBLD passes it over.
      *
      * Refuses to run over an existing SOUNDREP.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-SNDCONV.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The repository in its old layout, renamed aside.
           SELECT OLD-SOUND-FILE ASSIGN TO 'SNDOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-SND-KEY
           FILE STATUS IS WS-OLD-FS.

      * The repository in the positioned layout, written fresh.
           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-SOUND-FILE.
       01  OLD-SOUND-RECORD.
           05 OLD-SND-KEY       PIC X(24).
           05 OLD-SND-DATA      PIC X(27).

       FD  SOUND-FILE.
       01  SOUND-RECORD.
           05 SND-KEY.
              10 SND-VESSEL-ID PIC X(10).
              10 SND-DATE      PIC 9(8).
              10 SND-REC-NUM   PIC 9(6).
           05 SND-READING      PIC S9(5).
           05 SND-DIRECTION    PIC X(8).
           05 SND-TIME         PIC X(6).
           05 SND-SEG          PIC X(8).
      * Where the sounding was taken, placed from the day's POS
      * fixes (I interpolated, H nearest fix held, blank unplaced),
      * and the grid cell size it was accumulated into (zero until
      * AOC-2021-D01-GRIDBLD takes it).
           05 SND-POS-FLAG     PIC X(1).
              88 SND-PLACED             VALUE 'I' 'H'.
           05 SND-LAT          PIC S9(3)V9(4).
           05 SND-LON          PIC S9(3)V9(4).
           05 SND-GRID-SIZE    PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FS        PIC X(2) VALUE '00'.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-READ          PIC 9(7) VALUE 0.
       01  WS-WRITTEN       PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT SOUND-FILE.
           IF WS-SOUND-FS NOT = '35'
              IF WS-SOUND-FS = '00'
                 CLOSE SOUND-FILE
              END-IF
              DISPLAY 'AOC-2021-D01-SNDCONV: SOUNDREP.DAT ALREADY '
                 'EXISTS (' WS-SOUND-FS ') - NOT CONVERTED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OLD-SOUND-FILE.
           IF WS-OLD-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-SNDCONV: NO SNDOLD.DAT ('
                 WS-OLD-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SOUND-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ OLD-SOUND-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-READ UP BY 1
                    PERFORM CONVERT-ONE-SOUNDING
              END-READ
           END-PERFORM.
           CLOSE OLD-SOUND-FILE.
           CLOSE SOUND-FILE.
           DISPLAY 'AOC-2021-D01-SNDCONV: ' WS-READ ' READ, '
              WS-WRITTEN ' WRITTEN'.
           IF WS-WRITTEN NOT = WS-READ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One old sounding onto the new repository, carried over byte
      * for byte, unplaced and not gridded.
       CONVERT-ONE-SOUNDING.
           MOVE OLD-SOUND-RECORD TO SOUND-RECORD.
           MOVE SPACE TO SND-POS-FLAG.
           MOVE 0 TO SND-LAT.
           MOVE 0 TO SND-LON.
           MOVE 0 TO SND-GRID-SIZE.
           WRITE SOUND-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-SNDCONV: DUPLICATE KEY '
                    SND-KEY
              NOT INVALID KEY
                 SET WS-WRITTEN UP BY 1
           END-WRITE.
