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

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD   PIC X(100).
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-VESSEL-ID     PIC X(10) VALUE SPACES.
       01  WS-SHOW-LAT      PIC -99.9999.
       01  WS-EXT-PTR       PIC 9(3) VALUE 1.
       01  WS-SHOW-LON      PIC -999.9999.

      * The slice being asked for: date (defaults to today) and an
      * optional record range.
       WRITE-SLICE-ROW.
           SET WS-ROW-COUNT UP BY 1.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 1 TO WS-EXT-PTR.
           STRING '  RECORD ' SND-REC-NUM
                  '  READING: ' SND-READING
                  '  ' SND-DIRECTION
                  '  TIME: ' SND-TIME
                  '  SEG: ' SND-SEG
                  DELIMITED BY SIZE INTO EXTRACT-RECORD
                  WITH POINTER WS-EXT-PTR
           END-STRING.
           IF SND-PLACED
              MOVE SND-LAT TO WS-SHOW-LAT
              MOVE SND-LON TO WS-SHOW-LON
              STRING '  POS: ' SND-POS-FLAG ' ' WS-SHOW-LAT
                     ' ' WS-SHOW-LON
                     DELIMITED BY SIZE INTO EXTRACT-RECORD
                     WITH POINTER WS-EXT-PTR
              END-STRING
           END-IF.
           WRITE EXTRACT-RECORD.
