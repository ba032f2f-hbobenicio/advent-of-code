      * archive restores. This job posts each day's trail into the
      * indexed soundings repository keyed by vessel, date and
      * record number, run before the purge cuts the generation.
      * Each row carries the position the solver placed the reading
      * at from the day's POS fixes, which is what the bathymetry
      * grid is built from.
      * The trail itself carries no date, so the posting date rides
      * in on SOUND_DATE (today when absent, the nightly case). A
      * day two solver passes ran writes the same record numbers

       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD   PIC X(100).

       FD  SOUND-FILE.
       01  SOUND-RECORD.
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
       01  WS-AUDIT-FS      PIC X(2) VALUE '00'.
       01  WS-ROW-VESSEL    PIC X(10) VALUE SPACES.
       01  WS-ROW-TIME      PIC X(6) VALUE SPACES.
       01  WS-ROW-SEG       PIC X(8) VALUE SPACES.
       01  WS-ROW-POS-FLAG  PIC X(1) VALUE SPACE.
       01  WS-ROW-LAT       PIC S9(3)V9(4) VALUE 0.
       01  WS-ROW-LON       PIC S9(3)V9(4) VALUE 0.
       01  WS-ROW-LAT-X     PIC X(8) VALUE SPACES.
       01  WS-ROW-LON-X     PIC X(9) VALUE SPACES.
       01  WS-OFF           PIC 9(2) VALUE 0.

       01  WS-READ-COUNT    PIC 9(6) VALUE 0.
           GOBACK.

      * Tokenizes the raw audit line and decodes its zoned reading
      * at whichever width the writing program used; the time, leg,
      * vessel and position stamps sit at fixed offsets past the
      * reading. A trail row written before positions were carried
      * has none, and posts unplaced.
       PARSE-AUDIT-ROW.
           MOVE 'N' TO WS-ROW-OK.
           MOVE SPACES TO WS-TOK-RECNUM.
              MOVE AUDIT-RECORD(WS-OFF:8) TO WS-ROW-SEG
              COMPUTE WS-OFF = 34 + WS-TOK-READ-LEN
              MOVE AUDIT-RECORD(WS-OFF:10) TO WS-ROW-VESSEL
              MOVE SPACE TO WS-ROW-POS-FLAG
              MOVE 0 TO WS-ROW-LAT
              MOVE 0 TO WS-ROW-LON
              COMPUTE WS-OFF = 45 + WS-TOK-READ-LEN
              IF AUDIT-RECORD(WS-OFF:1) = 'I' OR 'H'
                 MOVE AUDIT-RECORD(WS-OFF:1) TO WS-ROW-POS-FLAG
                 COMPUTE WS-OFF = 47 + WS-TOK-READ-LEN
                 MOVE AUDIT-RECORD(WS-OFF:8) TO WS-ROW-LAT-X
                 COMPUTE WS-OFF = 56 + WS-TOK-READ-LEN
                 MOVE AUDIT-RECORD(WS-OFF:9) TO WS-ROW-LON-X
                 IF FUNCTION TEST-NUMVAL(WS-ROW-LAT-X) = 0
                    AND FUNCTION TEST-NUMVAL(WS-ROW-LON-X) = 0
                    COMPUTE WS-ROW-LAT =
                       FUNCTION NUMVAL(WS-ROW-LAT-X)
                    COMPUTE WS-ROW-LON =
                       FUNCTION NUMVAL(WS-ROW-LON-X)
                 ELSE
                    MOVE SPACE TO WS-ROW-POS-FLAG
                 END-IF
              END-IF
           END-IF.

      * One sounding under its vessel/date/record key -- the first
                 MOVE WS-TOK-DIR TO SND-DIRECTION
                 MOVE WS-ROW-TIME TO SND-TIME
                 MOVE WS-ROW-SEG TO SND-SEG
                 MOVE WS-ROW-POS-FLAG TO SND-POS-FLAG
                 MOVE WS-ROW-LAT TO SND-LAT
                 MOVE WS-ROW-LON TO SND-LON
                 MOVE 0 TO SND-GRID-SIZE
                 WRITE SOUND-RECORD
                 SET WS-POSTED UP BY 1
              NOT INVALID KEY
