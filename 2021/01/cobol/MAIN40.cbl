      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN40.cbl
      * $ GRID_CELL_SIZE=0010 SHOAL_TOLERANCE=00001 ./a.out
      *-----------------------------------------------------------------
      * Reference-chart discrepancy report: candidate new shoals.
      * Every cell cartography has charted (REFDEPTH.DAT, loaded by
      * AOC-2021-D01-REFLOAD) is compared with our surveyed cell in
      * GRID.DAT at the same cell size. A cell whose shallowest
      * surveyed depth is shallower than charted by more than
      * SHOAL_TOLERANCE (depth units, default 1) is a candidate
      * danger to navigation and is listed in SHOALS.TXT with the
      * charted and observed depths, the vessels that observed the
      * cell and the dates they were there, and the supporting
      * soundings from SOUNDREP.DAT -- vessel, date and record
      * number of each sounding in the cell that is itself shoaler
      * than the tolerance allows (up to SHOAL_MAX_REFS per cell,
      * default 10) -- ready for the report to the hydrographic
      * office. Any candidate ends the run with RETURN-CODE 4 so
      * the night's chain log shows it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-SHOALRPT.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Charted depth per grid cell as cartography supplied it,
      * keyed exactly as GRID.DAT is.
           SELECT REFDEPTH-FILE ASSIGN TO 'REFDEPTH.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-REF-FS.

      * Gridded bathymetry built from the positioned soundings,
      * keyed by cell size and cell (row north from 90S, column
      * east from 180W).
           SELECT GRID-FILE ASSIGN TO 'GRID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRD-KEY
           FILE STATUS IS WS-GRID-FS.

      * The soundings repository, for the supporting record numbers.
           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.

           SELECT SHOAL-FILE ASSIGN TO 'SHOALS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOAL-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REFDEPTH-FILE.
       01  REFDEPTH-RECORD.
           05 REF-KEY.
              10 REF-CELL-SIZE     PIC 9(4).
              10 REF-ROW           PIC 9(7).
              10 REF-COL           PIC 9(7).
           05 REF-SW-LAT           PIC S9(3)V9(4).
           05 REF-SW-LON           PIC S9(3)V9(4).
           05 REF-CHART-DEPTH      PIC S9(5).
           05 REF-EDITION          PIC X(12).
           05 REF-LOADED-DATE      PIC 9(8).

      * One row per grid cell at a given cell size: the soundings it
      * holds, their depth range and mean, when it was last surveyed,
      * and up to eight contributing vessels with their own counts.
       FD  GRID-FILE.
       01  GRID-RECORD.
           05 GRD-KEY.
              10 GRD-CELL-SIZE     PIC 9(4).
              10 GRD-ROW           PIC 9(7).
              10 GRD-COL           PIC 9(7).
           05 GRD-SW-LAT           PIC S9(3)V9(4).
           05 GRD-SW-LON           PIC S9(3)V9(4).
           05 GRD-COUNT            PIC 9(7).
           05 GRD-MIN-DEPTH        PIC S9(5).
           05 GRD-MAX-DEPTH        PIC S9(5).
           05 GRD-SUM-DEPTH        PIC S9(11).
           05 GRD-MEAN-DEPTH       PIC S9(5)V9(2).
           05 GRD-LAST-DATE        PIC 9(8).
           05 GRD-VESSEL-COUNT     PIC 9(2).
           05 GRD-OTHER-COUNT      PIC 9(7).
           05 GRD-CONTRIB OCCURS 8 TIMES.
              10 GRC-VESSEL-ID     PIC X(10).
              10 GRC-COUNT         PIC 9(7).
              10 GRC-SUM-DEPTH     PIC S9(11).
              10 GRC-MIN-DEPTH     PIC S9(5).
              10 GRC-FIRST-DATE    PIC 9(8).
              10 GRC-LAST-DATE     PIC 9(8).

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

       FD  SHOAL-FILE.
       01  SHOAL-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REF-FS        PIC X(2) VALUE '00'.
       01  WS-GRID-FS       PIC X(2) VALUE '00'.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-SHOAL-FS      PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-SND-LOOP      PIC A(1).
         88  SND-BREAK                VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-PARM          PIC X(8) VALUE SPACES.

       01  WS-CELL-SIZE     PIC 9(4) VALUE 10.
       01  WS-CELL-DEG      PIC 9V9(4) VALUE 0.
       01  WS-TOLERANCE     PIC 9(5) VALUE 1.
       01  WS-MAX-REFS      PIC 9(4) VALUE 10.

      * The cell under test and the depth a supporting sounding must
      * be shallower than.
       01  WS-SHOALER-BY    PIC S9(5) VALUE 0.
       01  WS-LIMIT-DEPTH   PIC S9(6) VALUE 0.
       01  WS-SND-ROW       PIC 9(7) VALUE 0.
       01  WS-SND-COL       PIC 9(7) VALUE 0.
       01  WS-C             PIC 9(2) VALUE 0.
       01  WS-REFS          PIC 9(6) VALUE 0.
       01  WS-SHOW-LAT      PIC -99.9999.
       01  WS-SHOW-LON      PIC -999.9999.
       01  WS-SHOW-MEAN     PIC -(5)9.99.
       01  WS-SHOW-DEPTH    PIC -(5)9.
       01  WS-SHOW-DEPTH2   PIC -(5)9.
       01  WS-SHOW-BY       PIC -(5)9.

       01  WS-CHARTED       PIC 9(6) VALUE 0.
       01  WS-UNSURVEYED    PIC 9(6) VALUE 0.
       01  WS-CANDIDATES    PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SHOAL-PARMS.
           IF WS-CELL-SIZE = 0
              DISPLAY 'AOC-2021-D01-SHOALRPT: GRID_CELL_SIZE MUST BE'
                 ' GREATER THAN ZERO'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT REFDEPTH-FILE.
           IF WS-REF-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-SHOALRPT: NO REFDEPTH.DAT ('
                 WS-REF-FS ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT GRID-FILE.
           IF WS-GRID-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-SHOALRPT: NO GRID.DAT ('
                 WS-GRID-FS ')'
              CLOSE REFDEPTH-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SOUND-FILE.
           OPEN OUTPUT SHOAL-FILE.
           MOVE SPACES TO SHOAL-RECORD.
           STRING 'CANDIDATE SHOALS  RUN ' WS-RUN-DATE
                  '  CELL SIZE ' WS-CELL-SIZE
                  '  TOLERANCE ' WS-TOLERANCE
              DELIMITED BY SIZE INTO SHOAL-RECORD
           END-STRING.
           WRITE SHOAL-RECORD.
           MOVE WS-CELL-SIZE TO REF-CELL-SIZE.
           MOVE 0 TO REF-ROW.
           MOVE 0 TO REF-COL.
           START REFDEPTH-FILE KEY >= REF-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
              NOT INVALID KEY
                 SET LOOP-CONTINUE TO TRUE
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ REFDEPTH-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF REF-CELL-SIZE NOT = WS-CELL-SIZE
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       SET WS-CHARTED UP BY 1
                       PERFORM CHECK-CHARTED-CELL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REFDEPTH-FILE.
           CLOSE GRID-FILE.
           IF WS-SOUND-FS = '00'
              CLOSE SOUND-FILE
           END-IF.
           MOVE SPACES TO SHOAL-RECORD.
           WRITE SHOAL-RECORD.
           MOVE SPACES TO SHOAL-RECORD.
           STRING 'CHARTED CELLS ' WS-CHARTED
                  '  NOT YET SURVEYED ' WS-UNSURVEYED
                  '  CANDIDATE SHOALS ' WS-CANDIDATES
              DELIMITED BY SIZE INTO SHOAL-RECORD
           END-STRING.
           WRITE SHOAL-RECORD.
           CLOSE SHOAL-FILE.
           DISPLAY 'AOC-2021-D01-SHOALRPT: ' WS-CHARTED
              ' CHARTED CELLS, ' WS-CANDIDATES ' CANDIDATE SHOALS'.
           IF WS-CANDIDATES > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SHOAL-PARMS.
           ACCEPT WS-PARM FROM ENVIRONMENT 'GRID_CELL_SIZE'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-CELL-SIZE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           COMPUTE WS-CELL-DEG = WS-CELL-SIZE / 10000.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'SHOAL_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'SHOAL_MAX_REFS'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-MAX-REFS = FUNCTION NUMVAL(WS-PARM)
           END-IF.

      * Our surveyed cell against the charted depth.
       CHECK-CHARTED-CELL.
           MOVE REF-KEY TO GRD-KEY.
           READ GRID-FILE
              INVALID KEY
                 SET WS-UNSURVEYED UP BY 1
              NOT INVALID KEY
                 COMPUTE WS-SHOALER-BY =
                    REF-CHART-DEPTH - GRD-MIN-DEPTH
                 IF GRD-COUNT > 0 AND WS-SHOALER-BY > WS-TOLERANCE
                    SET WS-CANDIDATES UP BY 1
                    PERFORM WRITE-CANDIDATE
                 END-IF
           END-READ.

      * The candidate cell, who saw it and when, and the soundings
      * behind it.
       WRITE-CANDIDATE.
           MOVE SPACES TO SHOAL-RECORD.
           WRITE SHOAL-RECORD.
           MOVE GRD-SW-LAT TO WS-SHOW-LAT.
           MOVE GRD-SW-LON TO WS-SHOW-LON.
           MOVE REF-CHART-DEPTH TO WS-SHOW-DEPTH.
           MOVE GRD-MIN-DEPTH TO WS-SHOW-DEPTH2.
           MOVE WS-SHOALER-BY TO WS-SHOW-BY.
           MOVE SPACES TO SHOAL-RECORD.
           STRING 'CELL SW ' WS-SHOW-LAT ' ' WS-SHOW-LON
                  '  CHARTED ' WS-SHOW-DEPTH
                  ' (' REF-EDITION ')'
                  '  OBSERVED MIN ' WS-SHOW-DEPTH2
                  '  SHOALER BY ' WS-SHOW-BY
              DELIMITED BY SIZE INTO SHOAL-RECORD
           END-STRING.
           WRITE SHOAL-RECORD.
           MOVE GRD-MEAN-DEPTH TO WS-SHOW-MEAN.
           MOVE GRD-MAX-DEPTH TO WS-SHOW-DEPTH.
           MOVE SPACES TO SHOAL-RECORD.
           STRING '  SOUNDINGS ' GRD-COUNT
                  '  MEAN ' WS-SHOW-MEAN
                  '  MAX ' WS-SHOW-DEPTH
                  '  LAST SURVEYED ' GRD-LAST-DATE
              DELIMITED BY SIZE INTO SHOAL-RECORD
           END-STRING.
           WRITE SHOAL-RECORD.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > GRD-VESSEL-COUNT
              MOVE GRC-MIN-DEPTH(WS-C) TO WS-SHOW-DEPTH
              MOVE SPACES TO SHOAL-RECORD
              STRING '  OBSERVED BY ' GRC-VESSEL-ID(WS-C)
                     '  SOUNDINGS ' GRC-COUNT(WS-C)
                     '  MIN ' WS-SHOW-DEPTH
                     '  FROM ' GRC-FIRST-DATE(WS-C)
                     ' TO ' GRC-LAST-DATE(WS-C)
                 DELIMITED BY SIZE INTO SHOAL-RECORD
              END-STRING
              WRITE SHOAL-RECORD
              SET WS-C UP BY 1
           END-PERFORM.
           IF GRD-OTHER-COUNT > 0
              MOVE SPACES TO SHOAL-RECORD
              STRING '  PLUS ' GRD-OTHER-COUNT
                     ' SOUNDINGS FROM FURTHER VESSELS'
                 DELIMITED BY SIZE INTO SHOAL-RECORD
              END-STRING
              WRITE SHOAL-RECORD
           END-IF.
           PERFORM WRITE-SUPPORTING-SOUNDINGS.

      * Each listed vessel's soundings over its dates in the cell,
      * keeping those shoaler than the chart by more than the
      * tolerance.
       WRITE-SUPPORTING-SOUNDINGS.
           MOVE 0 TO WS-REFS.
           COMPUTE WS-LIMIT-DEPTH = REF-CHART-DEPTH - WS-TOLERANCE.
           IF WS-SOUND-FS NOT = '00'
              MOVE SPACES TO SHOAL-RECORD
              STRING '  SUPPORTING SOUNDINGS UNAVAILABLE - NO '
                     'SOUNDREP.DAT'
                 DELIMITED BY SIZE INTO SHOAL-RECORD
              END-STRING
              WRITE SHOAL-RECORD
           ELSE
              MOVE 1 TO WS-C
              PERFORM UNTIL WS-C > GRD-VESSEL-COUNT
                 PERFORM SCAN-VESSEL-SOUNDINGS
                 SET WS-C UP BY 1
              END-PERFORM
              IF WS-REFS > WS-MAX-REFS
                 COMPUTE WS-REFS = WS-REFS - WS-MAX-REFS
                 MOVE SPACES TO SHOAL-RECORD
                 STRING '    ... ' WS-REFS ' MORE SUPPORTING SOUNDINGS'
                    DELIMITED BY SIZE INTO SHOAL-RECORD
                 END-STRING
                 WRITE SHOAL-RECORD
              END-IF
           END-IF.

       SCAN-VESSEL-SOUNDINGS.
           MOVE GRC-VESSEL-ID(WS-C) TO SND-VESSEL-ID.
           MOVE GRC-FIRST-DATE(WS-C) TO SND-DATE.
           MOVE 0 TO SND-REC-NUM.
           START SOUND-FILE KEY >= SND-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SND-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SND-LOOP
           END-START.
           PERFORM UNTIL SND-BREAK
              READ SOUND-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SND-LOOP
                 NOT AT END
                    IF SND-VESSEL-ID NOT = GRC-VESSEL-ID(WS-C)
                       OR SND-DATE > GRC-LAST-DATE(WS-C)
                       MOVE 'B' TO WS-SND-LOOP
                    ELSE
                       IF SND-PLACED
                          AND SND-READING < WS-LIMIT-DEPTH
                          PERFORM CHECK-SUPPORTING-SOUNDING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-SUPPORTING-SOUNDING.
           COMPUTE WS-SND-ROW = (SND-LAT + 90) / WS-CELL-DEG.
           COMPUTE WS-SND-COL = (SND-LON + 180) / WS-CELL-DEG.
           IF WS-SND-ROW = GRD-ROW AND WS-SND-COL = GRD-COL
              SET WS-REFS UP BY 1
              IF WS-REFS <= WS-MAX-REFS
                 MOVE SND-READING TO WS-SHOW-DEPTH
                 MOVE SPACES TO SHOAL-RECORD
                 STRING '    SOUNDING ' SND-VESSEL-ID
                        ' ' SND-DATE ' RECORD ' SND-REC-NUM
                        '  TIME ' SND-TIME
                        '  DEPTH ' WS-SHOW-DEPTH
                    DELIMITED BY SIZE INTO SHOAL-RECORD
                 END-STRING
                 WRITE SHOAL-RECORD
              END-IF
           END-IF.
