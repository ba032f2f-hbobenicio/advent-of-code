      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN38.cbl
      * $ COVER_LAT_MIN=57.1000 COVER_LAT_MAX=57.1500 \
      *   COVER_LON_MIN=-2.1000 COVER_LON_MAX=-2.0000 \
      *   GRID_CELL_SIZE=0010 COVER_THIN=0005 ./a.out
      *-----------------------------------------------------------------
      * Grid coverage report for the survey leads. Walks every cell
      * of the working area in GRID.DAT at the given cell size and
      * prints GRIDCOV.TXT: a chart-style map, north at the top, one
      * character per cell -- '#' surveyed, '+' thin (fewer than
      * COVER_THIN soundings, default 5), '.' empty -- followed by
      * the thin cells with their counts and last-surveyed dates and
      * the area totals, so tomorrow's lines are planned from the
      * data rather than from the plotter.
      *
      * The working area is COVER_LAT_MIN/MAX and COVER_LON_MIN/MAX
      * in signed decimal degrees. An area wider than 120 cells or
      * taller than 200 at the chosen cell size is refused; pick a
      * larger GRID_CELL_SIZE (ten-thousandths of a degree, as for
      * AOC-2021-D01-GRIDBLD).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-GRIDCOV.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Gridded bathymetry built from the positioned soundings,
      * keyed by cell size and cell (row north from 90S, column
      * east from 180W).
           SELECT GRID-FILE ASSIGN TO 'GRID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRD-KEY
           FILE STATUS IS WS-GRID-FS.

           SELECT COVER-FILE ASSIGN TO 'GRIDCOV.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVER-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  COVER-FILE.
       01  COVER-RECORD     PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-GRID-FS       PIC X(2) VALUE '00'.
       01  WS-COVER-FS      PIC X(2) VALUE '00'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * Working area, cell size and the thin-cell threshold.
       01  WS-LAT-MIN       PIC S9(3)V9(4) VALUE 0.
       01  WS-LAT-MAX       PIC S9(3)V9(4) VALUE 0.
       01  WS-LON-MIN       PIC S9(3)V9(4) VALUE 0.
       01  WS-LON-MAX       PIC S9(3)V9(4) VALUE 0.
       01  WS-PARM          PIC X(12) VALUE SPACES.
       01  WS-PARM-OK       PIC X(1) VALUE 'Y'.
       01  WS-CELL-SIZE     PIC 9(4) VALUE 10.
       01  WS-CELL-DEG      PIC 9V9(4) VALUE 0.
       01  WS-THIN          PIC 9(4) VALUE 5.

      * The area in cell rows and columns.
       01  WS-ROW-LO        PIC 9(7) VALUE 0.
       01  WS-ROW-HI        PIC 9(7) VALUE 0.
       01  WS-COL-LO        PIC 9(7) VALUE 0.
       01  WS-COL-HI        PIC 9(7) VALUE 0.
       01  WS-ROW           PIC S9(8) VALUE 0.
       01  WS-COL           PIC 9(7) VALUE 0.
       01  WS-COL-MAX       PIC 9(3) VALUE 120.
       01  WS-ROW-MAX       PIC 9(3) VALUE 200.
       01  WS-MAP-COL       PIC 9(3) VALUE 0.
       01  WS-MAP-LINE      PIC X(120) VALUE SPACES.
       01  WS-SHOW-LAT      PIC -99.9999.
       01  WS-SHOW-LON      PIC -999.9999.
       01  WS-SHOW-LAT2     PIC -99.9999.
       01  WS-SHOW-LON2     PIC -999.9999.
       01  WS-ROW-LAT       PIC S9(3)V9(4) VALUE 0.

      * Thin cells, listed after the map.
       01  WS-THN-MAX       PIC 9(4) VALUE 500.
       01  WS-THN-TAB.
         05 THN-ROW OCCURS 500 TIMES.
            10 THN-LAT      PIC S9(3)V9(4).
            10 THN-LON      PIC S9(3)V9(4).
            10 THN-COUNT    PIC 9(7).
            10 THN-LAST     PIC 9(8).
       01  WS-THN-LEN       PIC 9(4) VALUE 0.
       01  WS-T             PIC 9(4) VALUE 0.

       01  WS-CELLS         PIC 9(6) VALUE 0.
       01  WS-SURVEYED      PIC 9(6) VALUE 0.
       01  WS-THIN-COUNT    PIC 9(6) VALUE 0.
       01  WS-EMPTY         PIC 9(6) VALUE 0.
       01  WS-PCT           PIC 9(3)V9 VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-COVER-PARMS.
           IF WS-PARM-OK = 'N'
              DISPLAY 'AOC-2021-D01-GRIDCOV: WORKING AREA REQUIRED -'
                 ' COVER_LAT_MIN/MAX, COVER_LON_MIN/MAX'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WS-ROW-LO = (WS-LAT-MIN + 90) / WS-CELL-DEG.
           COMPUTE WS-ROW-HI = (WS-LAT-MAX + 90) / WS-CELL-DEG.
           COMPUTE WS-COL-LO = (WS-LON-MIN + 180) / WS-CELL-DEG.
           COMPUTE WS-COL-HI = (WS-LON-MAX + 180) / WS-CELL-DEG.
           IF WS-COL-HI - WS-COL-LO + 1 > WS-COL-MAX
              OR WS-ROW-HI - WS-ROW-LO + 1 > WS-ROW-MAX
              DISPLAY 'AOC-2021-D01-GRIDCOV: AREA TOO LARGE FOR CELL '
                 'SIZE ' WS-CELL-SIZE ' - USE A LARGER GRID_CELL_SIZE'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT GRID-FILE.
           IF WS-GRID-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-GRIDCOV: CANNOT OPEN GRID.DAT ('
                 WS-GRID-FS ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT COVER-FILE.
           PERFORM WRITE-COVER-HEADING.
           MOVE WS-ROW-HI TO WS-ROW.
           PERFORM UNTIL WS-ROW < WS-ROW-LO
              PERFORM MAP-ONE-ROW
              SUBTRACT 1 FROM WS-ROW
           END-PERFORM.
           CLOSE GRID-FILE.
           PERFORM WRITE-THIN-CELLS.
           PERFORM WRITE-COVER-TOTALS.
           CLOSE COVER-FILE.
           DISPLAY 'AOC-2021-D01-GRIDCOV: ' WS-CELLS ' CELLS, '
              WS-SURVEYED ' SURVEYED, ' WS-THIN-COUNT ' THIN, '
              WS-EMPTY ' EMPTY'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * Area corners, cell size and thin threshold. A missing or
      * malformed corner, or corners the wrong way round, stops the
      * run.
       LOAD-COVER-PARMS.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'COVER_LAT_MIN'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM = SPACES OR FUNCTION TEST-NUMVAL(WS-PARM) NOT = 0
              MOVE 'N' TO WS-PARM-OK
           ELSE
              COMPUTE WS-LAT-MIN = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'COVER_LAT_MAX'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM = SPACES OR FUNCTION TEST-NUMVAL(WS-PARM) NOT = 0
              MOVE 'N' TO WS-PARM-OK
           ELSE
              COMPUTE WS-LAT-MAX = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'COVER_LON_MIN'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM = SPACES OR FUNCTION TEST-NUMVAL(WS-PARM) NOT = 0
              MOVE 'N' TO WS-PARM-OK
           ELSE
              COMPUTE WS-LON-MIN = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'COVER_LON_MAX'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM = SPACES OR FUNCTION TEST-NUMVAL(WS-PARM) NOT = 0
              MOVE 'N' TO WS-PARM-OK
           ELSE
              COMPUTE WS-LON-MAX = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           IF WS-LAT-MIN > WS-LAT-MAX OR WS-LON-MIN > WS-LON-MAX
              MOVE 'N' TO WS-PARM-OK
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'GRID_CELL_SIZE'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-CELL-SIZE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           IF WS-CELL-SIZE = 0
              MOVE 'N' TO WS-PARM-OK
           ELSE
              COMPUTE WS-CELL-DEG = WS-CELL-SIZE / 10000
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'COVER_THIN'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-THIN = FUNCTION NUMVAL(WS-PARM)
           END-IF.

       WRITE-COVER-HEADING.
           MOVE SPACES TO COVER-RECORD.
           STRING 'GRID COVERAGE  RUN ' WS-RUN-DATE
                  '  CELL SIZE ' WS-CELL-SIZE
                  '  THIN BELOW ' WS-THIN ' SOUNDINGS'
              DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           MOVE WS-LAT-MIN TO WS-SHOW-LAT.
           MOVE WS-LON-MIN TO WS-SHOW-LON.
           MOVE WS-LAT-MAX TO WS-SHOW-LAT2.
           MOVE WS-LON-MAX TO WS-SHOW-LON2.
           MOVE SPACES TO COVER-RECORD.
           STRING 'AREA SW ' WS-SHOW-LAT ' ' WS-SHOW-LON
                  '  NE ' WS-SHOW-LAT2 ' ' WS-SHOW-LON2
                  '   # SURVEYED  + THIN  . EMPTY'
              DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           MOVE SPACES TO COVER-RECORD.
           WRITE COVER-RECORD.

      * One map row, west to east, labelled with its south edge.
       MAP-ONE-ROW.
           MOVE SPACES TO WS-MAP-LINE.
           MOVE 0 TO WS-MAP-COL.
           MOVE WS-COL-LO TO WS-COL.
           PERFORM UNTIL WS-COL > WS-COL-HI
              SET WS-MAP-COL UP BY 1
              SET WS-CELLS UP BY 1
              MOVE WS-CELL-SIZE TO GRD-CELL-SIZE
              MOVE WS-ROW TO GRD-ROW
              MOVE WS-COL TO GRD-COL
              READ GRID-FILE
                 INVALID KEY
                    MOVE '.' TO WS-MAP-LINE(WS-MAP-COL:1)
                    SET WS-EMPTY UP BY 1
                 NOT INVALID KEY
                    IF GRD-COUNT < WS-THIN
                       MOVE '+' TO WS-MAP-LINE(WS-MAP-COL:1)
                       SET WS-THIN-COUNT UP BY 1
                       PERFORM NOTE-THIN-CELL
                    ELSE
                       MOVE '#' TO WS-MAP-LINE(WS-MAP-COL:1)
                       SET WS-SURVEYED UP BY 1
                    END-IF
              END-READ
              SET WS-COL UP BY 1
           END-PERFORM.
           COMPUTE WS-ROW-LAT = WS-ROW * WS-CELL-DEG - 90.
           MOVE WS-ROW-LAT TO WS-SHOW-LAT.
           MOVE SPACES TO COVER-RECORD.
           STRING WS-SHOW-LAT ' ' WS-MAP-LINE
              DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.

       NOTE-THIN-CELL.
           IF WS-THN-LEN < WS-THN-MAX
              SET WS-THN-LEN UP BY 1
              MOVE GRD-SW-LAT TO THN-LAT(WS-THN-LEN)
              MOVE GRD-SW-LON TO THN-LON(WS-THN-LEN)
              MOVE GRD-COUNT TO THN-COUNT(WS-THN-LEN)
              MOVE GRD-LAST-DATE TO THN-LAST(WS-THN-LEN)
           END-IF.

      * The thin cells by south-west corner, north to south.
       WRITE-THIN-CELLS.
           MOVE SPACES TO COVER-RECORD.
           WRITE COVER-RECORD.
           MOVE SPACES TO COVER-RECORD.
           STRING 'THIN CELLS (SW CORNER)      SOUNDINGS  LAST SURVEYED'
              DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           MOVE 1 TO WS-T.
           PERFORM UNTIL WS-T > WS-THN-LEN
              MOVE THN-LAT(WS-T) TO WS-SHOW-LAT
              MOVE THN-LON(WS-T) TO WS-SHOW-LON
              MOVE SPACES TO COVER-RECORD
              STRING '  ' WS-SHOW-LAT ' ' WS-SHOW-LON
                     '      ' THN-COUNT(WS-T)
                     '    ' THN-LAST(WS-T)
                 DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
              SET WS-T UP BY 1
           END-PERFORM.
           IF WS-THIN-COUNT > WS-THN-LEN
              MOVE SPACES TO COVER-RECORD
              COMPUTE WS-T = WS-THIN-COUNT - WS-THN-LEN
              STRING '  ... ' WS-T ' MORE NOT LISTED'
                 DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           END-IF.

       WRITE-COVER-TOTALS.
           MOVE SPACES TO COVER-RECORD.
           WRITE COVER-RECORD.
           IF WS-CELLS > 0
              COMPUTE WS-PCT ROUNDED = WS-SURVEYED * 100 / WS-CELLS
           END-IF.
           MOVE SPACES TO COVER-RECORD.
           STRING 'CELLS ' WS-CELLS '  SURVEYED ' WS-SURVEYED
                  ' (' WS-PCT '%)  THIN ' WS-THIN-COUNT
                  '  EMPTY ' WS-EMPTY
              DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
