      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN39.cbl
      * $ REF_CELL_SIZE=0010 ./a.out       (reads REFCHART.DAT)
      *-----------------------------------------------------------------
      * Reference-chart loader. Cartography sends the charted depth
      * for each grid cell of our working area as REFCHART.DAT, one
      * cell per line:
      *   lat lon depth [edition]
      * lat/lon any point inside the cell (signed decimal degrees,
      * normally the south-west corner), depth in the units the
      * soundings repository holds, edition the chart edition the
      * depth was taken from. Each line is placed in its cell at
      * REF_CELL_SIZE (ten-thousandths of a degree, as for
      * AOC-2021-D01-GRIDBLD) and posted into REFDEPTH.DAT under the
      * same key GRID.DAT uses; a later delivery for a cell replaces
      * the earlier one. Malformed lines are counted and listed on
      * the console, not posted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-REFLOAD.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * Cartography's delivery.
           SELECT REFCHART-FILE ASSIGN TO 'REFCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-FS.

      * Charted depth per grid cell as cartography supplied it,
      * keyed exactly as GRID.DAT is.
           SELECT REFDEPTH-FILE ASSIGN TO 'REFDEPTH.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-REF-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REFCHART-FILE.
       01  REFCHART-RECORD  PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-CHART-FS      PIC X(2) VALUE '00'.
       01  WS-REF-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

       01  WS-CELL-SIZE     PIC 9(4) VALUE 10.
       01  WS-CELL-PARM     PIC X(4) VALUE SPACES.
       01  WS-CELL-DEG      PIC 9V9(4) VALUE 0.

      * One delivery line, tokenized.
       01  WS-TOK-LAT       PIC X(12) VALUE SPACES.
       01  WS-TOK-LON       PIC X(12) VALUE SPACES.
       01  WS-TOK-DEPTH     PIC X(12) VALUE SPACES.
       01  WS-TOK-EDITION   PIC X(12) VALUE SPACES.
       01  WS-LAT           PIC S9(3)V9(4) VALUE 0.
       01  WS-LON           PIC S9(3)V9(4) VALUE 0.
       01  WS-LINE-OK       PIC X(1) VALUE 'N'.
         88  LINE-OK                  VALUE 'Y'.
       01  WS-LINE-NUM      PIC 9(6) VALUE 0.

       01  WS-ADDED         PIC 9(6) VALUE 0.
       01  WS-REPLACED      PIC 9(6) VALUE 0.
       01  WS-BAD           PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CELL-PARM FROM ENVIRONMENT 'REF_CELL_SIZE'
              ON EXCEPTION
                 MOVE SPACES TO WS-CELL-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-CELL-PARM) = 0
              COMPUTE WS-CELL-SIZE = FUNCTION NUMVAL(WS-CELL-PARM)
           END-IF.
           IF WS-CELL-SIZE = 0
              DISPLAY 'AOC-2021-D01-REFLOAD: REF_CELL_SIZE MUST BE'
                 ' GREATER THAN ZERO'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WS-CELL-DEG = WS-CELL-SIZE / 10000.
           OPEN INPUT REFCHART-FILE.
           IF WS-CHART-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-REFLOAD: NO REFCHART.DAT ('
                 WS-CHART-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O REFDEPTH-FILE.
           IF WS-REF-FS = '35'
              OPEN OUTPUT REFDEPTH-FILE
              CLOSE REFDEPTH-FILE
              OPEN I-O REFDEPTH-FILE
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ REFCHART-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-LINE-NUM UP BY 1
                    IF REFCHART-RECORD NOT = SPACES
                       PERFORM PARSE-CHART-LINE
                       IF LINE-OK
                          PERFORM POST-CHART-CELL
                       ELSE
                          SET WS-BAD UP BY 1
                          DISPLAY 'AOC-2021-D01-REFLOAD: LINE '
                             WS-LINE-NUM ' REJECTED: '
                             REFCHART-RECORD(1:50)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REFCHART-FILE.
           CLOSE REFDEPTH-FILE.
           DISPLAY 'AOC-2021-D01-REFLOAD: ' WS-ADDED ' CELLS ADDED, '
              WS-REPLACED ' REPLACED, ' WS-BAD ' REJECTED AT CELL '
              'SIZE ' WS-CELL-SIZE.
           IF WS-BAD > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * lat, lon and depth must all be numeric; the edition is
      * optional.
       PARSE-CHART-LINE.
           MOVE 'N' TO WS-LINE-OK.
           MOVE SPACES TO WS-TOK-LAT.
           MOVE SPACES TO WS-TOK-LON.
           MOVE SPACES TO WS-TOK-DEPTH.
           MOVE SPACES TO WS-TOK-EDITION.
           UNSTRING REFCHART-RECORD DELIMITED BY ALL ' '
              INTO WS-TOK-LAT WS-TOK-LON WS-TOK-DEPTH WS-TOK-EDITION
           END-UNSTRING.
           IF WS-TOK-LAT NOT = SPACES
              AND WS-TOK-LON NOT = SPACES
              AND WS-TOK-DEPTH NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-TOK-LAT) = 0
              AND FUNCTION TEST-NUMVAL(WS-TOK-LON) = 0
              AND FUNCTION TEST-NUMVAL(WS-TOK-DEPTH) = 0
              COMPUTE WS-LAT = FUNCTION NUMVAL(WS-TOK-LAT)
              COMPUTE WS-LON = FUNCTION NUMVAL(WS-TOK-LON)
              IF WS-LAT >= -90 AND WS-LAT < 90
                 AND WS-LON >= -180 AND WS-LON < 180
                 MOVE 'Y' TO WS-LINE-OK
              END-IF
           END-IF.

      * Into the cell the point falls in; a later delivery replaces
      * the charted depth on file.
       POST-CHART-CELL.
           MOVE WS-CELL-SIZE TO REF-CELL-SIZE.
           COMPUTE REF-ROW = (WS-LAT + 90) / WS-CELL-DEG.
           COMPUTE REF-COL = (WS-LON + 180) / WS-CELL-DEG.
           READ REFDEPTH-FILE
              INVALID KEY
                 PERFORM FILL-CHART-CELL
                 WRITE REFDEPTH-RECORD
                 SET WS-ADDED UP BY 1
              NOT INVALID KEY
                 PERFORM FILL-CHART-CELL
                 REWRITE REFDEPTH-RECORD
                 SET WS-REPLACED UP BY 1
           END-READ.

       FILL-CHART-CELL.
           COMPUTE REF-SW-LAT = REF-ROW * WS-CELL-DEG - 90.
           COMPUTE REF-SW-LON = REF-COL * WS-CELL-DEG - 180.
           COMPUTE REF-CHART-DEPTH = FUNCTION NUMVAL(WS-TOK-DEPTH).
           MOVE WS-TOK-EDITION TO REF-EDITION.
           MOVE WS-RUN-DATE TO REF-LOADED-DATE.
