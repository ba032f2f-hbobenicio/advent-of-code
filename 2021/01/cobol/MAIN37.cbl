      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN37.cbl
      * $ GRID_FROM=20211201 GRID_TO=20211209 GRID_CELL_SIZE=0010 \
      *   ./a.out                          (defaults: today, 0010)
      *-----------------------------------------------------------------
      * Bathymetry grid builder. The solvers now place every reading
      * between the POS fixes logged around it and SNDLOAD carries
      * that position into the soundings repository; this job bins
      * the positioned soundings of a date range into GRID.DAT, one
      * row per grid cell: sounding count, shallowest, deepest and
      * mean depth, the date the cell was last surveyed, and the
      * vessels that contributed (with each one's own count and
      * depths, for the crossline comparison).
      *
      * GRID_CELL_SIZE is the cell edge in ten-thousandths of a
      * degree (0010 = 0.001 degree, about 110 m north-south) and
      * is part of the cell key, so grids of different resolution
      * live side by side. Every sounding binned is entered on
      * GRIDBIN.DAT under the cell size it went in at, so a rerun
      * over the same days never counts it twice at that size, while
      * rerunning the range at a new cell size builds that
      * resolution's grid from the same soundings -- and going back
      * to an earlier size finds them already binned there. The
      * sounding's own SND-GRID-SIZE still carries the size it was
      * last binned at. Unplaced soundings (no POS fixes that day)
      * are counted and skipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-GRIDBLD.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The soundings repository AOC-2021-D01-SNDLOAD posts.
           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.

      * Gridded bathymetry built from the positioned soundings,
      * keyed by cell size and cell (row north from 90S, column
      * east from 180W).
           SELECT GRID-FILE ASSIGN TO 'GRID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRD-KEY
           FILE STATUS IS WS-GRID-FS.

      * The binned register: one row per sounding per cell size it
      * has been accumulated into.
           SELECT GRIDBIN-FILE ASSIGN TO 'GRIDBIN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GBN-KEY
           FILE STATUS IS WS-GBN-FS.

      * Run-statistics trail shared by every program in the suite.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

      * A sounding's key under the cell size it was binned at, and
      * the day it went in.
       FD  GRIDBIN-FILE.
       01  GRIDBIN-RECORD.
           05 GBN-KEY.
              10 GBN-CELL-SIZE     PIC 9(4).
              10 GBN-VESSEL-ID     PIC X(10).
              10 GBN-DATE          PIC 9(8).
              10 GBN-REC-NUM       PIC 9(6).
           05 GBN-BINNED-DATE      PIC 9(8).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           05 RST-PROGRAM   PIC X(20).
           05 RST-SEP1      PIC X(1).
           05 RST-VESSEL    PIC X(10).
           05 RST-SEP2      PIC X(1).
           05 RST-DATE      PIC 9(8).
           05 RST-SEP3      PIC X(1).
           05 RST-START     PIC 9(6).
           05 RST-SEP4      PIC X(1).
           05 RST-END       PIC 9(6).
           05 RST-SEP5      PIC X(1).
           05 RST-READ      PIC 9(7).
           05 RST-SEP6      PIC X(1).
           05 RST-REJECTS   PIC 9(6).
           05 RST-SEP7      PIC X(1).
           05 RST-RC        PIC 9(2).
      * Depth readings the solver kept and counted: read less
      * rejects, marker, fix and trailer lines and despiked readings.
      * Zero from jobs that count no readings; blank on rows written
      * before it was carried.
           05 RST-SEP8      PIC X(1).
           05 RST-KEPT      PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-GRID-FS       PIC X(2) VALUE '00'.
       01  WS-GBN-FS        PIC X(2) VALUE '00'.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-STAT-START    PIC 9(8) VALUE 0.
       01  WS-STAT-END      PIC 9(8) VALUE 0.

      * The date range to bin, and the cell size to bin it at.
       01  WS-FROM-DATE     PIC 9(8) VALUE 0.
       01  WS-FROM-PARM     PIC X(8) VALUE SPACES.
       01  WS-TO-DATE       PIC 9(8) VALUE 0.
       01  WS-TO-PARM       PIC X(8) VALUE SPACES.
       01  WS-CELL-SIZE     PIC 9(4) VALUE 10.
       01  WS-CELL-PARM     PIC X(4) VALUE SPACES.
       01  WS-CELL-DEG      PIC 9V9(4) VALUE 0.

      * The cell the current sounding falls in.
       01  WS-CELL-ROW      PIC 9(7) VALUE 0.
       01  WS-CELL-COL      PIC 9(7) VALUE 0.
       01  WS-C             PIC 9(2) VALUE 0.
       01  WS-SLOT          PIC 9(2) VALUE 0.
       01  WS-NEW-CELL      PIC X(1) VALUE 'N'.
       01  WS-HAVE-BINNED   PIC X(1) VALUE 'N'.
         88  ALREADY-BINNED           VALUE 'Y'.

       01  WS-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-BINNED        PIC 9(7) VALUE 0.
       01  WS-UNPLACED      PIC 9(7) VALUE 0.
       01  WS-ALREADY       PIC 9(7) VALUE 0.
       01  WS-CELLS-NEW     PIC 9(7) VALUE 0.
       01  WS-CELLS-UPD     PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START FROM TIME.
           PERFORM LOAD-GRID-PARMS.
           IF WS-CELL-SIZE = 0 OR WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'AOC-2021-D01-GRIDBLD: BAD PARAMETERS - CELL '
                 WS-CELL-SIZE ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           OPEN I-O SOUND-FILE.
           IF WS-SOUND-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-GRIDBLD: CANNOT OPEN SOUNDREP.DAT'
                 ' (' WS-SOUND-FS ')'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           OPEN I-O GRID-FILE.
           IF WS-GRID-FS = '35'
              OPEN OUTPUT GRID-FILE
              CLOSE GRID-FILE
              OPEN I-O GRID-FILE
           END-IF.
           OPEN I-O GRIDBIN-FILE.
           IF WS-GBN-FS = '35'
              OPEN OUTPUT GRIDBIN-FILE
              CLOSE GRIDBIN-FILE
              OPEN I-O GRIDBIN-FILE
           END-IF.
           MOVE LOW-VALUES TO SND-KEY.
           START SOUND-FILE KEY >= SND-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
              NOT INVALID KEY
                 SET LOOP-CONTINUE TO TRUE
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ SOUND-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN SND-DATE < WS-FROM-DATE
                          PERFORM SKIP-TO-RANGE-START
                       WHEN SND-DATE > WS-TO-DATE
                          PERFORM SKIP-TO-NEXT-VESSEL
                       WHEN OTHER
                          SET WS-READ-COUNT UP BY 1
                          PERFORM BIN-ONE-SOUNDING
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE SOUND-FILE.
           CLOSE GRID-FILE.
           CLOSE GRIDBIN-FILE.
           DISPLAY 'AOC-2021-D01-GRIDBLD: ' WS-READ-COUNT
              ' SOUNDINGS IN RANGE, ' WS-BINNED ' BINNED AT '
              WS-CELL-SIZE ', ' WS-ALREADY ' ALREADY BINNED, '
              WS-UNPLACED ' UNPLACED; ' WS-CELLS-NEW ' NEW CELLS, '
              WS-CELLS-UPD ' UPDATED'.
           IF WS-READ-COUNT = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-UNPLACED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * Date range (today when absent) and cell size.
       LOAD-GRID-PARMS.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           ACCEPT WS-FROM-PARM FROM ENVIRONMENT 'GRID_FROM'
              ON EXCEPTION
                 MOVE SPACES TO WS-FROM-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-FROM-PARM) = 0
              MOVE WS-FROM-PARM TO WS-FROM-DATE
              MOVE WS-FROM-PARM TO WS-TO-DATE
           END-IF.
           ACCEPT WS-TO-PARM FROM ENVIRONMENT 'GRID_TO'
              ON EXCEPTION
                 MOVE SPACES TO WS-TO-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-TO-PARM) = 0
              MOVE WS-TO-PARM TO WS-TO-DATE
           END-IF.
           ACCEPT WS-CELL-PARM FROM ENVIRONMENT 'GRID_CELL_SIZE'
              ON EXCEPTION
                 MOVE SPACES TO WS-CELL-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-CELL-PARM) = 0
              COMPUTE WS-CELL-SIZE = FUNCTION NUMVAL(WS-CELL-PARM)
           END-IF.
           COMPUTE WS-CELL-DEG = WS-CELL-SIZE / 10000.

      * Jumps this vessel's rows forward to the first day in range.
       SKIP-TO-RANGE-START.
           MOVE WS-FROM-DATE TO SND-DATE.
           MOVE 0 TO SND-REC-NUM.
           START SOUND-FILE KEY >= SND-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
           END-START.

      * Past the range for this vessel: on to the next vessel's rows.
       SKIP-TO-NEXT-VESSEL.
           MOVE 99999999 TO SND-DATE.
           MOVE 999999 TO SND-REC-NUM.
           START SOUND-FILE KEY > SND-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
           END-START.

      * One positioned sounding into its cell, entered on the binned
      * register so it is never binned twice at that size, and
      * stamped with the cell size.
       BIN-ONE-SOUNDING.
           IF NOT SND-PLACED
              SET WS-UNPLACED UP BY 1
           ELSE
              PERFORM READ-BINNED-REGISTER
              IF ALREADY-BINNED
                 SET WS-ALREADY UP BY 1
              ELSE
                 PERFORM ADD-TO-CELL
                 PERFORM WRITE-BINNED-REGISTER
                 MOVE WS-CELL-SIZE TO SND-GRID-SIZE
                 REWRITE SOUND-RECORD
                 SET WS-BINNED UP BY 1
              END-IF
           END-IF.

      * Whether the sounding is already in this cell size's grid. A
      * sounding stamped with this size before the register kept it
      * is in the grid already and is entered on the register now.
       READ-BINNED-REGISTER.
           MOVE 'N' TO WS-HAVE-BINNED.
           MOVE WS-CELL-SIZE TO GBN-CELL-SIZE.
           MOVE SND-VESSEL-ID TO GBN-VESSEL-ID.
           MOVE SND-DATE TO GBN-DATE.
           MOVE SND-REC-NUM TO GBN-REC-NUM.
           READ GRIDBIN-FILE
              INVALID KEY
                 IF SND-GRID-SIZE = WS-CELL-SIZE
                    PERFORM WRITE-BINNED-REGISTER
                    SET ALREADY-BINNED TO TRUE
                 END-IF
              NOT INVALID KEY
                 SET ALREADY-BINNED TO TRUE
           END-READ.

       WRITE-BINNED-REGISTER.
           MOVE WS-CELL-SIZE TO GBN-CELL-SIZE.
           MOVE SND-VESSEL-ID TO GBN-VESSEL-ID.
           MOVE SND-DATE TO GBN-DATE.
           MOVE SND-REC-NUM TO GBN-REC-NUM.
           MOVE WS-RUN-DATE TO GBN-BINNED-DATE.
           WRITE GRIDBIN-RECORD.

      * Reads (or starts) the sounding's cell and folds the sounding
      * into the cell totals and its vessel's contribution.
       ADD-TO-CELL.
           COMPUTE WS-CELL-ROW = (SND-LAT + 90) / WS-CELL-DEG.
           COMPUTE WS-CELL-COL = (SND-LON + 180) / WS-CELL-DEG.
           MOVE WS-CELL-SIZE TO GRD-CELL-SIZE.
           MOVE WS-CELL-ROW TO GRD-ROW.
           MOVE WS-CELL-COL TO GRD-COL.
           MOVE 'N' TO WS-NEW-CELL.
           READ GRID-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-CELL
           END-READ.
           IF WS-NEW-CELL = 'Y'
              PERFORM START-NEW-CELL
           END-IF.
           ADD 1 TO GRD-COUNT.
           ADD SND-READING TO GRD-SUM-DEPTH.
           IF GRD-COUNT = 1 OR SND-READING < GRD-MIN-DEPTH
              MOVE SND-READING TO GRD-MIN-DEPTH
           END-IF.
           IF GRD-COUNT = 1 OR SND-READING > GRD-MAX-DEPTH
              MOVE SND-READING TO GRD-MAX-DEPTH
           END-IF.
           COMPUTE GRD-MEAN-DEPTH ROUNDED =
              GRD-SUM-DEPTH / GRD-COUNT.
           IF SND-DATE > GRD-LAST-DATE
              MOVE SND-DATE TO GRD-LAST-DATE
           END-IF.
           PERFORM ADD-TO-CONTRIBUTOR.
           IF WS-NEW-CELL = 'Y'
              WRITE GRID-RECORD
              SET WS-CELLS-NEW UP BY 1
           ELSE
              REWRITE GRID-RECORD
              SET WS-CELLS-UPD UP BY 1
           END-IF.

       START-NEW-CELL.
           COMPUTE GRD-SW-LAT = WS-CELL-ROW * WS-CELL-DEG - 90.
           COMPUTE GRD-SW-LON = WS-CELL-COL * WS-CELL-DEG - 180.
           MOVE 0 TO GRD-COUNT.
           MOVE 0 TO GRD-MIN-DEPTH.
           MOVE 0 TO GRD-MAX-DEPTH.
           MOVE 0 TO GRD-SUM-DEPTH.
           MOVE 0 TO GRD-MEAN-DEPTH.
           MOVE 0 TO GRD-LAST-DATE.
           MOVE 0 TO GRD-VESSEL-COUNT.
           MOVE 0 TO GRD-OTHER-COUNT.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > 8
              MOVE SPACES TO GRC-VESSEL-ID(WS-C)
              MOVE 0 TO GRC-COUNT(WS-C)
              MOVE 0 TO GRC-SUM-DEPTH(WS-C)
              MOVE 0 TO GRC-MIN-DEPTH(WS-C)
              MOVE 0 TO GRC-FIRST-DATE(WS-C)
              MOVE 0 TO GRC-LAST-DATE(WS-C)
              SET WS-C UP BY 1
           END-PERFORM.

      * The vessel's own slot in the cell; a ninth and later vessel
      * is only counted in the cell totals.
       ADD-TO-CONTRIBUTOR.
           MOVE 0 TO WS-SLOT.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > GRD-VESSEL-COUNT OR WS-SLOT > 0
              IF GRC-VESSEL-ID(WS-C) = SND-VESSEL-ID
                 MOVE WS-C TO WS-SLOT
              END-IF
              SET WS-C UP BY 1
           END-PERFORM.
           IF WS-SLOT = 0 AND GRD-VESSEL-COUNT < 8
              SET GRD-VESSEL-COUNT UP BY 1
              MOVE GRD-VESSEL-COUNT TO WS-SLOT
              MOVE SND-VESSEL-ID TO GRC-VESSEL-ID(WS-SLOT)
              MOVE SND-READING TO GRC-MIN-DEPTH(WS-SLOT)
              MOVE SND-DATE TO GRC-FIRST-DATE(WS-SLOT)
           END-IF.
           IF WS-SLOT = 0
              ADD 1 TO GRD-OTHER-COUNT
           ELSE
              ADD 1 TO GRC-COUNT(WS-SLOT)
              ADD SND-READING TO GRC-SUM-DEPTH(WS-SLOT)
              IF SND-READING < GRC-MIN-DEPTH(WS-SLOT)
                 MOVE SND-READING TO GRC-MIN-DEPTH(WS-SLOT)
              END-IF
              IF SND-DATE < GRC-FIRST-DATE(WS-SLOT)
                 MOVE SND-DATE TO GRC-FIRST-DATE(WS-SLOT)
              END-IF
              IF SND-DATE > GRC-LAST-DATE(WS-SLOT)
                 MOVE SND-DATE TO GRC-LAST-DATE(WS-SLOT)
              END-IF
           END-IF.

      * The run's row on the shared statistics trail.
       WRITE-RUN-STATS.
           ACCEPT WS-STAT-END FROM TIME.
           OPEN EXTEND RUNSTATS-FILE.
           IF WS-STAT-FS = '05' OR WS-STAT-FS = '35'
              CLOSE RUNSTATS-FILE
              OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           MOVE 'AOC-2021-D01-GRIDBLD' TO RST-PROGRAM.
           MOVE SPACE TO RST-SEP1.
           MOVE SPACES TO RST-VESSEL.
           MOVE SPACE TO RST-SEP2.
           MOVE WS-RUN-DATE TO RST-DATE.
           MOVE SPACE TO RST-SEP3.
           MOVE WS-STAT-START(1:6) TO RST-START.
           MOVE SPACE TO RST-SEP4.
           MOVE WS-STAT-END(1:6) TO RST-END.
           MOVE SPACE TO RST-SEP5.
           MOVE WS-READ-COUNT TO RST-READ.
           MOVE SPACE TO RST-SEP6.
           MOVE WS-UNPLACED TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
