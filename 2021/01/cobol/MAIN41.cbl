      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN41.cbl
      * $ XLINE_FROM=20211101 XLINE_TO=20211130 GRID_CELL_SIZE=0010 \
      *   XLINE_TOLERANCE=00001 ./a.out  (default: the last 30 days)
      *-----------------------------------------------------------------
      * Crossline consistency check. Where two vessels -- or one
      * vessel on two different days -- sounded the same grid cell,
      * their depths there should agree within the survey
      * tolerance. This job takes the positioned soundings of a
      * date range from SOUNDREP.DAT, works out each contributor's
      * (vessel and day's) mean depth in every cell at the given
      * cell size, and compares every pair of contributors sharing
      * a cell. Per vessel pair (a vessel against itself for its
      * day-to-day crossings) it totals the comparisons, the signed
      * mean difference (first vessel minus second; for a vessel
      * against itself, earlier day minus later) and the largest
      * single difference. XLINE.TXT lists the pairs whose mean
      * difference exceeds XLINE_TOLERANCE, then how many flagged
      * pairs each vessel sits in -- a unit out of calibration, or
      * logging in the wrong unit, is the one common to them all,
      * long before AOC-2021-D01-DRIFT sees its profile shift.
      *
      * A contributor needs XLINE_MIN_COUNT soundings in a cell
      * (default 3) to be compared there. The per-cell means are
      * built in the work file XLWORK.DAT, cleared each run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-XLINEQC.
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

      * Work file: one row per cell, vessel and day, so a cell's
      * contributors come back together in key order.
           SELECT XLWORK-FILE ASSIGN TO 'XLWORK.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XLW-KEY
           FILE STATUS IS WS-XLW-FS.

           SELECT XLINE-FILE ASSIGN TO 'XLINE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XLINE-FS.

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

       FD  XLWORK-FILE.
       01  XLWORK-RECORD.
           05 XLW-KEY.
              10 XLW-CELL.
                 15 XLW-ROW        PIC 9(7).
                 15 XLW-COL        PIC 9(7).
              10 XLW-VESSEL-ID     PIC X(10).
              10 XLW-DATE          PIC 9(8).
           05 XLW-COUNT            PIC 9(7).
           05 XLW-SUM-DEPTH        PIC S9(11).

       FD  XLINE-FILE.
       01  XLINE-RECORD     PIC X(132).

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
       01  WS-XLW-FS        PIC X(2) VALUE '00'.
       01  WS-XLINE-FS      PIC X(2) VALUE '00'.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-STAT-START    PIC 9(8) VALUE 0.
       01  WS-STAT-END      PIC 9(8) VALUE 0.
       01  WS-PARM          PIC X(8) VALUE SPACES.

      * Date range, cell size, tolerance and the minimum soundings a
      * contributor needs in a cell.
       01  WS-FROM-DATE     PIC 9(8) VALUE 0.
       01  WS-TO-DATE       PIC 9(8) VALUE 0.
       01  WS-CELL-SIZE     PIC 9(4) VALUE 10.
       01  WS-CELL-DEG      PIC 9V9(4) VALUE 0.
       01  WS-TOLERANCE     PIC 9(5) VALUE 1.
       01  WS-MIN-COUNT     PIC 9(4) VALUE 3.

      * The contributors of the cell being compared.
       01  WS-CUR-CELL      PIC X(14) VALUE SPACES.
       01  WS-CC-MAX        PIC 9(3) VALUE 60.
       01  WS-CC-TAB.
         05 CC-ROW OCCURS 60 TIMES.
            10 CC-VESSEL-ID PIC X(10).
            10 CC-DATE      PIC 9(8).
            10 CC-MEAN      PIC S9(5)V9(2).
       01  WS-CC-LEN        PIC 9(3) VALUE 0.
       01  WS-CC-LOST       PIC 9(6) VALUE 0.
       01  WS-A             PIC 9(3) VALUE 0.
       01  WS-B             PIC 9(3) VALUE 0.

      * Per vessel pair: comparisons, signed difference total, the
      * largest single difference and how many were over tolerance.
       01  WS-PR-MAX        PIC 9(4) VALUE 500.
       01  WS-PR-TAB.
         05 PR-ROW OCCURS 500 TIMES.
            10 PR-VESSEL-1  PIC X(10).
            10 PR-VESSEL-2  PIC X(10).
            10 PR-COMPARED  PIC 9(7).
            10 PR-DIFF-SUM  PIC S9(9)V9(2).
            10 PR-ABS-MAX   PIC 9(5)V9(2).
            10 PR-OVER      PIC 9(7).
            10 PR-MEAN      PIC S9(5)V9(2).
            10 PR-FLAGGED   PIC X(1).
       01  WS-PR-LEN        PIC 9(4) VALUE 0.
       01  WS-PR-LOST       PIC 9(7) VALUE 0.
       01  WS-P             PIC 9(4) VALUE 0.
       01  WS-V1            PIC X(10) VALUE SPACES.
       01  WS-V2            PIC X(10) VALUE SPACES.
       01  WS-DIFF          PIC S9(5)V9(2) VALUE 0.
       01  WS-ABS           PIC 9(5)V9(2) VALUE 0.

      * Flagged-pair tally per vessel.
       01  WS-VF-MAX        PIC 9(3) VALUE 200.
       01  WS-VF-TAB.
         05 VF-ROW OCCURS 201 TIMES.
            10 VF-VESSEL-ID PIC X(10).
            10 VF-PAIRS     PIC 9(4).
            10 VF-FLAGGED   PIC 9(4).
       01  WS-VF-LEN        PIC 9(3) VALUE 0.
       01  WS-F             PIC 9(3) VALUE 0.
       01  WS-VF-ID         PIC X(10) VALUE SPACES.

       01  WS-SHOW-MEAN     PIC -(5)9.99.
       01  WS-SHOW-MAX      PIC Z(5)9.99.

       01  WS-READ-COUNT    PIC 9(7) VALUE 0.
       01  WS-CELL-COUNT    PIC 9(7) VALUE 0.
       01  WS-SHARED-CELLS  PIC 9(7) VALUE 0.
       01  WS-FLAGGED-PAIRS PIC 9(4) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START FROM TIME.
           PERFORM LOAD-XLINE-PARMS.
           IF WS-CELL-SIZE = 0 OR WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'AOC-2021-D01-XLINEQC: BAD PARAMETERS - CELL '
                 WS-CELL-SIZE ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           OPEN INPUT SOUND-FILE.
           IF WS-SOUND-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-XLINEQC: CANNOT OPEN SOUNDREP.DAT'
                 ' (' WS-SOUND-FS ')'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           OPEN OUTPUT XLWORK-FILE.
           CLOSE XLWORK-FILE.
           OPEN I-O XLWORK-FILE.
           PERFORM BUILD-CELL-MEANS.
           CLOSE SOUND-FILE.
           PERFORM COMPARE-CELL-CONTRIBUTORS.
           CLOSE XLWORK-FILE.
           PERFORM FINISH-PAIRS.
           PERFORM WRITE-XLINE-REPORT.
           DISPLAY 'AOC-2021-D01-XLINEQC: ' WS-READ-COUNT
              ' SOUNDINGS, ' WS-SHARED-CELLS ' SHARED CELLS, '
              WS-PR-LEN ' PAIRS, ' WS-FLAGGED-PAIRS ' OVER TOLERANCE'.
           IF WS-FLAGGED-PAIRS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * Range (default the 30 days to today), cell size, tolerance
      * and minimum contributor count.
       LOAD-XLINE-PARMS.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 30).
           ACCEPT WS-PARM FROM ENVIRONMENT 'XLINE_FROM'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              MOVE WS-PARM TO WS-FROM-DATE
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'XLINE_TO'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              MOVE WS-PARM TO WS-TO-DATE
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
           COMPUTE WS-CELL-DEG = WS-CELL-SIZE / 10000.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'XLINE_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM ENVIRONMENT 'XLINE_MIN_COUNT'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM) = 0
              COMPUTE WS-MIN-COUNT = FUNCTION NUMVAL(WS-PARM)
           END-IF.

      * Every positioned sounding in range into its cell/vessel/day
      * row of the work file.
       BUILD-CELL-MEANS.
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
                          MOVE WS-FROM-DATE TO SND-DATE
                          MOVE 0 TO SND-REC-NUM
                          START SOUND-FILE KEY >= SND-KEY
                             INVALID KEY
                                SET LOOP-BREAK TO TRUE
                          END-START
                       WHEN SND-DATE > WS-TO-DATE
                          MOVE 99999999 TO SND-DATE
                          MOVE 999999 TO SND-REC-NUM
                          START SOUND-FILE KEY > SND-KEY
                             INVALID KEY
                                SET LOOP-BREAK TO TRUE
                          END-START
                       WHEN SND-PLACED
                          SET WS-READ-COUNT UP BY 1
                          PERFORM ADD-TO-WORK-ROW
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       ADD-TO-WORK-ROW.
           COMPUTE XLW-ROW = (SND-LAT + 90) / WS-CELL-DEG.
           COMPUTE XLW-COL = (SND-LON + 180) / WS-CELL-DEG.
           MOVE SND-VESSEL-ID TO XLW-VESSEL-ID.
           MOVE SND-DATE TO XLW-DATE.
           READ XLWORK-FILE
              INVALID KEY
                 MOVE 1 TO XLW-COUNT
                 MOVE SND-READING TO XLW-SUM-DEPTH
                 WRITE XLWORK-RECORD
              NOT INVALID KEY
                 ADD 1 TO XLW-COUNT
                 ADD SND-READING TO XLW-SUM-DEPTH
                 REWRITE XLWORK-RECORD
           END-READ.

      * Walks the work file cell by cell; each cell's qualifying
      * contributors are compared pairwise when the cell changes.
       COMPARE-CELL-CONTRIBUTORS.
           MOVE 0 TO WS-CC-LEN.
           MOVE SPACES TO WS-CUR-CELL.
           MOVE LOW-VALUES TO XLW-KEY.
           START XLWORK-FILE KEY >= XLW-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
              NOT INVALID KEY
                 SET LOOP-CONTINUE TO TRUE
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ XLWORK-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF XLW-CELL NOT = WS-CUR-CELL
                       PERFORM COMPARE-ONE-CELL
                       MOVE XLW-CELL TO WS-CUR-CELL
                       MOVE 0 TO WS-CC-LEN
                       SET WS-CELL-COUNT UP BY 1
                    END-IF
                    IF XLW-COUNT >= WS-MIN-COUNT
                       PERFORM KEEP-CONTRIBUTOR
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM COMPARE-ONE-CELL.

       KEEP-CONTRIBUTOR.
           IF WS-CC-LEN < WS-CC-MAX
              SET WS-CC-LEN UP BY 1
              MOVE XLW-VESSEL-ID TO CC-VESSEL-ID(WS-CC-LEN)
              MOVE XLW-DATE TO CC-DATE(WS-CC-LEN)
              COMPUTE CC-MEAN(WS-CC-LEN) ROUNDED =
                 XLW-SUM-DEPTH / XLW-COUNT
           ELSE
              SET WS-CC-LOST UP BY 1
           END-IF.

      * Every pair of contributors in the cell. Contributors come in
      * vessel then day order, so the first of a pair is the lower
      * vessel ID, or the earlier day of the same vessel.
       COMPARE-ONE-CELL.
           IF WS-CC-LEN > 1
              SET WS-SHARED-CELLS UP BY 1
              MOVE 1 TO WS-A
              PERFORM UNTIL WS-A >= WS-CC-LEN
                 COMPUTE WS-B = WS-A + 1
                 PERFORM UNTIL WS-B > WS-CC-LEN
                    PERFORM COMPARE-ONE-PAIR
                    SET WS-B UP BY 1
                 END-PERFORM
                 SET WS-A UP BY 1
              END-PERFORM
           END-IF.

       COMPARE-ONE-PAIR.
           MOVE CC-VESSEL-ID(WS-A) TO WS-V1.
           MOVE CC-VESSEL-ID(WS-B) TO WS-V2.
           COMPUTE WS-DIFF = CC-MEAN(WS-A) - CC-MEAN(WS-B).
           MOVE 0 TO WS-P.
           MOVE 1 TO WS-F.
           PERFORM UNTIL WS-F > WS-PR-LEN OR WS-P > 0
              IF PR-VESSEL-1(WS-F) = WS-V1
                 AND PR-VESSEL-2(WS-F) = WS-V2
                 MOVE WS-F TO WS-P
              END-IF
              SET WS-F UP BY 1
           END-PERFORM.
           IF WS-P = 0 AND WS-PR-LEN < WS-PR-MAX
              SET WS-PR-LEN UP BY 1
              MOVE WS-PR-LEN TO WS-P
              MOVE WS-V1 TO PR-VESSEL-1(WS-P)
              MOVE WS-V2 TO PR-VESSEL-2(WS-P)
              MOVE 0 TO PR-COMPARED(WS-P)
              MOVE 0 TO PR-DIFF-SUM(WS-P)
              MOVE 0 TO PR-ABS-MAX(WS-P)
              MOVE 0 TO PR-OVER(WS-P)
              MOVE 0 TO PR-MEAN(WS-P)
              MOVE 'N' TO PR-FLAGGED(WS-P)
           END-IF.
           IF WS-P = 0
              SET WS-PR-LOST UP BY 1
           ELSE
              ADD 1 TO PR-COMPARED(WS-P)
              ADD WS-DIFF TO PR-DIFF-SUM(WS-P)
              IF WS-DIFF < 0
                 COMPUTE WS-ABS = 0 - WS-DIFF
              ELSE
                 MOVE WS-DIFF TO WS-ABS
              END-IF
              IF WS-ABS > PR-ABS-MAX(WS-P)
                 MOVE WS-ABS TO PR-ABS-MAX(WS-P)
              END-IF
              IF WS-ABS > WS-TOLERANCE
                 ADD 1 TO PR-OVER(WS-P)
              END-IF
           END-IF.

      * Mean difference per pair, the flag against tolerance, and
      * each vessel's share of the flagged pairs.
       FINISH-PAIRS.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > WS-PR-LEN
              COMPUTE PR-MEAN(WS-P) ROUNDED =
                 PR-DIFF-SUM(WS-P) / PR-COMPARED(WS-P)
              IF PR-MEAN(WS-P) > WS-TOLERANCE
                 OR PR-MEAN(WS-P) < 0 - WS-TOLERANCE
                 MOVE 'Y' TO PR-FLAGGED(WS-P)
                 SET WS-FLAGGED-PAIRS UP BY 1
              END-IF
              MOVE PR-VESSEL-1(WS-P) TO WS-VF-ID
              PERFORM TALLY-VESSEL-PAIR
              IF PR-VESSEL-2(WS-P) NOT = PR-VESSEL-1(WS-P)
                 MOVE PR-VESSEL-2(WS-P) TO WS-VF-ID
                 PERFORM TALLY-VESSEL-PAIR
              END-IF
              SET WS-P UP BY 1
           END-PERFORM.

       TALLY-VESSEL-PAIR.
           MOVE 1 TO WS-F.
           PERFORM UNTIL WS-F > WS-VF-LEN
              OR VF-VESSEL-ID(WS-F) = WS-VF-ID
              SET WS-F UP BY 1
           END-PERFORM.
           IF WS-F > WS-VF-LEN AND WS-VF-LEN < WS-VF-MAX
              SET WS-VF-LEN UP BY 1
              MOVE WS-VF-LEN TO WS-F
              MOVE WS-VF-ID TO VF-VESSEL-ID(WS-F)
              MOVE 0 TO VF-PAIRS(WS-F)
              MOVE 0 TO VF-FLAGGED(WS-F)
           END-IF.
           IF WS-F <= WS-VF-LEN
              ADD 1 TO VF-PAIRS(WS-F)
              IF PR-FLAGGED(WS-P) = 'Y'
                 ADD 1 TO VF-FLAGGED(WS-F)
              END-IF
           END-IF.

       WRITE-XLINE-REPORT.
           OPEN OUTPUT XLINE-FILE.
           MOVE SPACES TO XLINE-RECORD.
           STRING 'CROSSLINE CONSISTENCY  RUN ' WS-RUN-DATE
                  '  SOUNDINGS ' WS-FROM-DATE ' TO ' WS-TO-DATE
                  '  CELL SIZE ' WS-CELL-SIZE
                  '  TOLERANCE ' WS-TOLERANCE
              DELIMITED BY SIZE INTO XLINE-RECORD
           END-STRING.
           WRITE XLINE-RECORD.
           MOVE SPACES TO XLINE-RECORD.
           WRITE XLINE-RECORD.
           MOVE SPACES TO XLINE-RECORD.
           STRING 'PAIRS OVER TOLERANCE (MEAN = FIRST MINUS SECOND)'
              DELIMITED BY SIZE INTO XLINE-RECORD
           END-STRING.
           WRITE XLINE-RECORD.
           MOVE SPACES TO XLINE-RECORD.
           STRING '  FIRST       SECOND      COMPARED  MEAN DIFF'
                  '  LARGEST  OVER TOL'
              DELIMITED BY SIZE INTO XLINE-RECORD
           END-STRING.
           WRITE XLINE-RECORD.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > WS-PR-LEN
              IF PR-FLAGGED(WS-P) = 'Y'
                 MOVE PR-MEAN(WS-P) TO WS-SHOW-MEAN
                 MOVE PR-ABS-MAX(WS-P) TO WS-SHOW-MAX
                 MOVE SPACES TO XLINE-RECORD
                 STRING '  ' PR-VESSEL-1(WS-P)
                        '  ' PR-VESSEL-2(WS-P)
                        '  ' PR-COMPARED(WS-P)
                        '  ' WS-SHOW-MEAN
                        '  ' WS-SHOW-MAX
                        '  ' PR-OVER(WS-P)
                    DELIMITED BY SIZE INTO XLINE-RECORD
                 END-STRING
                 IF PR-VESSEL-1(WS-P) = PR-VESSEL-2(WS-P)
                    MOVE 'DAY TO DAY' TO XLINE-RECORD(67:10)
                 END-IF
                 WRITE XLINE-RECORD
              END-IF
              SET WS-P UP BY 1
           END-PERFORM.
           IF WS-FLAGGED-PAIRS = 0
              MOVE SPACES TO XLINE-RECORD
              STRING '  NONE' DELIMITED BY SIZE INTO XLINE-RECORD
              END-STRING
              WRITE XLINE-RECORD
           END-IF.
           MOVE SPACES TO XLINE-RECORD.
           WRITE XLINE-RECORD.
           MOVE SPACES TO XLINE-RECORD.
           STRING 'FLAGGED PAIRS PER VESSEL'
              DELIMITED BY SIZE INTO XLINE-RECORD
           END-STRING.
           WRITE XLINE-RECORD.
           MOVE 1 TO WS-F.
           PERFORM UNTIL WS-F > WS-VF-LEN
              MOVE SPACES TO XLINE-RECORD
              STRING '  ' VF-VESSEL-ID(WS-F)
                     '  IN ' VF-FLAGGED(WS-F)
                     ' OF ' VF-PAIRS(WS-F) ' PAIRS'
                 DELIMITED BY SIZE INTO XLINE-RECORD
              END-STRING
              WRITE XLINE-RECORD
              SET WS-F UP BY 1
           END-PERFORM.
           MOVE SPACES TO XLINE-RECORD.
           WRITE XLINE-RECORD.
           MOVE SPACES TO XLINE-RECORD.
           STRING 'CELLS ' WS-CELL-COUNT
                  '  SHARED ' WS-SHARED-CELLS
                  '  PAIRS ' WS-PR-LEN
                  '  FLAGGED ' WS-FLAGGED-PAIRS
              DELIMITED BY SIZE INTO XLINE-RECORD
           END-STRING.
           WRITE XLINE-RECORD.
           IF WS-CC-LOST > 0 OR WS-PR-LOST > 0
              MOVE SPACES TO XLINE-RECORD
              STRING 'NOT COMPARED: ' WS-CC-LOST
                     ' CONTRIBUTORS OVER THE PER-CELL TABLE, '
                     WS-PR-LOST ' COMPARISONS OVER THE PAIR TABLE'
                 DELIMITED BY SIZE INTO XLINE-RECORD
              END-STRING
              WRITE XLINE-RECORD
           END-IF.
           CLOSE XLINE-FILE.

      * The run's row on the shared statistics trail.
       WRITE-RUN-STATS.
           ACCEPT WS-STAT-END FROM TIME.
           OPEN EXTEND RUNSTATS-FILE.
           IF WS-STAT-FS = '05' OR WS-STAT-FS = '35'
              CLOSE RUNSTATS-FILE
              OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           MOVE 'AOC-2021-D01-XLINEQC' TO RST-PROGRAM.
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
           MOVE WS-FLAGGED-PAIRS TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
