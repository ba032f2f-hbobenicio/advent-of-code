      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN62.cbl
      * $ LINE_PROJECT=NORTH-SEA-BLK4 LINE_COMPLETE_PCT=98 ./a.out
      *-----------------------------------------------------------------
      * Survey-line completion report. For each project on the
      * planned-line register (LINES.DAT, kept by
      * AOC-2021-D01-LINES), or the one project named, measures
      * what the vessels ran against what was planned. The days a
      * project was surveyed are its voyages on the register
      * (VOYAGE.DAT) -- from sailing to return, or to today for a
      * voyage still at sea -- and the legs run on those days are
      * the solvers' per-leg rows (SEGSTAT.DAT), matched to a
      * planned line by the ID on the 'SEG <id>' marker.
      *
      * Each planned line is reported NOT STARTED (never run),
      * PARTIAL with the percent of its planned length achieved in
      * fixed track, or COMPLETE once the track reaches
      * LINE_COMPLETE_PCT percent of it (default 100). Every SEG ID
      * run on the project's days that is not on its plan is listed
      * after the lines. Output is LINECOMP.TXT; RETURN-CODE 4 when
      * any unplanned SEG ID was run, 16 when the register cannot be
      * read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-LINERPT.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The planned lines, keyed by project and line.
           SELECT LINES-FILE ASSIGN TO 'LINES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIN-KEY
           FILE STATUS IS WS-LINES-FS.

      * The voyage register: which vessel surveyed the project when.
           SELECT VOYAGE-FILE ASSIGN TO 'VOYAGE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOY-KEY
           FILE STATUS IS WS-VOYAGE-FS.

      * The solvers' per-leg figures, vessel first.
           SELECT SEGSTAT-FILE ASSIGN TO 'SEGSTAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SGS-KEY
           FILE STATUS IS WS-SGS-FS.

           SELECT LINECOMP-FILE ASSIGN TO 'LINECOMP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
      * One row per planned line. The line ID is the one the vessel
      * keys on its 'SEG <id>' marker when it runs the line.
       FD  LINES-FILE.
       01  LINES-RECORD.
           05 LIN-KEY.
              10 LIN-PROJECT       PIC X(15).
              10 LIN-LINE-ID       PIC X(8).
           05 LIN-PLANNED-LEN      PIC 9(7).
           05 LIN-DESC             PIC X(30).
           05 LIN-ADDED-DATE       PIC 9(8).
           05 LIN-CHANGED-DATE     PIC 9(8).

      * One row per voyage. The return date is zero until the voyage
      * closes; the reported date is when its end-of-voyage report
      * was last cut (zero while it has not been).
       FD  VOYAGE-FILE.
       01  VOYAGE-RECORD.
           05 VOY-KEY.
              10 VOY-VESSEL-ID     PIC X(10).
              10 VOY-NUMBER        PIC 9(4).
           05 VOY-PROJECT          PIC X(15).
           05 VOY-SAIL-DATE        PIC 9(8).
           05 VOY-RETURN-DATE      PIC 9(8).
           05 VOY-STATUS           PIC X(1).
              88 VOY-PLANNED               VALUE 'P'.
              88 VOY-AT-SEA                VALUE 'S'.
              88 VOY-CLOSED                VALUE 'C'.
              88 VOY-CANCELLED             VALUE 'X'.
           05 VOY-CHANGED-DATE     PIC 9(8).
           05 VOY-REPORTED-DATE    PIC 9(8).

      * One row per survey leg per vessel and run date, vessel first
      * so a vessel's days are one keyed range: the leg's readings,
      * jumps, swing magnitude, depth range and fixed track.
       FD  SEGSTAT-FILE.
       01  SEGSTAT-RECORD.
           05 SGS-KEY.
              10 SGS-VESSEL-ID     PIC X(10).
              10 SGS-RUN-DATE      PIC 9(8).
              10 SGS-SEQ           PIC 9(2).
           05 SGS-SEG-ID           PIC X(8).
           05 SGS-RECORDS          PIC 9(6).
           05 SGS-INC              PIC 9(5).
           05 SGS-MAG-TOT          PIC 9(7).
           05 SGS-MAG-MAX          PIC 9(5).
           05 SGS-DEP-MIN          PIC S9(4).
           05 SGS-DEP-MAX          PIC S9(4).
           05 SGS-HAVE-DEP         PIC X(1).
           05 SGS-DIST             PIC 9(7).

       FD  LINECOMP-FILE.
       01  LINECOMP-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LINES-FS      PIC X(2) VALUE '00'.
       01  WS-VOYAGE-FS     PIC X(2) VALUE '00'.
       01  WS-SGS-FS        PIC X(2) VALUE '00'.
       01  WS-RPT-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-VOY-LOOP      PIC A(1).
         88  VOY-BREAK                VALUE 'B'.
       01  WS-SGS-LOOP      PIC A(1).
         88  SGS-BREAK                VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

       01  WS-VOYAGE-OPEN   PIC X(1) VALUE 'N'.
         88  VOYAGE-OPEN              VALUE 'Y'.
       01  WS-SGS-OPEN      PIC X(1) VALUE 'N'.
         88  SGS-OPEN                 VALUE 'Y'.

      * The project asked for (all when blank) and the share of the
      * planned length that completes a line.
       01  WS-PARM-PROJECT  PIC X(15) VALUE SPACES.
       01  WS-PCT-PARM      PIC X(3) VALUE SPACES.
       01  WS-COMPLETE-PCT  PIC 9(3) VALUE 100.

      * The project whose lines are in the table, and the days of
      * the voyage being walked.
       01  WS-PROJECT       PIC X(15) VALUE SPACES.
       01  WS-SPAN-FROM     PIC 9(8) VALUE 0.
       01  WS-SPAN-TO       PIC 9(8) VALUE 0.
       01  WS-VOYAGES       PIC 9(4) VALUE 0.

      * The project's planned lines in line order, with what was run
      * against each.
       01  WS-LN-MAX        PIC 9(3) VALUE 500.
       01  WS-LINE-TAB.
         05 LN-ROW OCCURS 500 TIMES.
            10 LN-ID        PIC X(8).
            10 LN-PLANNED   PIC 9(7).
            10 LN-DESC      PIC X(30).
            10 LN-ROWS      PIC 9(4).
            10 LN-RUN       PIC 9(8).
            10 LN-FIRST     PIC 9(8).
            10 LN-LAST      PIC 9(8).
       01  WS-LN-LEN        PIC 9(3) VALUE 0.
       01  WS-LN-OVERFLOW   PIC X(1) VALUE 'N'.
         88  LN-OVERFLOW              VALUE 'Y'.

      * SEG IDs run on the project's days that are not on its plan.
       01  WS-UP-MAX        PIC 9(3) VALUE 100.
       01  WS-UNPLANNED-TAB.
         05 UP-ROW OCCURS 100 TIMES.
            10 UP-ID        PIC X(8).
            10 UP-ROWS      PIC 9(4).
            10 UP-RUN       PIC 9(8).
            10 UP-FIRST     PIC 9(8).
            10 UP-VESSEL    PIC X(10).
       01  WS-UP-LEN        PIC 9(3) VALUE 0.
       01  WS-UP-OVERFLOW   PIC X(1) VALUE 'N'.
         88  UP-OVERFLOW              VALUE 'Y'.

       01  WS-I             PIC 9(3) VALUE 0.
       01  WS-PCT           PIC 9(5)V9(1) VALUE 0.
       01  WS-PCT-ED        PIC ZZZZ9.9.
       01  WS-LINE-STATE    PIC X(11) VALUE SPACES.

      * Project and run totals.
       01  WS-PRJ-COMPLETE  PIC 9(3) VALUE 0.
       01  WS-PRJ-PARTIAL   PIC 9(3) VALUE 0.
       01  WS-PRJ-NOT-RUN   PIC 9(3) VALUE 0.
       01  WS-PRJ-PLANNED   PIC 9(9) VALUE 0.
       01  WS-PRJ-RUN       PIC 9(9) VALUE 0.
       01  WS-PROJECTS      PIC 9(4) VALUE 0.
       01  WS-UNPLANNED-ALL PIC 9(5) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-PROJECT FROM ENVIRONMENT 'LINE_PROJECT'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-PROJECT
           END-ACCEPT.
           ACCEPT WS-PCT-PARM FROM ENVIRONMENT 'LINE_COMPLETE_PCT'
              ON EXCEPTION
                 MOVE SPACES TO WS-PCT-PARM
           END-ACCEPT.
           IF WS-PCT-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PCT-PARM) = 0
              COMPUTE WS-COMPLETE-PCT = FUNCTION NUMVAL(WS-PCT-PARM)
           END-IF.
           IF WS-COMPLETE-PCT = 0 OR WS-COMPLETE-PCT > 100
              MOVE 100 TO WS-COMPLETE-PCT
           END-IF.
           OPEN INPUT LINES-FILE.
           IF WS-LINES-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-LINERPT: CANNOT OPEN LINES.DAT ('
                 WS-LINES-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT VOYAGE-FILE.
           IF WS-VOYAGE-FS = '00'
              SET VOYAGE-OPEN TO TRUE
           END-IF.
           OPEN INPUT SEGSTAT-FILE.
           IF WS-SGS-FS = '00'
              SET SGS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LINECOMP-FILE.
           MOVE SPACES TO LINECOMP-RECORD.
           STRING 'SURVEY LINE COMPLETION  RUN: ' WS-RUN-DATE
                  '  COMPLETE AT: ' WS-COMPLETE-PCT '% OF PLANNED'
                  DELIMITED BY SIZE INTO LINECOMP-RECORD
           END-STRING.
           WRITE LINECOMP-RECORD.
           PERFORM REPORT-PROJECTS.
           IF WS-PROJECTS = 0
              MOVE SPACES TO LINECOMP-RECORD
              WRITE LINECOMP-RECORD
              MOVE 'NO PLANNED LINES ON THE REGISTER'
                 TO LINECOMP-RECORD
              WRITE LINECOMP-RECORD
           END-IF.
           CLOSE LINECOMP-FILE.
           CLOSE LINES-FILE.
           IF VOYAGE-OPEN
              CLOSE VOYAGE-FILE
           END-IF.
           IF SGS-OPEN
              CLOSE SEGSTAT-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-LINERPT: ' WS-PROJECTS
              ' PROJECT(S), ' WS-UNPLANNED-ALL ' UNPLANNED SEG ID(S)'.
           IF WS-UNPLANNED-ALL > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The register in key order, one project at a time: a
      * project's lines are gathered until the project changes, then
      * it is measured and reported.
       REPORT-PROJECTS.
           MOVE LOW-VALUES TO LIN-KEY.
           IF WS-PARM-PROJECT NOT = SPACES
              MOVE WS-PARM-PROJECT TO LIN-PROJECT
           END-IF.
           MOVE SPACES TO WS-PROJECT.
           MOVE 0 TO WS-LN-LEN.
           START LINES-FILE KEY >= LIN-KEY
              INVALID KEY
                 MOVE 'B' TO WS-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-LOOP
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ LINES-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF WS-PARM-PROJECT NOT = SPACES
                       AND LIN-PROJECT NOT = WS-PARM-PROJECT
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       IF LIN-PROJECT NOT = WS-PROJECT
                          IF WS-LN-LEN > 0
                             PERFORM REPORT-ONE-PROJECT
                          END-IF
                          PERFORM START-PROJECT
                       END-IF
                       PERFORM NOTE-PLANNED-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LN-LEN > 0
              PERFORM REPORT-ONE-PROJECT
           END-IF.

       START-PROJECT.
           MOVE LIN-PROJECT TO WS-PROJECT.
           MOVE 0 TO WS-LN-LEN.
           MOVE 'N' TO WS-LN-OVERFLOW.
           MOVE 0 TO WS-UP-LEN.
           MOVE 'N' TO WS-UP-OVERFLOW.
           MOVE 0 TO WS-VOYAGES.

       NOTE-PLANNED-LINE.
           IF WS-LN-LEN >= WS-LN-MAX
              MOVE 'Y' TO WS-LN-OVERFLOW
           ELSE
              SET WS-LN-LEN UP BY 1
              MOVE LIN-LINE-ID TO LN-ID(WS-LN-LEN)
              MOVE LIN-PLANNED-LEN TO LN-PLANNED(WS-LN-LEN)
              MOVE LIN-DESC TO LN-DESC(WS-LN-LEN)
              MOVE 0 TO LN-ROWS(WS-LN-LEN)
              MOVE 0 TO LN-RUN(WS-LN-LEN)
              MOVE 0 TO LN-FIRST(WS-LN-LEN)
              MOVE 0 TO LN-LAST(WS-LN-LEN)
           END-IF.

       REPORT-ONE-PROJECT.
           SET WS-PROJECTS UP BY 1.
           PERFORM MEASURE-PROJECT-RUNS.
           PERFORM WRITE-PROJECT-REPORT.

      * Every voyage that sailed for the project, and the legs its
      * vessel ran between sailing and return.
       MEASURE-PROJECT-RUNS.
           IF VOYAGE-OPEN AND SGS-OPEN
              MOVE LOW-VALUES TO VOY-KEY
              START VOYAGE-FILE KEY >= VOY-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-VOY-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-VOY-LOOP
              END-START
              PERFORM UNTIL VOY-BREAK
                 READ VOYAGE-FILE NEXT RECORD
                    AT END SET VOY-BREAK TO TRUE
                    NOT AT END
                       IF VOY-PROJECT = WS-PROJECT
                          AND (VOY-AT-SEA OR VOY-CLOSED)
                          PERFORM MEASURE-ONE-VOYAGE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       MEASURE-ONE-VOYAGE.
           SET WS-VOYAGES UP BY 1.
           MOVE VOY-SAIL-DATE TO WS-SPAN-FROM.
           IF VOY-AT-SEA
              MOVE WS-RUN-DATE TO WS-SPAN-TO
           ELSE
              MOVE VOY-RETURN-DATE TO WS-SPAN-TO
           END-IF.
           MOVE VOY-VESSEL-ID TO SGS-VESSEL-ID.
           MOVE WS-SPAN-FROM TO SGS-RUN-DATE.
           MOVE 0 TO SGS-SEQ.
           START SEGSTAT-FILE KEY >= SGS-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SGS-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SGS-LOOP
           END-START.
           PERFORM UNTIL SGS-BREAK
              READ SEGSTAT-FILE NEXT RECORD
                 AT END SET SGS-BREAK TO TRUE
                 NOT AT END
                    IF SGS-VESSEL-ID NOT = VOY-VESSEL-ID
                       OR SGS-RUN-DATE > WS-SPAN-TO
                       SET SGS-BREAK TO TRUE
                    ELSE
                       PERFORM MATCH-SEGMENT-ROW
                    END-IF
              END-READ
           END-PERFORM.

      * A leg row onto its planned line, or onto the unplanned list.
       MATCH-SEGMENT-ROW.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-LN-LEN
              OR LN-ID(WS-I) = SGS-SEG-ID
              SET WS-I UP BY 1
           END-PERFORM.
           IF WS-I > WS-LN-LEN
              PERFORM NOTE-UNPLANNED-ROW
           ELSE
              SET LN-ROWS(WS-I) UP BY 1
              ADD SGS-DIST TO LN-RUN(WS-I)
              IF LN-FIRST(WS-I) = 0
                 OR SGS-RUN-DATE < LN-FIRST(WS-I)
                 MOVE SGS-RUN-DATE TO LN-FIRST(WS-I)
              END-IF
              IF SGS-RUN-DATE > LN-LAST(WS-I)
                 MOVE SGS-RUN-DATE TO LN-LAST(WS-I)
              END-IF
           END-IF.

       NOTE-UNPLANNED-ROW.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-UP-LEN
              OR UP-ID(WS-I) = SGS-SEG-ID
              SET WS-I UP BY 1
           END-PERFORM.
           IF WS-I > WS-UP-LEN
              IF WS-UP-LEN >= WS-UP-MAX
                 MOVE 'Y' TO WS-UP-OVERFLOW
                 MOVE 0 TO WS-I
              ELSE
                 SET WS-UP-LEN UP BY 1
                 MOVE WS-UP-LEN TO WS-I
                 MOVE SGS-SEG-ID TO UP-ID(WS-I)
                 MOVE 0 TO UP-ROWS(WS-I)
                 MOVE 0 TO UP-RUN(WS-I)
                 MOVE SGS-RUN-DATE TO UP-FIRST(WS-I)
                 MOVE SGS-VESSEL-ID TO UP-VESSEL(WS-I)
              END-IF
           END-IF.
           IF WS-I > 0
              SET UP-ROWS(WS-I) UP BY 1
              ADD SGS-DIST TO UP-RUN(WS-I)
              IF SGS-RUN-DATE < UP-FIRST(WS-I)
                 MOVE SGS-RUN-DATE TO UP-FIRST(WS-I)
                 MOVE SGS-VESSEL-ID TO UP-VESSEL(WS-I)
              END-IF
           END-IF.

       WRITE-PROJECT-REPORT.
           MOVE 0 TO WS-PRJ-COMPLETE.
           MOVE 0 TO WS-PRJ-PARTIAL.
           MOVE 0 TO WS-PRJ-NOT-RUN.
           MOVE 0 TO WS-PRJ-PLANNED.
           MOVE 0 TO WS-PRJ-RUN.
           MOVE SPACES TO LINECOMP-RECORD.
           WRITE LINECOMP-RECORD.
           MOVE SPACES TO LINECOMP-RECORD.
           STRING 'PROJECT: ' WS-PROJECT
                  '  VOYAGES SAILED: ' WS-VOYAGES
                  DELIMITED BY SIZE INTO LINECOMP-RECORD
           END-STRING.
           WRITE LINECOMP-RECORD.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-LN-LEN
              PERFORM WRITE-ONE-LINE
              SET WS-I UP BY 1
           END-PERFORM.
           IF LN-OVERFLOW
              MOVE SPACES TO LINECOMP-RECORD
              STRING '  LINES BEYOND ' WS-LN-MAX ' NOT MEASURED'
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
              WRITE LINECOMP-RECORD
           END-IF.
           MOVE '  SEG IDS RUN NOT ON THE PLAN:' TO LINECOMP-RECORD.
           WRITE LINECOMP-RECORD.
           IF WS-UP-LEN = 0
              MOVE '    NONE' TO LINECOMP-RECORD
              WRITE LINECOMP-RECORD
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-UP-LEN
              MOVE SPACES TO LINECOMP-RECORD
              STRING '    SEG ' UP-ID(WS-I)
                     '  FIRST RUN: ' UP-FIRST(WS-I)
                     ' BY ' UP-VESSEL(WS-I)
                     '  RUNS: ' UP-ROWS(WS-I)
                     '  TRACK: ' UP-RUN(WS-I) ' M'
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
              WRITE LINECOMP-RECORD
              SET WS-I UP BY 1
           END-PERFORM.
           IF UP-OVERFLOW
              MOVE SPACES TO LINECOMP-RECORD
              STRING '    SEG IDS BEYOND ' WS-UP-MAX ' NOT LISTED'
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
              WRITE LINECOMP-RECORD
           END-IF.
           ADD WS-UP-LEN TO WS-UNPLANNED-ALL.
           MOVE SPACES TO LINECOMP-RECORD.
           STRING '  LINES: ' WS-LN-LEN
                  '  COMPLETE: ' WS-PRJ-COMPLETE
                  '  PARTIAL: ' WS-PRJ-PARTIAL
                  '  NOT STARTED: ' WS-PRJ-NOT-RUN
                  DELIMITED BY SIZE INTO LINECOMP-RECORD
           END-STRING.
           WRITE LINECOMP-RECORD.
           MOVE SPACES TO LINECOMP-RECORD.
           STRING '  PLANNED: ' WS-PRJ-PLANNED ' M'
                  '  RUN ON PLANNED LINES: ' WS-PRJ-RUN ' M'
                  DELIMITED BY SIZE INTO LINECOMP-RECORD
           END-STRING.
           WRITE LINECOMP-RECORD.

      * A line never run is not started; run but short of the
      * completion share it is partial, with the share achieved.
       WRITE-ONE-LINE.
           ADD LN-PLANNED(WS-I) TO WS-PRJ-PLANNED.
           ADD LN-RUN(WS-I) TO WS-PRJ-RUN.
           MOVE 0 TO WS-PCT.
           IF LN-PLANNED(WS-I) > 0
              COMPUTE WS-PCT ROUNDED =
                 LN-RUN(WS-I) * 100 / LN-PLANNED(WS-I)
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           EVALUATE TRUE
              WHEN LN-ROWS(WS-I) = 0
                 MOVE 'NOT STARTED' TO WS-LINE-STATE
                 SET WS-PRJ-NOT-RUN UP BY 1
              WHEN WS-PCT >= WS-COMPLETE-PCT
                 MOVE 'COMPLETE' TO WS-LINE-STATE
                 SET WS-PRJ-COMPLETE UP BY 1
              WHEN OTHER
                 MOVE 'PARTIAL' TO WS-LINE-STATE
                 SET WS-PRJ-PARTIAL UP BY 1
           END-EVALUATE.
           MOVE SPACES TO LINECOMP-RECORD.
           IF LN-ROWS(WS-I) = 0
              STRING '  LINE ' LN-ID(WS-I)
                     '  PLANNED: ' LN-PLANNED(WS-I) ' M'
                     '  ' WS-LINE-STATE
                     '  ' LN-DESC(WS-I)
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
           ELSE
              STRING '  LINE ' LN-ID(WS-I)
                     '  PLANNED: ' LN-PLANNED(WS-I) ' M'
                     '  RUN: ' LN-RUN(WS-I) ' M'
                     '  ' WS-PCT-ED '%'
                     '  ' WS-LINE-STATE
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
           END-IF.
           WRITE LINECOMP-RECORD.
           IF LN-ROWS(WS-I) > 0
              MOVE SPACES TO LINECOMP-RECORD
              STRING '       RUN ' LN-FIRST(WS-I)
                     ' TO ' LN-LAST(WS-I)
                     '  RUNS: ' LN-ROWS(WS-I)
                     '  ' LN-DESC(WS-I)
                     DELIMITED BY SIZE INTO LINECOMP-RECORD
              END-STRING
              WRITE LINECOMP-RECORD
           END-IF.
