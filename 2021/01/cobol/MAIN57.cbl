      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN57.cbl
      * $ CHECK_DATE=20211209 COVER_GAP_MINUTES=30 ./a.out
      *-----------------------------------------------------------------
      * Intra-day coverage and sonar dropout report. AOC-2021-D01-
      * SILENT catches a vessel that sent nothing all day; this job
      * catches the one that sent a day with a hole in it. For every
      * active vessel it finds the day's archived log through the
      * run ledger (the lookup the verifier uses) and walks the v2
      * 'HHMMSS depth quality' readings in the order received:
      *   - a pause between good readings longer than
      *     COVER_GAP_MINUTES (default 30) is a dropout; the longest
      *     five are listed and all of them add to the lost time,
      *   - a reading stamped earlier than the one before it is
      *     listed as a clock going backwards and is not used,
      *   - each hour of the day gets the percentage of its minutes
      *     covered by data (two good readings closer together than
      *     the threshold cover the minutes between them).
      * Legacy untimestamped readings can't be placed in the day and
      * are only counted. A vessel with any dropout is marked NOT A
      * FULL SURVEY DAY whatever its MASTER.DAT row says, since the
      * charter is billed on sounding coverage. The report closes
      * with a dropout summary ranking the vessels by lost hours.
      * Output is COVERAGE.TXT; RETURN-CODE 4 when any vessel had a
      * dropout or a backwards clock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-COVER.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The vessel master -- active vessels are the ones owed a day
      * of soundings.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * The run ledger -- each run's (vessel, checksum) row records
      * the input path the day's log was solved from.
           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LED-KEY
           FILE STATUS IS WS-LEDGER-FS.

      * The day's totals -- shown beside the coverage verdict, since
      * a solved day is not necessarily a full one.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The processing calendar -- a vessel in port per schedule has
      * no survey day to measure.
           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

      * The archived log being walked, one vessel at a time.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FS.

      * This program's own output -- the coverage report.
           SELECT COVER-FILE ASSIGN TO 'COVERAGE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVER-FS.

      * Run-statistics trail shared by every program in the suite:
      * one row appended per run at end of job, so the batch-window
      * monitor can say which step grew when the nightly chain
      * overruns.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
           05 VES-VESSEL-ID     PIC X(10).
           05 VES-NAME          PIC X(20).
           05 VES-HOME-PORT     PIC X(15).
           05 VES-ONBOARD-DATE  PIC 9(8).
           05 VES-STATUS        PIC X(1).
               88 VES-ACTIVE            VALUE 'A'.
               88 VES-SUSPENDED         VALUE 'S'.
               88 VES-DECOMMISSIONED    VALUE 'D'.
           05 VES-LOG-PATH      PIC X(60).
           05 VES-WINDOW-SIZE   PIC 9(2).
           05 VES-NOISE-THRESHOLD PIC 9(5).
           05 VES-EXPECTED-COUNT PIC 9(6).
      * Alerting thresholds for abnormal single-step depth swings --
      * warning and critical, in depth units. Zero disables that
      * grade of alert for the vessel.
           05 VES-WARN-THRESHOLD PIC 9(5).
           05 VES-CRIT-THRESHOLD PIC 9(5).
      * Unit the vessel's sonar transmits in -- M meters (the fleet
      * standard), F feet, T fathoms. Space reads as meters.
           05 VES-UNIT-CODE     PIC X(1).
      * Significant wave height (meters) above which a depth-jump
      * alert is taken for hull motion in heavy weather and graded
      * advisory. Zero means no sea-state downgrade for the vessel.
           05 VES-SEA-LIMIT     PIC 9(2)V9(2).
      * Spike tolerance, in depth units: a reading standing clear of
      * the readings either side of it by more than this, above both
      * or below both, is a lone bad ping and is despiked before
      * counting. Zero leaves the vessel's readings unfiltered.
           05 VES-SPIKE-TOL     PIC 9(5).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-KEY.
              10 LED-VESSEL-ID     PIC X(10).
              10 LED-CHECKSUM      PIC 9(9).
           05 LED-RUN-DATE         PIC 9(8).
           05 LED-INPUT-PATH       PIC X(60).
           05 LED-REC-COUNT        PIC 9(6).
           05 LED-OVERRIDE         PIC X(1).
           05 LED-RUN-COUNT        PIC 9(3).

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

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY.
              10 SCH-VESSEL-ID     PIC X(10).
              10 SCH-DATE          PIC 9(8).
           05 SCH-REASON           PIC X(15).

       FD  INPUT-FILE.
       01  INPUT-FILE-RECORD.
           05 NUM PIC X(30).

       FD  COVER-FILE.
       01  COVER-RECORD    PIC X(100).

      * One statistics row per run: program, vessel (spaces for a
      * fleet-wide step), run date, start and end times, records
      * read, rejects, and the RETURN-CODE the run ended with.
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

      * Run-statistics state: the start time captured at entry and
      * the file status of the shared trail.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-STAT-START    PIC 9(8) VALUE 0.
       01  WS-STAT-END      PIC 9(8) VALUE 0.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-LEDGER-FS     PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-INPUT-FS      PIC X(2) VALUE '00'.
       01  WS-COVER-FS      PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-VESSEL-LOOP   PIC A(1).
         88  VESSEL-LOOP-BREAK        VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * The day being checked. Defaults to today.
       01  WS-CHECK-DATE    PIC 9(8) VALUE 0.
       01  WS-DATE-PARM     PIC X(8) VALUE SPACES.

      * The longest pause between good readings that still counts as
      * continuous data, in minutes.
       01  WS-GAP-MINUTES   PIC 9(4) VALUE 30.
       01  WS-GAP-PARM      PIC X(4) VALUE SPACES.
       01  WS-GAP-SECS      PIC 9(6) VALUE 0.

      * The vessel being walked and where its day's log is.
       01  WS-VESSEL-ID     PIC X(10) VALUE SPACES.
       01  WS-INPUT-PATH    PIC X(60) VALUE SPACES.
       01  WS-PATH-FOUND    PIC X(1) VALUE 'N'.
         88  PATH-FOUND               VALUE 'Y'.
       01  WS-ON-SCHED      PIC X(1) VALUE 'N'.
         88  ON-SCHEDULE              VALUE 'Y'.
       01  WS-SCHED-REASON  PIC X(15) VALUE SPACES.
       01  WS-HAVE-MASTER   PIC X(1) VALUE 'N'.
         88  HAVE-MASTER              VALUE 'Y'.

      * One log line, tokenized as the solvers do: a legacy bare
      * depth, or a v2 'HHMMSS depth quality' reading.
       01  WS-TOK1          PIC X(12) VALUE SPACES.
       01  WS-TOK2          PIC X(12) VALUE SPACES.
       01  WS-TOK3          PIC X(12) VALUE SPACES.
       01  WS-TOK1-LEN      PIC 9(2) VALUE 0.
       01  WS-TOK2-LEN      PIC 9(2) VALUE 0.
       01  WS-TOK3-LEN      PIC 9(2) VALUE 0.
       01  WS-READ-TIME     PIC X(6) VALUE SPACES.
       01  WS-READ-TIME-N REDEFINES WS-READ-TIME.
         05 WS-READ-HH      PIC 9(2).
         05 WS-READ-MM      PIC 9(2).
         05 WS-READ-SS      PIC 9(2).
       01  WS-READ-QUAL     PIC X(1) VALUE SPACE.
       01  WS-LINE-KIND     PIC X(1) VALUE SPACE.
         88  LINE-TIMED               VALUE 'T'.
         88  LINE-LEGACY              VALUE 'L'.
         88  LINE-BAD-TIME            VALUE 'X'.
         88  LINE-OTHER               VALUE SPACE.

      * The walk through one vessel-day: the last good reading (the
      * one a dropout is measured from) and the last timestamp seen
      * of any quality (the one a backwards clock is caught against).
       01  WS-REC-NUM       PIC 9(6) VALUE 0.
       01  WS-CUR-SECS      PIC 9(5) VALUE 0.
       01  WS-PREV-SECS     PIC 9(5) VALUE 0.
       01  WS-PREV-TIME     PIC X(6) VALUE SPACES.
       01  WS-HAVE-PREV     PIC X(1) VALUE 'N'.
         88  HAVE-PREV                VALUE 'Y'.
       01  WS-SEEN-SECS     PIC 9(5) VALUE 0.
       01  WS-SEEN-TIME     PIC X(6) VALUE SPACES.
       01  WS-HAVE-SEEN     PIC X(1) VALUE 'N'.
         88  HAVE-SEEN                VALUE 'Y'.
       01  WS-FIRST-TIME    PIC X(6) VALUE SPACES.
       01  WS-FIRST-SECS    PIC 9(5) VALUE 0.
       01  WS-GOOD-COUNT    PIC 9(6) VALUE 0.
       01  WS-QUEST-COUNT   PIC 9(6) VALUE 0.
       01  WS-LEGACY-COUNT  PIC 9(6) VALUE 0.
       01  WS-BADTIME-COUNT PIC 9(6) VALUE 0.
       01  WS-BACK-COUNT    PIC 9(4) VALUE 0.
       01  WS-BACK-SHOW     PIC 9(2) VALUE 10.
       01  WS-THIS-GAP      PIC 9(5) VALUE 0.
       01  WS-GAP-COUNT     PIC 9(4) VALUE 0.
       01  WS-LOST-SECS     PIC 9(6) VALUE 0.
       01  WS-SPAN-MINS     PIC 9(4) VALUE 0.
       01  WS-COVER-MINS    PIC 9(4) VALUE 0.
       01  WS-DAY-PCT       PIC 9(3) VALUE 0.

      * Minutes of the day covered by data, minute 1 = 00:00.
       01  WS-MIN-TAB.
         05 MIN-HAVE        PIC X(1) OCCURS 1440 TIMES.
       01  WS-M             PIC 9(4) VALUE 0.
       01  WS-M-TO          PIC 9(4) VALUE 0.
       01  WS-HOUR          PIC 9(2) VALUE 0.
       01  WS-HOUR-MINS     PIC 9(2) VALUE 0.
       01  WS-HOUR-PCT      PIC ZZ9.
       01  WS-HOUR-LINE     PIC X(100) VALUE SPACES.
       01  WS-HOUR-PTR      PIC 9(3) VALUE 1.

      * The longest dropouts of the day, longest first.
       01  WS-GAP-MAX       PIC 9(1) VALUE 5.
       01  WS-GAP-TAB.
         05 GAP-ROW OCCURS 5 TIMES.
            10 GAP-FROM     PIC X(6).
            10 GAP-TO       PIC X(6).
            10 GAP-SECS     PIC 9(5).
       01  WS-GAP-LEN       PIC 9(1) VALUE 0.
       01  WS-G             PIC 9(1) VALUE 0.
       01  WS-GAP-HOLD      PIC X(17) VALUE SPACES.
       01  WS-GAP-MINS-ED   PIC ZZZ9.

      * One row per active vessel for the dropout summary: what was
      * found for it and, for a measured day, the lost time.
       01  WS-CVG-MAX       PIC 9(3) VALUE 200.
       01  WS-CVG-TAB.
         05 CVG-ROW OCCURS 200 TIMES.
            10 CVG-VESSEL   PIC X(10).
            10 CVG-STATE    PIC X(1).
            10 CVG-LOST     PIC 9(6).
            10 CVG-GAPS     PIC 9(4).
            10 CVG-LONGEST  PIC 9(5).
            10 CVG-DAY-PCT  PIC 9(3).
            10 CVG-BACK     PIC 9(4).
       01  WS-CVG-LEN       PIC 9(3) VALUE 0.
       01  WS-CVG-OVERFLOW  PIC X(1) VALUE 'N'.
         88  CVG-OVERFLOW             VALUE 'Y'.
       01  WS-VES-STATE     PIC X(1) VALUE SPACE.
         88  STATE-MEASURED           VALUE 'M'.
         88  STATE-LEGACY             VALUE 'L'.
         88  STATE-NO-LOG             VALUE 'N'.
         88  STATE-SCHEDULED          VALUE 'S'.

      * Ranking order worked out over an index table so the vessel
      * table itself stays in key order.
       01  WS-ORD           PIC 9(3) OCCURS 200 TIMES.
       01  WS-ORD-LEN       PIC 9(3) VALUE 0.
       01  WS-ORD-TMP       PIC 9(3) VALUE 0.
       01  WS-I             PIC 9(3) VALUE 1.
       01  WS-J             PIC 9(3) VALUE 1.
       01  WS-K             PIC 9(3) VALUE 1.
       01  WS-RANK          PIC 9(3) VALUE 0.
       01  WS-HRS-ED        PIC ZZ9.99.
       01  WS-LONG-ED       PIC ZZZ9.

       01  WS-ACTIVE-COUNT  PIC 9(3) VALUE 0.
       01  WS-MEASURED      PIC 9(3) VALUE 0.
       01  WS-DROPOUT-VES   PIC 9(3) VALUE 0.
       01  WS-BACK-VES      PIC 9(3) VALUE 0.
       01  WS-NO-LOG-COUNT  PIC 9(3) VALUE 0.
       01  WS-SCHED-COUNT   PIC 9(3) VALUE 0.
       01  WS-LEGACY-VES    PIC 9(3) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START FROM TIME.
           PERFORM LOAD-CHECK-DATE.
           PERFORM LOAD-GAP-MINUTES.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS NOT = '00'
              DISPLAY 'AOC-2021-D01-COVER: NO VESSEL MASTER FOUND'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           OPEN OUTPUT COVER-FILE.
           MOVE SPACES TO COVER-RECORD.
           STRING 'SOUNDING COVERAGE REPORT FOR ' WS-CHECK-DATE
                  '  RUN: ' WS-RUN-DATE
                  '  DROPOUT OVER ' WS-GAP-MINUTES ' MINUTES'
                  DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           MOVE LOW-VALUES TO VES-VESSEL-ID.
           START VESSEL-FILE KEY >= VES-VESSEL-ID
              INVALID KEY
                 MOVE 'B' TO WS-VESSEL-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-VESSEL-LOOP
           END-START.
           PERFORM UNTIL VESSEL-LOOP-BREAK
              READ VESSEL-FILE NEXT RECORD
                 AT END SET VESSEL-LOOP-BREAK TO TRUE
                 NOT AT END
                    IF VES-ACTIVE
                       SET WS-ACTIVE-COUNT UP BY 1
                       MOVE VES-VESSEL-ID TO WS-VESSEL-ID
                       PERFORM CHECK-ONE-VESSEL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VESSEL-FILE.
           PERFORM WRITE-DROPOUT-SUMMARY.
           CLOSE COVER-FILE.
           IF WS-DROPOUT-VES > 0 OR WS-BACK-VES > 0
              DISPLAY 'AOC-2021-D01-COVER: ' WS-DROPOUT-VES
                 ' VESSEL(S) WITH DROPOUTS, ' WS-BACK-VES
                 ' WITH CLOCK GOING BACKWARDS ON ' WS-CHECK-DATE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * Picks up the day being checked. Defaults to today.
       LOAD-CHECK-DATE.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'CHECK_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) = 0
              MOVE WS-DATE-PARM TO WS-CHECK-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-CHECK-DATE
           END-IF.

      * The dropout threshold in minutes; a missing, non-numeric or
      * zero value leaves the default.
       LOAD-GAP-MINUTES.
           ACCEPT WS-GAP-PARM FROM ENVIRONMENT 'COVER_GAP_MINUTES'
              ON EXCEPTION
                 MOVE SPACES TO WS-GAP-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-GAP-PARM) = 0
              IF FUNCTION NUMVAL(WS-GAP-PARM) > 0
                 AND FUNCTION NUMVAL(WS-GAP-PARM) < 1440
                 COMPUTE WS-GAP-MINUTES = FUNCTION NUMVAL(WS-GAP-PARM)
              END-IF
           END-IF.
           COMPUTE WS-GAP-SECS = WS-GAP-MINUTES * 60.

      * One active vessel: in port per schedule, no log on the
      * ledger for the day, or a log to walk.
       CHECK-ONE-VESSEL.
           MOVE SPACE TO WS-VES-STATE.
           PERFORM RESET-VESSEL-DAY.
           PERFORM READ-SCHEDULE.
           IF ON-SCHEDULE
              SET STATE-SCHEDULED TO TRUE
              SET WS-SCHED-COUNT UP BY 1
              MOVE SPACES TO COVER-RECORD
              STRING '  ' WS-VESSEL-ID
                     '  IN PORT PER SCHEDULE - '
                     FUNCTION TRIM(WS-SCHED-REASON)
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           ELSE
              PERFORM FIND-LEDGER-PATH
              IF NOT PATH-FOUND
                 SET STATE-NO-LOG TO TRUE
                 SET WS-NO-LOG-COUNT UP BY 1
                 MOVE SPACES TO COVER-RECORD
                 STRING '  ' WS-VESSEL-ID
                        '  NO LEDGERED LOG FOR THE DAY'
                        ' (SEE SILENT.TXT)'
                        DELIMITED BY SIZE INTO COVER-RECORD
                 END-STRING
                 WRITE COVER-RECORD
              ELSE
                 PERFORM WALK-VESSEL-DAY
              END-IF
           END-IF.
           PERFORM NOTE-VESSEL-ROW.

       RESET-VESSEL-DAY.
           MOVE 0 TO WS-REC-NUM.
           MOVE 0 TO WS-PREV-SECS.
           MOVE SPACES TO WS-PREV-TIME.
           MOVE 'N' TO WS-HAVE-PREV.
           MOVE 0 TO WS-SEEN-SECS.
           MOVE SPACES TO WS-SEEN-TIME.
           MOVE 'N' TO WS-HAVE-SEEN.
           MOVE SPACES TO WS-FIRST-TIME.
           MOVE 0 TO WS-FIRST-SECS.
           MOVE 0 TO WS-GOOD-COUNT.
           MOVE 0 TO WS-QUEST-COUNT.
           MOVE 0 TO WS-LEGACY-COUNT.
           MOVE 0 TO WS-BADTIME-COUNT.
           MOVE 0 TO WS-BACK-COUNT.
           MOVE 0 TO WS-GAP-COUNT.
           MOVE 0 TO WS-LOST-SECS.
           MOVE 0 TO WS-GAP-LEN.
           MOVE 0 TO WS-DAY-PCT.
           MOVE ALL 'N' TO WS-MIN-TAB.

      * Walks the day's log in the order it was received, then
      * writes the vessel's block: dropouts, hourly coverage and the
      * verdict.
       WALK-VESSEL-DAY.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-FS NOT = '00'
              SET STATE-NO-LOG TO TRUE
              SET WS-NO-LOG-COUNT UP BY 1
              MOVE SPACES TO COVER-RECORD
              STRING '  ' WS-VESSEL-ID
                     '  LEDGERED LOG NOT FOUND: '
                     FUNCTION TRIM(WS-INPUT-PATH)
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           ELSE
              MOVE SPACES TO COVER-RECORD
              STRING '  ' WS-VESSEL-ID
                     '  LOG: ' FUNCTION TRIM(WS-INPUT-PATH)
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ INPUT-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       SET WS-REC-NUM UP BY 1
                       PERFORM CLASSIFY-LINE
                       EVALUATE TRUE
                          WHEN LINE-TIMED
                             PERFORM TAKE-TIMED-READING
                          WHEN LINE-LEGACY
                             SET WS-LEGACY-COUNT UP BY 1
                          WHEN LINE-BAD-TIME
                             SET WS-BADTIME-COUNT UP BY 1
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              IF WS-GOOD-COUNT = 0
                 SET STATE-LEGACY TO TRUE
                 SET WS-LEGACY-VES UP BY 1
              ELSE
                 SET STATE-MEASURED TO TRUE
                 SET WS-MEASURED UP BY 1
              END-IF
              IF WS-BACK-COUNT > 0
                 SET WS-BACK-VES UP BY 1
              END-IF
              PERFORM WRITE-VESSEL-BLOCK
           END-IF.

      * Sorts a log line into a timed v2 reading, a legacy bare
      * depth, a v2 reading whose clock value is impossible, or
      * anything else (SEG and POS markers, blank lines) that has no
      * place in the coverage.
       CLASSIFY-LINE.
           MOVE SPACE TO WS-LINE-KIND.
           MOVE SPACES TO WS-READ-TIME.
           MOVE SPACE TO WS-READ-QUAL.
           MOVE SPACES TO WS-TOK1.
           MOVE SPACES TO WS-TOK2.
           MOVE SPACES TO WS-TOK3.
           MOVE 0 TO WS-TOK1-LEN.
           MOVE 0 TO WS-TOK2-LEN.
           MOVE 0 TO WS-TOK3-LEN.
           IF NUM(1:4) = 'SEG ' OR NUM(1:4) = 'POS '
              OR NUM = SPACES
              CONTINUE
           ELSE
              UNSTRING NUM DELIMITED BY ALL ' '
                 INTO WS-TOK1 COUNT IN WS-TOK1-LEN
                      WS-TOK2 COUNT IN WS-TOK2-LEN
                      WS-TOK3 COUNT IN WS-TOK3-LEN
              END-UNSTRING
              IF WS-TOK2-LEN = 0
                 IF WS-TOK1-LEN > 0
                    AND FUNCTION TEST-NUMVAL(WS-TOK1) = 0
                    SET LINE-LEGACY TO TRUE
                 END-IF
              ELSE
                 IF WS-TOK1-LEN = 6 AND WS-TOK3-LEN = 1
                    AND WS-TOK1(1:6) IS NUMERIC
                    AND FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                    MOVE WS-TOK1(1:6) TO WS-READ-TIME
                    MOVE WS-TOK3(1:1) TO WS-READ-QUAL
                    IF WS-READ-HH < 24 AND WS-READ-MM < 60
                       AND WS-READ-SS < 60
                       SET LINE-TIMED TO TRUE
                       COMPUTE WS-CUR-SECS = WS-READ-HH * 3600
                          + WS-READ-MM * 60 + WS-READ-SS
                    ELSE
                       SET LINE-BAD-TIME TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * A timed reading of any quality is checked against the clock;
      * only a good-quality one is a sounding, so only it closes a
      * pause and covers minutes.
       TAKE-TIMED-READING.
           IF HAVE-SEEN AND WS-CUR-SECS < WS-SEEN-SECS
              SET WS-BACK-COUNT UP BY 1
              IF WS-BACK-COUNT <= WS-BACK-SHOW
                 MOVE SPACES TO COVER-RECORD
                 STRING '    CLOCK BACKWARDS AT RECORD ' WS-REC-NUM
                        ': ' WS-READ-TIME ' AFTER ' WS-SEEN-TIME
                        DELIMITED BY SIZE INTO COVER-RECORD
                 END-STRING
                 WRITE COVER-RECORD
              END-IF
           ELSE
              MOVE WS-CUR-SECS TO WS-SEEN-SECS
              MOVE WS-READ-TIME TO WS-SEEN-TIME
              SET HAVE-SEEN TO TRUE
              IF WS-READ-QUAL = 'G'
                 SET WS-GOOD-COUNT UP BY 1
                 PERFORM TAKE-GOOD-READING
              ELSE
                 SET WS-QUEST-COUNT UP BY 1
              END-IF
           END-IF.

      * Measures the pause since the last good reading: within the
      * threshold the minutes between are covered; past it the pause
      * is a dropout and only the reading's own minute counts.
       TAKE-GOOD-READING.
           COMPUTE WS-M = WS-CUR-SECS / 60 + 1.
           IF NOT HAVE-PREV
              MOVE WS-READ-TIME TO WS-FIRST-TIME
              MOVE WS-CUR-SECS TO WS-FIRST-SECS
              MOVE 'Y' TO MIN-HAVE(WS-M)
           ELSE
              COMPUTE WS-THIS-GAP = WS-CUR-SECS - WS-PREV-SECS
              IF WS-THIS-GAP > WS-GAP-SECS
                 SET WS-GAP-COUNT UP BY 1
                 ADD WS-THIS-GAP TO WS-LOST-SECS
                 PERFORM KEEP-LONGEST-GAP
                 MOVE 'Y' TO MIN-HAVE(WS-M)
              ELSE
                 MOVE WS-M TO WS-M-TO
                 COMPUTE WS-M = WS-PREV-SECS / 60 + 1
                 PERFORM UNTIL WS-M > WS-M-TO
                    MOVE 'Y' TO MIN-HAVE(WS-M)
                    SET WS-M UP BY 1
                 END-PERFORM
              END-IF
           END-IF.
           MOVE WS-CUR-SECS TO WS-PREV-SECS.
           MOVE WS-READ-TIME TO WS-PREV-TIME.
           SET HAVE-PREV TO TRUE.

      * Holds the day's longest dropouts in descending order: a new
      * one goes in at the bottom (or over the shortest kept when the
      * table is full) and is moved up past every shorter one.
       KEEP-LONGEST-GAP.
           IF WS-GAP-LEN < WS-GAP-MAX
              SET WS-GAP-LEN UP BY 1
              MOVE WS-GAP-LEN TO WS-G
           ELSE
              IF WS-THIS-GAP > GAP-SECS(WS-GAP-MAX)
                 MOVE WS-GAP-MAX TO WS-G
              ELSE
                 MOVE 0 TO WS-G
              END-IF
           END-IF.
           IF WS-G > 0
              MOVE WS-PREV-TIME TO GAP-FROM(WS-G)
              MOVE WS-READ-TIME TO GAP-TO(WS-G)
              MOVE WS-THIS-GAP TO GAP-SECS(WS-G)
              PERFORM UNTIL WS-G = 1
                 IF GAP-SECS(WS-G - 1) >= GAP-SECS(WS-G)
                    MOVE 1 TO WS-G
                 ELSE
                    MOVE GAP-ROW(WS-G - 1) TO WS-GAP-HOLD
                    MOVE GAP-ROW(WS-G) TO GAP-ROW(WS-G - 1)
                    MOVE WS-GAP-HOLD TO GAP-ROW(WS-G)
                    SET WS-G DOWN BY 1
                 END-IF
              END-PERFORM
           END-IF.

      * The vessel's block on the report after its log is walked.
       WRITE-VESSEL-BLOCK.
           MOVE SPACES TO COVER-RECORD.
           STRING '    READINGS: TIMED GOOD ' WS-GOOD-COUNT
                  '  QUESTIONABLE ' WS-QUEST-COUNT
                  '  UNTIMESTAMPED ' WS-LEGACY-COUNT
                  '  BAD CLOCK ' WS-BADTIME-COUNT
                  DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           IF STATE-LEGACY
              MOVE SPACES TO COVER-RECORD
              STRING '    NO TIMED GOOD READINGS -'
                     ' COVERAGE NOT MEASURABLE'
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           ELSE
              PERFORM WRITE-DAY-COVERAGE
              PERFORM WRITE-LONGEST-GAPS
              PERFORM WRITE-HOURLY-COVERAGE
           END-IF.
           IF WS-BACK-COUNT > 0
              MOVE SPACES TO COVER-RECORD
              STRING '    CLOCK WENT BACKWARDS ' WS-BACK-COUNT
                     ' TIME(S) - THOSE READINGS NOT USED'
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           END-IF.
           PERFORM READ-DAY-MASTER.
           MOVE SPACES TO COVER-RECORD.
           IF WS-GAP-COUNT > 0
              SET WS-DROPOUT-VES UP BY 1
              IF HAVE-MASTER
                 STRING '    NOT A FULL SURVEY DAY'
                        ' (MASTER.DAT ROW ON FILE)'
                        DELIMITED BY SIZE INTO COVER-RECORD
                 END-STRING
              ELSE
                 MOVE '    NOT A FULL SURVEY DAY (NO MASTER.DAT ROW)'
                    TO COVER-RECORD
              END-IF
           ELSE
              IF STATE-MEASURED
                 MOVE '    NO DROPOUTS OVER THRESHOLD' TO COVER-RECORD
              ELSE
                 MOVE '    DROPOUTS NOT MEASURABLE' TO COVER-RECORD
              END-IF
           END-IF.
           WRITE COVER-RECORD.

      * Covered minutes across the span from the first good reading
      * to the last, and the time lost to dropouts.
       WRITE-DAY-COVERAGE.
           COMPUTE WS-SPAN-MINS = WS-PREV-SECS / 60
              - WS-FIRST-SECS / 60 + 1.
           MOVE 0 TO WS-COVER-MINS.
           COMPUTE WS-M = WS-FIRST-SECS / 60 + 1.
           COMPUTE WS-M-TO = WS-PREV-SECS / 60 + 1.
           PERFORM UNTIL WS-M > WS-M-TO
              IF MIN-HAVE(WS-M) = 'Y'
                 SET WS-COVER-MINS UP BY 1
              END-IF
              SET WS-M UP BY 1
           END-PERFORM.
           COMPUTE WS-DAY-PCT ROUNDED =
              WS-COVER-MINS * 100 / WS-SPAN-MINS.
           COMPUTE WS-HRS-ED ROUNDED = WS-LOST-SECS / 3600.
           MOVE SPACES TO COVER-RECORD.
           STRING '    FIRST ' WS-FIRST-TIME '  LAST ' WS-PREV-TIME
                  '  COVERED ' WS-COVER-MINS ' OF ' WS-SPAN-MINS
                  ' MIN (' WS-DAY-PCT '%)  DROPOUTS ' WS-GAP-COUNT
                  '  LOST ' WS-HRS-ED ' H'
                  DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.

       WRITE-LONGEST-GAPS.
           MOVE 1 TO WS-G.
           PERFORM UNTIL WS-G > WS-GAP-LEN
              COMPUTE WS-GAP-MINS-ED = GAP-SECS(WS-G) / 60
              MOVE SPACES TO COVER-RECORD
              STRING '    DROPOUT ' GAP-FROM(WS-G) ' TO ' GAP-TO(WS-G)
                     ' ' WS-GAP-MINS-ED ' MIN'
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
              SET WS-G UP BY 1
           END-PERFORM.

      * Percentage of each hour's minutes covered, twelve hours to a
      * line.
       WRITE-HOURLY-COVERAGE.
           MOVE 0 TO WS-HOUR.
           PERFORM UNTIL WS-HOUR > 23
              IF WS-HOUR = 0 OR WS-HOUR = 12
                 MOVE SPACES TO WS-HOUR-LINE
                 MOVE 1 TO WS-HOUR-PTR
                 STRING '    HOURS ' WS-HOUR '-'
                        DELIMITED BY SIZE
                        INTO WS-HOUR-LINE WITH POINTER WS-HOUR-PTR
                 END-STRING
                 COMPUTE WS-M = WS-HOUR + 11
                 STRING WS-M(3:2) ' %:'
                        DELIMITED BY SIZE
                        INTO WS-HOUR-LINE WITH POINTER WS-HOUR-PTR
                 END-STRING
              END-IF
              MOVE 0 TO WS-HOUR-MINS
              COMPUTE WS-M = WS-HOUR * 60 + 1
              COMPUTE WS-M-TO = WS-HOUR * 60 + 60
              PERFORM UNTIL WS-M > WS-M-TO
                 IF MIN-HAVE(WS-M) = 'Y'
                    SET WS-HOUR-MINS UP BY 1
                 END-IF
                 SET WS-M UP BY 1
              END-PERFORM
              COMPUTE WS-HOUR-PCT ROUNDED = WS-HOUR-MINS * 100 / 60
              STRING ' ' WS-HOUR-PCT
                     DELIMITED BY SIZE
                     INTO WS-HOUR-LINE WITH POINTER WS-HOUR-PTR
              END-STRING
              IF WS-HOUR = 11 OR WS-HOUR = 23
                 MOVE WS-HOUR-LINE TO COVER-RECORD
                 WRITE COVER-RECORD
              END-IF
              SET WS-HOUR UP BY 1
           END-PERFORM.

      * The vessel's row for the dropout summary.
       NOTE-VESSEL-ROW.
           IF WS-CVG-LEN < WS-CVG-MAX
              SET WS-CVG-LEN UP BY 1
              MOVE WS-VESSEL-ID TO CVG-VESSEL(WS-CVG-LEN)
              MOVE WS-VES-STATE TO CVG-STATE(WS-CVG-LEN)
              MOVE WS-LOST-SECS TO CVG-LOST(WS-CVG-LEN)
              MOVE WS-GAP-COUNT TO CVG-GAPS(WS-CVG-LEN)
              MOVE WS-DAY-PCT TO CVG-DAY-PCT(WS-CVG-LEN)
              MOVE WS-BACK-COUNT TO CVG-BACK(WS-CVG-LEN)
              IF WS-GAP-LEN > 0
                 MOVE GAP-SECS(1) TO CVG-LONGEST(WS-CVG-LEN)
              ELSE
                 MOVE 0 TO CVG-LONGEST(WS-CVG-LEN)
              END-IF
           ELSE
              SET CVG-OVERFLOW TO TRUE
           END-IF.

      * The dropout summary: measured vessels ranked by lost hours,
      * most lost first, then the counts for the day.
       WRITE-DROPOUT-SUMMARY.
           PERFORM RANK-BY-LOST-TIME.
           MOVE SPACES TO COVER-RECORD.
           WRITE COVER-RECORD.
           MOVE 'DROPOUT SUMMARY - RANKED BY LOST HOURS:'
              TO COVER-RECORD.
           WRITE COVER-RECORD.
           MOVE 0 TO WS-RANK.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-ORD-LEN
              SET WS-RANK UP BY 1
              MOVE WS-ORD(WS-I) TO WS-J
              COMPUTE WS-HRS-ED ROUNDED = CVG-LOST(WS-J) / 3600
              COMPUTE WS-LONG-ED = CVG-LONGEST(WS-J) / 60
              MOVE SPACES TO COVER-RECORD
              STRING '  #' WS-RANK '  ' CVG-VESSEL(WS-J)
                     '  LOST ' WS-HRS-ED ' H'
                     '  DROPOUTS ' CVG-GAPS(WS-J)
                     '  LONGEST ' WS-LONG-ED ' MIN'
                     '  COVERED ' CVG-DAY-PCT(WS-J) '%'
                     '  CLOCK BACK ' CVG-BACK(WS-J)
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
              SET WS-I UP BY 1
           END-PERFORM.
           IF CVG-OVERFLOW
              MOVE SPACES TO COVER-RECORD
              STRING '  MORE THAN ' WS-CVG-MAX ' ACTIVE VESSELS -'
                     ' SUMMARY INCOMPLETE'
                     DELIMITED BY SIZE INTO COVER-RECORD
              END-STRING
              WRITE COVER-RECORD
           END-IF.
           MOVE SPACES TO COVER-RECORD.
           STRING 'ACTIVE VESSELS: ' WS-ACTIVE-COUNT
                  '  MEASURED: ' WS-MEASURED
                  '  WITH DROPOUTS: ' WS-DROPOUT-VES
                  '  CLOCK BACKWARDS: ' WS-BACK-VES
                  DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.
           MOVE SPACES TO COVER-RECORD.
           STRING 'UNTIMESTAMPED ONLY: ' WS-LEGACY-VES
                  '  NO LOG: ' WS-NO-LOG-COUNT
                  '  IN PORT PER SCHEDULE: ' WS-SCHED-COUNT
                  DELIMITED BY SIZE INTO COVER-RECORD
           END-STRING.
           WRITE COVER-RECORD.

      * Builds WS-ORD as the indexes of the measured vessels sorted
      * descending on lost time -- a straight selection sort, the
      * fleet is at most a few dozen boats.
       RANK-BY-LOST-TIME.
           MOVE 0 TO WS-ORD-LEN.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-CVG-LEN
              IF CVG-STATE(WS-I) = 'M'
                 SET WS-ORD-LEN UP BY 1
                 MOVE WS-I TO WS-ORD(WS-ORD-LEN)
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I >= WS-ORD-LEN
              MOVE WS-I TO WS-K
              COMPUTE WS-J = WS-I + 1
              PERFORM UNTIL WS-J > WS-ORD-LEN
                 IF CVG-LOST(WS-ORD(WS-J)) > CVG-LOST(WS-ORD(WS-K))
                    MOVE WS-J TO WS-K
                 END-IF
                 SET WS-J UP BY 1
              END-PERFORM
              IF WS-K NOT = WS-I
                 MOVE WS-ORD(WS-I) TO WS-ORD-TMP
                 MOVE WS-ORD(WS-K) TO WS-ORD(WS-I)
                 MOVE WS-ORD-TMP TO WS-ORD(WS-K)
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.

      * The day's archived log from the run ledger; with reruns the
      * last row for the date in key order is the one used, as the
      * verifier does.
       FIND-LEDGER-PATH.
           MOVE 'N' TO WS-PATH-FOUND.
           MOVE SPACES TO WS-INPUT-PATH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FS = '00'
              MOVE WS-VESSEL-ID TO LED-VESSEL-ID
              MOVE 0 TO LED-CHECKSUM
              START LEDGER-FILE KEY >= LED-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-LOOP
              END-START
              PERFORM UNTIL LOOP-BREAK
                 READ LEDGER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF LED-VESSEL-ID NOT = WS-VESSEL-ID
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          IF LED-RUN-DATE = WS-CHECK-DATE
                             MOVE LED-INPUT-PATH TO WS-INPUT-PATH
                             SET PATH-FOUND TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

      * Is the vessel scheduled out for the day being checked?
       READ-SCHEDULE.
           MOVE 'N' TO WS-ON-SCHED.
           MOVE SPACES TO WS-SCHED-REASON.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-FS = '00'
              MOVE WS-VESSEL-ID TO SCH-VESSEL-ID
              MOVE WS-CHECK-DATE TO SCH-DATE
              READ SCHED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ON-SCHEDULE TO TRUE
                    MOVE SCH-REASON TO WS-SCHED-REASON
              END-READ
              CLOSE SCHED-FILE
           END-IF.

      * One keyed read: is there a master row for this vessel on the
      * day being checked?
       READ-DAY-MASTER.
           MOVE 'N' TO WS-HAVE-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS = '00'
              MOVE WS-CHECK-DATE TO MAS-RUN-DATE
              MOVE WS-VESSEL-ID TO MAS-VESSEL-ID
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET HAVE-MASTER TO TRUE
              END-READ
              CLOSE MASTER-FILE
           END-IF.

      * The run's row on the shared statistics trail, written on
      * every exit path so the monitor sees aborted runs too.
       WRITE-RUN-STATS.
           ACCEPT WS-STAT-END FROM TIME.
           OPEN EXTEND RUNSTATS-FILE.
           IF WS-STAT-FS = '05' OR WS-STAT-FS = '35'
              CLOSE RUNSTATS-FILE
              OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           MOVE 'AOC-2021-D01-COVER' TO RST-PROGRAM.
           MOVE SPACE TO RST-SEP1.
           MOVE SPACES TO RST-VESSEL.
           MOVE SPACE TO RST-SEP2.
           MOVE WS-RUN-DATE TO RST-DATE.
           MOVE SPACE TO RST-SEP3.
           MOVE WS-STAT-START(1:6) TO RST-START.
           MOVE SPACE TO RST-SEP4.
           MOVE WS-STAT-END(1:6) TO RST-END.
           MOVE SPACE TO RST-SEP5.
           MOVE WS-ACTIVE-COUNT TO RST-READ.
           MOVE SPACE TO RST-SEP6.
           MOVE 0 TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
