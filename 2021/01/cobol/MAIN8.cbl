           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * This program's own output -- the balancing report ops files
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-FS.

      * Durable balancing history: one row per reconciliation run,
      * so the hydrographer's release review can show a day's latest
      * result without re-running the balance.
           SELECT RECONHST-FILE ASSIGN TO 'RECONHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECONHST-FS.

      * Run-statistics trail shared by every program in the suite:
      * one row appended per run at end of job, so the batch-window
      * monitor can say which step grew when the nightly chain
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

       FD  RECON-FILE.
       01  RECON-RECORD   PIC X(100).

      * One history row per balancing run: the run date and vessel
      * balanced, B balanced or O out of balance, and when the
      * balance was struck.
       FD  RECONHST-FILE.
       01  RECONHST-RECORD.
           05 RCH-RUN-DATE  PIC 9(8).
           05 RCH-SEP1      PIC X(1).
           05 RCH-VESSEL    PIC X(10).
           05 RCH-SEP2      PIC X(1).
           05 RCH-RESULT    PIC X(1).
           05 RCH-SEP3      PIC X(1).
           05 RCH-CHECKED   PIC 9(8).
           05 RCH-SEP4      PIC X(1).
           05 RCH-TIME      PIC 9(6).


      * One statistics row per run: program, vessel (spaces for a
      * fleet-wide step), run date, start and end times, records
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

       01  WS-AUDIT-FS      PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-RECON-FS      PIC X(2) VALUE '00'.
       01  WS-RECONHST-FS   PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
           PERFORM LOAD-MASTER-ROW.
           PERFORM BALANCE-COUNTS.
           PERFORM WRITE-RECON-REPORT.
           PERFORM WRITE-RECON-HISTORY.
           IF RUN-OUT-OF-BALANCE
              DISPLAY 'AOC-2021-D01-RECON: OUT OF BALANCE FOR '
                 WS-VESSEL-ID ' ' WS-RECON-DATE
           WRITE RECON-RECORD.
           CLOSE RECON-FILE.

      * Appends this balance to the durable history the release
      * review reads.
       WRITE-RECON-HISTORY.
           OPEN EXTEND RECONHST-FILE.
           IF WS-RECONHST-FS = '05' OR WS-RECONHST-FS = '35'
              CLOSE RECONHST-FILE
              OPEN OUTPUT RECONHST-FILE
           END-IF.
           MOVE WS-RECON-DATE TO RCH-RUN-DATE.
           MOVE SPACE TO RCH-SEP1.
           MOVE WS-VESSEL-ID TO RCH-VESSEL.
           MOVE SPACE TO RCH-SEP2.
           IF RUN-BALANCED
              MOVE 'B' TO RCH-RESULT
           ELSE
              MOVE 'O' TO RCH-RESULT
           END-IF.
           MOVE SPACE TO RCH-SEP3.
           MOVE WS-RUN-DATE TO RCH-CHECKED.
           MOVE SPACE TO RCH-SEP4.
           MOVE WS-STAT-START(1:6) TO RCH-TIME.
           WRITE RECONHST-RECORD.
           CLOSE RECONHST-FILE.

      * The run's row on the shared statistics trail, written on
      * every exit path so the monitor sees aborted runs too.
       WRITE-RUN-STATS.
           MOVE 0 TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
