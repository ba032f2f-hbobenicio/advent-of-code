           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The processing calendar AOC-2021-D01-SCHED maintains: a
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

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
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

           MOVE 0 TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
