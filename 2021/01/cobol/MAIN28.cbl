           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

           SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.DAT'
           05 VES-WARN-THRESHOLD PIC 9(5).
           05 VES-CRIT-THRESHOLD PIC 9(5).
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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
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

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
           05 ALR-STATUS   PIC X(1).
           05 ALR-SEP6     PIC X(1).
           05 ALR-OWNER    PIC X(12).
           05 ALR-SEP7     PIC X(1).
           05 ALR-TIME     PIC X(6).
           05 ALR-SEP8     PIC X(1).
           05 ALR-SEA-KNOWN PIC X(1).
           05 ALR-SEP9     PIC X(1).
           05 ALR-WAVE-HT  PIC 9(2)V9(2).
           05 ALR-SEP10    PIC X(1).
           05 ALR-SWELL-PER PIC 9(2)V9(1).
           05 ALR-SEP11    PIC X(1).
           05 ALR-RAISED-SEV PIC X(1).

      * Transfer rows are the source records as flat text, each
      * prefixed with the file it came from, so the hand-over is
      * file untouched rather than losing alert history.
       01  WS-ALR-MAX       PIC 9(4) VALUE 1000.
       01  WS-ALERT-TAB.
         05 ALT-ROW         PIC X(80) OCCURS 1000 TIMES.
       01  WS-ALR-LEN       PIC 9(4) VALUE 0.
       01  WS-ALR-OVERFLOW  PIC X(1) VALUE 'N'.
         88  ALR-OVERFLOW             VALUE 'Y'.
           CLOSE VESSEL-FILE.

      * Every master row the vessel ever posted: copied to the
      * transfer file, then deleted from the live file. The vessel-
      * first key gives its days as one range, oldest first.
       EXTRACT-MASTER-ROWS.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              CONTINUE
           ELSE
              MOVE WS-VESSEL-ID TO MAS-VK-VESSEL-ID
              MOVE 0 TO MAS-VK-RUN-DATE
              START MASTER-FILE KEY >= MAS-VESSEL-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                 READ MASTER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF MAS-VK-VESSEL-ID NOT = WS-VESSEL-ID
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          MOVE SPACES TO TRANSFER-RECORD
                          STRING 'MAS ' MASTER-RECORD
                             DELIMITED BY SIZE
