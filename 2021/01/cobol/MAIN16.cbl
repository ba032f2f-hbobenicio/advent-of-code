           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
              CLOSE CONTINUITY-FILE
           END-IF.

      * Pages the vessel's master rows newest-first: positioned on
      * the vessel-first path past the vessel's latest possible date
      * and read backwards until its rows run out -- keyed access
      * only, never a hand edit.
       SHOW-VESSEL-HISTORY.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              DISPLAY 'MASTER.DAT NOT AVAILABLE (' WS-MASTER-FS ')'
           ELSE
              MOVE WS-INQ-VESSEL TO MAS-VK-VESSEL-ID
              MOVE 99999999 TO MAS-VK-RUN-DATE
              START MASTER-FILE KEY <= MAS-VESSEL-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                 READ MASTER-FILE PREVIOUS RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF MAS-VK-VESSEL-ID NOT = WS-INQ-VESSEL
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          DISPLAY '  ' MAS-RUN-DATE
                             '  SINGLE: ' MAS-SINGLE-COUNT
                             '  WINDOW: ' MAS-WINDOW-COUNT
