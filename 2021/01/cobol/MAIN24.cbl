           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The live and shadow alert feeds, counted per date/vessel.
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

       FD  ALERT-FILE.
       01  ALERT-RECORD.
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

       FD  SHADOW-ALERT-FILE.
       01  SHADOW-ALERT-RECORD.
           05 SHA-STATUS   PIC X(1).
           05 SHA-SEP6     PIC X(1).
           05 SHA-OWNER    PIC X(12).
           05 SHA-SEP7     PIC X(1).
           05 SHA-TIME     PIC X(6).
           05 SHA-SEP8     PIC X(1).
           05 SHA-SEA-KNOWN PIC X(1).
           05 SHA-SEP9     PIC X(1).
           05 SHA-WAVE-HT  PIC 9(2)V9(2).
           05 SHA-SEP10    PIC X(1).
           05 SHA-SWELL-PER PIC 9(2)V9(1).
           05 SHA-SEP11    PIC X(1).
           05 SHA-RAISED-SEV PIC X(1).

       FD  WHATIF-FILE.
       01  WHATIF-RECORD   PIC X(100).
