           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * This program's own output -- one fresh report per request, not
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

       FD  TREND-FILE.
       01  TREND-RECORD   PIC X(100).
              MOVE WS-DOD-PARM TO WS-DOD-LIMIT
           END-IF.

      * Positions on the vessel-first path at the requested vessel's
      * first row on or after the start of the range and reads its
      * rows forward in date order until the run date walks past the
      * end of the range or the next vessel begins.
       LOAD-MASTER-ROWS.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-VESSEL-ID TO MAS-VK-VESSEL-ID.
           MOVE WS-FROM-DATE TO MAS-VK-RUN-DATE.
           START MASTER-FILE KEY >= MAS-VESSEL-KEY
              INVALID KEY
                 MOVE 'B' TO WS-LOOP
              NOT INVALID KEY
              READ MASTER-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF MAS-VK-VESSEL-ID NOT = WS-VESSEL-ID
                       OR MAS-VK-RUN-DATE > WS-TO-DATE
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       IF WS-TRD-LEN >= WS-TRD-MAX
                          MOVE 'Y' TO WS-TRD-OVERFLOW
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          SET WS-TRD-LEN UP BY 1
                          MOVE MAS-RUN-DATE
                             TO TRD-DATE(WS-TRD-LEN)
                          COMPUTE TRD-INT(WS-TRD-LEN) =
                             FUNCTION INTEGER-OF-DATE(MAS-RUN-DATE)
                          MOVE MAS-SINGLE-COUNT
                             TO TRD-SINGLE(WS-TRD-LEN)
                          MOVE MAS-WINDOW-COUNT
                             TO TRD-WINDOW(WS-TRD-LEN)
                       END-IF
                    END-IF
              END-READ
