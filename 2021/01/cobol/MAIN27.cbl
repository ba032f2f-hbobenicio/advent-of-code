           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * This program's own output -- the control-chart exceptions.
           SELECT CTRL-FILE ASSIGN TO 'CTRLRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTRL-FS.

      * Durable grading history: one row per vessel and count
      * graded, inside the limits or not, so the hydrographer's
      * release review can show a day's latest grading without the
      * report to hand.
           SELECT CTRLHST-FILE ASSIGN TO 'CTRLHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTRLHST-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

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

       FD  CTRL-FILE.
       01  CTRL-RECORD   PIC X(100).

      * One grading row: the day and vessel graded, which count,
      * its value and limits, Y when outside them, and when the
      * grading ran.
       FD  CTRLHST-FILE.
       01  CTRLHST-RECORD.
           05 CTH-DATE      PIC 9(8).
           05 CTH-SEP1      PIC X(1).
           05 CTH-VESSEL    PIC X(10).
           05 CTH-SEP2      PIC X(1).
           05 CTH-COUNT     PIC X(6).
           05 CTH-SEP3      PIC X(1).
           05 CTH-VALUE     PIC 9(5).
           05 CTH-SEP4      PIC X(1).
           05 CTH-LIMIT-LO  PIC S9(7)V9(2) SIGN IS LEADING SEPARATE.
           05 CTH-SEP5      PIC X(1).
           05 CTH-LIMIT-HI  PIC S9(7)V9(2) SIGN IS LEADING SEPARATE.
           05 CTH-SEP6      PIC X(1).
           05 CTH-OUTSIDE   PIC X(1).
           05 CTH-SEP7      PIC X(1).
           05 CTH-CHECKED   PIC 9(8).
           05 CTH-SEP8      PIC X(1).
           05 CTH-TIME      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-CTRL-FS       PIC X(2) VALUE '00'.
       01  WS-CTRLHST-FS    PIC X(2) VALUE '00'.
       01  WS-CTRL-TIME     PIC 9(8) VALUE 0.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CTRL-TIME FROM TIME.
           PERFORM LOAD-PARMS.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS NOT = '00'
                  DELIMITED BY SIZE INTO CTRL-RECORD
           END-STRING.
           WRITE CTRL-RECORD.
           OPEN EXTEND CTRLHST-FILE.
           IF WS-CTRLHST-FS = '05' OR WS-CTRLHST-FS = '35'
              CLOSE CTRLHST-FILE
              OPEN OUTPUT CTRLHST-FILE
           END-IF.
           MOVE LOW-VALUES TO VES-VESSEL-ID.
           START VESSEL-FILE KEY >= VES-VESSEL-ID
              INVALID KEY
              END-READ
           END-PERFORM.
           CLOSE VESSEL-FILE.
           CLOSE CTRLHST-FILE.
           MOVE SPACES TO CTRL-RECORD.
           STRING 'VESSELS CHECKED: ' WS-CHECKED
                  '  EXCEPTIONS: ' WS-EXCEPTIONS
              END-IF
           END-IF.

      * The vessel's master rows inside the lookback window, read
      * as a keyed range on the vessel-first path, and the day's own
      * row kept apart so it never grades itself.
       LOAD-VESSEL-HISTORY.
           MOVE 0 TO WS-HIS-LEN.
           MOVE 'N' TO WS-HAVE-DAY.
           MOVE 0 TO WS-DAY-WINDOW.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS = '00'
              MOVE WS-VESSEL-ID TO MAS-VK-VESSEL-ID
              MOVE WS-FROM-DATE TO MAS-VK-RUN-DATE
              START MASTER-FILE KEY >= MAS-VESSEL-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-HIS-LOOP
                 NOT INVALID KEY
                 READ MASTER-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-HIS-LOOP
                    NOT AT END
                       IF MAS-VK-VESSEL-ID NOT = WS-VESSEL-ID
                          OR MAS-VK-RUN-DATE > WS-CTRL-DATE
                          MOVE 'B' TO WS-HIS-LOOP
                       ELSE
                          PERFORM SIFT-HISTORY-ROW
              MOVE 'Y' TO WS-OUTSIDE
              MOVE 'Y' TO WS-VES-FLAGGED
           END-IF.
           PERFORM WRITE-CTRL-HISTORY.
           IF WS-OUTSIDE = 'Y'
              MOVE SPACES TO CTRL-RECORD
              STRING 'EXCEPTION: ' WS-VESSEL-ID
              WRITE CTRL-RECORD
           END-IF.

      * The grading just made, onto the durable history.
       WRITE-CTRL-HISTORY.
           MOVE WS-CTRL-DATE TO CTH-DATE.
           MOVE SPACE TO CTH-SEP1.
           MOVE WS-VESSEL-ID TO CTH-VESSEL.
           MOVE SPACE TO CTH-SEP2.
           MOVE WS-GRADE-NAME TO CTH-COUNT.
           MOVE SPACE TO CTH-SEP3.
           MOVE WS-GRADE-VAL TO CTH-VALUE.
           MOVE SPACE TO CTH-SEP4.
           MOVE WS-LIMIT-LO TO CTH-LIMIT-LO.
           MOVE SPACE TO CTH-SEP5.
           MOVE WS-LIMIT-HI TO CTH-LIMIT-HI.
           MOVE SPACE TO CTH-SEP6.
           MOVE WS-OUTSIDE TO CTH-OUTSIDE.
           MOVE SPACE TO CTH-SEP7.
           MOVE WS-RUN-DATE TO CTH-CHECKED.
           MOVE SPACE TO CTH-SEP8.
           MOVE WS-CTRL-TIME(1:6) TO CTH-TIME.
           WRITE CTRLHST-RECORD.

      * The flagged vessel's recent history inline, so the reviewer
      * sees the run of figures the limits were drawn from.
       WRITE-HISTORY-INLINE.
