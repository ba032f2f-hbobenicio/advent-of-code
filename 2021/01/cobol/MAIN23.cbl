           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * Queue of charting amendments: a change to a day the chart
      * already holds is queued here, old and new figures with the
      * reason, for AOC-2021-D01-CHARTAMD to send.
           SELECT AMENDQ-FILE ASSIGN TO 'AMENDQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMQ-KEY
           FILE STATUS IS WS-AMENDQ-FS.

           SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 JRN-SEP4      PIC X(1).
           05 JRN-EXISTS    PIC X(1).
           05 JRN-SEP5      PIC X(1).
           05 JRN-DATA      PIC X(90).

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

      * One queued amendment per change: the day and when the change
      * was queued, the figures the chart holds and the new ones,
      * why, and the date it was sent (zero while queued).
       FD  AMENDQ-FILE.
       01  AMENDQ-RECORD.
           05 AMQ-KEY.
              10 AMQ-RUN-DATE      PIC 9(8).
              10 AMQ-VESSEL-ID     PIC X(10).
              10 AMQ-QUEUED-DATE   PIC 9(8).
              10 AMQ-QUEUED-TIME   PIC 9(8).
           05 AMQ-OLD-SINGLE       PIC 9(5).
           05 AMQ-OLD-WINDOW       PIC 9(5).
           05 AMQ-NEW-SINGLE       PIC 9(5).
           05 AMQ-NEW-WINDOW       PIC 9(5).
           05 AMQ-REASON           PIC X(30).
           05 AMQ-SOURCE           PIC X(20).
           05 AMQ-SENT             PIC 9(8).

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-JRN-FS        PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
      * The figures a rewritten day held before the change, and the
      * reason any charting amendment it queues will carry.
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-AMD-OLD-SINGLE PIC 9(5) VALUE 0.
       01  WS-AMD-OLD-WINDOW PIC 9(5) VALUE 0.
       01  WS-AMD-TIME      PIC 9(8) VALUE 0.
       01  WS-AMD-REASON    PIC X(30) VALUE SPACES.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
       01  WS-RECOVER-FS    PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  UOW-CLOSED               VALUE 'C'.
       01  WS-IMG-SET.
         05 IMG-MB-EXISTS   PIC X(1).
         05 IMG-MB          PIC X(90).
         05 IMG-MA-EXISTS   PIC X(1).
         05 IMG-MA          PIC X(90).
         05 IMG-KB-EXISTS   PIC X(1).
         05 IMG-KB          PIC X(40).
         05 IMG-KA-EXISTS   PIC X(1).
         05 IMG-KA          PIC X(40).

      * An image unpacked for posting back to the shared files. A
      * master image journalled before the release state was carried
      * holds spaces from JMI-REL-STATUS on.
       01  WS-MAS-IMG.
           05 JMI-DATE      PIC 9(8).
           05 JMI-VESSEL    PIC X(10).
           05 JMI-SINGLE    PIC 9(5).
           05 JMI-WINDOW    PIC 9(5).
           05 JMI-REL-STATUS PIC X(1).
           05 JMI-REL-REASON PIC X(30).
           05 JMI-REL-DATE  PIC 9(8).
           05 JMI-REL-BY    PIC X(12).
           05 JMI-CHART-SENT PIC 9(8).
      * An unsent amendment the interrupted run queued, found and
      * withdrawn when recovery puts the chart's figures back.
       01  WS-AMQ-LOOP      PIC X(1) VALUE 'C'.
         88  AMQ-LOOP-BREAK           VALUE 'B'.
       01  WS-AMQ-FOUND     PIC X(1) VALUE 'N'.
         88  AMQ-WITHDRAWN            VALUE 'Y'.
       01  WS-CONT-IMG.
           05 JCI-VESSEL    PIC X(10).
           05 JCI-DATE      PIC 9(8).

      * Rollback: the shared files back to their before-images.
       APPLY-BEFORE-IMAGES.
           MOVE 'RECOVERY ROLL-BACK' TO WS-AMD-REASON.
           MOVE IMG-MB TO WS-MAS-IMG.
           MOVE IMG-MB-EXISTS TO WS-IMG-EXISTS.
           PERFORM POST-MASTER-IMAGE.

      * Roll-forward: the after-images the run intended to leave.
       APPLY-AFTER-IMAGES.
           MOVE 'RECOVERY ROLL-FORWARD' TO WS-AMD-REASON.
           MOVE IMG-MA TO WS-MAS-IMG.
           MOVE IMG-MA-EXISTS TO WS-IMG-EXISTS.
           PERFORM POST-MASTER-IMAGE.
                    MOVE JMI-VESSEL TO MAS-VESSEL-ID
                    MOVE JMI-SINGLE TO MAS-SINGLE-COUNT
                    MOVE JMI-WINDOW TO MAS-WINDOW-COUNT
                    IF JMI-REL-DATE NUMERIC
                       AND JMI-CHART-SENT NUMERIC
                       MOVE 0 TO MAS-CHART-SENT
                       PERFORM RESTORE-MASTER-RELEASE
                    ELSE
                       PERFORM RESET-MASTER-RELEASE
                    END-IF
                    MOVE MAS-VESSEL-ID TO MAS-VK-VESSEL-ID
                    MOVE MAS-RUN-DATE TO MAS-VK-RUN-DATE
                    WRITE MASTER-RECORD
                 END-IF
              NOT INVALID KEY
                 PERFORM NOTE-MASTER-FIGURES
                 IF WS-IMG-EXISTS = 'Y'
                    MOVE JMI-SINGLE TO MAS-SINGLE-COUNT
                    MOVE JMI-WINDOW TO MAS-WINDOW-COUNT
                    IF JMI-REL-DATE NUMERIC
                       AND JMI-CHART-SENT NUMERIC
                       PERFORM RECONCILE-RESTORED-RELEASE
                    ELSE
                       PERFORM RESTATE-MASTER-RELEASE
                    END-IF
                    REWRITE MASTER-RECORD
                 ELSE
                    PERFORM WITHDRAW-CHARTED-DAY
                    DELETE MASTER-FILE RECORD
                 END-IF
           END-READ.
           CLOSE MASTER-FILE.

      * A day the chart already holds that recovery removes goes to
      * the chart as an amendment to zero.
       WITHDRAW-CHARTED-DAY.
           IF MAS-CHART-SENT > 0
              MOVE 0 TO MAS-SINGLE-COUNT
              MOVE 0 TO MAS-WINDOW-COUNT
              MOVE 'DAY WITHDRAWN BY RECOVERY' TO WS-AMD-REASON
              PERFORM QUEUE-CHART-AMENDMENT
           END-IF.

      * A freshly posted day starts pending review and unsent.
       RESET-MASTER-RELEASE.
           SET MAS-PENDING TO TRUE.
           MOVE SPACES TO MAS-RELEASE-REASON.
           MOVE 0 TO MAS-RELEASE-DATE.
           MOVE SPACES TO MAS-RELEASE-BY.
           MOVE 0 TO MAS-CHART-SENT.

      * The figures the day held before this change.
       NOTE-MASTER-FIGURES.
           MOVE MAS-SINGLE-COUNT TO WS-AMD-OLD-SINGLE.
           MOVE MAS-WINDOW-COUNT TO WS-AMD-OLD-WINDOW.

      * A day whose figures changed goes back to pending review;
      * figures rewritten unchanged leave its release as it was. A
      * changed day the chart already holds is not sent again as a
      * daily detail -- the correction is queued as an amendment.
       RESTATE-MASTER-RELEASE.
           IF MAS-SINGLE-COUNT NOT = WS-AMD-OLD-SINGLE
              OR MAS-WINDOW-COUNT NOT = WS-AMD-OLD-WINDOW
              SET MAS-PENDING TO TRUE
              MOVE SPACES TO MAS-RELEASE-REASON
              MOVE 0 TO MAS-RELEASE-DATE
              MOVE SPACES TO MAS-RELEASE-BY
              IF MAS-CHART-SENT > 0
                 PERFORM QUEUE-CHART-AMENDMENT
              END-IF
           END-IF.

      * The release state the image carries goes back on the day as
      * it was journalled. A chart extract that went out since the
      * image was taken keeps its later sent date.
       RESTORE-MASTER-RELEASE.
           MOVE JMI-REL-STATUS TO MAS-RELEASE-STATUS.
           MOVE JMI-REL-REASON TO MAS-RELEASE-REASON.
           MOVE JMI-REL-DATE TO MAS-RELEASE-DATE.
           MOVE JMI-REL-BY TO MAS-RELEASE-BY.
           IF JMI-CHART-SENT > MAS-CHART-SENT
              MOVE JMI-CHART-SENT TO MAS-CHART-SENT
           END-IF.

      * A restored image whose figures equal the day's current ones
      * only puts its release state back. Where the figures change
      * on a day the chart holds, the amendment the interrupted run
      * queued for exactly this change is withdrawn while unsent;
      * failing that, the change back is queued as an amendment.
       RECONCILE-RESTORED-RELEASE.
           IF MAS-SINGLE-COUNT NOT = WS-AMD-OLD-SINGLE
              OR MAS-WINDOW-COUNT NOT = WS-AMD-OLD-WINDOW
              IF MAS-CHART-SENT > 0
                 PERFORM WITHDRAW-QUEUED-AMENDMENT
                 IF NOT AMQ-WITHDRAWN
                    PERFORM QUEUE-CHART-AMENDMENT
                 END-IF
              END-IF
           END-IF.
           PERFORM RESTORE-MASTER-RELEASE.

      * Looks through the day's queued amendments for an unsent one
      * from the restored figures to the current ones, and deletes
      * it: the chart was never sent that change.
       WITHDRAW-QUEUED-AMENDMENT.
           MOVE 'N' TO WS-AMQ-FOUND.
           OPEN I-O AMENDQ-FILE.
           IF WS-AMENDQ-FS = '00'
              MOVE MAS-RUN-DATE TO AMQ-RUN-DATE
              MOVE MAS-VESSEL-ID TO AMQ-VESSEL-ID
              MOVE 0 TO AMQ-QUEUED-DATE
              MOVE 0 TO AMQ-QUEUED-TIME
              START AMENDQ-FILE KEY >= AMQ-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-AMQ-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-AMQ-LOOP
              END-START
              PERFORM UNTIL AMQ-LOOP-BREAK
                 READ AMENDQ-FILE NEXT RECORD
                    AT END SET AMQ-LOOP-BREAK TO TRUE
                    NOT AT END
                       IF AMQ-RUN-DATE NOT = MAS-RUN-DATE
                          OR AMQ-VESSEL-ID NOT = MAS-VESSEL-ID
                          SET AMQ-LOOP-BREAK TO TRUE
                       ELSE
                          PERFORM MATCH-QUEUED-AMENDMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AMENDQ-FILE
           END-IF.

       MATCH-QUEUED-AMENDMENT.
           IF AMQ-SENT = 0
              AND AMQ-OLD-SINGLE = MAS-SINGLE-COUNT
              AND AMQ-OLD-WINDOW = MAS-WINDOW-COUNT
              AND AMQ-NEW-SINGLE = WS-AMD-OLD-SINGLE
              AND AMQ-NEW-WINDOW = WS-AMD-OLD-WINDOW
              DELETE AMENDQ-FILE RECORD
              SET AMQ-WITHDRAWN TO TRUE
              SET AMQ-LOOP-BREAK TO TRUE
           END-IF.

      * Queues the correction, old figures and new, for the
      * amendment extract.
       QUEUE-CHART-AMENDMENT.
           OPEN I-O AMENDQ-FILE.
           IF WS-AMENDQ-FS = '35'
              OPEN OUTPUT AMENDQ-FILE
              CLOSE AMENDQ-FILE
              OPEN I-O AMENDQ-FILE
           END-IF.
           ACCEPT WS-AMD-TIME FROM TIME.
           MOVE MAS-RUN-DATE TO AMQ-RUN-DATE.
           MOVE MAS-VESSEL-ID TO AMQ-VESSEL-ID.
           MOVE WS-RUN-DATE TO AMQ-QUEUED-DATE.
           MOVE WS-AMD-TIME TO AMQ-QUEUED-TIME.
           MOVE WS-AMD-OLD-SINGLE TO AMQ-OLD-SINGLE.
           MOVE WS-AMD-OLD-WINDOW TO AMQ-OLD-WINDOW.
           MOVE MAS-SINGLE-COUNT TO AMQ-NEW-SINGLE.
           MOVE MAS-WINDOW-COUNT TO AMQ-NEW-WINDOW.
           MOVE WS-AMD-REASON TO AMQ-REASON.
           MOVE 'AOC-2021-D01-RECOVER' TO AMQ-SOURCE.
           MOVE 0 TO AMQ-SENT.
           WRITE AMENDQ-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-RECOVER: AMENDMENT NOT QUEUED '
                    'FOR ' MAS-VESSEL-ID ' ' MAS-RUN-DATE
           END-WRITE.
           CLOSE AMENDQ-FILE.

      * One continuity image onto CONTINUITY.DAT, same rule.
       POST-CONTINUITY-IMAGE.
           OPEN I-O CONTINUITY-FILE.
           WRITE RECOVER-RECORD.
           MOVE SPACES TO RECOVER-RECORD.
           IF WS-ACTION = 'FORWARD'
              STRING 'MASTER ROW SET TO AFTER-IMAGE: ' IMG-MA(1:28)
                     DELIMITED BY SIZE INTO RECOVER-RECORD
              END-STRING
           ELSE
              STRING 'MASTER ROW SET TO BEFORE-IMAGE: ' IMG-MB(1:28)
                     DELIMITED BY SIZE INTO RECOVER-RECORD
              END-STRING
           END-IF.
