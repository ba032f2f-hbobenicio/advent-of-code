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

      * The lock record: who holds it, for which vessel, since when.
       FD  LOCK-FILE.
           05 RST-REJECTS   PIC 9(6).
           05 RST-SEP7      PIC X(1).
           05 RST-RC        PIC 9(2).
      * Depth readings the solver kept and counted: read less
      * rejects, marker, fix and trailer lines and despiked readings.
      * Zero from jobs that count no readings; blank on rows written
      * before it was carried.
           05 RST-SEP8      PIC X(1).
           05 RST-KEPT      PIC 9(7).


      * One operator per row: ID, permission level (1 inquiry,
      * file untouched rather than losing alert history.
       01  WS-ALR-MAX       PIC 9(4) VALUE 1000.
       01  WS-ALERT-TAB.
         05 ALT-ROW         PIC X(80) OCCURS 1000 TIMES.
       01  WS-ALR-LEN       PIC 9(4) VALUE 0.
       01  WS-ALR-OVERFLOW  PIC X(1) VALUE 'N'.
         88  ALR-OVERFLOW             VALUE 'Y'.
       01  WS-CRIT-COUNT    PIC 9(4) VALUE 0.
       01  WS-ACK-COUNT     PIC 9(4) VALUE 0.
       01  WS-SEV-WORD      PIC X(8) VALUE SPACES.
       01  WS-ADV-COUNT     PIC 9(4) VALUE 0.
       01  WS-RAISED-WORD   PIC X(8) VALUE SPACES.
       01  WS-WAVE-ED       PIC Z9.99.
       01  WS-SWELL-ED      PIC Z9.9.

      * The lifecycle workbench over the feed: an assignment
      * request (vessel, optional date, the operator taking

      * The exceptions report: every alert still open, most recent
      * file order, criticals called out in words the desk reads at
      * a glance. The sea state the jump was seen in sits under each
      * alert, so a jump graded advisory for heavy weather shows the
      * wave height that put it there and the grade it raised.
       WRITE-EXCEPTIONS-REPORT.
           OPEN OUTPUT EXCEPT-FILE.
           MOVE SPACES TO EXCEPT-RECORD.
              MOVE ALT-ROW(WS-I) TO ALERT-RECORD
              IF ALR-STATUS = 'O'
                 SET WS-OPEN-COUNT UP BY 1
                 EVALUATE ALR-SEVERITY
                    WHEN 'C'
                       SET WS-CRIT-COUNT UP BY 1
                       MOVE 'CRITICAL' TO WS-SEV-WORD
                    WHEN 'A'
                       SET WS-ADV-COUNT UP BY 1
                       MOVE 'ADVISORY' TO WS-SEV-WORD
                    WHEN OTHER
                       MOVE 'WARNING' TO WS-SEV-WORD
                 END-EVALUATE
                 PERFORM COMPUTE-ALERT-AGE
                 MOVE SPACES TO EXCEPT-RECORD
                 IF ALR-SEVERITY = 'C'
                    END-STRING
                 END-IF
                 WRITE EXCEPT-RECORD
                 PERFORM WRITE-SEA-STATE-LINE
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING 'OPEN: ' WS-OPEN-COUNT
                  '  CRITICAL: ' WS-CRIT-COUNT
                  '  ADVISORY: ' WS-ADV-COUNT
                  '  OVERDUE CRIT: ' WS-OVERDUE-CRIT
                  '  ESCALATED: ' WS-ESCALATED
                  '  ASSIGNED: ' WS-ASSIGNED
           WRITE EXCEPT-RECORD.
           CLOSE EXCEPT-FILE.

      * The sea-state line under an alert: wave height and swell
      * period for the hour of the reading, and for an advisory the
      * grade the jump raised before the downgrade. Alerts raised
      * before the feed, or in an hour it had no row for, say so.
       WRITE-SEA-STATE-LINE.
           MOVE SPACES TO EXCEPT-RECORD.
           IF ALR-SEA-KNOWN = 'Y'
              MOVE ALR-WAVE-HT TO WS-WAVE-ED
              MOVE ALR-SWELL-PER TO WS-SWELL-ED
              IF ALR-SEVERITY = 'A'
                 IF ALR-RAISED-SEV = 'C'
                    MOVE 'CRITICAL' TO WS-RAISED-WORD
                 ELSE
                    MOVE 'WARNING' TO WS-RAISED-WORD
                 END-IF
                 STRING '    SEA: WAVE ' WS-WAVE-ED ' M  SWELL '
                        WS-SWELL-ED ' S  AT ' ALR-TIME
                        '  GRADED DOWN FROM '
                        FUNCTION TRIM(WS-RAISED-WORD)
                        DELIMITED BY SIZE INTO EXCEPT-RECORD
                 END-STRING
              ELSE
                 STRING '    SEA: WAVE ' WS-WAVE-ED ' M  SWELL '
                        WS-SWELL-ED ' S  AT ' ALR-TIME
                        DELIMITED BY SIZE INTO EXCEPT-RECORD
                 END-STRING
              END-IF
           ELSE
              MOVE '    SEA: SEA STATE NOT KNOWN' TO EXCEPT-RECORD
           END-IF.
           WRITE EXCEPT-RECORD.

      * Takes the shared-file lock, replacing a stale one left by an
      * abended run from an earlier date; a lock from today means a
      * run is genuinely in flight and this one must stand down.
           MOVE 0 TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.

