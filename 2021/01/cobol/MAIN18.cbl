      *        -x -o a.out cobol/MAIN18.cbl
      * $ CHART_ACK_MAX_DAYS=3 ./a.out
      *-----------------------------------------------------------------
      * Charting-feed acknowledgment reconciliation. The release-
      * gated extract, AOC-2021-D01-CHARTEXT, registers every run-date
      * group it cuts into CHARTIF.DAT in CHARTREG.DAT (run date,
      * extract time, detail count, trailer hash), and the amendment
      * extract, AOC-2021-D01-CHARTAMD, registers each CHARTAMD.DAT
      * it cuts there too, marked as an amendment; the charting
      * system's intake job returns an acknowledgment file,
      * CHARTACK.DAT, one row per load attempt with its own
      * count/hash figures, an L (loaded) or R (rejected) verdict,
      * and whether the load was a daily (D) or amendment (A) extract.
      * This job matches register against acks and reports each
      * extract as loaded, rejected, or unacknowledged -- and raises
      * a nonzero RETURN-CODE when an extract is still
      * unacknowledged past the configured age, so the scheduler
      * chases cartography instead of cartography phoning us days
      * later.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CHTRECON.
      * AUTHOR. HBOBENICIO.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The extract register the charting extract appends to.
           SELECT CHARTREG-FILE ASSIGN TO 'CHARTREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARTREG-FS.
           05 CRG-COUNT     PIC 9(6).
           05 CRG-SEP3      PIC X(1).
           05 CRG-HASH      PIC 9(9).
           05 CRG-SEP4      PIC X(1).
           05 CRG-KIND      PIC X(1).
           05 CRG-SEP5      PIC X(1).
           05 CRG-CUT-DATE  PIC 9(8).

      * One acknowledgment per load attempt: the extract date their
      * intake processed, the count and hash it recomputed, and the
      * verdict -- L loaded, R rejected -- and the kind of extract,
      * D daily or A amendment (a space is daily).
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-RUN-DATE  PIC 9(8).
           05 ACK-STATUS    PIC X(1).
               88 ACK-LOADED            VALUE 'L'.
               88 ACK-REJECTED          VALUE 'R'.
           05 ACK-SEP4      PIC X(1).
           05 ACK-KIND      PIC X(1).

       FD  RECON-FILE.
       01  RECON-RECORD   PIC X(100).
            10 REG-TIME     PIC 9(6).
            10 REG-COUNT    PIC 9(6).
            10 REG-HASH     PIC 9(9).
            10 REG-KIND     PIC X(1).
            10 REG-CUT      PIC 9(8).
       01  WS-REG-LEN       PIC 9(3) VALUE 0.
       01  WS-REG-OVERFLOW  PIC X(1) VALUE 'N'.
         88  REG-OVERFLOW             VALUE 'Y'.
            10 AKT-COUNT    PIC 9(6).
            10 AKT-HASH     PIC 9(9).
            10 AKT-STATUS   PIC X(1).
            10 AKT-KIND     PIC X(1).
       01  WS-ACK-LEN       PIC 9(3) VALUE 0.
       01  WS-ACK-OVERFLOW  PIC X(1) VALUE 'N'.
         88  ACK-OVERFLOW             VALUE 'Y'.
                          MOVE CRG-TIME TO REG-TIME(WS-REG-LEN)
                          MOVE CRG-COUNT TO REG-COUNT(WS-REG-LEN)
                          MOVE CRG-HASH TO REG-HASH(WS-REG-LEN)
                          IF CRG-KIND = 'A'
                             MOVE 'A' TO REG-KIND(WS-REG-LEN)
                          ELSE
                             MOVE 'D' TO REG-KIND(WS-REG-LEN)
                          END-IF
                          IF CRG-CUT-DATE IS NUMERIC
                             AND CRG-CUT-DATE > 0
                             MOVE CRG-CUT-DATE TO REG-CUT(WS-REG-LEN)
                          ELSE
                             MOVE CRG-RUN-DATE TO REG-CUT(WS-REG-LEN)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
                          MOVE ACK-COUNT TO AKT-COUNT(WS-ACK-LEN)
                          MOVE ACK-HASH TO AKT-HASH(WS-ACK-LEN)
                          MOVE ACK-STATUS TO AKT-STATUS(WS-ACK-LEN)
                          IF ACK-KIND = 'A'
                             MOVE 'A' TO AKT-KIND(WS-ACK-LEN)
                          ELSE
                             MOVE 'D' TO AKT-KIND(WS-ACK-LEN)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      * The reconciliation: each registered extract against the ack
      * that matches its date and kind, then its count and hash. A
      * daily ack never settles an amendment extract cut the same
      * day, nor the other way round. An ack whose figures
      * disagree with the register is reported as rejected -- their
      * intake loaded something, but not our extract.
       WRITE-RECON-REPORT.
           WRITE RECON-RECORD.
           CLOSE RECON-FILE.

      * One extract: find its ack and grade the outcome. A date and
      * kind can be cut more than once (a re-cut, or a late release
      * joining an earlier run date), so the ack that balances this
      * extract's count and hash is looked for first; only when none
      * does is an ack for the same date and kind taken, to grade
      * the extract rejected. An unacknowledged extract older than
      * the chase age, counted from the day it was cut, is counted
      * overdue so the scheduler can branch on it.
       RECONCILE-ONE-EXTRACT.
           MOVE 'N' TO WS-MATCH.
           PERFORM UNTIL WS-J > WS-ACK-LEN
              OR WS-MATCH = 'Y'
              IF AKT-DATE(WS-J) = REG-DATE(WS-I)
                 AND AKT-KIND(WS-J) = REG-KIND(WS-I)
                 AND AKT-COUNT(WS-J) = REG-COUNT(WS-I)
                 AND AKT-HASH(WS-J) = REG-HASH(WS-I)
                 MOVE 'Y' TO WS-MATCH
              ELSE
                 SET WS-J UP BY 1
              END-IF
           END-PERFORM.
           IF WS-MATCH = 'N'
              MOVE 1 TO WS-J
              PERFORM UNTIL WS-J > WS-ACK-LEN
                 OR WS-MATCH = 'Y'
                 IF AKT-DATE(WS-J) = REG-DATE(WS-I)
                    AND AKT-KIND(WS-J) = REG-KIND(WS-I)
                    MOVE 'Y' TO WS-MATCH
                 ELSE
                    SET WS-J UP BY 1
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO RECON-RECORD.
           IF WS-MATCH = 'Y'
              IF AKT-STATUS(WS-J) = 'L'
                 AND AKT-HASH(WS-J) = REG-HASH(WS-I)
                 SET WS-LOADED UP BY 1
                 STRING '  ' REG-DATE(WS-I) ' ' REG-TIME(WS-I)
                        ' ' REG-KIND(WS-I)
                        '  COUNT ' REG-COUNT(WS-I)
                        '  LOADED'
                        DELIMITED BY SIZE INTO RECON-RECORD
              ELSE
                 SET WS-REJECTED UP BY 1
                 STRING '  ' REG-DATE(WS-I) ' ' REG-TIME(WS-I)
                        ' ' REG-KIND(WS-I)
                        '  COUNT ' REG-COUNT(WS-I)
                        '  REJECTED (ACK ' AKT-STATUS(WS-J)
                        ' COUNT ' AKT-COUNT(WS-J)
              SET WS-UNACKED UP BY 1
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(REG-CUT(WS-I))
              IF WS-MAX-DAYS > 0 AND WS-AGE-DAYS > WS-MAX-DAYS
                 SET WS-OVERDUE UP BY 1
                 STRING '  ' REG-DATE(WS-I) ' ' REG-TIME(WS-I)
                        ' ' REG-KIND(WS-I)
                        '  COUNT ' REG-COUNT(WS-I)
                        '  UNACKNOWLEDGED ' WS-AGE-DAYS
                        ' DAYS - CHASE'
                 END-STRING
              ELSE
                 STRING '  ' REG-DATE(WS-I) ' ' REG-TIME(WS-I)
                        ' ' REG-KIND(WS-I)
                        '  COUNT ' REG-COUNT(WS-I)
                        '  UNACKNOWLEDGED'
                        DELIMITED BY SIZE INTO RECON-RECORD
