      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN44.cbl
      * $ ./a.out            (transactions read from CHARTRN.DAT)
      *-----------------------------------------------------------------
      * Charter client and contract register. CONTRACT.DAT holds one
      * record per charter contract -- the client the vessel works
      * for, the dates it is on charter, the day rate and the rate
      * per thousand soundings -- and this program is the only
      * sanctioned way to change it: transactions from CHARTRN.DAT
      * add or update a contract or end it, and every transaction
      * (applied or refused) writes an audit line to CHARTAUD.DAT,
      * the same discipline AOC-2021-D01-VESSEL keeps over the vessel
      * master. AOC-2021-D01-BILLING bills each client from it after
      * month-end close.
      *
      * Transaction layout (one per line):
      *   ACTION CONTRACT   CLIENT   CLIENT-NAME (30)
      *   VESSEL-ID  FROM     TO       DAY-RATE   PER-1000
      *   ADD/UPD/END. Rates are in currency units with two decimals
      *   (e.g. 4500.00, 12.50). A blank TO on an ADD means
      *   open-ended. Blank fields on an UPD leave the contract as it
      *   stands; a rate change on an UPD applies to every month
      *   billed after it, so a rate that changes part-way through a
      *   charter is keyed as an END and a new ADD. END closes the
      *   contract on TO, or today if blank. The vessel on a contract
      *   never changes -- a different boat is a different contract.
      *
      * A vessel is on charter to one client at a time: a contract,
      * or a change of dates, that would put a vessel on two
      * contracts on the same day is refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CHARTER.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The contract register itself -- read by the billing job.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-CONTRACT-ID
           FILE STATUS IS WS-CON-FS.

      * The day's register transactions, keyed in by accounting.
           SELECT TRAN-FILE ASSIGN TO 'CHARTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * One audit line per transaction, applied or refused -- the
      * trail that answers "who changed that day rate".
           SELECT CHARTER-AUDIT-FILE ASSIGN TO 'CHARTAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAUD-FS.

      * The vessel master, read only: a contract can only be keyed
      * for a vessel that exists.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-FS.

      * Operator authorization file, maintained by the supervisor:
      * one row per operator ID with a permission level. This
      * program checks it before applying changes and stamps the
      * operator into its change trail, so every change answers
      * "who".
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
      * One record per charter contract, keyed by contract ID: the
      * client, the vessel, the dates on charter (99999999 when
      * open-ended) and the two rates the client is billed at.
       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05 CON-CONTRACT-ID   PIC X(10).
           05 CON-CLIENT-ID     PIC X(8).
           05 CON-CLIENT-NAME   PIC X(30).
           05 CON-VESSEL-ID     PIC X(10).
           05 CON-FROM-DATE     PIC 9(8).
           05 CON-TO-DATE       PIC 9(8).
           05 CON-DAY-RATE      PIC 9(7)V99.
           05 CON-SOUNDING-RATE PIC 9(5)V99.
           05 CON-CHANGED-DATE  PIC 9(8).
           05 CON-OPERATOR      PIC X(12).

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRN-ACTION    PIC X(3).
           05 TRN-SEP1      PIC X(1).
           05 TRN-CONTRACT  PIC X(10).
           05 TRN-SEP2      PIC X(1).
           05 TRN-CLIENT    PIC X(8).
           05 TRN-SEP3      PIC X(1).
           05 TRN-NAME      PIC X(30).
           05 TRN-SEP4      PIC X(1).
           05 TRN-VESSEL    PIC X(10).
           05 TRN-SEP5      PIC X(1).
           05 TRN-FROM      PIC X(8).
           05 TRN-SEP6      PIC X(1).
           05 TRN-TO        PIC X(8).
           05 TRN-SEP7      PIC X(1).
           05 TRN-DAY-RATE  PIC X(10).
           05 TRN-SEP8      PIC X(1).
           05 TRN-SND-RATE  PIC X(9).

       FD  CHARTER-AUDIT-FILE.
       01  CHARTER-AUDIT-RECORD.
           05 CAUD-DATE     PIC 9(8).
           05 CAUD-SEP1     PIC X(1).
           05 CAUD-TIME     PIC 9(6).
           05 CAUD-SEP2     PIC X(1).
           05 CAUD-ACTION   PIC X(3).
           05 CAUD-SEP3     PIC X(1).
           05 CAUD-CONTRACT PIC X(10).
           05 CAUD-SEP4     PIC X(1).
           05 CAUD-CLIENT   PIC X(8).
           05 CAUD-SEP5     PIC X(1).
           05 CAUD-VESSEL   PIC X(10).
           05 CAUD-SEP6     PIC X(1).
           05 CAUD-FROM     PIC 9(8).
           05 CAUD-SEP7     PIC X(1).
           05 CAUD-TO       PIC 9(8).
           05 CAUD-SEP8     PIC X(1).
           05 CAUD-DAY-RATE PIC 9(7).99.
           05 CAUD-SEP9     PIC X(1).
           05 CAUD-SND-RATE PIC 9(5).99.
           05 CAUD-SEP10    PIC X(1).
           05 CAUD-RESULT   PIC X(30).
           05 CAUD-SEP11    PIC X(1).
           05 CAUD-OPERATOR PIC X(12).

       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
           05 VES-VESSEL-ID     PIC X(10).
           05 VES-NAME          PIC X(20).
           05 VES-HOME-PORT     PIC X(15).
           05 VES-ONBOARD-DATE  PIC 9(8).
           05 VES-STATUS        PIC X(1).
               88 VES-ACTIVE            VALUE 'A'.
               88 VES-SUSPENDED         VALUE 'S'.
               88 VES-DECOMMISSIONED    VALUE 'D'.
           05 VES-LOG-PATH      PIC X(60).
           05 VES-WINDOW-SIZE   PIC 9(2).
           05 VES-NOISE-THRESHOLD PIC 9(5).
           05 VES-EXPECTED-COUNT PIC 9(6).
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

      * One operator per row: ID, permission level (1 inquiry,
      * 2 maintenance, 3 supervisory), name.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID        PIC X(12).
           05 OPR-SEP1      PIC X(1).
           05 OPR-LEVEL     PIC 9(1).
           05 OPR-SEP2      PIC X(1).
           05 OPR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.

      * The operator running this job, off OPERATOR_ID, graded
      * against the authorization file before any change applies.
       01  WS-OPR-FS        PIC X(2) VALUE '00'.
       01  WS-OPERATOR      PIC X(12) VALUE SPACES.
       01  WS-OPR-LEVEL     PIC 9(1) VALUE 0.
       01  WS-OPR-LOOP      PIC A(1).
         88  OPR-BREAK                VALUE 'B'.
       01  WS-OPR-OK        PIC X(1) VALUE 'N'.
         88  OPERATOR-AUTHORIZED      VALUE 'Y'.
       01  WS-OPR-NEED      PIC 9(1) VALUE 2.
       01  WS-CON-FS        PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-CAUD-FS       PIC X(2) VALUE '00'.
       01  WS-VESSEL-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-TIME      PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-APPLIED       PIC 9(4) VALUE 0.
       01  WS-REFUSED       PIC 9(4) VALUE 0.
       01  WS-REFUSED-BEFORE PIC 9(4) VALUE 0.
       01  WS-RESULT        PIC X(30) VALUE SPACES.
       01  WS-FOUND         PIC X(1) VALUE 'N'.
         88  CONTRACT-FOUND           VALUE 'Y'.

      * The target contract as the transaction leaves it, held while
      * the register is scanned for the same vessel on another
      * contract (the scan reads over the record area).
       01  WS-CONTRACT-HOLD.
           05 HLD-CONTRACT-ID   PIC X(10).
           05 HLD-CLIENT-ID     PIC X(8).
           05 HLD-CLIENT-NAME   PIC X(30).
           05 HLD-VESSEL-ID     PIC X(10).
           05 HLD-FROM-DATE     PIC 9(8).
           05 HLD-TO-DATE       PIC 9(8).
           05 HLD-DAY-RATE      PIC 9(7)V99.
           05 HLD-SOUNDING-RATE PIC 9(5)V99.
           05 HLD-CHANGED-DATE  PIC 9(8).
           05 HLD-OPERATOR      PIC X(12).

      * Field edits on ADD/UPD.
       01  WS-EDIT-OK       PIC X(1) VALUE 'Y'.
         88  EDIT-VALID               VALUE 'Y'.
       01  WS-NEW-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-ALPHA    PIC X(8) VALUE SPACES.
       01  WS-SCAN-LOOP     PIC A(1).
         88  SCAN-BREAK               VALUE 'B'.
       01  WS-CLASH         PIC X(1) VALUE 'N'.
         88  VESSEL-CLASH             VALUE 'Y'.
       01  WS-CLASH-CONTRACT PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      * Rates a client is billed at are supervisory work, as
      * vessel-master changes are.
           MOVE 3 TO WS-OPR-NEED.
           PERFORM CHECK-OPERATOR.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'AOC-2021-D01-CHARTER: OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR)
                 ' NOT AUTHORIZED - TRANSACTIONS WILL BE REFUSED'
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-CHARTER: NO CHARTRN.DAT ('
                 WS-TRAN-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-CONTRACT-REGISTER.
           PERFORM OPEN-CHARTER-AUDIT.
           OPEN INPUT VESSEL-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ TRAN-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-TRAN-COUNT UP BY 1
                    PERFORM APPLY-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE CHARTER-AUDIT-FILE.
           IF WS-VESSEL-FS = '00'
              CLOSE VESSEL-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-CHARTER: ' WS-TRAN-COUNT
              ' TRANSACTIONS, ' WS-APPLIED ' APPLIED, '
              WS-REFUSED ' REFUSED'.
           EVALUATE TRUE
              WHEN WS-TRAN-COUNT = 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * Opens the register I-O, creating it on first use.
       OPEN-CONTRACT-REGISTER.
           OPEN I-O CONTRACT-FILE.
           IF WS-CON-FS = '35'
              OPEN OUTPUT CONTRACT-FILE
              CLOSE CONTRACT-FILE
              OPEN I-O CONTRACT-FILE
           END-IF.

      * Appends to the change audit unless the file is genuinely new.
       OPEN-CHARTER-AUDIT.
           OPEN EXTEND CHARTER-AUDIT-FILE.
           IF WS-CAUD-FS = '05' OR WS-CAUD-FS = '35'
              CLOSE CHARTER-AUDIT-FILE
              OPEN OUTPUT CHARTER-AUDIT-FILE
           END-IF.

      * One transaction: route by action code, then audit the
      * outcome whether it was applied or refused.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           MOVE WS-REFUSED TO WS-REFUSED-BEFORE.
           PERFORM READ-TARGET-CONTRACT.
           IF NOT OPERATOR-AUTHORIZED
              MOVE 'NOT AUTHORIZED - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              EVALUATE TRN-ACTION
                 WHEN 'ADD'
                    PERFORM APPLY-ADD
                 WHEN 'UPD'
                    PERFORM APPLY-UPDATE
                 WHEN 'END'
                    PERFORM APPLY-END
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
                    SET WS-REFUSED UP BY 1
              END-EVALUATE
           END-IF.
      * A refused change leaves the contract as it stands on file,
      * and that is what the audit line shows.
           IF WS-REFUSED > WS-REFUSED-BEFORE AND CONTRACT-FOUND
              PERFORM READ-TARGET-CONTRACT
           END-IF.
           PERFORM WRITE-CHARTER-AUDIT.

      * Positions CONTRACT-RECORD on the transaction's contract,
      * noting whether it already exists.
       READ-TARGET-CONTRACT.
           MOVE 'N' TO WS-FOUND.
           MOVE TRN-CONTRACT TO CON-CONTRACT-ID.
           READ CONTRACT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTRACT-FOUND TO TRUE
           END-READ.

      * ADD: refuse a contract already on file, or one keyed without
      * client, vessel, start date or day rate; the vessel must be
      * on the vessel master and free on the contract's dates.
       APPLY-ADD.
           EVALUATE TRUE
              WHEN CONTRACT-FOUND
                 MOVE 'ALREADY ON FILE - REFUSED' TO WS-RESULT
              WHEN TRN-CLIENT = SPACES OR TRN-VESSEL = SPACES
                 OR TRN-FROM = SPACES OR TRN-DAY-RATE = SPACES
                 MOVE 'CONTRACT INCOMPLETE - REFUSED' TO WS-RESULT
              WHEN OTHER
                 INITIALIZE CONTRACT-RECORD
                 MOVE TRN-CONTRACT TO CON-CONTRACT-ID
                 MOVE TRN-CLIENT TO CON-CLIENT-ID
                 MOVE TRN-NAME TO CON-CLIENT-NAME
                 MOVE TRN-VESSEL TO CON-VESSEL-ID
                 MOVE 99999999 TO CON-TO-DATE
                 PERFORM APPLY-CONTRACT-FIELDS
                 IF EDIT-VALID
                    PERFORM CHECK-CONTRACT-VESSEL
                 END-IF
           END-EVALUATE.
           IF WS-RESULT = SPACES
              MOVE WS-RUN-DATE TO CON-CHANGED-DATE
              MOVE WS-OPERATOR TO CON-OPERATOR
              WRITE CONTRACT-RECORD
              MOVE 'ADDED' TO WS-RESULT
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.

      * UPD: blank transaction fields leave the contract as it
      * stands. New dates must not put the vessel on two contracts
      * on the same day.
       APPLY-UPDATE.
           EVALUATE TRUE
              WHEN NOT CONTRACT-FOUND
                 MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN TRN-VESSEL NOT = SPACES
                 AND TRN-VESSEL NOT = CON-VESSEL-ID
                 MOVE 'VESSEL CANNOT CHANGE - REFUSED' TO WS-RESULT
              WHEN OTHER
                 IF TRN-CLIENT NOT = SPACES
                    MOVE TRN-CLIENT TO CON-CLIENT-ID
                 END-IF
                 IF TRN-NAME NOT = SPACES
                    MOVE TRN-NAME TO CON-CLIENT-NAME
                 END-IF
                 PERFORM APPLY-CONTRACT-FIELDS
                 IF EDIT-VALID
                    PERFORM CHECK-CONTRACT-CLASH
                 END-IF
           END-EVALUATE.
           IF WS-RESULT = SPACES
              MOVE WS-RUN-DATE TO CON-CHANGED-DATE
              MOVE WS-OPERATOR TO CON-OPERATOR
              REWRITE CONTRACT-RECORD
              MOVE 'UPDATED' TO WS-RESULT
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.

      * END: closes the contract on the date keyed, or today. The
      * record stays on file so earlier months can still be billed
      * and re-billed from it.
       APPLY-END.
           IF NOT CONTRACT-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
           ELSE
              MOVE WS-RUN-DATE TO WS-NEW-DATE
              IF TRN-TO NOT = SPACES
                 MOVE TRN-TO TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
              END-IF
              IF WS-RESULT = SPACES
                 AND WS-NEW-DATE < CON-FROM-DATE
                 MOVE 'ENDS BEFORE START - REFUSED' TO WS-RESULT
              END-IF
           END-IF.
           IF WS-RESULT = SPACES
              MOVE WS-NEW-DATE TO CON-TO-DATE
              MOVE WS-RUN-DATE TO CON-CHANGED-DATE
              MOVE WS-OPERATOR TO CON-OPERATOR
              REWRITE CONTRACT-RECORD
              MOVE 'ENDED' TO WS-RESULT
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.

      * Date and rate fields shared by ADD and UPD: a blank field
      * leaves the record value alone. Rates must be numeric and
      * the contract must end no earlier than it starts.
       APPLY-CONTRACT-FIELDS.
           MOVE 'Y' TO WS-EDIT-OK.
           IF TRN-DAY-RATE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-DAY-RATE) = 0
                 AND FUNCTION NUMVAL(TRN-DAY-RATE) >= 0
                 COMPUTE CON-DAY-RATE = FUNCTION NUMVAL(TRN-DAY-RATE)
              ELSE
                 MOVE 'N' TO WS-EDIT-OK
              END-IF
           END-IF.
           IF TRN-SND-RATE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-SND-RATE) = 0
                 AND FUNCTION NUMVAL(TRN-SND-RATE) >= 0
                 COMPUTE CON-SOUNDING-RATE =
                    FUNCTION NUMVAL(TRN-SND-RATE)
              ELSE
                 MOVE 'N' TO WS-EDIT-OK
              END-IF
           END-IF.
           IF NOT EDIT-VALID
              MOVE 'INVALID RATE - REFUSED' TO WS-RESULT
           ELSE
              IF TRN-FROM NOT = SPACES
                 MOVE TRN-FROM TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
                 MOVE WS-NEW-DATE TO CON-FROM-DATE
              END-IF
              IF TRN-TO NOT = SPACES
                 MOVE TRN-TO TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
                 MOVE WS-NEW-DATE TO CON-TO-DATE
              END-IF
              IF WS-RESULT NOT = SPACES
                 MOVE 'N' TO WS-EDIT-OK
              ELSE
                 IF CON-TO-DATE < CON-FROM-DATE
                    MOVE 'ENDS BEFORE START - REFUSED' TO WS-RESULT
                    MOVE 'N' TO WS-EDIT-OK
                 END-IF
              END-IF
           END-IF.

      * A keyed YYYYMMDD date into WS-NEW-DATE; a date that is not a
      * calendar date refuses the transaction. 99999999 keys an
      * open end.
       EDIT-DATE-FIELD.
           IF WS-DATE-ALPHA IS NUMERIC
              MOVE WS-DATE-ALPHA TO WS-NEW-DATE
              IF WS-NEW-DATE NOT = 99999999
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
                 MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
              END-IF
           ELSE
              MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
           END-IF.

      * A new contract's vessel must be on the vessel master, not
      * decommissioned, and on no other contract on these dates.
       CHECK-CONTRACT-VESSEL.
           MOVE CON-VESSEL-ID TO VES-VESSEL-ID.
           IF WS-VESSEL-FS NOT = '00'
              MOVE 'NO VESSEL MASTER - REFUSED' TO WS-RESULT
           ELSE
              READ VESSEL-FILE
                 INVALID KEY
                    MOVE 'VESSEL NOT ON FILE - REFUSED' TO WS-RESULT
                 NOT INVALID KEY
                    IF VES-DECOMMISSIONED
                       MOVE 'VESSEL DECOMMISSIONED - REFUSED'
                          TO WS-RESULT
                    END-IF
              END-READ
           END-IF.
           IF WS-RESULT = SPACES
              PERFORM CHECK-CONTRACT-CLASH
           END-IF.

      * Reads the whole register for another contract on the same
      * vessel that shares a day with this one.
       CHECK-CONTRACT-CLASH.
           MOVE CONTRACT-RECORD TO WS-CONTRACT-HOLD.
           MOVE 'N' TO WS-CLASH.
           MOVE LOW-VALUES TO CON-CONTRACT-ID.
           START CONTRACT-FILE KEY >= CON-CONTRACT-ID
              INVALID KEY
                 MOVE 'B' TO WS-SCAN-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SCAN-LOOP
           END-START.
           PERFORM UNTIL SCAN-BREAK
              READ CONTRACT-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SCAN-LOOP
                 NOT AT END
                    IF CON-CONTRACT-ID NOT = HLD-CONTRACT-ID
                       AND CON-VESSEL-ID = HLD-VESSEL-ID
                       AND CON-FROM-DATE <= HLD-TO-DATE
                       AND CON-TO-DATE >= HLD-FROM-DATE
                       MOVE 'Y' TO WS-CLASH
                       MOVE CON-CONTRACT-ID TO WS-CLASH-CONTRACT
                       MOVE 'B' TO WS-SCAN-LOOP
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-CONTRACT-HOLD TO CONTRACT-RECORD.
           IF VESSEL-CLASH
              STRING 'OVERLAPS ' WS-CLASH-CONTRACT ' - REFUSED'
                 DELIMITED BY SIZE INTO WS-RESULT
              END-STRING
           END-IF.

      * The audit line every transaction leaves, applied or refused,
      * with the contract as it stands after the transaction.
       WRITE-CHARTER-AUDIT.
           MOVE WS-RUN-DATE TO CAUD-DATE.
           MOVE WS-RUN-TIME(1:6) TO CAUD-TIME.
           MOVE SPACE TO CAUD-SEP1.
           MOVE SPACE TO CAUD-SEP2.
           MOVE TRN-ACTION TO CAUD-ACTION.
           MOVE SPACE TO CAUD-SEP3.
           MOVE TRN-CONTRACT TO CAUD-CONTRACT.
           MOVE SPACE TO CAUD-SEP4.
           MOVE SPACE TO CAUD-SEP5.
           MOVE SPACE TO CAUD-SEP6.
           MOVE SPACE TO CAUD-SEP7.
           MOVE SPACE TO CAUD-SEP8.
           MOVE SPACE TO CAUD-SEP9.
           MOVE SPACE TO CAUD-SEP10.
           IF CONTRACT-FOUND OR WS-RESULT = 'ADDED'
              MOVE CON-CLIENT-ID TO CAUD-CLIENT
              MOVE CON-VESSEL-ID TO CAUD-VESSEL
              MOVE CON-FROM-DATE TO CAUD-FROM
              MOVE CON-TO-DATE TO CAUD-TO
              MOVE CON-DAY-RATE TO CAUD-DAY-RATE
              MOVE CON-SOUNDING-RATE TO CAUD-SND-RATE
           ELSE
              MOVE TRN-CLIENT TO CAUD-CLIENT
              MOVE TRN-VESSEL TO CAUD-VESSEL
              MOVE 0 TO CAUD-FROM
              MOVE 0 TO CAUD-TO
              MOVE 0 TO CAUD-DAY-RATE
              MOVE 0 TO CAUD-SND-RATE
           END-IF.
           MOVE WS-RESULT TO CAUD-RESULT.
           MOVE SPACE TO CAUD-SEP11.
           MOVE WS-OPERATOR TO CAUD-OPERATOR.
           WRITE CHARTER-AUDIT-RECORD.

      * Looks the operator up and grades the permission level
      * against what this program's changes need. No ID, an unknown
      * ID, or too low a level leaves the run unauthorized.
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPR-OK.
           MOVE 0 TO WS-OPR-LEVEL.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
              ON EXCEPTION
                 MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           IF WS-OPERATOR NOT = SPACES
              OPEN INPUT OPERATOR-FILE
              IF WS-OPR-FS = '00'
                 MOVE 'C' TO WS-OPR-LOOP
                 PERFORM UNTIL OPR-BREAK
                    READ OPERATOR-FILE
                       AT END MOVE 'B' TO WS-OPR-LOOP
                       NOT AT END
                          IF OPR-ID = WS-OPERATOR
                             MOVE OPR-LEVEL TO WS-OPR-LEVEL
                             MOVE 'B' TO WS-OPR-LOOP
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
              END-IF
           END-IF.
           IF WS-OPR-LEVEL >= WS-OPR-NEED
              MOVE 'Y' TO WS-OPR-OK
           END-IF.
