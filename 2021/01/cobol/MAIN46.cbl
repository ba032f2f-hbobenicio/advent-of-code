      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN46.cbl
      * $ ./a.out            (transactions read from SONARTRN.DAT)
      *-----------------------------------------------------------------
      * Sonar equipment register. The transducers are swapped
      * between boats when one goes to the yard, so a bench
      * calibration belongs to the unit, not to the vessel it
      * happened to be on. SONAR.DAT holds one record per unit --
      * serial, model and the recalibration interval in days -- and
      * FITTING.DAT the installation history: one record per unit
      * per spell on a vessel, with the install date and the remove
      * date (99999999 while it is still fitted). The solvers look
      * up the unit fitted on the run date and take its calibration
      * from CALIB.DAT; AOC-2021-D01-CALDUE lists the units past
      * their interval.
      *
      * This program is the only sanctioned way to change either
      * file: transactions from SONARTRN.DAT, every one (applied or
      * refused) audited to SONARAUD.DAT.
      *
      * Transaction layout (one per line):
      *   ACTION SERIAL     MODEL (15)      DAYS VESSEL-ID  DATE
      *   ADD  register a unit: model and interval required
      *   UPD  change model and/or interval (blank leaves it)
      *   FIT  install the unit on the vessel from DATE
      *   REM  remove the unit from its vessel on DATE
      *   RET  retire the unit (refused while it is fitted)
      * A blank DATE on FIT or REM means today. A unit fitted on a
      * date is the vessel's unit from that day; the unit removed on
      * a date is no longer fitted that day, so a swap is keyed as a
      * REM and a FIT on the same date.
      *
      * A vessel carries one unit at a time and a unit is on one
      * vessel at a time: a FIT that would overlap either is refused
      * -- the unit in the way is removed first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-SONAR.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The unit register, keyed by serial.
           SELECT SONAR-FILE ASSIGN TO 'SONAR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SON-SERIAL
           FILE STATUS IS WS-SON-FS.

      * The installation history, keyed by vessel and install date
      * so a vessel's fittings read in date order.
           SELECT FITTING-FILE ASSIGN TO 'FITTING.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIT-KEY
           FILE STATUS IS WS-FIT-FS.

      * The day's register transactions, keyed in by the
      * maintenance berth.
           SELECT TRAN-FILE ASSIGN TO 'SONARTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * One audit line per transaction, applied or refused -- the
      * trail that answers "which boat had that unit in March".
           SELECT SONAR-AUDIT-FILE ASSIGN TO 'SONARAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAUD-FS.

      * The vessel master, read only: a unit can only be fitted to a
      * vessel that exists.
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
      * One record per sonar unit: model, the days allowed between
      * bench calibrations, and whether it is still in service.
       FD  SONAR-FILE.
       01  SONAR-RECORD.
           05 SON-SERIAL        PIC X(10).
           05 SON-MODEL         PIC X(15).
           05 SON-CAL-INTERVAL  PIC 9(3).
           05 SON-STATUS        PIC X(1).
               88 SON-IN-SERVICE        VALUE 'A'.
               88 SON-RETIRED           VALUE 'R'.
           05 SON-CHANGED-DATE  PIC 9(8).
           05 SON-OPERATOR      PIC X(12).

      * One record per spell of a unit on a vessel.
       FD  FITTING-FILE.
       01  FITTING-RECORD.
           05 FIT-KEY.
              10 FIT-VESSEL-ID     PIC X(10).
              10 FIT-INSTALL-DATE  PIC 9(8).
           05 FIT-SERIAL           PIC X(10).
           05 FIT-REMOVE-DATE      PIC 9(8).
           05 FIT-CHANGED-DATE     PIC 9(8).
           05 FIT-OPERATOR         PIC X(12).

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRN-ACTION    PIC X(3).
           05 TRN-SEP1      PIC X(1).
           05 TRN-SERIAL    PIC X(10).
           05 TRN-SEP2      PIC X(1).
           05 TRN-MODEL     PIC X(15).
           05 TRN-SEP3      PIC X(1).
           05 TRN-INTERVAL  PIC X(3).
           05 TRN-SEP4      PIC X(1).
           05 TRN-VESSEL    PIC X(10).
           05 TRN-SEP5      PIC X(1).
           05 TRN-DATE      PIC X(8).

       FD  SONAR-AUDIT-FILE.
       01  SONAR-AUDIT-RECORD.
           05 SAUD-DATE     PIC 9(8).
           05 SAUD-SEP1     PIC X(1).
           05 SAUD-TIME     PIC 9(6).
           05 SAUD-SEP2     PIC X(1).
           05 SAUD-ACTION   PIC X(3).
           05 SAUD-SEP3     PIC X(1).
           05 SAUD-SERIAL   PIC X(10).
           05 SAUD-SEP4     PIC X(1).
           05 SAUD-MODEL    PIC X(15).
           05 SAUD-SEP5     PIC X(1).
           05 SAUD-INTERVAL PIC 9(3).
           05 SAUD-SEP6     PIC X(1).
           05 SAUD-VESSEL   PIC X(10).
           05 SAUD-SEP7     PIC X(1).
           05 SAUD-FIT-DATE PIC 9(8).
           05 SAUD-SEP8     PIC X(1).
           05 SAUD-RESULT   PIC X(30).
           05 SAUD-SEP9     PIC X(1).
           05 SAUD-OPERATOR PIC X(12).

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
       01  WS-SON-FS        PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-SAUD-FS       PIC X(2) VALUE '00'.
       01  WS-VESSEL-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-TIME      PIC 9(8) VALUE 0.
       01  WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-APPLIED       PIC 9(4) VALUE 0.
       01  WS-REFUSED       PIC 9(4) VALUE 0.
       01  WS-RESULT        PIC X(30) VALUE SPACES.
         88  RESULT-APPLIED           VALUES 'ADDED' 'UPDATED'
                                             'FITTED' 'REMOVED'
                                             'RETIRED'.
       01  WS-FOUND         PIC X(1) VALUE 'N'.
         88  UNIT-FOUND               VALUE 'Y'.

      * Field edits on ADD/UPD/FIT/REM.
       01  WS-NEW-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-ALPHA    PIC X(8) VALUE SPACES.
       01  WS-NEW-INTERVAL  PIC 9(3) VALUE 0.

      * The fitting the transaction touched, for the audit line, and
      * the state of the fitting scans.
       01  WS-AUD-VESSEL    PIC X(10) VALUE SPACES.
       01  WS-AUD-FIT-DATE  PIC 9(8) VALUE 0.
       01  WS-SCAN-LOOP     PIC A(1).
         88  SCAN-BREAK               VALUE 'B'.
       01  WS-CLASH         PIC X(1) VALUE 'N'.
         88  FITTING-CLASH            VALUE 'Y'.
       01  WS-CLASH-WITH    PIC X(10) VALUE SPACES.
       01  WS-OPEN-FIT      PIC X(1) VALUE 'N'.
         88  UNIT-FITTED              VALUE 'Y'.
       01  WS-OPEN-KEY.
           05 WS-OPEN-VESSEL    PIC X(10).
           05 WS-OPEN-INSTALL   PIC 9(8).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM CHECK-OPERATOR.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'AOC-2021-D01-SONAR: OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR)
                 ' NOT AUTHORIZED - TRANSACTIONS WILL BE REFUSED'
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-SONAR: NO SONARTRN.DAT ('
                 WS-TRAN-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-SONAR-REGISTER.
           PERFORM OPEN-SONAR-AUDIT.
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
           CLOSE SONAR-FILE.
           CLOSE FITTING-FILE.
           CLOSE SONAR-AUDIT-FILE.
           IF WS-VESSEL-FS = '00'
              CLOSE VESSEL-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-SONAR: ' WS-TRAN-COUNT
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

      * Opens both registers I-O, creating each on first use.
       OPEN-SONAR-REGISTER.
           OPEN I-O SONAR-FILE.
           IF WS-SON-FS = '35'
              OPEN OUTPUT SONAR-FILE
              CLOSE SONAR-FILE
              OPEN I-O SONAR-FILE
           END-IF.
           OPEN I-O FITTING-FILE.
           IF WS-FIT-FS = '35'
              OPEN OUTPUT FITTING-FILE
              CLOSE FITTING-FILE
              OPEN I-O FITTING-FILE
           END-IF.

      * Appends to the change audit unless the file is genuinely new.
       OPEN-SONAR-AUDIT.
           OPEN EXTEND SONAR-AUDIT-FILE.
           IF WS-SAUD-FS = '05' OR WS-SAUD-FS = '35'
              CLOSE SONAR-AUDIT-FILE
              OPEN OUTPUT SONAR-AUDIT-FILE
           END-IF.

      * One transaction: route by action code, then audit the
      * outcome whether it was applied or refused.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           MOVE TRN-VESSEL TO WS-AUD-VESSEL.
           MOVE 0 TO WS-AUD-FIT-DATE.
           PERFORM READ-TARGET-UNIT.
           IF NOT OPERATOR-AUTHORIZED
              MOVE 'NOT AUTHORIZED - REFUSED' TO WS-RESULT
           ELSE
              EVALUATE TRN-ACTION
                 WHEN 'ADD'
                    PERFORM APPLY-ADD
                 WHEN 'UPD'
                    PERFORM APPLY-UPDATE
                 WHEN 'FIT'
                    PERFORM APPLY-FIT
                 WHEN 'REM'
                    PERFORM APPLY-REMOVE
                 WHEN 'RET'
                    PERFORM APPLY-RETIRE
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
              END-EVALUATE
           END-IF.
           IF RESULT-APPLIED
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
      * A refused change leaves the unit as it stands on file, and
      * that is what the audit line shows.
              PERFORM READ-TARGET-UNIT
           END-IF.
           PERFORM WRITE-SONAR-AUDIT.

      * Positions SONAR-RECORD on the transaction's unit, noting
      * whether it is registered.
       READ-TARGET-UNIT.
           MOVE 'N' TO WS-FOUND.
           MOVE TRN-SERIAL TO SON-SERIAL.
           READ SONAR-FILE
              INVALID KEY
                 INITIALIZE SONAR-RECORD
                 MOVE TRN-SERIAL TO SON-SERIAL
              NOT INVALID KEY
                 SET UNIT-FOUND TO TRUE
           END-READ.

      * ADD: a new unit, with its model and recalibration interval.
       APPLY-ADD.
           EVALUATE TRUE
              WHEN TRN-SERIAL = SPACES
                 MOVE 'NO SERIAL - REFUSED' TO WS-RESULT
              WHEN UNIT-FOUND
                 MOVE 'ALREADY ON FILE - REFUSED' TO WS-RESULT
              WHEN TRN-MODEL = SPACES OR TRN-INTERVAL = SPACES
                 MOVE 'UNIT INCOMPLETE - REFUSED' TO WS-RESULT
              WHEN OTHER
                 PERFORM EDIT-INTERVAL
           END-EVALUATE.
           IF WS-RESULT = SPACES
              MOVE TRN-MODEL TO SON-MODEL
              MOVE WS-NEW-INTERVAL TO SON-CAL-INTERVAL
              SET SON-IN-SERVICE TO TRUE
              MOVE WS-RUN-DATE TO SON-CHANGED-DATE
              MOVE WS-OPERATOR TO SON-OPERATOR
              WRITE SONAR-RECORD
              MOVE 'ADDED' TO WS-RESULT
           END-IF.

      * UPD: blank fields leave the unit as it stands.
       APPLY-UPDATE.
           EVALUATE TRUE
              WHEN NOT UNIT-FOUND
                 MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN TRN-INTERVAL NOT = SPACES
                 PERFORM EDIT-INTERVAL
              WHEN OTHER
                 MOVE SON-CAL-INTERVAL TO WS-NEW-INTERVAL
           END-EVALUATE.
           IF WS-RESULT = SPACES
              IF TRN-MODEL NOT = SPACES
                 MOVE TRN-MODEL TO SON-MODEL
              END-IF
              MOVE WS-NEW-INTERVAL TO SON-CAL-INTERVAL
              MOVE WS-RUN-DATE TO SON-CHANGED-DATE
              MOVE WS-OPERATOR TO SON-OPERATOR
              REWRITE SONAR-RECORD
              MOVE 'UPDATED' TO WS-RESULT
           END-IF.

      * FIT: the unit goes on the vessel from the date keyed. The
      * unit must be in service, the vessel on the master, and
      * neither may already be fitted on or after that date.
       APPLY-FIT.
           MOVE WS-RUN-DATE TO WS-NEW-DATE.
           IF TRN-DATE NOT = SPACES
              MOVE TRN-DATE TO WS-DATE-ALPHA
              PERFORM EDIT-DATE-FIELD
           END-IF.
           MOVE WS-NEW-DATE TO WS-AUD-FIT-DATE.
           EVALUATE TRUE
              WHEN WS-RESULT NOT = SPACES
                 CONTINUE
              WHEN NOT UNIT-FOUND
                 MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              WHEN SON-RETIRED
                 MOVE 'UNIT RETIRED - REFUSED' TO WS-RESULT
              WHEN TRN-VESSEL = SPACES
                 MOVE 'NO VESSEL - REFUSED' TO WS-RESULT
              WHEN OTHER
                 PERFORM CHECK-FIT-VESSEL
           END-EVALUATE.
           IF WS-RESULT = SPACES
              PERFORM CHECK-UNIT-CLASH
           END-IF.
           IF WS-RESULT = SPACES
              PERFORM CHECK-VESSEL-CLASH
           END-IF.
           IF WS-RESULT = SPACES
              MOVE TRN-VESSEL TO FIT-VESSEL-ID
              MOVE WS-NEW-DATE TO FIT-INSTALL-DATE
              MOVE TRN-SERIAL TO FIT-SERIAL
              MOVE 99999999 TO FIT-REMOVE-DATE
              MOVE WS-RUN-DATE TO FIT-CHANGED-DATE
              MOVE WS-OPERATOR TO FIT-OPERATOR
              WRITE FITTING-RECORD
                 INVALID KEY
                    MOVE 'FITTING ON FILE - REFUSED' TO WS-RESULT
                 NOT INVALID KEY
                    MOVE 'FITTED' TO WS-RESULT
              END-WRITE
           END-IF.

      * REM: closes the unit's open fitting on the date keyed, which
      * must fall after it was installed.
       APPLY-REMOVE.
           MOVE WS-RUN-DATE TO WS-NEW-DATE.
           IF TRN-DATE NOT = SPACES
              MOVE TRN-DATE TO WS-DATE-ALPHA
              PERFORM EDIT-DATE-FIELD
           END-IF.
           IF WS-RESULT = SPACES
              IF NOT UNIT-FOUND
                 MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              ELSE
                 PERFORM FIND-OPEN-FITTING
                 IF NOT UNIT-FITTED
                    MOVE 'UNIT NOT FITTED - REFUSED' TO WS-RESULT
                 END-IF
              END-IF
           END-IF.
           IF WS-RESULT = SPACES
              MOVE WS-OPEN-KEY TO FIT-KEY
              READ FITTING-FILE
                 INVALID KEY
                    MOVE 'UNIT NOT FITTED - REFUSED' TO WS-RESULT
              END-READ
           END-IF.
           IF WS-RESULT = SPACES
              MOVE FIT-VESSEL-ID TO WS-AUD-VESSEL
              MOVE WS-NEW-DATE TO WS-AUD-FIT-DATE
              EVALUATE TRUE
                 WHEN TRN-VESSEL NOT = SPACES
                    AND TRN-VESSEL NOT = FIT-VESSEL-ID
                    MOVE 'FITTED TO OTHER VESSEL - REFUSED'
                       TO WS-RESULT
                 WHEN WS-NEW-DATE <= FIT-INSTALL-DATE
                    MOVE 'REMOVED BEFORE FIT - REFUSED' TO WS-RESULT
                 WHEN OTHER
                    MOVE WS-NEW-DATE TO FIT-REMOVE-DATE
                    MOVE WS-RUN-DATE TO FIT-CHANGED-DATE
                    MOVE WS-OPERATOR TO FIT-OPERATOR
                    REWRITE FITTING-RECORD
                    MOVE 'REMOVED' TO WS-RESULT
              END-EVALUATE
           END-IF.

      * RET: a unit leaves service. It stays on file -- its
      * calibrations still explain the soundings it took -- but can
      * no longer be fitted, and must be removed first.
       APPLY-RETIRE.
           IF NOT UNIT-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
           ELSE
              PERFORM FIND-OPEN-FITTING
              IF UNIT-FITTED
                 MOVE WS-OPEN-VESSEL TO WS-AUD-VESSEL
                 MOVE 'UNIT STILL FITTED - REFUSED' TO WS-RESULT
              END-IF
           END-IF.
           IF WS-RESULT = SPACES
              SET SON-RETIRED TO TRUE
              MOVE WS-RUN-DATE TO SON-CHANGED-DATE
              MOVE WS-OPERATOR TO SON-OPERATOR
              REWRITE SONAR-RECORD
              MOVE 'RETIRED' TO WS-RESULT
           END-IF.

      * A keyed recalibration interval: whole days, 1 to 999.
       EDIT-INTERVAL.
           IF TRN-INTERVAL IS NUMERIC
              MOVE TRN-INTERVAL TO WS-NEW-INTERVAL
           ELSE
              IF FUNCTION TEST-NUMVAL(TRN-INTERVAL) = 0
                 COMPUTE WS-NEW-INTERVAL =
                    FUNCTION NUMVAL(TRN-INTERVAL)
              ELSE
                 MOVE 0 TO WS-NEW-INTERVAL
              END-IF
           END-IF.
           IF WS-NEW-INTERVAL = 0
              MOVE 'INVALID INTERVAL - REFUSED' TO WS-RESULT
           END-IF.

      * A keyed YYYYMMDD date into WS-NEW-DATE; a date that is not a
      * calendar date refuses the transaction.
       EDIT-DATE-FIELD.
           IF WS-DATE-ALPHA IS NUMERIC
              MOVE WS-DATE-ALPHA TO WS-NEW-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
                 MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
              END-IF
           ELSE
              MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
           END-IF.

      * The vessel a unit is fitted to must be on the vessel master
      * and not decommissioned.
       CHECK-FIT-VESSEL.
           MOVE TRN-VESSEL TO VES-VESSEL-ID.
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

      * Reads the whole history for a spell of this unit, on any
      * vessel, still running on or after the fit date.
       CHECK-UNIT-CLASH.
           MOVE 'N' TO WS-CLASH.
           MOVE LOW-VALUES TO FIT-KEY.
           START FITTING-FILE KEY >= FIT-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SCAN-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SCAN-LOOP
           END-START.
           PERFORM UNTIL SCAN-BREAK
              READ FITTING-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SCAN-LOOP
                 NOT AT END
                    IF FIT-SERIAL = TRN-SERIAL
                       AND FIT-REMOVE-DATE > WS-NEW-DATE
                       MOVE 'Y' TO WS-CLASH
                       MOVE FIT-VESSEL-ID TO WS-CLASH-WITH
                       MOVE 'B' TO WS-SCAN-LOOP
                    END-IF
              END-READ
           END-PERFORM.
           IF FITTING-CLASH
              STRING 'FITTED TO ' WS-CLASH-WITH ' - REFUSED'
                 DELIMITED BY SIZE INTO WS-RESULT
              END-STRING
           END-IF.

      * Reads the vessel's own history for a unit still fitted on or
      * after the fit date.
       CHECK-VESSEL-CLASH.
           MOVE 'N' TO WS-CLASH.
           MOVE TRN-VESSEL TO FIT-VESSEL-ID.
           MOVE 0 TO FIT-INSTALL-DATE.
           START FITTING-FILE KEY >= FIT-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SCAN-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SCAN-LOOP
           END-START.
           PERFORM UNTIL SCAN-BREAK
              READ FITTING-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SCAN-LOOP
                 NOT AT END
                    IF FIT-VESSEL-ID NOT = TRN-VESSEL
                       MOVE 'B' TO WS-SCAN-LOOP
                    ELSE
                       IF FIT-REMOVE-DATE > WS-NEW-DATE
                          MOVE 'Y' TO WS-CLASH
                          MOVE FIT-SERIAL TO WS-CLASH-WITH
                          MOVE 'B' TO WS-SCAN-LOOP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF FITTING-CLASH
              STRING 'CARRIES ' WS-CLASH-WITH ' - REFUSED'
                 DELIMITED BY SIZE INTO WS-RESULT
              END-STRING
           END-IF.

      * The unit's spell still open (no remove date), if any.
       FIND-OPEN-FITTING.
           MOVE 'N' TO WS-OPEN-FIT.
           MOVE LOW-VALUES TO FIT-KEY.
           START FITTING-FILE KEY >= FIT-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SCAN-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SCAN-LOOP
           END-START.
           PERFORM UNTIL SCAN-BREAK
              READ FITTING-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SCAN-LOOP
                 NOT AT END
                    IF FIT-SERIAL = TRN-SERIAL
                       AND FIT-REMOVE-DATE = 99999999
                       MOVE 'Y' TO WS-OPEN-FIT
                       MOVE FIT-KEY TO WS-OPEN-KEY
                       MOVE 'B' TO WS-SCAN-LOOP
                    END-IF
              END-READ
           END-PERFORM.

      * The audit line every transaction leaves, applied or refused,
      * with the unit as it stands after the transaction and the
      * vessel and date of the fitting it touched.
       WRITE-SONAR-AUDIT.
           MOVE WS-RUN-DATE TO SAUD-DATE.
           MOVE WS-RUN-TIME(1:6) TO SAUD-TIME.
           MOVE SPACE TO SAUD-SEP1.
           MOVE SPACE TO SAUD-SEP2.
           MOVE TRN-ACTION TO SAUD-ACTION.
           MOVE SPACE TO SAUD-SEP3.
           MOVE TRN-SERIAL TO SAUD-SERIAL.
           MOVE SPACE TO SAUD-SEP4.
           MOVE SPACE TO SAUD-SEP5.
           MOVE SPACE TO SAUD-SEP6.
           MOVE SPACE TO SAUD-SEP7.
           MOVE SPACE TO SAUD-SEP8.
           IF UNIT-FOUND OR WS-RESULT = 'ADDED'
              MOVE SON-MODEL TO SAUD-MODEL
              MOVE SON-CAL-INTERVAL TO SAUD-INTERVAL
           ELSE
              MOVE TRN-MODEL TO SAUD-MODEL
              MOVE 0 TO SAUD-INTERVAL
           END-IF.
           MOVE WS-AUD-VESSEL TO SAUD-VESSEL.
           MOVE WS-AUD-FIT-DATE TO SAUD-FIT-DATE.
           MOVE WS-RESULT TO SAUD-RESULT.
           MOVE SPACE TO SAUD-SEP9.
           MOVE WS-OPERATOR TO SAUD-OPERATOR.
           WRITE SONAR-AUDIT-RECORD.

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
