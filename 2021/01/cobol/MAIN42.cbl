      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN42.cbl
      * $ ./a.out            (transactions read from AREATRAN.DAT)
      *-----------------------------------------------------------------
      * Survey-area master maintenance. AREAS.DAT is the indexed
      * survey-area master -- the latitude/longitude box of each
      * working area, the dates it is valid from and to, and the
      * vessels tasked to it -- and, as with the vessel master, this
      * program is the only sanctioned way to change it: transactions
      * from AREATRAN.DAT add or update an area, assign or release a
      * vessel, or close the area, and every transaction (applied or
      * refused) writes an audit line to AREAAUD.DAT. The solvers read
      * the master to tally each vessel's POS fixes inside and outside
      * the area it is tasked to on the run date, and
      * AOC-2021-D01-OFFSTN reports the boats found off station.
      *
      * Transaction layout (one per line):
      *   ACTION AREA-ID  NAME                 LAT-MIN   LAT-MAX
      *   LON-MIN    LON-MAX    FROM     TO       VESSEL-ID
      *   ADD/UPD/ASN/RLS/CLS. Latitudes and longitudes are signed
      *   decimal degrees; a box whose western longitude is greater
      *   than its eastern one spans the 180th meridian. A blank FROM
      *   on an ADD means today, a blank TO means open-ended. Blank
      *   fields on an UPD leave the master field as it stands. ASN
      *   and RLS assign and release the VESSEL-ID named (an ADD may
      *   name one too); CLS ends the area on TO, or today if blank.
      *
      * A vessel is tasked to one area at a time: an assignment, or a
      * change of dates, that would leave a vessel in two areas on
      * the same day is refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-AREA.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The survey-area master itself -- read by the solvers and the
      * off-station report.
           SELECT AREA-FILE ASSIGN TO 'AREAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARA-AREA-ID
           FILE STATUS IS WS-AREA-FS.

      * The day's maintenance transactions, keyed in by the desk.
           SELECT TRAN-FILE ASSIGN TO 'AREATRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * One audit line per transaction, applied or refused -- the
      * trail that answers "who moved that vessel's box".
           SELECT AREA-AUDIT-FILE ASSIGN TO 'AREAAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AAUD-FS.

      * The vessel master, read only: a vessel must be on file, and
      * not decommissioned, before it can be tasked to an area.
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
      * One record per survey area, keyed by area ID: the box in
      * signed decimal degrees, the validity dates (99999999 when
      * open-ended), and up to ten vessels tasked to it.
       FD  AREA-FILE.
       01  AREA-RECORD.
           05 ARA-AREA-ID       PIC X(8).
           05 ARA-NAME          PIC X(20).
           05 ARA-LAT-MIN       PIC S9(3)V9(4).
           05 ARA-LAT-MAX       PIC S9(3)V9(4).
           05 ARA-LON-MIN       PIC S9(3)V9(4).
           05 ARA-LON-MAX       PIC S9(3)V9(4).
           05 ARA-VALID-FROM    PIC 9(8).
           05 ARA-VALID-TO      PIC 9(8).
           05 ARA-VESSEL-COUNT  PIC 9(2).
           05 ARA-VESSEL-ID     PIC X(10) OCCURS 10 TIMES.
           05 ARA-CHANGED-DATE  PIC 9(8).
           05 ARA-OPERATOR      PIC X(12).

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRN-ACTION    PIC X(3).
           05 TRN-SEP1      PIC X(1).
           05 TRN-AREA      PIC X(8).
           05 TRN-SEP2      PIC X(1).
           05 TRN-NAME      PIC X(20).
           05 TRN-SEP3      PIC X(1).
           05 TRN-LAT-MIN   PIC X(9).
           05 TRN-SEP4      PIC X(1).
           05 TRN-LAT-MAX   PIC X(9).
           05 TRN-SEP5      PIC X(1).
           05 TRN-LON-MIN   PIC X(10).
           05 TRN-SEP6      PIC X(1).
           05 TRN-LON-MAX   PIC X(10).
           05 TRN-SEP7      PIC X(1).
           05 TRN-FROM      PIC X(8).
           05 TRN-SEP8      PIC X(1).
           05 TRN-TO        PIC X(8).
           05 TRN-SEP9      PIC X(1).
           05 TRN-VESSEL    PIC X(10).

       FD  AREA-AUDIT-FILE.
       01  AREA-AUDIT-RECORD.
           05 AAUD-DATE     PIC 9(8).
           05 AAUD-SEP1     PIC X(1).
           05 AAUD-TIME     PIC 9(6).
           05 AAUD-SEP2     PIC X(1).
           05 AAUD-ACTION   PIC X(3).
           05 AAUD-SEP3     PIC X(1).
           05 AAUD-AREA     PIC X(8).
           05 AAUD-SEP4     PIC X(1).
           05 AAUD-VESSEL   PIC X(10).
           05 AAUD-SEP5     PIC X(1).
           05 AAUD-FROM     PIC 9(8).
           05 AAUD-SEP6     PIC X(1).
           05 AAUD-TO       PIC 9(8).
           05 AAUD-SEP7     PIC X(1).
           05 AAUD-RESULT   PIC X(30).
           05 AAUD-SEP8     PIC X(1).
           05 AAUD-OPERATOR PIC X(12).

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
       01  WS-AREA-FS       PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-AAUD-FS       PIC X(2) VALUE '00'.
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
         88  AREA-FOUND               VALUE 'Y'.

      * The target area as the transaction leaves it, held while the
      * master is scanned for a vessel tasked elsewhere on the same
      * days (the scan reads over the record area).
       01  WS-AREA-HOLD.
           05 HLD-AREA-ID       PIC X(8).
           05 HLD-NAME          PIC X(20).
           05 HLD-LAT-MIN       PIC S9(3)V9(4).
           05 HLD-LAT-MAX       PIC S9(3)V9(4).
           05 HLD-LON-MIN       PIC S9(3)V9(4).
           05 HLD-LON-MAX       PIC S9(3)V9(4).
           05 HLD-VALID-FROM    PIC 9(8).
           05 HLD-VALID-TO      PIC 9(8).
           05 HLD-VESSEL-COUNT  PIC 9(2).
           05 HLD-VESSEL-ID     PIC X(10) OCCURS 10 TIMES.
           05 HLD-CHANGED-DATE  PIC 9(8).
           05 HLD-OPERATOR      PIC X(12).
       01  WS-AREA-MAX      PIC 9(2) VALUE 10.

      * Box and date edits on ADD/UPD.
       01  WS-BOX-OK        PIC X(1) VALUE 'Y'.
         88  BOX-VALID                VALUE 'Y'.
       01  WS-NEW-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-ALPHA    PIC X(8) VALUE SPACES.

      * Vessel-slot search and the overlap scan.
       01  WS-SLOT          PIC 9(2) VALUE 0.
       01  WS-VES-SLOT      PIC 9(2) VALUE 0.
       01  WS-CHECK-VESSEL  PIC X(10) VALUE SPACES.
       01  WS-SCAN-LOOP     PIC A(1).
         88  SCAN-BREAK               VALUE 'B'.
       01  WS-CLASH         PIC X(1) VALUE 'N'.
         88  VESSEL-CLASH             VALUE 'Y'.
       01  WS-CLASH-AREA    PIC X(8) VALUE SPACES.
       01  WS-CLASH-VESSEL  PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      * Tasking boats to areas is supervisory work, as vessel-master
      * changes are.
           MOVE 3 TO WS-OPR-NEED.
           PERFORM CHECK-OPERATOR.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'AOC-2021-D01-AREA: OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR)
                 ' NOT AUTHORIZED - TRANSACTIONS WILL BE REFUSED'
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-AREA: NO AREATRAN.DAT ('
                 WS-TRAN-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-AREA-MASTER.
           PERFORM OPEN-AREA-AUDIT.
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
           CLOSE AREA-FILE.
           CLOSE AREA-AUDIT-FILE.
           IF WS-VESSEL-FS = '00'
              CLOSE VESSEL-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-AREA: ' WS-TRAN-COUNT
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

      * Opens the master I-O, creating it on first use.
       OPEN-AREA-MASTER.
           OPEN I-O AREA-FILE.
           IF WS-AREA-FS = '35'
              OPEN OUTPUT AREA-FILE
              CLOSE AREA-FILE
              OPEN I-O AREA-FILE
           END-IF.

      * Appends to the change audit unless the file is genuinely new.
       OPEN-AREA-AUDIT.
           OPEN EXTEND AREA-AUDIT-FILE.
           IF WS-AAUD-FS = '05' OR WS-AAUD-FS = '35'
              CLOSE AREA-AUDIT-FILE
              OPEN OUTPUT AREA-AUDIT-FILE
           END-IF.

      * One transaction: route by action code, then audit the
      * outcome whether it was applied or refused.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           MOVE WS-REFUSED TO WS-REFUSED-BEFORE.
           PERFORM READ-TARGET-AREA.
           IF NOT OPERATOR-AUTHORIZED
              MOVE 'NOT AUTHORIZED - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              EVALUATE TRN-ACTION
                 WHEN 'ADD'
                    PERFORM APPLY-ADD
                 WHEN 'UPD'
                    PERFORM APPLY-UPDATE
                 WHEN 'ASN'
                    PERFORM APPLY-ASSIGN
                 WHEN 'RLS'
                    PERFORM APPLY-RELEASE
                 WHEN 'CLS'
                    PERFORM APPLY-CLOSE
                 WHEN OTHER
                    MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
                    SET WS-REFUSED UP BY 1
              END-EVALUATE
           END-IF.
      * A refused change leaves the area as it stands on file, and
      * that is what the audit line shows.
           IF WS-REFUSED > WS-REFUSED-BEFORE AND AREA-FOUND
              PERFORM READ-TARGET-AREA
           END-IF.
           PERFORM WRITE-AREA-AUDIT.

      * Positions AREA-RECORD on the transaction's area, noting
      * whether it already exists.
       READ-TARGET-AREA.
           MOVE 'N' TO WS-FOUND.
           MOVE TRN-AREA TO ARA-AREA-ID.
           READ AREA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET AREA-FOUND TO TRUE
           END-READ.

      * ADD: refuse an area already on file or keyed without a full
      * box; otherwise the area is valid from today unless the
      * transaction says otherwise, open-ended unless it names an
      * end, and tasked to the vessel named, if any.
       APPLY-ADD.
           IF AREA-FOUND
              MOVE 'ALREADY ON FILE - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              IF TRN-LAT-MIN = SPACES OR TRN-LAT-MAX = SPACES
                 OR TRN-LON-MIN = SPACES OR TRN-LON-MAX = SPACES
                 MOVE 'BOX INCOMPLETE - REFUSED' TO WS-RESULT
                 SET WS-REFUSED UP BY 1
              ELSE
                 INITIALIZE AREA-RECORD
                 MOVE TRN-AREA TO ARA-AREA-ID
                 MOVE TRN-NAME TO ARA-NAME
                 MOVE WS-RUN-DATE TO ARA-VALID-FROM
                 MOVE 99999999 TO ARA-VALID-TO
                 PERFORM APPLY-BOX-FIELDS
                 IF BOX-VALID
                    PERFORM FINISH-ADD
                 END-IF
              END-IF
           END-IF.

      * The rest of an ADD once the box and dates have edited clean:
      * the vessel named, if any, must be free on the area's dates.
       FINISH-ADD.
           IF TRN-VESSEL NOT = SPACES
              PERFORM CHECK-ASSIGNABLE-VESSEL
           END-IF.
           IF WS-RESULT = SPACES
              IF TRN-VESSEL NOT = SPACES
                 MOVE 1 TO ARA-VESSEL-COUNT
                 MOVE TRN-VESSEL TO ARA-VESSEL-ID(1)
              END-IF
              MOVE WS-RUN-DATE TO ARA-CHANGED-DATE
              MOVE WS-OPERATOR TO ARA-OPERATOR
              WRITE AREA-RECORD
              MOVE 'ADDED' TO WS-RESULT
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.

      * UPD: blank transaction fields leave the master field as it
      * stands. New dates must not put an assigned vessel in two
      * areas on the same day.
       APPLY-UPDATE.
           IF NOT AREA-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              IF TRN-NAME NOT = SPACES
                 MOVE TRN-NAME TO ARA-NAME
              END-IF
              PERFORM APPLY-BOX-FIELDS
              IF BOX-VALID
                 PERFORM CHECK-ASSIGNED-VESSELS
                 IF WS-RESULT = SPACES
                    MOVE WS-RUN-DATE TO ARA-CHANGED-DATE
                    MOVE WS-OPERATOR TO ARA-OPERATOR
                    REWRITE AREA-RECORD
                    MOVE 'UPDATED' TO WS-RESULT
                    SET WS-APPLIED UP BY 1
                 ELSE
                    SET WS-REFUSED UP BY 1
                 END-IF
              END-IF
           END-IF.

      * ASN: tasks the named vessel to the area, if it is on the
      * vessel master, not already here, and free on these dates.
       APPLY-ASSIGN.
           IF NOT AREA-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              MOVE TRN-VESSEL TO WS-CHECK-VESSEL
              PERFORM FIND-VESSEL-SLOT
              EVALUATE TRUE
                 WHEN TRN-VESSEL = SPACES
                    MOVE 'NO VESSEL KEYED - REFUSED' TO WS-RESULT
                 WHEN WS-VES-SLOT > 0
                    MOVE 'ALREADY ASSIGNED - REFUSED' TO WS-RESULT
                 WHEN ARA-VESSEL-COUNT >= WS-AREA-MAX
                    MOVE 'AREA FULL - REFUSED' TO WS-RESULT
                 WHEN OTHER
                    PERFORM CHECK-ASSIGNABLE-VESSEL
              END-EVALUATE
              IF WS-RESULT = SPACES
                 SET ARA-VESSEL-COUNT UP BY 1
                 MOVE TRN-VESSEL TO ARA-VESSEL-ID(ARA-VESSEL-COUNT)
                 MOVE WS-RUN-DATE TO ARA-CHANGED-DATE
                 MOVE WS-OPERATOR TO ARA-OPERATOR
                 REWRITE AREA-RECORD
                 MOVE 'VESSEL ASSIGNED' TO WS-RESULT
                 SET WS-APPLIED UP BY 1
              ELSE
                 SET WS-REFUSED UP BY 1
              END-IF
           END-IF.

      * RLS: takes the named vessel off the area, closing up the
      * slots behind it.
       APPLY-RELEASE.
           IF NOT AREA-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              MOVE TRN-VESSEL TO WS-CHECK-VESSEL
              PERFORM FIND-VESSEL-SLOT
              IF WS-VES-SLOT = 0 OR TRN-VESSEL = SPACES
                 MOVE 'NOT ASSIGNED - REFUSED' TO WS-RESULT
                 SET WS-REFUSED UP BY 1
              ELSE
                 MOVE WS-VES-SLOT TO WS-SLOT
                 PERFORM UNTIL WS-SLOT >= ARA-VESSEL-COUNT
                    MOVE ARA-VESSEL-ID(WS-SLOT + 1)
                       TO ARA-VESSEL-ID(WS-SLOT)
                    SET WS-SLOT UP BY 1
                 END-PERFORM
                 MOVE SPACES TO ARA-VESSEL-ID(ARA-VESSEL-COUNT)
                 SET ARA-VESSEL-COUNT DOWN BY 1
                 MOVE WS-RUN-DATE TO ARA-CHANGED-DATE
                 MOVE WS-OPERATOR TO ARA-OPERATOR
                 REWRITE AREA-RECORD
                 MOVE 'VESSEL RELEASED' TO WS-RESULT
                 SET WS-APPLIED UP BY 1
              END-IF
           END-IF.

      * CLS: ends the area on the date keyed, or today. The record
      * stays on file so old days still find the box they were
      * surveyed against.
       APPLY-CLOSE.
           IF NOT AREA-FOUND
              MOVE 'NOT ON FILE - REFUSED' TO WS-RESULT
              SET WS-REFUSED UP BY 1
           ELSE
              MOVE WS-RUN-DATE TO WS-NEW-DATE
              IF TRN-TO NOT = SPACES
                 MOVE TRN-TO TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
              END-IF
              EVALUATE TRUE
                 WHEN WS-RESULT NOT = SPACES
                    SET WS-REFUSED UP BY 1
                 WHEN WS-NEW-DATE < ARA-VALID-FROM
                    MOVE 'CLOSES BEFORE VALID - REFUSED' TO WS-RESULT
                    SET WS-REFUSED UP BY 1
                 WHEN OTHER
                    MOVE WS-NEW-DATE TO ARA-VALID-TO
                    MOVE WS-RUN-DATE TO ARA-CHANGED-DATE
                    MOVE WS-OPERATOR TO ARA-OPERATOR
                    REWRITE AREA-RECORD
                    MOVE 'CLOSED' TO WS-RESULT
                    SET WS-APPLIED UP BY 1
              END-EVALUATE
           END-IF.

      * Box and date fields shared by ADD and UPD: a blank field
      * leaves the record value alone. The edited box must lie on
      * the globe with its south edge below its north edge, and the
      * area must end no earlier than it starts; anything else
      * refuses the transaction.
       APPLY-BOX-FIELDS.
           MOVE 'Y' TO WS-BOX-OK.
           IF TRN-LAT-MIN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-LAT-MIN) = 0
                 COMPUTE ARA-LAT-MIN = FUNCTION NUMVAL(TRN-LAT-MIN)
              ELSE
                 MOVE 'N' TO WS-BOX-OK
              END-IF
           END-IF.
           IF TRN-LAT-MAX NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-LAT-MAX) = 0
                 COMPUTE ARA-LAT-MAX = FUNCTION NUMVAL(TRN-LAT-MAX)
              ELSE
                 MOVE 'N' TO WS-BOX-OK
              END-IF
           END-IF.
           IF TRN-LON-MIN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-LON-MIN) = 0
                 COMPUTE ARA-LON-MIN = FUNCTION NUMVAL(TRN-LON-MIN)
              ELSE
                 MOVE 'N' TO WS-BOX-OK
              END-IF
           END-IF.
           IF TRN-LON-MAX NOT = SPACES
              IF FUNCTION TEST-NUMVAL(TRN-LON-MAX) = 0
                 COMPUTE ARA-LON-MAX = FUNCTION NUMVAL(TRN-LON-MAX)
              ELSE
                 MOVE 'N' TO WS-BOX-OK
              END-IF
           END-IF.
           IF BOX-VALID
              IF ARA-LAT-MIN < -90 OR ARA-LAT-MAX > 90
                 OR ARA-LAT-MIN NOT < ARA-LAT-MAX
                 OR ARA-LON-MIN < -180 OR ARA-LON-MIN > 180
                 OR ARA-LON-MAX < -180 OR ARA-LON-MAX > 180
                 OR ARA-LON-MIN = ARA-LON-MAX
                 MOVE 'N' TO WS-BOX-OK
              END-IF
           END-IF.
           IF NOT BOX-VALID
              MOVE 'INVALID BOX - REFUSED' TO WS-RESULT
           ELSE
              IF TRN-FROM NOT = SPACES
                 MOVE TRN-FROM TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
                 MOVE WS-NEW-DATE TO ARA-VALID-FROM
              END-IF
              IF TRN-TO NOT = SPACES
                 MOVE TRN-TO TO WS-DATE-ALPHA
                 PERFORM EDIT-DATE-FIELD
                 MOVE WS-NEW-DATE TO ARA-VALID-TO
              END-IF
              IF WS-RESULT NOT = SPACES
                 MOVE 'N' TO WS-BOX-OK
              ELSE
                 IF ARA-VALID-TO < ARA-VALID-FROM
                    MOVE 'ENDS BEFORE VALID - REFUSED' TO WS-RESULT
                    MOVE 'N' TO WS-BOX-OK
                 END-IF
              END-IF
           END-IF.
           IF NOT BOX-VALID
              SET WS-REFUSED UP BY 1
           END-IF.

      * A keyed YYYYMMDD date into WS-NEW-DATE; a date that is not a
      * calendar date refuses the transaction. 99999999 keys an
      * open end, so an UPD can reopen a closed area.
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

      * The slot WS-CHECK-VESSEL holds on the area in AREA-RECORD,
      * zero when it is not assigned.
       FIND-VESSEL-SLOT.
           MOVE 0 TO WS-VES-SLOT.
           MOVE 1 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT > ARA-VESSEL-COUNT
              OR WS-VES-SLOT > 0
              IF ARA-VESSEL-ID(WS-SLOT) = WS-CHECK-VESSEL
                 MOVE WS-SLOT TO WS-VES-SLOT
              END-IF
              SET WS-SLOT UP BY 1
           END-PERFORM.

      * The transaction's vessel must be on the vessel master, not
      * decommissioned, and tasked to no other area on any day this
      * area is valid.
       CHECK-ASSIGNABLE-VESSEL.
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
           IF WS-RESULT = SPACES
              MOVE TRN-VESSEL TO WS-CHECK-VESSEL
              MOVE AREA-RECORD TO WS-AREA-HOLD
              PERFORM SCAN-FOR-CLASH
              MOVE WS-AREA-HOLD TO AREA-RECORD
              IF VESSEL-CLASH
                 STRING 'ALSO IN ' WS-CLASH-AREA ' - REFUSED'
                    DELIMITED BY SIZE INTO WS-RESULT
                 END-STRING
              END-IF
           END-IF.

      * Every vessel already on the area, against the area's new
      * dates.
       CHECK-ASSIGNED-VESSELS.
           MOVE AREA-RECORD TO WS-AREA-HOLD.
           MOVE 'N' TO WS-CLASH.
           MOVE 1 TO WS-VES-SLOT.
           PERFORM UNTIL WS-VES-SLOT > HLD-VESSEL-COUNT
              OR VESSEL-CLASH
              MOVE HLD-VESSEL-ID(WS-VES-SLOT) TO WS-CHECK-VESSEL
              PERFORM SCAN-FOR-CLASH
              SET WS-VES-SLOT UP BY 1
           END-PERFORM.
           MOVE WS-AREA-HOLD TO AREA-RECORD.
           IF VESSEL-CLASH
              STRING WS-CLASH-VESSEL ' IN ' WS-CLASH-AREA
                 ' REFUSED'
                 DELIMITED BY SIZE INTO WS-RESULT
              END-STRING
           END-IF.

      * Reads the whole master for another area that has
      * WS-CHECK-VESSEL assigned and shares a day with the held
      * area's validity.
       SCAN-FOR-CLASH.
           MOVE 'N' TO WS-CLASH.
           MOVE LOW-VALUES TO ARA-AREA-ID.
           START AREA-FILE KEY >= ARA-AREA-ID
              INVALID KEY
                 MOVE 'B' TO WS-SCAN-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SCAN-LOOP
           END-START.
           PERFORM UNTIL SCAN-BREAK
              READ AREA-FILE NEXT RECORD
                 AT END MOVE 'B' TO WS-SCAN-LOOP
                 NOT AT END
                    IF ARA-AREA-ID NOT = HLD-AREA-ID
                       AND ARA-VALID-FROM <= HLD-VALID-TO
                       AND ARA-VALID-TO >= HLD-VALID-FROM
                       PERFORM CHECK-CLASH-SLOT
                    END-IF
              END-READ
           END-PERFORM.

      * Whether the area just read carries WS-CHECK-VESSEL.
       CHECK-CLASH-SLOT.
           MOVE 1 TO WS-SLOT.
           PERFORM UNTIL WS-SLOT > ARA-VESSEL-COUNT
              OR VESSEL-CLASH
              IF ARA-VESSEL-ID(WS-SLOT) = WS-CHECK-VESSEL
                 MOVE 'Y' TO WS-CLASH
                 MOVE ARA-AREA-ID TO WS-CLASH-AREA
                 MOVE WS-CHECK-VESSEL TO WS-CLASH-VESSEL
                 MOVE 'B' TO WS-SCAN-LOOP
              END-IF
              SET WS-SLOT UP BY 1
           END-PERFORM.

      * The audit line every transaction leaves, applied or refused,
      * with the area's validity as it stands after the transaction.
       WRITE-AREA-AUDIT.
           MOVE WS-RUN-DATE TO AAUD-DATE.
           MOVE WS-RUN-TIME(1:6) TO AAUD-TIME.
           MOVE SPACE TO AAUD-SEP1.
           MOVE SPACE TO AAUD-SEP2.
           MOVE TRN-ACTION TO AAUD-ACTION.
           MOVE SPACE TO AAUD-SEP3.
           MOVE TRN-AREA TO AAUD-AREA.
           MOVE SPACE TO AAUD-SEP4.
           MOVE TRN-VESSEL TO AAUD-VESSEL.
           MOVE SPACE TO AAUD-SEP5.
           IF AREA-FOUND OR WS-RESULT = 'ADDED'
              MOVE ARA-VALID-FROM TO AAUD-FROM
              MOVE ARA-VALID-TO TO AAUD-TO
           ELSE
              MOVE 0 TO AAUD-FROM
              MOVE 0 TO AAUD-TO
           END-IF.
           MOVE SPACE TO AAUD-SEP6.
           MOVE SPACE TO AAUD-SEP7.
           MOVE WS-RESULT TO AAUD-RESULT.
           MOVE SPACE TO AAUD-SEP8.
           MOVE WS-OPERATOR TO AAUD-OPERATOR.
           WRITE AREA-AUDIT-RECORD.

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
