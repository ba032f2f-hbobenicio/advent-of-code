      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN45.cbl
      * $ BILLING_MONTH=202112 ./a.out      (default the prior month)
      *-----------------------------------------------------------------
      * Monthly charter billing. Runs after AOC-2021-D01-MONTHEND has
      * closed the month and bills every client on the contract
      * register (CONTRACT.DAT, maintained by AOC-2021-D01-CHARTER)
      * for the vessels it had on charter that month: one statement
      * per client in BILLING.TXT, and the same figures as a
      * fixed-format invoice interface file, INVOICE.DAT, for the
      * finance system -- so accounting stops retyping operating
      * days from the month-end statement.
      *
      * For each contract the month is cut to the days the contract
      * was in force. A chargeable day is a day in that span on
      * which the vessel has soundings in the repository
      * (SOUNDREP.DAT) and is not scheduled out on SCHED.DAT; it is
      * billed at the day rate, and the soundings of the chargeable
      * days at the rate per thousand. The month must have been
      * closed: without MONTHLY.DAT rows for it the run stops. Each
      * vessel's operating days in the repository are checked
      * against its MONTHLY.DAT row and a difference is noted on
      * the statement (RETURN-CODE 4) -- the repository is behind
      * the master, or the month was closed early.
      *
      * Invoice interface records (150 bytes, one type per record):
      *   H  invoice header, one per client
      *   D  invoice line, one per contract billed
      *   T  file trailer: invoice and record counts, total billed
      * Amounts are unsigned with two implied decimals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-BILLING.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The charter contract register, read in contract order.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CON-CONTRACT-ID
           FILE STATUS IS WS-CON-FS.

      * The permanent monthly summary written by month-end close.
           SELECT MONTHLY-FILE ASSIGN TO 'MONTHLY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MON-KEY
           FILE STATUS IS WS-MONTHLY-FS.

      * The soundings repository, walked per vessel over each
      * contract's days.
           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.

      * The processing calendar: a vessel's scheduled-out days are
      * never charged.
           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

      * The vessel master, for the vessel's name on the statement.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-FS.

      * The client statements, one fresh report per billing run.
           SELECT STMT-FILE ASSIGN TO 'BILLING.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-FS.

      * The finance system's invoice interface.
           SELECT INVOICE-FILE ASSIGN TO 'INVOICE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  MONTHLY-FILE.
       01  MONTHLY-RECORD.
           05 MON-KEY.
              10 MON-MONTH         PIC 9(6).
              10 MON-VESSEL-ID     PIC X(10).
           05 MON-OPER-DAYS        PIC 9(3).
           05 MON-SINGLE-TOTAL     PIC 9(7).
           05 MON-WINDOW-TOTAL     PIC 9(7).
           05 MON-SILENT-DAYS      PIC 9(3).

       FD  SOUND-FILE.
       01  SOUND-RECORD.
           05 SND-KEY.
              10 SND-VESSEL-ID PIC X(10).
              10 SND-DATE      PIC 9(8).
              10 SND-REC-NUM   PIC 9(6).
           05 SND-READING      PIC S9(5).
           05 SND-DIRECTION    PIC X(8).
           05 SND-TIME         PIC X(6).
           05 SND-SEG          PIC X(8).
           05 SND-POS-FLAG     PIC X(1).
           05 SND-LAT          PIC S9(3)V9(4).
           05 SND-LON          PIC S9(3)V9(4).
           05 SND-GRID-SIZE    PIC 9(4).

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY.
              10 SCH-VESSEL-ID     PIC X(10).
              10 SCH-DATE          PIC 9(8).
           05 SCH-REASON           PIC X(15).

       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
           05 VES-VESSEL-ID     PIC X(10).
           05 VES-NAME          PIC X(20).
           05 VES-HOME-PORT     PIC X(15).
           05 VES-ONBOARD-DATE  PIC 9(8).
           05 VES-STATUS        PIC X(1).
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

       FD  STMT-FILE.
       01  STMT-RECORD      PIC X(132).

      * Invoice interface: the record type in byte 1 says which of
      * the three layouts the rest of the record carries.
       FD  INVOICE-FILE.
       01  INVOICE-HEADER.
           05 IVH-TYPE          PIC X(1).
           05 IVH-INVOICE       PIC X(14).
           05 IVH-CLIENT-ID     PIC X(8).
           05 IVH-CLIENT-NAME   PIC X(30).
           05 IVH-MONTH         PIC 9(6).
           05 IVH-INVOICE-DATE  PIC 9(8).
           05 IVH-LINES         PIC 9(4).
           05 IVH-DAY-CHARGES   PIC 9(11)V99.
           05 IVH-SND-CHARGES   PIC 9(11)V99.
           05 IVH-TOTAL         PIC 9(11)V99.
           05 FILLER            PIC X(40).
       01  INVOICE-LINE.
           05 IVD-TYPE          PIC X(1).
           05 IVD-INVOICE       PIC X(14).
           05 IVD-LINE          PIC 9(4).
           05 IVD-CONTRACT-ID   PIC X(10).
           05 IVD-VESSEL-ID     PIC X(10).
           05 IVD-FROM-DATE     PIC 9(8).
           05 IVD-TO-DATE       PIC 9(8).
           05 IVD-CHARGE-DAYS   PIC 9(3).
           05 IVD-DAY-RATE      PIC 9(7)V99.
           05 IVD-DAY-CHARGE    PIC 9(9)V99.
           05 IVD-SOUNDINGS     PIC 9(9).
           05 IVD-SND-RATE      PIC 9(5)V99.
           05 IVD-SND-CHARGE    PIC 9(9)V99.
           05 IVD-LINE-TOTAL    PIC 9(9)V99.
           05 FILLER            PIC X(34).
       01  INVOICE-TRAILER.
           05 IVT-TYPE          PIC X(1).
           05 IVT-MONTH         PIC 9(6).
           05 IVT-RUN-DATE      PIC 9(8).
           05 IVT-INVOICES      PIC 9(4).
           05 IVT-RECORDS       PIC 9(6).
           05 IVT-TOTAL         PIC 9(13)V99.
           05 FILLER            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CON-FS        PIC X(2) VALUE '00'.
       01  WS-MONTHLY-FS    PIC X(2) VALUE '00'.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-VESSEL-FS     PIC X(2) VALUE '00'.
       01  WS-STMT-FS       PIC X(2) VALUE '00'.
       01  WS-INV-FS        PIC X(2) VALUE '00'.
       01  WS-SOUND-OPEN    PIC X(1) VALUE 'N'.
         88  SOUND-OPEN               VALUE 'Y'.
       01  WS-SCHED-OPEN    PIC X(1) VALUE 'N'.
         88  SCHED-OPEN               VALUE 'Y'.
       01  WS-VESSEL-OPEN   PIC X(1) VALUE 'N'.
         88  VESSEL-OPEN              VALUE 'Y'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-SCAN-LOOP     PIC A(1).
         88  SCAN-BREAK               VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * The month being billed, YYYYMM. Defaults to the month before
      * the run date, the month month-end close has just closed.
       01  WS-MONTH         PIC 9(6) VALUE 0.
       01  WS-MONTH-PARM    PIC X(6) VALUE SPACES.
       01  WS-MONTH-YY      PIC 9(4) VALUE 0.
       01  WS-MONTH-MM      PIC 9(2) VALUE 0.
       01  WS-FROM-DATE     PIC 9(8) VALUE 0.
       01  WS-TO-DATE       PIC 9(8) VALUE 0.
       01  WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
       01  WS-MONTHLY-ROWS  PIC 9(5) VALUE 0.

      * One slot per contract in force in the month, in contract
      * order, with the month cut to the contract's days and the
      * figures billed on them.
       01  WS-CT-MAX        PIC 9(3) VALUE 200.
       01  WS-CT-LEN        PIC 9(3) VALUE 0.
       01  WS-CT-OVERFLOW   PIC X(1) VALUE 'N'.
         88  CT-OVERFLOW              VALUE 'Y'.
       01  WS-CONTRACT-TAB.
         05 CT-ROW OCCURS 200 TIMES.
            10 CT-CONTRACT      PIC X(10).
            10 CT-CLIENT        PIC X(8).
            10 CT-VESSEL        PIC X(10).
            10 CT-FROM          PIC 9(8).
            10 CT-TO            PIC 9(8).
            10 CT-DAY-RATE      PIC 9(7)V99.
            10 CT-SND-RATE      PIC 9(5)V99.
            10 CT-CHARTER-DAYS  PIC 9(3).
            10 CT-SCHED-OUT     PIC 9(3).
            10 CT-OPER-DAYS     PIC 9(3).
            10 CT-CHARGE-DAYS   PIC 9(3).
            10 CT-SOUNDINGS     PIC 9(9).
            10 CT-DAY-CHARGE    PIC 9(9)V99.
            10 CT-SND-CHARGE    PIC 9(9)V99.
            10 CT-LINE-TOTAL    PIC 9(9)V99.
            10 CT-MONTHEND-DAYS PIC 9(3).
            10 CT-DIFFERS       PIC X(1).

      * One slot per client billed, kept in client-ID order so the
      * statements and invoices come out in that order.
       01  WS-CL-MAX        PIC 9(3) VALUE 200.
       01  WS-CL-LEN        PIC 9(3) VALUE 0.
       01  WS-CLIENT-TAB.
         05 CL-ROW OCCURS 200 TIMES.
            10 CL-CLIENT        PIC X(8).
            10 CL-NAME          PIC X(30).
            10 CL-LINES         PIC 9(4).
            10 CL-DAYS          PIC 9(5).
            10 CL-SOUNDINGS     PIC 9(11).
            10 CL-DAY-CHARGES   PIC 9(11)V99.
            10 CL-SND-CHARGES   PIC 9(11)V99.
            10 CL-TOTAL         PIC 9(11)V99.

       01  WS-I             PIC 9(3) VALUE 0.
       01  WS-C             PIC 9(3) VALUE 0.
       01  WS-K             PIC 9(3) VALUE 0.
       01  WS-CL-STOP       PIC X(1) VALUE 'N'.
         88  CL-STOP                  VALUE 'Y'.

      * The day being walked in the repository.
       01  WS-LAST-DATE     PIC 9(8) VALUE 0.
       01  WS-DAY-CHARGED   PIC X(1) VALUE 'N'.
         88  DAY-CHARGEABLE           VALUE 'Y'.

       01  WS-LINE-NO       PIC 9(4) VALUE 0.
       01  WS-INVOICE       PIC X(14) VALUE SPACES.
       01  WS-INV-COUNT     PIC 9(4) VALUE 0.
       01  WS-REC-COUNT     PIC 9(6) VALUE 0.
       01  WS-GRAND-TOTAL   PIC 9(13)V99 VALUE 0.
       01  WS-DIFF-COUNT    PIC 9(4) VALUE 0.
       01  WS-VES-NAME      PIC X(20) VALUE SPACES.
       01  WS-SHOW-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-AMT2     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-AMT3     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-GRAND    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-RATE     PIC Z,ZZZ,ZZ9.99.
       01  WS-SHOW-SRATE    PIC ZZ,ZZ9.99.
       01  WS-SHOW-COUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-MONTH.
           PERFORM COMPUTE-MONTH-SPAN.
           PERFORM CHECK-MONTH-CLOSED.
           IF WS-MONTHLY-ROWS = 0
              DISPLAY 'AOC-2021-D01-BILLING: MONTH ' WS-MONTH
                 ' NOT CLOSED - RUN AOC-2021-D01-MONTHEND FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-CONTRACTS.
           IF WS-CT-LEN = 0
              DISPLAY 'AOC-2021-D01-BILLING: NO CONTRACTS IN FORCE IN '
                 WS-MONTH
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT MONTHLY-FILE.
           OPEN INPUT SOUND-FILE.
           IF WS-SOUND-FS = '00'
              SET SOUND-OPEN TO TRUE
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-FS = '00'
              SET SCHED-OPEN TO TRUE
           END-IF.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-FS = '00'
              SET VESSEL-OPEN TO TRUE
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-CT-LEN
              PERFORM PRICE-CONTRACT
              SET WS-I UP BY 1
           END-PERFORM.
           PERFORM WRITE-STATEMENTS.
           CLOSE MONTHLY-FILE.
           IF SOUND-OPEN
              CLOSE SOUND-FILE
           END-IF.
           IF SCHED-OPEN
              CLOSE SCHED-FILE
           END-IF.
           IF VESSEL-OPEN
              CLOSE VESSEL-FILE
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-SHOW-GRAND.
           DISPLAY 'AOC-2021-D01-BILLING: ' WS-MONTH ' BILLED - '
              WS-INV-COUNT ' CLIENT(S), ' WS-CT-LEN ' CONTRACT(S), '
              'TOTAL ' FUNCTION TRIM(WS-SHOW-GRAND).
           IF WS-DIFF-COUNT > 0 OR CT-OVERFLOW
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Picks up the month being billed. Defaults to the month
      * before the run date.
       LOAD-MONTH.
           ACCEPT WS-MONTH-PARM FROM ENVIRONMENT 'BILLING_MONTH'
              ON EXCEPTION
                 MOVE SPACES TO WS-MONTH-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-MONTH-PARM) = 0
              MOVE WS-MONTH-PARM TO WS-MONTH
           ELSE
              COMPUTE WS-MONTH = WS-RUN-DATE / 100
              COMPUTE WS-MONTH-YY = WS-MONTH / 100
              COMPUTE WS-MONTH-MM = FUNCTION MOD(WS-MONTH, 100)
              IF WS-MONTH-MM = 1
                 COMPUTE WS-MONTH = (WS-MONTH-YY - 1) * 100 + 12
              ELSE
                 COMPUTE WS-MONTH =
                    WS-MONTH-YY * 100 + WS-MONTH-MM - 1
              END-IF
           END-IF.

      * First and last day of the month, and how many days it holds.
       COMPUTE-MONTH-SPAN.
           COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
           COMPUTE WS-MONTH-YY = WS-MONTH / 100.
           COMPUTE WS-MONTH-MM = FUNCTION MOD(WS-MONTH, 100).
           IF WS-MONTH-MM = 12
              COMPUTE WS-TO-DATE = (WS-MONTH-YY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-TO-DATE =
                 WS-MONTH-YY * 10000 + (WS-MONTH-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 1).

      * Counts the month's rows on the monthly summary: none means
      * month-end close has not run for it.
       CHECK-MONTH-CLOSED.
           MOVE 0 TO WS-MONTHLY-ROWS.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-FS = '00'
              MOVE WS-MONTH TO MON-MONTH
              MOVE LOW-VALUES TO MON-VESSEL-ID
              START MONTHLY-FILE KEY >= MON-KEY
                 INVALID KEY
                    SET LOOP-BREAK TO TRUE
                 NOT INVALID KEY
                    SET LOOP-CONTINUE TO TRUE
              END-START
              PERFORM UNTIL LOOP-BREAK
                 READ MONTHLY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF MON-MONTH NOT = WS-MONTH
                          SET LOOP-BREAK TO TRUE
                       ELSE
                          SET WS-MONTHLY-ROWS UP BY 1
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MONTHLY-FILE
           END-IF.

      * Every contract in force on any day of the month, cut to the
      * days of the month it covers.
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CON-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-BILLING: NO CONTRACT.DAT ('
                 WS-CON-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ CONTRACT-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF CON-FROM-DATE <= WS-TO-DATE
                       AND CON-TO-DATE >= WS-FROM-DATE
                       PERFORM TAKE-CONTRACT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRACT-FILE.
           IF CT-OVERFLOW
              DISPLAY 'AOC-2021-D01-BILLING: MONTH EXCEEDS '
                 WS-CT-MAX ' CONTRACTS - TRUNCATED AT CAPACITY'
           END-IF.

       TAKE-CONTRACT.
           IF WS-CT-LEN >= WS-CT-MAX
              MOVE 'Y' TO WS-CT-OVERFLOW
           ELSE
              SET WS-CT-LEN UP BY 1
              INITIALIZE CT-ROW(WS-CT-LEN)
              MOVE CON-CONTRACT-ID TO CT-CONTRACT(WS-CT-LEN)
              MOVE CON-CLIENT-ID TO CT-CLIENT(WS-CT-LEN)
              MOVE CON-VESSEL-ID TO CT-VESSEL(WS-CT-LEN)
              MOVE CON-DAY-RATE TO CT-DAY-RATE(WS-CT-LEN)
              MOVE CON-SOUNDING-RATE TO CT-SND-RATE(WS-CT-LEN)
              IF CON-FROM-DATE > WS-FROM-DATE
                 MOVE CON-FROM-DATE TO CT-FROM(WS-CT-LEN)
              ELSE
                 MOVE WS-FROM-DATE TO CT-FROM(WS-CT-LEN)
              END-IF
              IF CON-TO-DATE < WS-TO-DATE
                 MOVE CON-TO-DATE TO CT-TO(WS-CT-LEN)
              ELSE
                 MOVE WS-TO-DATE TO CT-TO(WS-CT-LEN)
              END-IF
              PERFORM TAKE-CLIENT
           END-IF.

      * Finds the contract's client on the client table, inserting
      * it in client-ID order the first time it is seen.
       TAKE-CLIENT.
           MOVE 'N' TO WS-CL-STOP.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CL-LEN OR CL-STOP
              IF CL-CLIENT(WS-C) >= CON-CLIENT-ID
                 SET CL-STOP TO TRUE
              ELSE
                 SET WS-C UP BY 1
              END-IF
           END-PERFORM.
           IF CL-STOP
              IF CL-CLIENT(WS-C) = CON-CLIENT-ID
                 MOVE 'N' TO WS-CL-STOP
              END-IF
           ELSE
              SET CL-STOP TO TRUE
           END-IF.
      * CL-STOP still set: a new client goes in at slot WS-C.
           IF CL-STOP AND WS-CL-LEN < WS-CL-MAX
              MOVE WS-CL-LEN TO WS-K
              PERFORM UNTIL WS-K < WS-C
                 MOVE CL-ROW(WS-K) TO CL-ROW(WS-K + 1)
                 SET WS-K DOWN BY 1
              END-PERFORM
              SET WS-CL-LEN UP BY 1
              INITIALIZE CL-ROW(WS-C)
              MOVE CON-CLIENT-ID TO CL-CLIENT(WS-C)
              MOVE CON-CLIENT-NAME TO CL-NAME(WS-C)
           END-IF.

      * One contract's month: days on charter, scheduled-out days,
      * the repository's operating days and soundings, and what is
      * billed for them.
       PRICE-CONTRACT.
           COMPUTE CT-CHARTER-DAYS(WS-I) =
              FUNCTION INTEGER-OF-DATE(CT-TO(WS-I))
              - FUNCTION INTEGER-OF-DATE(CT-FROM(WS-I)) + 1.
           PERFORM COUNT-SCHEDULED-OUT.
           PERFORM WALK-CONTRACT-SOUNDINGS.
           COMPUTE CT-DAY-CHARGE(WS-I) ROUNDED =
              CT-CHARGE-DAYS(WS-I) * CT-DAY-RATE(WS-I).
           COMPUTE CT-SND-CHARGE(WS-I) ROUNDED =
              CT-SOUNDINGS(WS-I) * CT-SND-RATE(WS-I) / 1000.
           COMPUTE CT-LINE-TOTAL(WS-I) =
              CT-DAY-CHARGE(WS-I) + CT-SND-CHARGE(WS-I).
           PERFORM CHECK-MONTHEND-DAYS.

      * Calendar days of the contract's span the vessel was
      * scheduled out.
       COUNT-SCHEDULED-OUT.
           IF SCHED-OPEN
              MOVE CT-VESSEL(WS-I) TO SCH-VESSEL-ID
              MOVE CT-FROM(WS-I) TO SCH-DATE
              START SCHED-FILE KEY >= SCH-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-SCAN-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-SCAN-LOOP
              END-START
              PERFORM UNTIL SCAN-BREAK
                 READ SCHED-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-SCAN-LOOP
                    NOT AT END
                       IF SCH-VESSEL-ID NOT = CT-VESSEL(WS-I)
                          OR SCH-DATE > CT-TO(WS-I)
                          MOVE 'B' TO WS-SCAN-LOOP
                       ELSE
                          SET CT-SCHED-OUT(WS-I) UP BY 1
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      * The vessel's soundings over the contract's span, a day at a
      * time: each day with soundings is an operating day, and is
      * chargeable -- with its soundings -- unless the calendar has
      * the vessel scheduled out that day.
       WALK-CONTRACT-SOUNDINGS.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 'N' TO WS-DAY-CHARGED.
           IF SOUND-OPEN
              MOVE CT-VESSEL(WS-I) TO SND-VESSEL-ID
              MOVE CT-FROM(WS-I) TO SND-DATE
              MOVE 0 TO SND-REC-NUM
              START SOUND-FILE KEY >= SND-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-SCAN-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-SCAN-LOOP
              END-START
              PERFORM UNTIL SCAN-BREAK
                 READ SOUND-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-SCAN-LOOP
                    NOT AT END
                       IF SND-VESSEL-ID NOT = CT-VESSEL(WS-I)
                          OR SND-DATE > CT-TO(WS-I)
                          MOVE 'B' TO WS-SCAN-LOOP
                       ELSE
                          PERFORM TALLY-SOUNDING
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       TALLY-SOUNDING.
           IF SND-DATE NOT = WS-LAST-DATE
              MOVE SND-DATE TO WS-LAST-DATE
              SET CT-OPER-DAYS(WS-I) UP BY 1
              MOVE 'Y' TO WS-DAY-CHARGED
              IF SCHED-OPEN
                 MOVE SND-VESSEL-ID TO SCH-VESSEL-ID
                 MOVE SND-DATE TO SCH-DATE
                 READ SCHED-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N' TO WS-DAY-CHARGED
                 END-READ
              END-IF
              IF DAY-CHARGEABLE
                 SET CT-CHARGE-DAYS(WS-I) UP BY 1
              END-IF
           END-IF.
           IF DAY-CHARGEABLE
              SET CT-SOUNDINGS(WS-I) UP BY 1
           END-IF.

      * The vessel's operating days on the closed month against what
      * the repository holds. A contract covering the whole month
      * must agree exactly; one covering part of it can hold no more
      * operating days than the month did.
       CHECK-MONTHEND-DAYS.
           MOVE 'N' TO CT-DIFFERS(WS-I).
           MOVE 0 TO CT-MONTHEND-DAYS(WS-I).
           MOVE WS-MONTH TO MON-MONTH.
           MOVE CT-VESSEL(WS-I) TO MON-VESSEL-ID.
           READ MONTHLY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MON-OPER-DAYS TO CT-MONTHEND-DAYS(WS-I)
           END-READ.
           IF CT-FROM(WS-I) = WS-FROM-DATE
              AND CT-TO(WS-I) = WS-TO-DATE
              IF CT-OPER-DAYS(WS-I) NOT = CT-MONTHEND-DAYS(WS-I)
                 MOVE 'Y' TO CT-DIFFERS(WS-I)
              END-IF
           ELSE
              IF CT-OPER-DAYS(WS-I) > CT-MONTHEND-DAYS(WS-I)
                 MOVE 'Y' TO CT-DIFFERS(WS-I)
              END-IF
           END-IF.
           IF CT-DIFFERS(WS-I) = 'Y'
              SET WS-DIFF-COUNT UP BY 1
           END-IF.

      * One statement and one invoice per client, in client order,
      * then the interface file's trailer.
       WRITE-STATEMENTS.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT INVOICE-FILE.
           MOVE SPACES TO STMT-RECORD.
           STRING 'CHARTER BILLING  MONTH: ' WS-MONTH
                  '  DAYS: ' WS-DAYS-IN-MONTH
                  '  RUN: ' WS-RUN-DATE
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CL-LEN
              PERFORM TOTAL-CLIENT
              PERFORM WRITE-CLIENT-STATEMENT
              SET WS-C UP BY 1
           END-PERFORM.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE WS-GRAND-TOTAL TO WS-SHOW-GRAND.
           MOVE SPACES TO STMT-RECORD.
           STRING 'BILLING TOTAL  CLIENTS: ' WS-INV-COUNT
                  '  CONTRACTS: ' WS-CT-LEN
                  '  TOTAL: ' WS-SHOW-GRAND
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           IF CT-OVERFLOW
              MOVE SPACES TO STMT-RECORD
              STRING 'MONTH TRUNCATED AT ' WS-CT-MAX ' CONTRACTS'
                 DELIMITED BY SIZE INTO STMT-RECORD
              END-STRING
              WRITE STMT-RECORD
           END-IF.
           MOVE SPACES TO INVOICE-TRAILER.
           MOVE 'T' TO IVT-TYPE.
           MOVE WS-MONTH TO IVT-MONTH.
           MOVE WS-RUN-DATE TO IVT-RUN-DATE.
           MOVE WS-INV-COUNT TO IVT-INVOICES.
           SET WS-REC-COUNT UP BY 1.
           MOVE WS-REC-COUNT TO IVT-RECORDS.
           MOVE WS-GRAND-TOTAL TO IVT-TOTAL.
           WRITE INVOICE-TRAILER.
           CLOSE STMT-FILE.
           CLOSE INVOICE-FILE.

      * The client's totals over its contracts, before anything is
      * written: the invoice header carries them.
       TOTAL-CLIENT.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-CT-LEN
              IF CT-CLIENT(WS-I) = CL-CLIENT(WS-C)
                 SET CL-LINES(WS-C) UP BY 1
                 ADD CT-CHARGE-DAYS(WS-I) TO CL-DAYS(WS-C)
                 ADD CT-SOUNDINGS(WS-I) TO CL-SOUNDINGS(WS-C)
                 ADD CT-DAY-CHARGE(WS-I) TO CL-DAY-CHARGES(WS-C)
                 ADD CT-SND-CHARGE(WS-I) TO CL-SND-CHARGES(WS-C)
                 ADD CT-LINE-TOTAL(WS-I) TO CL-TOTAL(WS-C)
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.
           ADD CL-TOTAL(WS-C) TO WS-GRAND-TOTAL.

      * The client's statement block and invoice.
       WRITE-CLIENT-STATEMENT.
           SET WS-INV-COUNT UP BY 1.
           STRING WS-MONTH CL-CLIENT(WS-C)
              DELIMITED BY SIZE INTO WS-INVOICE
           END-STRING.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           STRING 'STATEMENT  CLIENT: ' CL-CLIENT(WS-C)
                  ' ' CL-NAME(WS-C)
                  '  INVOICE: ' WS-INVOICE
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE SPACES TO INVOICE-HEADER.
           MOVE 'H' TO IVH-TYPE.
           MOVE WS-INVOICE TO IVH-INVOICE.
           MOVE CL-CLIENT(WS-C) TO IVH-CLIENT-ID.
           MOVE CL-NAME(WS-C) TO IVH-CLIENT-NAME.
           MOVE WS-MONTH TO IVH-MONTH.
           MOVE WS-RUN-DATE TO IVH-INVOICE-DATE.
           MOVE CL-LINES(WS-C) TO IVH-LINES.
           MOVE CL-DAY-CHARGES(WS-C) TO IVH-DAY-CHARGES.
           MOVE CL-SND-CHARGES(WS-C) TO IVH-SND-CHARGES.
           MOVE CL-TOTAL(WS-C) TO IVH-TOTAL.
           WRITE INVOICE-HEADER.
           SET WS-REC-COUNT UP BY 1.
           MOVE 0 TO WS-LINE-NO.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-CT-LEN
              IF CT-CLIENT(WS-I) = CL-CLIENT(WS-C)
                 PERFORM WRITE-CONTRACT-LINE
              END-IF
              SET WS-I UP BY 1
           END-PERFORM.
           MOVE CL-DAY-CHARGES(WS-C) TO WS-SHOW-AMT.
           MOVE CL-SND-CHARGES(WS-C) TO WS-SHOW-AMT2.
           MOVE CL-TOTAL(WS-C) TO WS-SHOW-AMT3.
           MOVE CL-SOUNDINGS(WS-C) TO WS-SHOW-COUNT.
           MOVE SPACES TO STMT-RECORD.
           STRING '  CLIENT TOTAL  CHARGEABLE DAYS: ' CL-DAYS(WS-C)
                  '  SOUNDINGS: ' WS-SHOW-COUNT
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           STRING '    DAY CHARGES: ' WS-SHOW-AMT
                  '  SOUNDING CHARGES: ' WS-SHOW-AMT2
                  '  AMOUNT DUE: ' WS-SHOW-AMT3
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.

      * One contract's lines on the statement and its invoice line.
       WRITE-CONTRACT-LINE.
           SET WS-LINE-NO UP BY 1.
           MOVE SPACES TO WS-VES-NAME.
           IF VESSEL-OPEN
              MOVE CT-VESSEL(WS-I) TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VES-NAME TO WS-VES-NAME
              END-READ
           END-IF.
           MOVE SPACES TO STMT-RECORD.
           STRING '  CONTRACT: ' CT-CONTRACT(WS-I)
                  '  VESSEL: ' CT-VESSEL(WS-I)
                  ' ' WS-VES-NAME
                  '  ON CHARTER ' CT-FROM(WS-I)
                  ' TO ' CT-TO(WS-I)
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE CT-DAY-RATE(WS-I) TO WS-SHOW-RATE.
           MOVE CT-DAY-CHARGE(WS-I) TO WS-SHOW-AMT.
           MOVE SPACES TO STMT-RECORD.
           STRING '    DAYS ON CHARTER: ' CT-CHARTER-DAYS(WS-I)
                  '  SCHEDULED OUT: ' CT-SCHED-OUT(WS-I)
                  '  OPERATED: ' CT-OPER-DAYS(WS-I)
                  '  CHARGEABLE: ' CT-CHARGE-DAYS(WS-I)
                  ' AT ' WS-SHOW-RATE
                  ' = ' WS-SHOW-AMT
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           MOVE CT-SOUNDINGS(WS-I) TO WS-SHOW-COUNT.
           MOVE CT-SND-RATE(WS-I) TO WS-SHOW-SRATE.
           MOVE CT-SND-CHARGE(WS-I) TO WS-SHOW-AMT.
           MOVE CT-LINE-TOTAL(WS-I) TO WS-SHOW-AMT2.
           MOVE SPACES TO STMT-RECORD.
           STRING '    SOUNDINGS: ' WS-SHOW-COUNT
                  ' AT ' WS-SHOW-SRATE ' PER 1000'
                  ' = ' WS-SHOW-AMT
                  '    LINE TOTAL: ' WS-SHOW-AMT2
              DELIMITED BY SIZE INTO STMT-RECORD
           END-STRING.
           WRITE STMT-RECORD.
           IF CT-DIFFERS(WS-I) = 'Y'
              MOVE SPACES TO STMT-RECORD
              STRING '    NOTE: MONTH-END CLOSE SHOWS '
                     CT-MONTHEND-DAYS(WS-I)
                     ' OPERATING DAYS, SOUNDINGS REPOSITORY '
                     CT-OPER-DAYS(WS-I)
                 DELIMITED BY SIZE INTO STMT-RECORD
              END-STRING
              WRITE STMT-RECORD
           END-IF.
           MOVE SPACES TO INVOICE-LINE.
           MOVE 'D' TO IVD-TYPE.
           MOVE WS-INVOICE TO IVD-INVOICE.
           MOVE WS-LINE-NO TO IVD-LINE.
           MOVE CT-CONTRACT(WS-I) TO IVD-CONTRACT-ID.
           MOVE CT-VESSEL(WS-I) TO IVD-VESSEL-ID.
           MOVE CT-FROM(WS-I) TO IVD-FROM-DATE.
           MOVE CT-TO(WS-I) TO IVD-TO-DATE.
           MOVE CT-CHARGE-DAYS(WS-I) TO IVD-CHARGE-DAYS.
           MOVE CT-DAY-RATE(WS-I) TO IVD-DAY-RATE.
           MOVE CT-DAY-CHARGE(WS-I) TO IVD-DAY-CHARGE.
           MOVE CT-SOUNDINGS(WS-I) TO IVD-SOUNDINGS.
           MOVE CT-SND-RATE(WS-I) TO IVD-SND-RATE.
           MOVE CT-SND-CHARGE(WS-I) TO IVD-SND-CHARGE.
           MOVE CT-LINE-TOTAL(WS-I) TO IVD-LINE-TOTAL.
           WRITE INVOICE-LINE.
           SET WS-REC-COUNT UP BY 1.
