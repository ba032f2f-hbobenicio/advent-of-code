      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN47.cbl
      * $ ./a.out
      * $ CALDUE_DATE=20211231 CALDUE_AHEAD=30 ./a.out
      *-----------------------------------------------------------------
      * Sonar calibration-due report. For every unit in service on
      * the equipment register (SONAR.DAT, maintained by
      * AOC-2021-D01-SONAR) it takes the unit's latest bench
      * calibration from CALIB.DAT, adds the unit's recalibration
      * interval, and lists the unit in CALDUE.TXT when that due
      * date has passed (OVERDUE), when it has never been calibrated
      * (NO CALIBRATION), or when it falls due within the lookahead
      * (DUE SOON) -- with the vessel it is fitted to, off
      * FITTING.DAT, so the berth can plan the yard time. A unit in
      * store is listed as well: it must be recalibrated before it
      * goes back on a boat.
      *
      * The solvers grade the same way for the unit fitted on the
      * run date and warn, or refuse, per CALIB_OVERDUE_POLICY.
      * RETURN-CODE 4 when any unit is overdue or uncalibrated,
      * 8 with no equipment register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CALDUE.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The sonar unit register, read in serial order.
           SELECT SONAR-FILE ASSIGN TO 'SONAR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SON-SERIAL
           FILE STATUS IS WS-SON-FS.

      * The installation history, for where each unit is fitted.
           SELECT FITTING-FILE ASSIGN TO 'FITTING.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FIT-KEY
           FILE STATUS IS WS-FIT-FS.

      * The bench-calibration history the maintenance berth keeps.
           SELECT CALIB-FILE ASSIGN TO 'CALIB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.

      * This program's own output -- the calibration-due report.
           SELECT CALDUE-FILE ASSIGN TO 'CALDUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALDUE-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  FITTING-FILE.
       01  FITTING-RECORD.
           05 FIT-KEY.
              10 FIT-VESSEL-ID     PIC X(10).
              10 FIT-INSTALL-DATE  PIC 9(8).
           05 FIT-SERIAL           PIC X(10).
           05 FIT-REMOVE-DATE      PIC 9(8).
           05 FIT-CHANGED-DATE     PIC 9(8).
           05 FIT-OPERATOR         PIC X(12).

      * CAL-UNIT is the serial of the unit calibrated; rows keyed
      * before the equipment register carry a vessel ID instead.
       FD  CALIB-FILE.
       01  CALIB-RECORD.
           05 CAL-UNIT      PIC X(10).
           05 CAL-SEP1      PIC X(1).
           05 CAL-DATE      PIC 9(8).
           05 CAL-SEP2      PIC X(1).
           05 CAL-OFFSET    PIC S9(3) SIGN IS LEADING SEPARATE.
           05 CAL-SEP3      PIC X(1).
           05 CAL-TECH      PIC X(15).

       FD  CALDUE-FILE.
       01  CALDUE-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SON-FS        PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-CAL-FS        PIC X(2) VALUE '00'.
       01  WS-CALDUE-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * The date the units are graded as at (default today), and how
      * many days ahead a coming due date is worth listing (default
      * 14).
       01  WS-AS-AT         PIC 9(8) VALUE 0.
       01  WS-DATE-PARM     PIC X(8) VALUE SPACES.
       01  WS-AHEAD         PIC 9(3) VALUE 14.
       01  WS-AHEAD-PARM    PIC X(3) VALUE SPACES.
       01  WS-AHEAD-DATE    PIC 9(8) VALUE 0.

      * One slot per unit in service, in serial order.
       01  WS-UN-MAX        PIC 9(3) VALUE 500.
       01  WS-UN-LEN        PIC 9(3) VALUE 0.
       01  WS-UN-OVERFLOW   PIC X(1) VALUE 'N'.
         88  UN-OVERFLOW              VALUE 'Y'.
       01  WS-UNIT-TAB.
         05 UN-ROW OCCURS 500 TIMES.
            10 UN-SERIAL        PIC X(10).
            10 UN-MODEL         PIC X(15).
            10 UN-INTERVAL      PIC 9(3).
            10 UN-LAST-CAL      PIC 9(8).
            10 UN-VESSEL        PIC X(10).
            10 UN-DUE-DATE      PIC 9(8).
            10 UN-OVER-DAYS     PIC 9(5).
            10 UN-STATE         PIC X(14).
       01  WS-U             PIC 9(3) VALUE 0.
       01  WS-UN-FOUND      PIC X(1) VALUE 'N'.
         88  UNIT-FOUND               VALUE 'Y'.

       01  WS-LISTED        PIC 9(4) VALUE 0.
       01  WS-OVERDUE       PIC 9(4) VALUE 0.
       01  WS-OVERDUE-FIT   PIC 9(4) VALUE 0.
       01  WS-NEVER         PIC 9(4) VALUE 0.
       01  WS-DUE-SOON      PIC 9(4) VALUE 0.
       01  WS-SHOW-LAST     PIC X(8) VALUE SPACES.
       01  WS-SHOW-DUE      PIC X(8) VALUE SPACES.
       01  WS-SHOW-VESSEL   PIC X(10) VALUE SPACES.
       01  WS-SHOW-DAYS     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARMS.
           PERFORM LOAD-UNITS.
           IF WS-SON-FS NOT = '00' AND WS-UN-LEN = 0
              DISPLAY 'AOC-2021-D01-CALDUE: NO EQUIPMENT REGISTER ('
                 WS-SON-FS ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-LAST-CALIBRATIONS.
           PERFORM LOAD-FITTINGS.
           MOVE 1 TO WS-U.
           PERFORM UNTIL WS-U > WS-UN-LEN
              PERFORM GRADE-UNIT
              SET WS-U UP BY 1
           END-PERFORM.
           PERFORM WRITE-CALDUE-REPORT.
           DISPLAY 'AOC-2021-D01-CALDUE: ' WS-UN-LEN ' UNIT(S), '
              WS-OVERDUE ' OVERDUE, ' WS-NEVER ' NEVER CALIBRATED ('
              WS-OVERDUE-FIT ' FITTED), ' WS-DUE-SOON ' DUE SOON'.
           IF WS-OVERDUE > 0 OR WS-NEVER > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The as-at date and lookahead, each defaulted when absent.
       LOAD-PARMS.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'CALDUE_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) = 0
              MOVE WS-DATE-PARM TO WS-AS-AT
           ELSE
              MOVE WS-RUN-DATE TO WS-AS-AT
           END-IF.
           ACCEPT WS-AHEAD-PARM FROM ENVIRONMENT 'CALDUE_AHEAD'
              ON EXCEPTION
                 MOVE SPACES TO WS-AHEAD-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-AHEAD-PARM) = 0
              MOVE WS-AHEAD-PARM TO WS-AHEAD
           END-IF.
           COMPUTE WS-AHEAD-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-AS-AT) + WS-AHEAD).

      * Every unit still in service; retired units are history only.
       LOAD-UNITS.
           OPEN INPUT SONAR-FILE.
           IF WS-SON-FS = '00'
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SONAR-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF SON-IN-SERVICE
                          PERFORM TAKE-UNIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SONAR-FILE
           END-IF.

       TAKE-UNIT.
           IF WS-UN-LEN >= WS-UN-MAX
              MOVE 'Y' TO WS-UN-OVERFLOW
           ELSE
              SET WS-UN-LEN UP BY 1
              INITIALIZE UN-ROW(WS-UN-LEN)
              MOVE SON-SERIAL TO UN-SERIAL(WS-UN-LEN)
              MOVE SON-MODEL TO UN-MODEL(WS-UN-LEN)
              MOVE SON-CAL-INTERVAL TO UN-INTERVAL(WS-UN-LEN)
           END-IF.

      * Each unit's most recent calibration on or before the as-at
      * date.
       LOAD-LAST-CALIBRATIONS.
           OPEN INPUT CALIB-FILE.
           IF WS-CAL-FS = '00'
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CALIB-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF CAL-DATE <= WS-AS-AT
                          PERFORM FIND-CAL-UNIT
                          IF UNIT-FOUND
                             AND CAL-DATE > UN-LAST-CAL(WS-U)
                             MOVE CAL-DATE TO UN-LAST-CAL(WS-U)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALIB-FILE
           END-IF.

       FIND-CAL-UNIT.
           MOVE 'N' TO WS-UN-FOUND.
           MOVE 1 TO WS-U.
           PERFORM UNTIL WS-U > WS-UN-LEN OR UNIT-FOUND
              IF UN-SERIAL(WS-U) = CAL-UNIT
                 MOVE 'Y' TO WS-UN-FOUND
              ELSE
                 SET WS-U UP BY 1
              END-IF
           END-PERFORM.

      * The vessel each unit is on as at the date: the fitting
      * installed on or before it and not yet removed.
       LOAD-FITTINGS.
           OPEN INPUT FITTING-FILE.
           IF WS-FIT-FS = '00'
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ FITTING-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF FIT-INSTALL-DATE <= WS-AS-AT
                          AND FIT-REMOVE-DATE > WS-AS-AT
                          MOVE FIT-SERIAL TO CAL-UNIT
                          PERFORM FIND-CAL-UNIT
                          IF UNIT-FOUND
                             MOVE FIT-VESSEL-ID TO UN-VESSEL(WS-U)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FITTING-FILE
           END-IF.

      * Due date and state for one unit.
       GRADE-UNIT.
           EVALUATE TRUE
              WHEN UN-LAST-CAL(WS-U) = 0
                 MOVE 'NO CALIBRATION' TO UN-STATE(WS-U)
                 SET WS-NEVER UP BY 1
                 IF UN-VESSEL(WS-U) NOT = SPACES
                    SET WS-OVERDUE-FIT UP BY 1
                 END-IF
              WHEN OTHER
                 COMPUTE UN-DUE-DATE(WS-U) = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(UN-LAST-CAL(WS-U))
                    + UN-INTERVAL(WS-U))
                 EVALUATE TRUE
                    WHEN UN-DUE-DATE(WS-U) < WS-AS-AT
                       COMPUTE UN-OVER-DAYS(WS-U) =
                          FUNCTION INTEGER-OF-DATE(WS-AS-AT)
                          - FUNCTION INTEGER-OF-DATE(UN-DUE-DATE(WS-U))
                       MOVE 'OVERDUE' TO UN-STATE(WS-U)
                       SET WS-OVERDUE UP BY 1
                       IF UN-VESSEL(WS-U) NOT = SPACES
                          SET WS-OVERDUE-FIT UP BY 1
                       END-IF
                    WHEN UN-DUE-DATE(WS-U) <= WS-AHEAD-DATE
                       MOVE 'DUE SOON' TO UN-STATE(WS-U)
                       SET WS-DUE-SOON UP BY 1
                    WHEN OTHER
                       MOVE SPACES TO UN-STATE(WS-U)
                 END-EVALUATE
           END-EVALUATE.

      * The header, one line per unit needing attention, and totals.
       WRITE-CALDUE-REPORT.
           OPEN OUTPUT CALDUE-FILE.
           MOVE SPACES TO CALDUE-RECORD.
           STRING 'SONAR CALIBRATION DUE  AS AT: ' WS-AS-AT
                  '  LOOKAHEAD: ' WS-AHEAD ' DAYS'
                  '  RUN: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO CALDUE-RECORD
           END-STRING.
           WRITE CALDUE-RECORD.
           MOVE SPACES TO CALDUE-RECORD.
           STRING 'SERIAL     MODEL           FITTED TO  '
                  'LAST CAL DAYS DUE       OVER  STATE'
                  DELIMITED BY SIZE INTO CALDUE-RECORD
           END-STRING.
           WRITE CALDUE-RECORD.
           MOVE 1 TO WS-U.
           PERFORM UNTIL WS-U > WS-UN-LEN
              IF UN-STATE(WS-U) NOT = SPACES
                 PERFORM WRITE-UNIT-LINE
              END-IF
              SET WS-U UP BY 1
           END-PERFORM.
           IF WS-LISTED = 0
              MOVE SPACES TO CALDUE-RECORD
              MOVE 'NO UNITS DUE' TO CALDUE-RECORD
              WRITE CALDUE-RECORD
           END-IF.
           MOVE SPACES TO CALDUE-RECORD.
           WRITE CALDUE-RECORD.
           MOVE SPACES TO CALDUE-RECORD.
           STRING 'UNITS IN SERVICE: ' WS-UN-LEN
                  '  OVERDUE: ' WS-OVERDUE
                  '  NO CALIBRATION: ' WS-NEVER
                  '  FITTED AND LAPSED: ' WS-OVERDUE-FIT
                  '  DUE SOON: ' WS-DUE-SOON
                  DELIMITED BY SIZE INTO CALDUE-RECORD
           END-STRING.
           WRITE CALDUE-RECORD.
           IF UN-OVERFLOW
              MOVE SPACES TO CALDUE-RECORD
              STRING 'REGISTER EXCEEDS ' WS-UN-MAX
                     ' UNITS - TRUNCATED AT CAPACITY'
                     DELIMITED BY SIZE INTO CALDUE-RECORD
              END-STRING
              WRITE CALDUE-RECORD
           END-IF.
           CLOSE CALDUE-FILE.

       WRITE-UNIT-LINE.
           SET WS-LISTED UP BY 1.
           IF UN-VESSEL(WS-U) = SPACES
              MOVE 'IN STORE' TO WS-SHOW-VESSEL
           ELSE
              MOVE UN-VESSEL(WS-U) TO WS-SHOW-VESSEL
           END-IF.
           IF UN-LAST-CAL(WS-U) = 0
              MOVE 'NONE' TO WS-SHOW-LAST
              MOVE SPACES TO WS-SHOW-DUE
           ELSE
              MOVE UN-LAST-CAL(WS-U) TO WS-SHOW-LAST
              MOVE UN-DUE-DATE(WS-U) TO WS-SHOW-DUE
           END-IF.
           MOVE UN-OVER-DAYS(WS-U) TO WS-SHOW-DAYS.
           MOVE SPACES TO CALDUE-RECORD.
           STRING UN-SERIAL(WS-U) ' ' UN-MODEL(WS-U) ' '
                  WS-SHOW-VESSEL ' ' WS-SHOW-LAST ' '
                  UN-INTERVAL(WS-U) '  ' WS-SHOW-DUE ' '
                  WS-SHOW-DAYS '  ' UN-STATE(WS-U)
                  DELIMITED BY SIZE INTO CALDUE-RECORD
           END-STRING.
           WRITE CALDUE-RECORD.
