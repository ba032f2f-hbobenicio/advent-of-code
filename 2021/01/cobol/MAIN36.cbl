      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN36.cbl
      * $ PROFILE_VESSEL=NORTHSTAR ./a.out  (blank lists every vessel)
      *-----------------------------------------------------------------
      * Vessel profile-history listing for the auditors. Since the
      * solvers began reading the processing profile in force on the
      * day being solved, the question "what window and noise
      * threshold was this day counted with" is answered from
      * PROFHIST.DAT rather than from the vessel master. This job
      * prints that history to PROFHIST.TXT, vessel by vessel: every
      * profile the vessel has carried, the dates it was in force
      * (from its effective date up to the next one, or CURRENT),
      * the settings, which of them changed from the profile before,
      * and who changed them and when.
      *
      * Two things are flagged for follow-up: a vessel with no
      * history on file (its days are all counted with the master's
      * profile), and a vessel whose master profile no longer agrees
      * with its latest history row (the master was changed outside
      * AOC-2021-D01-VESSEL). Either ends the run with RETURN-CODE 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-PROFLIST.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * Effective-dated profile history AOC-2021-D01-VESSEL keeps.
           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

      * The printed listing.
           SELECT LISTING-FILE ASSIGN TO 'PROFHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

      * One profile per vessel per effective date.
       FD  PROFHIST-FILE.
       01  PROFHIST-RECORD.
           05 PRH-KEY.
              10 PRH-VESSEL-ID     PIC X(10).
              10 PRH-EFF-DATE      PIC 9(8).
           05 PRH-WINDOW-SIZE      PIC 9(2).
           05 PRH-NOISE-THRESHOLD  PIC 9(5).
           05 PRH-WARN-THRESHOLD   PIC 9(5).
           05 PRH-CRIT-THRESHOLD   PIC 9(5).
           05 PRH-UNIT-CODE        PIC X(1).
           05 PRH-CHANGED-DATE     PIC 9(8).
           05 PRH-CHANGED-TIME     PIC 9(6).
           05 PRH-OPERATOR         PIC X(12).
           05 PRH-SPIKE-TOL        PIC 9(5).

       FD  LISTING-FILE.
       01  LISTING-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-LIST-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-PRH-LOOP      PIC A(1).
         88  PRH-BREAK                VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * Optional single vessel to list.
       01  WS-ONLY-VESSEL   PIC X(10) VALUE SPACES.

      * One vessel's history, oldest first, so each row can show the
      * date the next one took over and what it changed.
       01  WS-HST-MAX       PIC 9(3) VALUE 200.
       01  WS-HST-TAB.
         05 HST-ROW OCCURS 200 TIMES.
            10 HST-EFF-DATE  PIC 9(8).
            10 HST-WINDOW    PIC 9(2).
            10 HST-NOISE     PIC 9(5).
            10 HST-WARN      PIC 9(5).
            10 HST-CRIT      PIC 9(5).
            10 HST-UNIT      PIC X(1).
            10 HST-SPIKE     PIC 9(5).
            10 HST-CHG-DATE  PIC 9(8).
            10 HST-CHG-TIME  PIC 9(6).
            10 HST-OPERATOR  PIC X(12).
       01  WS-HST-LEN       PIC 9(3) VALUE 0.
       01  WS-HST-LOST      PIC 9(5) VALUE 0.
       01  WS-H             PIC 9(3) VALUE 1.
       01  WS-P             PIC 9(3) VALUE 1.

       01  WS-IN-FORCE-TO   PIC X(8) VALUE SPACES.
       01  WS-CHANGES       PIC X(30) VALUE SPACES.
       01  WS-CHG-PTR       PIC 9(3) VALUE 1.

       01  WS-VES-COUNT     PIC 9(4) VALUE 0.
       01  WS-ROW-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-HIST-COUNT PIC 9(4) VALUE 0.
       01  WS-DRIFT-COUNT   PIC 9(4) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ONLY-VESSEL FROM ENVIRONMENT 'PROFILE_VESSEL'
              ON EXCEPTION
                 MOVE SPACES TO WS-ONLY-VESSEL
           END-ACCEPT.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS NOT = '00'
              DISPLAY 'AOC-2021-D01-PROFLIST: CANNOT OPEN VESSELS.DAT'
                 ' (' WS-VESSEL-MFS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LISTING-FILE.
           MOVE SPACES TO LISTING-RECORD.
           STRING 'VESSEL PROFILE HISTORY  RUN ' WS-RUN-DATE
              DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING.
           WRITE LISTING-RECORD.
           IF WS-ONLY-VESSEL = SPACES
              MOVE LOW-VALUES TO VES-VESSEL-ID
           ELSE
              MOVE WS-ONLY-VESSEL TO VES-VESSEL-ID
           END-IF.
           START VESSEL-FILE KEY >= VES-VESSEL-ID
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
              NOT INVALID KEY
                 SET LOOP-CONTINUE TO TRUE
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ VESSEL-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF WS-ONLY-VESSEL NOT = SPACES
                       AND VES-VESSEL-ID NOT = WS-ONLY-VESSEL
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       PERFORM LIST-ONE-VESSEL
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VESSEL-FILE.
           MOVE SPACES TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE SPACES TO LISTING-RECORD.
           STRING 'VESSELS ' WS-VES-COUNT
                  '  PROFILE ROWS ' WS-ROW-COUNT
                  '  NO HISTORY ' WS-NO-HIST-COUNT
                  '  MASTER DIFFERS ' WS-DRIFT-COUNT
              DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING.
           WRITE LISTING-RECORD.
           CLOSE LISTING-FILE.
           DISPLAY 'AOC-2021-D01-PROFLIST: ' WS-VES-COUNT
              ' VESSELS, ' WS-ROW-COUNT ' PROFILE ROWS, '
              WS-NO-HIST-COUNT ' WITHOUT HISTORY, '
              WS-DRIFT-COUNT ' MASTER DIFFERS'.
           IF WS-ONLY-VESSEL NOT = SPACES AND WS-VES-COUNT = 0
              DISPLAY 'AOC-2021-D01-PROFLIST: VESSEL '
                 FUNCTION TRIM(WS-ONLY-VESSEL) ' NOT ON FILE'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NO-HIST-COUNT > 0 OR WS-DRIFT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

      * Heading, history rows and closing check for one vessel.
       LIST-ONE-VESSEL.
           SET WS-VES-COUNT UP BY 1.
           MOVE SPACES TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE SPACES TO LISTING-RECORD.
           STRING 'VESSEL ' VES-VESSEL-ID ' ' VES-NAME
                  '  ONBOARD ' VES-ONBOARD-DATE
                  '  STATUS ' VES-STATUS
              DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING.
           WRITE LISTING-RECORD.
           PERFORM LOAD-VESSEL-HISTORY.
           IF WS-HST-LEN = 0
              SET WS-NO-HIST-COUNT UP BY 1
              MOVE SPACES TO LISTING-RECORD
              STRING '  NO PROFILE HISTORY -- MASTER PROFILE WIN '
                     VES-WINDOW-SIZE ' NOISE ' VES-NOISE-THRESHOLD
                     ' WARN ' VES-WARN-THRESHOLD
                     ' CRIT ' VES-CRIT-THRESHOLD
                     ' UNIT ' VES-UNIT-CODE
                     ' SPIKE ' VES-SPIKE-TOL
                     ' APPLIES TO EVERY DAY'
                 DELIMITED BY SIZE INTO LISTING-RECORD
              END-STRING
              WRITE LISTING-RECORD
           ELSE
              MOVE SPACES TO LISTING-RECORD
              STRING '  EFFECTIVE  IN FORCE TO  WIN  NOISE   WARN'
                     '   CRIT  UNIT  SPIKE  CHANGED          BY'
                     '            FIELDS CHANGED'
                 DELIMITED BY SIZE INTO LISTING-RECORD
              END-STRING
              WRITE LISTING-RECORD
              MOVE 1 TO WS-H
              PERFORM UNTIL WS-H > WS-HST-LEN
                 PERFORM PRINT-HISTORY-ROW
                 SET WS-H UP BY 1
              END-PERFORM
              IF WS-HST-LOST > 0
                 MOVE SPACES TO LISTING-RECORD
                 STRING '  ' WS-HST-LOST
                        ' LATER ROWS NOT LISTED -- TABLE FULL'
                    DELIMITED BY SIZE INTO LISTING-RECORD
                 END-STRING
                 WRITE LISTING-RECORD
              END-IF
              PERFORM CHECK-MASTER-AGAINST-LATEST
           END-IF.

      * Every history row on file for the vessel, oldest first.
       LOAD-VESSEL-HISTORY.
           MOVE 0 TO WS-HST-LEN.
           MOVE 0 TO WS-HST-LOST.
           OPEN INPUT PROFHIST-FILE.
           IF WS-PRH-FS = '00'
              MOVE VES-VESSEL-ID TO PRH-VESSEL-ID
              MOVE 0 TO PRH-EFF-DATE
              START PROFHIST-FILE KEY >= PRH-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-PRH-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-PRH-LOOP
              END-START
              PERFORM UNTIL PRH-BREAK
                 READ PROFHIST-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-PRH-LOOP
                    NOT AT END
                       IF PRH-VESSEL-ID NOT = VES-VESSEL-ID
                          MOVE 'B' TO WS-PRH-LOOP
                       ELSE
                          PERFORM KEEP-HISTORY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFHIST-FILE
           END-IF.

       KEEP-HISTORY-ROW.
           IF WS-HST-LEN < WS-HST-MAX
              SET WS-HST-LEN UP BY 1
              MOVE PRH-EFF-DATE TO HST-EFF-DATE(WS-HST-LEN)
              MOVE PRH-WINDOW-SIZE TO HST-WINDOW(WS-HST-LEN)
              MOVE PRH-NOISE-THRESHOLD TO HST-NOISE(WS-HST-LEN)
              MOVE PRH-WARN-THRESHOLD TO HST-WARN(WS-HST-LEN)
              MOVE PRH-CRIT-THRESHOLD TO HST-CRIT(WS-HST-LEN)
              MOVE PRH-UNIT-CODE TO HST-UNIT(WS-HST-LEN)
              MOVE PRH-SPIKE-TOL TO HST-SPIKE(WS-HST-LEN)
              MOVE PRH-CHANGED-DATE TO HST-CHG-DATE(WS-HST-LEN)
              MOVE PRH-CHANGED-TIME TO HST-CHG-TIME(WS-HST-LEN)
              MOVE PRH-OPERATOR TO HST-OPERATOR(WS-HST-LEN)
           ELSE
              SET WS-HST-LOST UP BY 1
           END-IF.

      * One history row: the span it was in force and the fields it
      * changed from the row before. The first row is the vessel's
      * starting profile.
       PRINT-HISTORY-ROW.
           SET WS-ROW-COUNT UP BY 1.
           IF WS-H < WS-HST-LEN
              MOVE HST-EFF-DATE(WS-H + 1) TO WS-IN-FORCE-TO
           ELSE
              MOVE 'CURRENT' TO WS-IN-FORCE-TO
           END-IF.
           MOVE SPACES TO WS-CHANGES.
           MOVE 1 TO WS-CHG-PTR.
           IF WS-H = 1
              MOVE 'INITIAL' TO WS-CHANGES
           ELSE
              COMPUTE WS-P = WS-H - 1
              IF HST-WINDOW(WS-H) NOT = HST-WINDOW(WS-P)
                 STRING 'WIN ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF HST-NOISE(WS-H) NOT = HST-NOISE(WS-P)
                 STRING 'NOISE ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF HST-WARN(WS-H) NOT = HST-WARN(WS-P)
                 STRING 'WARN ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF HST-CRIT(WS-H) NOT = HST-CRIT(WS-P)
                 STRING 'CRIT ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF HST-UNIT(WS-H) NOT = HST-UNIT(WS-P)
                 STRING 'UNIT ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF HST-SPIKE(WS-H) NOT = HST-SPIKE(WS-P)
                 STRING 'SPIKE ' DELIMITED BY SIZE
                    INTO WS-CHANGES WITH POINTER WS-CHG-PTR
                 END-STRING
              END-IF
              IF WS-CHANGES = SPACES
                 MOVE 'NONE' TO WS-CHANGES
              END-IF
           END-IF.
           MOVE SPACES TO LISTING-RECORD.
           STRING '  ' HST-EFF-DATE(WS-H)
                  '   ' WS-IN-FORCE-TO
                  '     ' HST-WINDOW(WS-H)
                  '  ' HST-NOISE(WS-H)
                  '  ' HST-WARN(WS-H)
                  '  ' HST-CRIT(WS-H)
                  '     ' HST-UNIT(WS-H)
                  '  ' HST-SPIKE(WS-H)
                  '  ' HST-CHG-DATE(WS-H)
                  ' ' HST-CHG-TIME(WS-H)
                  '  ' HST-OPERATOR(WS-H)
                  '  ' WS-CHANGES
              DELIMITED BY SIZE INTO LISTING-RECORD
           END-STRING.
           WRITE LISTING-RECORD.

      * The master should carry the same profile as the latest
      * history row; a difference means it was changed by hand.
       CHECK-MASTER-AGAINST-LATEST.
           IF VES-WINDOW-SIZE NOT = HST-WINDOW(WS-HST-LEN)
              OR VES-NOISE-THRESHOLD NOT = HST-NOISE(WS-HST-LEN)
              OR VES-WARN-THRESHOLD NOT = HST-WARN(WS-HST-LEN)
              OR VES-CRIT-THRESHOLD NOT = HST-CRIT(WS-HST-LEN)
              OR VES-UNIT-CODE NOT = HST-UNIT(WS-HST-LEN)
              OR VES-SPIKE-TOL NOT = HST-SPIKE(WS-HST-LEN)
              SET WS-DRIFT-COUNT UP BY 1
              MOVE SPACES TO LISTING-RECORD
              STRING '  MASTER DIFFERS FROM LATEST ROW -- MASTER WIN '
                     VES-WINDOW-SIZE ' NOISE ' VES-NOISE-THRESHOLD
                     ' WARN ' VES-WARN-THRESHOLD
                     ' CRIT ' VES-CRIT-THRESHOLD
                     ' UNIT ' VES-UNIT-CODE
                     ' SPIKE ' VES-SPIKE-TOL
                 DELIMITED BY SIZE INTO LISTING-RECORD
              END-STRING
              WRITE LISTING-RECORD
           END-IF.
