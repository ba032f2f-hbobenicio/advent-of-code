      *   ACTION VESSEL-ID  NAME                 HOME-PORT       DATE
      *   ADD/UPD/SUS/REI/DEC, then the log path and the optional
      *   processing profile (window size, noise threshold, expected
      *   record count), the alert thresholds and unit code, and the
      *   sea-state limit (significant wave height in meters, e.g.
      *   3.5, above which a jump alert is graded advisory), and the
      *   spike tolerance (depth units; a lone reading standing
      *   clearer than this of both its neighbours is despiked).
      *   Blank fields on an UPD leave the master field as it stands.
      *
      * Every ADD, and every UPD that changes a processing field
      * (window size, noise, warning and critical thresholds, unit
      * code, spike tolerance), also writes the vessel's profile
      * history in PROFHIST.DAT, effective from the day of the
      * change, so the programs that re-solve an old log use the
      * profile that was in force on that log's run date and not
      * today's.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-VESSEL.
      * AUTHOR. HBOBENICIO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAUD-FS.

      * Effective-dated processing-profile history, one row per
      * vessel per effective date -- what VERIFY, BACKFILL and REPAIR
      * read to solve an old day with the profile of that day.
           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

      * Operator authorization file, maintained by the supervisor:
      * one row per operator ID with a permission level. This
      * program checks it before applying changes and stamps the
      * Unit the vessel's sonar transmits in -- M meters (the fleet
      * standard), F feet, T fathoms. Space reads as meters.
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

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRN-CRIT     PIC X(5).
           05 TRN-SEP11     PIC X(1).
           05 TRN-UNIT      PIC X(1).
           05 TRN-SEP12     PIC X(1).
           05 TRN-SEA-LIMIT PIC X(5).
           05 TRN-SEP13     PIC X(1).
           05 TRN-SPIKE-TOL PIC X(5).

       FD  VESSEL-AUDIT-FILE.
       01  VESSEL-AUDIT-RECORD.
           05 VAUD-SEP7     PIC X(1).
           05 VAUD-OPERATOR PIC X(12).

      * One profile per vessel per effective date: the row with the
      * latest effective date on or before a run date is the profile
      * in force for that run. Zero fields mean the same as on the
      * master -- the batch-wide setting applies.
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

      * One operator per row: ID, permission level (1 inquiry,
      * 2 maintenance, 3 supervisory), name.
       01  WS-RESULT        PIC X(30) VALUE SPACES.
       01  WS-FOUND         PIC X(1) VALUE 'N'.
         88  VESSEL-FOUND             VALUE 'Y'.

      * The processing profile as it stood before an UPD, so a change
      * to any of its fields can be told from a name or path change.
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-OLD-WINDOW    PIC 9(2) VALUE 0.
       01  WS-OLD-NOISE     PIC 9(5) VALUE 0.
       01  WS-OLD-WARN      PIC 9(5) VALUE 0.
       01  WS-OLD-CRIT      PIC 9(5) VALUE 0.
       01  WS-OLD-UNIT      PIC X(1) VALUE SPACE.
       01  WS-OLD-SPIKE     PIC 9(5) VALUE 0.
       01  WS-PRH-HAVE      PIC X(1) VALUE 'N'.
         88  HAVE-PROFILE-HISTORY     VALUE 'Y'.
       01  WS-PRH-LOOP      PIC A(1).
         88  PRH-BREAK                VALUE 'B'.
       01  WS-PRH-COUNT     PIC 9(4) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           PERFORM OPEN-VESSEL-MASTER.
           PERFORM OPEN-VESSEL-AUDIT.
           PERFORM OPEN-PROFILE-HISTORY.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ TRAN-FILE
           CLOSE TRAN-FILE.
           CLOSE VESSEL-FILE.
           CLOSE VESSEL-AUDIT-FILE.
           CLOSE PROFHIST-FILE.
           DISPLAY 'AOC-2021-D01-VESSEL: ' WS-TRAN-COUNT
              ' TRANSACTIONS, ' WS-APPLIED ' APPLIED, '
              WS-REFUSED ' REFUSED, ' WS-PRH-COUNT
              ' PROFILE HISTORY ROW(S)'.
           EVALUATE TRUE
              WHEN WS-TRAN-COUNT = 0
                 MOVE 8 TO RETURN-CODE
              OPEN I-O VESSEL-FILE
           END-IF.

      * Opens the profile history I-O, created on first use.
       OPEN-PROFILE-HISTORY.
           OPEN I-O PROFHIST-FILE.
           IF WS-PRH-FS = '35'
              OPEN OUTPUT PROFHIST-FILE
              CLOSE PROFHIST-FILE
              OPEN I-O PROFHIST-FILE
           END-IF.

      * Appends to the change audit unless the file is genuinely new.
       OPEN-VESSEL-AUDIT.
           OPEN EXTEND VESSEL-AUDIT-FILE.
              MOVE 0 TO VES-WARN-THRESHOLD
              MOVE 0 TO VES-CRIT-THRESHOLD
              MOVE 'M' TO VES-UNIT-CODE
              MOVE 0 TO VES-SEA-LIMIT
              MOVE 0 TO VES-SPIKE-TOL
              PERFORM APPLY-PROFILE-FIELDS
              WRITE VESSEL-RECORD
      * The opening profile is in force from the onboarding date.
              MOVE VES-ONBOARD-DATE TO PRH-EFF-DATE
              PERFORM WRITE-PROFILE-HISTORY
              MOVE 'ADDED ACTIVE' TO WS-RESULT
              SET WS-APPLIED UP BY 1
           END-IF.
              IF TRN-PATH NOT = SPACES
                 MOVE TRN-PATH TO VES-LOG-PATH
              END-IF
              MOVE VES-WINDOW-SIZE TO WS-OLD-WINDOW
              MOVE VES-NOISE-THRESHOLD TO WS-OLD-NOISE
              MOVE VES-WARN-THRESHOLD TO WS-OLD-WARN
              MOVE VES-CRIT-THRESHOLD TO WS-OLD-CRIT
              MOVE VES-UNIT-CODE TO WS-OLD-UNIT
              MOVE VES-SPIKE-TOL TO WS-OLD-SPIKE
              PERFORM APPLY-PROFILE-FIELDS
              REWRITE VESSEL-RECORD
              IF VES-WINDOW-SIZE NOT = WS-OLD-WINDOW
                 OR VES-NOISE-THRESHOLD NOT = WS-OLD-NOISE
                 OR VES-WARN-THRESHOLD NOT = WS-OLD-WARN
                 OR VES-CRIT-THRESHOLD NOT = WS-OLD-CRIT
                 OR VES-UNIT-CODE NOT = WS-OLD-UNIT
                 OR VES-SPIKE-TOL NOT = WS-OLD-SPIKE
                 PERFORM RECORD-PROFILE-CHANGE
                 MOVE 'UPDATED - PROFILE CHANGED' TO WS-RESULT
              ELSE
                 MOVE 'UPDATED' TO WS-RESULT
              END-IF
              SET WS-APPLIED UP BY 1
           END-IF.

           IF TRN-UNIT = 'M' OR TRN-UNIT = 'F' OR TRN-UNIT = 'T'
              MOVE TRN-UNIT TO VES-UNIT-CODE
           END-IF.
           IF FUNCTION TEST-NUMVAL(TRN-SEA-LIMIT) = 0
              IF FUNCTION NUMVAL(TRN-SEA-LIMIT) >= 0
                 AND FUNCTION NUMVAL(TRN-SEA-LIMIT) < 100
                 COMPUTE VES-SEA-LIMIT =
                    FUNCTION NUMVAL(TRN-SEA-LIMIT)
              END-IF
           END-IF.
           IF FUNCTION TEST-NUMVAL(TRN-SPIKE-TOL) = 0
              COMPUTE VES-SPIKE-TOL = FUNCTION NUMVAL(TRN-SPIKE-TOL)
           END-IF.

      * A profile change on an UPD. A vessel onboarded before the
      * history existed has no row yet, so its old profile is first
      * recorded as in force from onboarding -- otherwise the days
      * before the change would have no profile but today's. The new
      * profile is then in force from today; a second change the
      * same day replaces the first.
       RECORD-PROFILE-CHANGE.
           PERFORM CHECK-PROFILE-HISTORY.
           IF NOT HAVE-PROFILE-HISTORY
              AND VES-ONBOARD-DATE < WS-RUN-DATE
              MOVE VES-VESSEL-ID TO PRH-VESSEL-ID
              MOVE VES-ONBOARD-DATE TO PRH-EFF-DATE
              MOVE WS-OLD-WINDOW TO PRH-WINDOW-SIZE
              MOVE WS-OLD-NOISE TO PRH-NOISE-THRESHOLD
              MOVE WS-OLD-WARN TO PRH-WARN-THRESHOLD
              MOVE WS-OLD-CRIT TO PRH-CRIT-THRESHOLD
              MOVE WS-OLD-UNIT TO PRH-UNIT-CODE
              MOVE WS-OLD-SPIKE TO PRH-SPIKE-TOL
              MOVE WS-RUN-DATE TO PRH-CHANGED-DATE
              MOVE WS-RUN-TIME(1:6) TO PRH-CHANGED-TIME
              MOVE WS-OPERATOR TO PRH-OPERATOR
              WRITE PROFHIST-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-PRH-COUNT UP BY 1
              END-WRITE
           END-IF.
           MOVE WS-RUN-DATE TO PRH-EFF-DATE.
           PERFORM WRITE-PROFILE-HISTORY.

      * Is there any history row on file for this vessel yet?
       CHECK-PROFILE-HISTORY.
           MOVE 'N' TO WS-PRH-HAVE.
           MOVE VES-VESSEL-ID TO PRH-VESSEL-ID.
           MOVE 0 TO PRH-EFF-DATE.
           START PROFHIST-FILE KEY >= PRH-KEY
              INVALID KEY
                 MOVE 'B' TO WS-PRH-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-PRH-LOOP
           END-START.
           IF NOT PRH-BREAK
              READ PROFHIST-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRH-VESSEL-ID = VES-VESSEL-ID
                       SET HAVE-PROFILE-HISTORY TO TRUE
                    END-IF
              END-READ
           END-IF.

      * Writes the master's current profile as the history row for
      * PRH-EFF-DATE, replacing a row already there for that date.
       WRITE-PROFILE-HISTORY.
           MOVE VES-VESSEL-ID TO PRH-VESSEL-ID.
           MOVE VES-WINDOW-SIZE TO PRH-WINDOW-SIZE.
           MOVE VES-NOISE-THRESHOLD TO PRH-NOISE-THRESHOLD.
           MOVE VES-WARN-THRESHOLD TO PRH-WARN-THRESHOLD.
           MOVE VES-CRIT-THRESHOLD TO PRH-CRIT-THRESHOLD.
           MOVE VES-UNIT-CODE TO PRH-UNIT-CODE.
           MOVE VES-SPIKE-TOL TO PRH-SPIKE-TOL.
           MOVE WS-RUN-DATE TO PRH-CHANGED-DATE.
           MOVE WS-RUN-TIME(1:6) TO PRH-CHANGED-TIME.
           MOVE WS-OPERATOR TO PRH-OPERATOR.
           WRITE PROFHIST-RECORD
              INVALID KEY
                 REWRITE PROFHIST-RECORD
           END-WRITE.
           SET WS-PRH-COUNT UP BY 1.

      * The audit line every transaction leaves, applied or refused.
       WRITE-VESSEL-AUDIT.
