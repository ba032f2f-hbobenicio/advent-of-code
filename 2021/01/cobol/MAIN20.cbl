      * per-band percentage differences (0 = identical profiles,
      * 100 = disjoint), and a score past the configured flag level
      * marks the unit for a tighter calibration schedule.
      *
      * Calibrations belong to the sonar unit, not the vessel: the
      * unit assessed is the one fitted to the vessel on the
      * calibration date asked about (or today), off the equipment
      * register, and only the band history from the spells that
      * unit was on this vessel is compared -- a swap is not drift.
      * A vessel not yet on the register is assessed on calibration
      * rows keyed by its vessel ID, over all of its history.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-DRIFT.
      * AUTHOR. HBOBENICIO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.

      * The sonar installation history (AOC-2021-D01-SONAR).
           SELECT FITTING-FILE ASSIGN TO 'FITTING.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIT-KEY
           FILE STATUS IS WS-FIT-FS.

      * The rolling band-profile history AOC-2021-D01 writes.
           SELECT BANDHIST-FILE ASSIGN TO 'BANDHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.

       FILE SECTION.
      * CAL-UNIT is the serial of the unit calibrated; rows keyed
      * before the equipment register carry a vessel ID instead.
       FD  CALIB-FILE.
       01  CALIB-RECORD.
           05 CAL-UNIT      PIC X(10).
           05 CAL-SEP1      PIC X(1).
           05 CAL-DATE      PIC 9(8).
           05 CAL-SEP2      PIC X(1).
           05 CAL-SEP3      PIC X(1).
           05 CAL-TECH      PIC X(15).

       FD  FITTING-FILE.
       01  FITTING-RECORD.
           05 FIT-KEY.
              10 FIT-VESSEL-ID     PIC X(10).
              10 FIT-INSTALL-DATE  PIC 9(8).
           05 FIT-SERIAL           PIC X(10).
           05 FIT-REMOVE-DATE      PIC 9(8).
           05 FIT-CHANGED-DATE     PIC 9(8).
           05 FIT-OPERATOR         PIC X(12).

       FD  BANDHIST-FILE.
       01  BANDHIST-RECORD.
           05 BND-DATE      PIC 9(8).
       01  WS-CAL-FS        PIC X(2) VALUE '00'.
       01  WS-BANDHIST-FS   PIC X(2) VALUE '00'.
       01  WS-DRIFT-FS      PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-CAL-HAVE      PIC X(1) VALUE 'N'.
         88  CAL-FOUND                VALUE 'Y'.

      * The unit fitted to the vessel on the assessment date and the
      * spells it has spent on this vessel; blank when the vessel
      * has no fitting on record.
       01  WS-ASSESS-DATE   PIC 9(8) VALUE 0.
       01  WS-CAL-UNIT      PIC X(10) VALUE SPACES.
       01  WS-CAL-KEY       PIC X(10) VALUE SPACES.
       01  WS-FIT-LOOP      PIC A(1).
         88  FIT-BREAK                VALUE 'B'.
       01  WS-SPELL-MAX     PIC 9(2) VALUE 20.
       01  WS-SPELL-LEN     PIC 9(2) VALUE 0.
       01  WS-SPELL-TAB.
         05 SPELL-ROW OCCURS 20 TIMES.
            10 SPL-FROM      PIC 9(8).
            10 SPL-TO        PIC 9(8).
       01  WS-S             PIC 9(2) VALUE 0.
       01  WS-IN-SPELL      PIC X(1) VALUE 'N'.
         88  BAND-IN-SPELL            VALUE 'Y'.

      * Drift score past which the unit is flagged. Default 20
      * percentage points.
       01  WS-FLAG-PCT      PIC 9(3) VALUE 20.
           PERFORM LOAD-CAL-DATE.
           IF NOT CAL-FOUND
              DISPLAY 'AOC-2021-D01-DRIFT: NO CALIBRATION ON FILE '
                 'FOR ' WS-VESSEL-ID ' ' WS-CAL-UNIT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
              ON EXCEPTION
                 MOVE SPACES TO WS-CAL-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-CAL-PARM) = 0
              COMPUTE WS-ASSESS-DATE = FUNCTION NUMVAL(WS-CAL-PARM)
           ELSE
              MOVE WS-RUN-DATE TO WS-ASSESS-DATE
           END-IF.
           PERFORM LOAD-FITTED-UNIT.
           IF WS-CAL-UNIT = SPACES
              MOVE WS-VESSEL-ID TO WS-CAL-KEY
           ELSE
              MOVE WS-CAL-UNIT TO WS-CAL-KEY
           END-IF.
           OPEN INPUT CALIB-FILE.
           IF WS-CAL-FS = '00'
              MOVE 'C' TO WS-LOOP
           END-IF.

       SIFT-CALIBRATION.
           IF CAL-UNIT = WS-CAL-KEY
              IF FUNCTION TEST-NUMVAL(WS-CAL-PARM) = 0
                 IF CAL-DATE = FUNCTION NUMVAL(WS-CAL-PARM)
                    MOVE CAL-DATE TO WS-CAL-DATE
              END-IF
           END-IF.

      * The unit on the vessel on the assessment date, then every
      * spell that unit has had on this vessel.
       LOAD-FITTED-UNIT.
           MOVE SPACES TO WS-CAL-UNIT.
           MOVE 0 TO WS-SPELL-LEN.
           OPEN INPUT FITTING-FILE.
           IF WS-FIT-FS = '00'
              PERFORM START-VESSEL-FITTINGS
              PERFORM UNTIL FIT-BREAK
                 READ FITTING-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-FIT-LOOP
                    NOT AT END
                       IF FIT-VESSEL-ID NOT = WS-VESSEL-ID
                          OR FIT-INSTALL-DATE > WS-ASSESS-DATE
                          MOVE 'B' TO WS-FIT-LOOP
                       ELSE
                          IF FIT-REMOVE-DATE > WS-ASSESS-DATE
                             MOVE FIT-SERIAL TO WS-CAL-UNIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-CAL-UNIT NOT = SPACES
                 PERFORM START-VESSEL-FITTINGS
                 PERFORM UNTIL FIT-BREAK
                    READ FITTING-FILE NEXT RECORD
                       AT END MOVE 'B' TO WS-FIT-LOOP
                       NOT AT END
                          IF FIT-VESSEL-ID NOT = WS-VESSEL-ID
                             MOVE 'B' TO WS-FIT-LOOP
                          ELSE
                             IF FIT-SERIAL = WS-CAL-UNIT
                                AND WS-SPELL-LEN < WS-SPELL-MAX
                                SET WS-SPELL-LEN UP BY 1
                                MOVE FIT-INSTALL-DATE
                                   TO SPL-FROM(WS-SPELL-LEN)
                                MOVE FIT-REMOVE-DATE
                                   TO SPL-TO(WS-SPELL-LEN)
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE FITTING-FILE
           END-IF.

       START-VESSEL-FITTINGS.
           MOVE WS-VESSEL-ID TO FIT-VESSEL-ID.
           MOVE 0 TO FIT-INSTALL-DATE.
           START FITTING-FILE KEY >= FIT-KEY
              INVALID KEY
                 MOVE 'B' TO WS-FIT-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-FIT-LOOP
           END-START.

      * Whether a band-history row falls in one of the unit's spells
      * on this vessel (install date up to, not including, removal).
      * With no unit on record every row counts.
       CHECK-BAND-SPELL.
           IF WS-CAL-UNIT = SPACES
              MOVE 'Y' TO WS-IN-SPELL
           ELSE
              MOVE 'N' TO WS-IN-SPELL
              MOVE 1 TO WS-S
              PERFORM UNTIL WS-S > WS-SPELL-LEN OR BAND-IN-SPELL
                 IF BND-DATE >= SPL-FROM(WS-S)
                    AND BND-DATE < SPL-TO(WS-S)
                    MOVE 'Y' TO WS-IN-SPELL
                 END-IF
                 SET WS-S UP BY 1
              END-PERFORM
           END-IF.

      * One pass over the band history: the vessel's rows split into
      * the before-calibration and on-or-after aggregates.
       AGGREGATE-BAND-HISTORY.
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF BND-VESSEL = WS-VESSEL-ID
                          PERFORM CHECK-BAND-SPELL
                       ELSE
                          MOVE 'N' TO WS-IN-SPELL
                       END-IF
                       IF BAND-IN-SPELL
                          AND BND-IDX >= 1
                          AND BND-IDX <= WS-BAND-MAX
                          IF BND-DATE < WS-CAL-DATE
                  DELIMITED BY SIZE INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           IF WS-CAL-UNIT NOT = SPACES
              MOVE SPACES TO DRIFT-RECORD
              STRING 'SONAR UNIT: ' WS-CAL-UNIT
                     '  PROFILES WHILE FITTED TO THIS VESSEL ONLY'
                     DELIMITED BY SIZE INTO DRIFT-RECORD
              END-STRING
              WRITE DRIFT-RECORD
           END-IF.
           MOVE SPACES TO DRIFT-RECORD.
           STRING 'READINGS BEFORE: ' WS-BEFORE-TOTAL
                  '  AFTER: ' WS-AFTER-TOTAL
