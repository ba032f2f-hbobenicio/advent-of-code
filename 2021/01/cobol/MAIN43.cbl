      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN43.cbl
      * $ OFFSTN_DATE=20211209 ./a.out     (default today)
      *-----------------------------------------------------------------
      * Daily off-station exception report. The solvers tally every
      * POS fix of the day against the survey area the vessel is
      * tasked to on AREAS.DAT (maintained by AOC-2021-D01-AREA) and
      * leave the tally in STATION.DAT. This report lists, for the
      * run date, each vessel with fixes outside its area: the share
      * of the day it spent off station -- of the track time logged
      * between timed fixes, or of its fixes when the log carries no
      * times -- and the first and last fix it took off station.
      * Vessels that logged fixes with no area tasked for the day
      * are listed after them, since nothing can be said of where
      * they should have been. Any vessel off station ends the run
      * with RETURN-CODE 4 so the night's chain log shows it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-OFFSTN.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The solvers' station-keeping tally, one row per vessel per
      * run date.
           SELECT STATION-FILE ASSIGN TO 'STATION.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STN-KEY
           FILE STATUS IS WS-STN-FS.

      * The survey-area master, for the box the vessel was held to.
           SELECT AREA-FILE ASSIGN TO 'AREAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARA-AREA-ID
           FILE STATUS IS WS-ARA-FS.

      * The vessel master, for the vessel's name.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-FS.

           SELECT OFFSTN-FILE ASSIGN TO 'OFFSTN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFF-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  STATION-FILE.
       01  STATION-RECORD.
           05 STN-KEY.
              10 STN-RUN-DATE      PIC 9(8).
              10 STN-VESSEL-ID     PIC X(10).
           05 STN-AREA-ID          PIC X(8).
           05 STN-FIX-COUNT        PIC 9(5).
           05 STN-IN-COUNT         PIC 9(5).
           05 STN-OUT-COUNT        PIC 9(5).
           05 STN-TRACK-SECS       PIC 9(5).
           05 STN-OFF-SECS         PIC 9(5).
           05 STN-FIRST-OFF-FIX    PIC 9(5).
           05 STN-FIRST-OFF-TIME   PIC X(6).
           05 STN-FIRST-OFF-LAT    PIC S9(3)V9(4).
           05 STN-FIRST-OFF-LON    PIC S9(3)V9(4).
           05 STN-LAST-OFF-FIX     PIC 9(5).
           05 STN-LAST-OFF-TIME    PIC X(6).
           05 STN-LAST-OFF-LAT     PIC S9(3)V9(4).
           05 STN-LAST-OFF-LON     PIC S9(3)V9(4).

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

       FD  OFFSTN-FILE.
       01  OFFSTN-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STN-FS        PIC X(2) VALUE '00'.
       01  WS-ARA-FS        PIC X(2) VALUE '00'.
       01  WS-VESSEL-FS     PIC X(2) VALUE '00'.
       01  WS-OFF-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-REPORT-DATE   PIC 9(8) VALUE 0.
       01  WS-PARM          PIC X(8) VALUE SPACES.

      * The share of the day off station and how it was measured.
       01  WS-OFF-PCT       PIC 9(3)V9 VALUE 0.
       01  WS-PCT-BASIS     PIC X(16) VALUE SPACES.
       01  WS-HHMM.
           05 WS-HHMM-HH    PIC 9(2).
           05 FILLER        PIC X(1) VALUE ':'.
           05 WS-HHMM-MM    PIC 9(2).
       01  WS-OFF-HHMM      PIC X(5) VALUE SPACES.
       01  WS-TRACK-HHMM    PIC X(5) VALUE SPACES.
       01  WS-SECS          PIC 9(5) VALUE 0.
       01  WS-FIX-TIME      PIC X(7) VALUE SPACES.
       01  WS-VESSEL-NAME   PIC X(20) VALUE SPACES.
       01  WS-SHOW-PCT      PIC ZZ9.9.
       01  WS-SHOW-LAT      PIC -99.9999.
       01  WS-SHOW-LON      PIC -999.9999.
       01  WS-SHOW-LAT2     PIC -99.9999.
       01  WS-SHOW-LON2     PIC -999.9999.

      * Vessels logged with fixes but no area for the day, listed
      * once the off-station vessels are done.
       01  WS-NOAREA-MAX    PIC 9(3) VALUE 200.
       01  WS-NOAREA-LEN    PIC 9(3) VALUE 0.
       01  WS-NOAREA-TAB.
         05 NOA-ROW OCCURS 200 TIMES.
           10 NOA-VESSEL    PIC X(10).
           10 NOA-FIXES     PIC 9(5).
       01  WS-N             PIC 9(3) VALUE 0.

       01  WS-VESSELS       PIC 9(5) VALUE 0.
       01  WS-ON-STATION    PIC 9(5) VALUE 0.
       01  WS-OFF-STATION   PIC 9(5) VALUE 0.
       01  WS-NO-AREA       PIC 9(5) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE.
           ACCEPT WS-PARM FROM ENVIRONMENT 'OFFSTN_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM
           END-ACCEPT.
           IF WS-PARM IS NUMERIC
              MOVE WS-PARM TO WS-REPORT-DATE
           END-IF.
           OPEN INPUT STATION-FILE.
           IF WS-STN-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-OFFSTN: NO STATION.DAT ('
                 WS-STN-FS ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AREA-FILE.
           OPEN INPUT VESSEL-FILE.
           OPEN OUTPUT OFFSTN-FILE.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING 'OFF-STATION REPORT  RUN DATE ' WS-REPORT-DATE
                  '  PRODUCED ' WS-RUN-DATE
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.
           MOVE WS-REPORT-DATE TO STN-RUN-DATE.
           MOVE LOW-VALUES TO STN-VESSEL-ID.
           START STATION-FILE KEY >= STN-KEY
              INVALID KEY
                 SET LOOP-BREAK TO TRUE
              NOT INVALID KEY
                 SET LOOP-CONTINUE TO TRUE
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ STATION-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF STN-RUN-DATE NOT = WS-REPORT-DATE
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       SET WS-VESSELS UP BY 1
                       PERFORM CHECK-VESSEL-DAY
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM WRITE-NO-AREA-LIST.
           MOVE SPACES TO OFFSTN-RECORD.
           WRITE OFFSTN-RECORD.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING 'VESSELS WITH FIXES ' WS-VESSELS
                  '  ON STATION ' WS-ON-STATION
                  '  OFF STATION ' WS-OFF-STATION
                  '  NO AREA TASKED ' WS-NO-AREA
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.
           CLOSE STATION-FILE.
           IF WS-ARA-FS = '00'
              CLOSE AREA-FILE
           END-IF.
           IF WS-VESSEL-FS = '00'
              CLOSE VESSEL-FILE
           END-IF.
           CLOSE OFFSTN-FILE.
           DISPLAY 'AOC-2021-D01-OFFSTN: ' WS-VESSELS
              ' VESSELS WITH FIXES, ' WS-OFF-STATION ' OFF STATION'.
           IF WS-OFF-STATION > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One vessel's day: off station, on station, or with no area
      * to be held to.
       CHECK-VESSEL-DAY.
           EVALUATE TRUE
              WHEN STN-AREA-ID = SPACES
                 SET WS-NO-AREA UP BY 1
                 IF WS-NOAREA-LEN < WS-NOAREA-MAX
                    SET WS-NOAREA-LEN UP BY 1
                    MOVE STN-VESSEL-ID TO NOA-VESSEL(WS-NOAREA-LEN)
                    MOVE STN-FIX-COUNT TO NOA-FIXES(WS-NOAREA-LEN)
                 END-IF
              WHEN STN-OUT-COUNT > 0
                 SET WS-OFF-STATION UP BY 1
                 PERFORM WRITE-OFF-STATION
              WHEN OTHER
                 SET WS-ON-STATION UP BY 1
           END-EVALUATE.

      * The vessel, its area, the share of the day off station and
      * the first and last fix taken outside the box.
       WRITE-OFF-STATION.
           MOVE SPACES TO WS-VESSEL-NAME.
           IF WS-VESSEL-FS = '00'
              MOVE STN-VESSEL-ID TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VES-NAME TO WS-VESSEL-NAME
              END-READ
           END-IF.
           MOVE SPACES TO OFFSTN-RECORD.
           WRITE OFFSTN-RECORD.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING 'VESSEL ' STN-VESSEL-ID ' ' WS-VESSEL-NAME
                  '  AREA ' STN-AREA-ID
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.
           MOVE STN-AREA-ID TO ARA-AREA-ID.
           IF WS-ARA-FS = '00'
              READ AREA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM WRITE-AREA-BOX
              END-READ
           END-IF.
           IF STN-TRACK-SECS > 0
              COMPUTE WS-OFF-PCT ROUNDED =
                 STN-OFF-SECS * 100 / STN-TRACK-SECS
              MOVE 'OF LOGGED TIME' TO WS-PCT-BASIS
           ELSE
              COMPUTE WS-OFF-PCT ROUNDED =
                 STN-OUT-COUNT * 100 / STN-FIX-COUNT
              MOVE 'OF FIXES' TO WS-PCT-BASIS
           END-IF.
           MOVE WS-OFF-PCT TO WS-SHOW-PCT.
           MOVE STN-OFF-SECS TO WS-SECS.
           PERFORM SECONDS-TO-HHMM.
           MOVE WS-HHMM TO WS-OFF-HHMM.
           MOVE STN-TRACK-SECS TO WS-SECS.
           PERFORM SECONDS-TO-HHMM.
           MOVE WS-HHMM TO WS-TRACK-HHMM.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING '  FIXES ' STN-FIX-COUNT
                  '  IN AREA ' STN-IN-COUNT
                  '  OFF STATION ' STN-OUT-COUNT
                  '  OFF STATION ' WS-SHOW-PCT '% ' WS-PCT-BASIS
                  '  (' WS-OFF-HHMM ' OF ' WS-TRACK-HHMM
                  ' LOGGED)'
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.
           MOVE STN-FIRST-OFF-TIME TO WS-FIX-TIME.
           IF WS-FIX-TIME = SPACES
              MOVE 'UNTIMED' TO WS-FIX-TIME
           END-IF.
           MOVE STN-FIRST-OFF-LAT TO WS-SHOW-LAT.
           MOVE STN-FIRST-OFF-LON TO WS-SHOW-LON.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING '  FIRST OFF-STATION FIX ' STN-FIRST-OFF-FIX
                  ' AT ' WS-FIX-TIME
                  '  ' WS-SHOW-LAT ' ' WS-SHOW-LON
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.
           MOVE STN-LAST-OFF-TIME TO WS-FIX-TIME.
           IF WS-FIX-TIME = SPACES
              MOVE 'UNTIMED' TO WS-FIX-TIME
           END-IF.
           MOVE STN-LAST-OFF-LAT TO WS-SHOW-LAT.
           MOVE STN-LAST-OFF-LON TO WS-SHOW-LON.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING '  LAST  OFF-STATION FIX ' STN-LAST-OFF-FIX
                  ' AT ' WS-FIX-TIME
                  '  ' WS-SHOW-LAT ' ' WS-SHOW-LON
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.

      * The box the vessel was held to, as the master has it now.
       WRITE-AREA-BOX.
           MOVE ARA-LAT-MIN TO WS-SHOW-LAT.
           MOVE ARA-LAT-MAX TO WS-SHOW-LAT2.
           MOVE ARA-LON-MIN TO WS-SHOW-LON.
           MOVE ARA-LON-MAX TO WS-SHOW-LON2.
           MOVE SPACES TO OFFSTN-RECORD.
           STRING '  ' ARA-NAME
                  '  LAT ' WS-SHOW-LAT ' TO ' WS-SHOW-LAT2
                  '  LON ' WS-SHOW-LON ' TO ' WS-SHOW-LON2
              DELIMITED BY SIZE INTO OFFSTN-RECORD
           END-STRING.
           WRITE OFFSTN-RECORD.

      * WS-SECS as HH:MM.
       SECONDS-TO-HHMM.
           DIVIDE WS-SECS BY 3600 GIVING WS-HHMM-HH.
           COMPUTE WS-HHMM-MM =
              (WS-SECS - WS-HHMM-HH * 3600) / 60.

      * Vessels that logged fixes with no area tasked on the day.
       WRITE-NO-AREA-LIST.
           IF WS-NOAREA-LEN > 0
              MOVE SPACES TO OFFSTN-RECORD
              WRITE OFFSTN-RECORD
              MOVE 'FIXES LOGGED WITH NO SURVEY AREA TASKED FOR THE DAY'
                 TO OFFSTN-RECORD
              WRITE OFFSTN-RECORD
              MOVE 1 TO WS-N
              PERFORM UNTIL WS-N > WS-NOAREA-LEN
                 MOVE SPACES TO OFFSTN-RECORD
                 STRING '  VESSEL ' NOA-VESSEL(WS-N)
                        '  FIXES ' NOA-FIXES(WS-N)
                    DELIMITED BY SIZE INTO OFFSTN-RECORD
                 END-STRING
                 WRITE OFFSTN-RECORD
                 SET WS-N UP BY 1
              END-PERFORM
           END-IF.
