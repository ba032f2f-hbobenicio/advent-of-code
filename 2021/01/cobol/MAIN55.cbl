      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN55.cbl
      * $ ./a.out                          (reads SEAMET.DAT)
      *-----------------------------------------------------------------
      * Sea-state loader. The met office sends the hourly sea state
      * for the ports our vessels work from as SEAMET.DAT, one hour
      * per line:
      *   yyyymmdd hh wave swell port
      * hh the hour of the day (00-23), wave the significant wave
      * height in meters, swell the swell period in seconds, and port
      * the port name as the vessel master holds it (it may contain
      * spaces, so it is the rest of the line). Each hour is posted
      * into SEASTATE.DAT by port, date and hour; a later delivery
      * for an hour replaces the earlier one. The solvers attach the
      * hour's sea state to each depth-jump alert and grade the jump
      * advisory when the waves are over the vessel's limit.
      * Malformed lines are counted and listed on the console, not
      * posted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-SEALOAD.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The met office's delivery.
           SELECT SEAMET-FILE ASSIGN TO 'SEAMET.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MET-FS.

      * Hourly sea state per port, as the met office supplied it.
           SELECT SEASTATE-FILE ASSIGN TO 'SEASTATE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEA-KEY
           FILE STATUS IS WS-SEA-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  SEAMET-FILE.
       01  SEAMET-RECORD    PIC X(80).

      * One sea-state row per port, date and hour: significant wave
      * height in meters and swell period in seconds.
       FD  SEASTATE-FILE.
       01  SEASTATE-RECORD.
           05 SEA-KEY.
              10 SEA-PORT          PIC X(15).
              10 SEA-DATE          PIC 9(8).
              10 SEA-HOUR          PIC 9(2).
           05 SEA-WAVE-HT          PIC 9(2)V9(2).
           05 SEA-SWELL-PER        PIC 9(2)V9(1).
           05 SEA-LOADED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MET-FS        PIC X(2) VALUE '00'.
       01  WS-SEA-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * One delivery line, tokenized.
       01  WS-TOK-DATE      PIC X(12) VALUE SPACES.
       01  WS-TOK-HOUR      PIC X(12) VALUE SPACES.
       01  WS-TOK-WAVE      PIC X(12) VALUE SPACES.
       01  WS-TOK-SWELL     PIC X(12) VALUE SPACES.
       01  WS-TOK-PORT      PIC X(30) VALUE SPACES.
       01  WS-TOK-PTR       PIC 9(3) VALUE 1.
       01  WS-DATE          PIC 9(8) VALUE 0.
       01  WS-HOUR          PIC 9(2) VALUE 0.
       01  WS-WAVE          PIC 9(3)V9(2) VALUE 0.
       01  WS-SWELL         PIC 9(3)V9(1) VALUE 0.
       01  WS-LINE-OK       PIC X(1) VALUE 'N'.
         88  LINE-OK                  VALUE 'Y'.
       01  WS-LINE-NUM      PIC 9(6) VALUE 0.

       01  WS-ADDED         PIC 9(6) VALUE 0.
       01  WS-REPLACED      PIC 9(6) VALUE 0.
       01  WS-BAD           PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SEAMET-FILE.
           IF WS-MET-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-SEALOAD: NO SEAMET.DAT ('
                 WS-MET-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O SEASTATE-FILE.
           IF WS-SEA-FS = '35'
              OPEN OUTPUT SEASTATE-FILE
              CLOSE SEASTATE-FILE
              OPEN I-O SEASTATE-FILE
           END-IF.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ SEAMET-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-LINE-NUM UP BY 1
                    IF SEAMET-RECORD NOT = SPACES
                       PERFORM PARSE-MET-LINE
                       IF LINE-OK
                          PERFORM POST-SEA-HOUR
                       ELSE
                          SET WS-BAD UP BY 1
                          DISPLAY 'AOC-2021-D01-SEALOAD: LINE '
                             WS-LINE-NUM ' REJECTED: '
                             SEAMET-RECORD(1:50)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SEAMET-FILE.
           CLOSE SEASTATE-FILE.
           DISPLAY 'AOC-2021-D01-SEALOAD: ' WS-ADDED ' HOURS ADDED, '
              WS-REPLACED ' REPLACED, ' WS-BAD ' REJECTED'.
           IF WS-BAD > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Date, hour, wave height and swell period must all be numeric
      * and in range, and a port must follow them.
       PARSE-MET-LINE.
           MOVE 'N' TO WS-LINE-OK.
           MOVE SPACES TO WS-TOK-DATE.
           MOVE SPACES TO WS-TOK-HOUR.
           MOVE SPACES TO WS-TOK-WAVE.
           MOVE SPACES TO WS-TOK-SWELL.
           MOVE SPACES TO WS-TOK-PORT.
           MOVE 1 TO WS-TOK-PTR.
           UNSTRING SEAMET-RECORD DELIMITED BY ALL ' '
              INTO WS-TOK-DATE WS-TOK-HOUR WS-TOK-WAVE WS-TOK-SWELL
              WITH POINTER WS-TOK-PTR
           END-UNSTRING.
           IF WS-TOK-PTR <= 80
              MOVE SEAMET-RECORD(WS-TOK-PTR:) TO WS-TOK-PORT
           END-IF.
           IF WS-TOK-DATE NOT = SPACES
              AND WS-TOK-HOUR NOT = SPACES
              AND WS-TOK-WAVE NOT = SPACES
              AND WS-TOK-SWELL NOT = SPACES
              AND WS-TOK-PORT NOT = SPACES
              AND WS-TOK-PORT(16:) = SPACES
              AND FUNCTION TEST-NUMVAL(WS-TOK-DATE) = 0
              AND FUNCTION TEST-NUMVAL(WS-TOK-HOUR) = 0
              AND FUNCTION TEST-NUMVAL(WS-TOK-WAVE) = 0
              AND FUNCTION TEST-NUMVAL(WS-TOK-SWELL) = 0
              COMPUTE WS-DATE = FUNCTION NUMVAL(WS-TOK-DATE)
              COMPUTE WS-HOUR = FUNCTION NUMVAL(WS-TOK-HOUR)
              COMPUTE WS-WAVE = FUNCTION NUMVAL(WS-TOK-WAVE)
              COMPUTE WS-SWELL = FUNCTION NUMVAL(WS-TOK-SWELL)
              IF WS-DATE > 19000000
                 AND FUNCTION NUMVAL(WS-TOK-HOUR) < 24
                 AND FUNCTION NUMVAL(WS-TOK-WAVE) >= 0
                 AND FUNCTION NUMVAL(WS-TOK-WAVE) < 100
                 AND FUNCTION NUMVAL(WS-TOK-SWELL) >= 0
                 AND FUNCTION NUMVAL(WS-TOK-SWELL) < 100
                 MOVE 'Y' TO WS-LINE-OK
              END-IF
           END-IF.

      * Into the port's hour; a later delivery replaces the sea state
      * on file.
       POST-SEA-HOUR.
           MOVE WS-TOK-PORT TO SEA-PORT.
           MOVE WS-DATE TO SEA-DATE.
           MOVE WS-HOUR TO SEA-HOUR.
           READ SEASTATE-FILE
              INVALID KEY
                 PERFORM FILL-SEA-HOUR
                 WRITE SEASTATE-RECORD
                 SET WS-ADDED UP BY 1
              NOT INVALID KEY
                 PERFORM FILL-SEA-HOUR
                 REWRITE SEASTATE-RECORD
                 SET WS-REPLACED UP BY 1
           END-READ.

       FILL-SEA-HOUR.
           MOVE WS-WAVE TO SEA-WAVE-HT.
           MOVE WS-SWELL TO SEA-SWELL-PER.
           MOVE WS-RUN-DATE TO SEA-LOADED-DATE.
