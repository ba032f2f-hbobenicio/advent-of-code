      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN64.cbl
      * $ mv VESSELS.DAT VESOLD.DAT && ./a.out
      *-----------------------------------------------------------------
      * One-time conversion of the vessel master to the layout that
      * carries the per-vessel spike tolerance. Reads the 142-byte
      * rows (sea-state limit already on them) from VESOLD.DAT, the
      * master renamed aside, and writes each to a fresh VESSELS.DAT
      * with every existing field unchanged and the spike tolerance
      * zero -- no vessel's readings are despiked until its tolerance
      * is set through AOC-2021-D01-VESSEL.
      *
      * Refuses to run over an existing VESSELS.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-VESCNV2.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The vessel master in its old layout, renamed aside.
           SELECT OLD-VESSEL-FILE ASSIGN TO 'VESOLD.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-VESSEL-ID
           FILE STATUS IS WS-OLD-FS.

      * The vessel master in the spike-tolerance layout, written
      * fresh.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OLD-VESSEL-FILE.
       01  OLD-VESSEL-RECORD.
           05 OLD-VESSEL-ID     PIC X(10).
           05 OLD-PROFILE       PIC X(132).

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
      * Per-vessel processing profile -- deep-water boats smooth over
      * a wider window and tolerate more jitter than coastal ones.
      * Zero means no profile value: the program's batch-wide setting
      * applies.
           05 VES-WINDOW-SIZE   PIC 9(2).
           05 VES-NOISE-THRESHOLD PIC 9(5).
           05 VES-EXPECTED-COUNT PIC 9(6).
      * Alerting thresholds for abnormal single-step depth swings --
      * warning and critical, in depth units. Zero disables that
      * grade of alert for the vessel.
           05 VES-WARN-THRESHOLD PIC 9(5).
           05 VES-CRIT-THRESHOLD PIC 9(5).
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

       WORKING-STORAGE SECTION.
       01  WS-OLD-FS        PIC X(2) VALUE '00'.
       01  WS-VESSEL-FS     PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-READ          PIC 9(7) VALUE 0.
       01  WS-WRITTEN       PIC 9(7) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-FS NOT = '35'
              IF WS-VESSEL-FS = '00'
                 CLOSE VESSEL-FILE
              END-IF
              DISPLAY 'AOC-2021-D01-VESCNV2: VESSELS.DAT ALREADY '
                 'EXISTS (' WS-VESSEL-FS ') - NOT CONVERTED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT OLD-VESSEL-FILE.
           IF WS-OLD-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-VESCNV2: NO VESOLD.DAT ('
                 WS-OLD-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VESSEL-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ OLD-VESSEL-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-READ UP BY 1
                    PERFORM CONVERT-ONE-VESSEL
              END-READ
           END-PERFORM.
           CLOSE OLD-VESSEL-FILE.
           CLOSE VESSEL-FILE.
           DISPLAY 'AOC-2021-D01-VESCNV2: ' WS-READ ' READ, '
              WS-WRITTEN ' WRITTEN'.
           IF WS-WRITTEN NOT = WS-READ
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One old vessel onto the new master, its profile carried over
      * byte for byte and no spike filter.
       CONVERT-ONE-VESSEL.
           MOVE OLD-VESSEL-RECORD TO VESSEL-RECORD.
           MOVE 0 TO VES-SPIKE-TOL.
           WRITE VESSEL-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-VESCNV2: DUPLICATE KEY '
                    VES-VESSEL-ID
              NOT INVALID KEY
                 SET WS-WRITTEN UP BY 1
           END-WRITE.
