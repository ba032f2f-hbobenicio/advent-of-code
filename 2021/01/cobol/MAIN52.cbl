      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN52.cbl
      * $ INTEGRITY_FIX=Y ./a.out
      *-----------------------------------------------------------------
      * Weekly referential-integrity audit of the shared files. Each
      * file that refers to another -- a vessel ID to the vessel
      * master, a run day to MASTER.DAT, an area to the survey-area
      * master, a sonar serial to the equipment register, a ledgered
      * input path to the disk -- is walked and every reference
      * checked. Each orphan or inconsistency is listed in
      * INTEGRTY.TXT by rule, file and key, with a count per rule at
      * the foot and RETURN-CODE 8 when anything at all was found.
      * Nothing is changed: the audit only reads.
      *
      * Rules:
      *   R01 MASTER.DAT     vessel not on VESSELS.DAT
      *   R02 RUNLEDGR.DAT   vessel not on VESSELS.DAT
      *   R03 RUNLEDGR.DAT   ledgered input path no longer exists
      *   R04 CONTINUITY.DAT vessel not on VESSELS.DAT
      *   R05 CONTINUITY.DAT vessel decommissioned, not offboarded
      *   R06 SCHED.DAT      vessel not on VESSELS.DAT
      *   R07 SOUNDREP.DAT   sounding day with no MASTER.DAT row
      *   R08 CHARTSTG.DAT   staged day with no MASTER.DAT row
      *   R09 AREAS.DAT      tasked vessel not on VESSELS.DAT
      *   R10 STATION.DAT    area not on AREAS.DAT
      *   R11 FITTING.DAT    vessel not on VESSELS.DAT
      *   R12 FITTING.DAT    serial not on SONAR.DAT
      *   R13 CONTRACT.DAT   vessel not on VESSELS.DAT
      *   R14 PROFHIST.DAT   vessel not on VESSELS.DAT
      *   R15 ALERTS.DAT     vessel not on VESSELS.DAT
      *
      * With INTEGRITY_FIX=Y the findings that have a safe fix are
      * also written to INTEGFIX.DAT, one correction per line: the
      * transaction file or job it belongs to, the rule, and from
      * column 18 the transaction itself in that program's own
      * layout -- an R06 date is a SCHEDTRN.DAT DEL, an R09 tasking
      * an AREATRAN.DAT RLS, and an R05 vessel the VESSEL_ID for an
      * AOC-2021-D01-OFFBOARD run. Each still goes through its own
      * program, with its own authority checks and audit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-INTEGRITY.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The vessel master every vessel reference is checked against.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * The historical master: walked for its own vessel references,
      * then read by key for the files that refer to a run day.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LED-KEY
           FILE STATUS IS WS-LEDGER-FS.

      * A ledgered input path, opened only to see that it is there.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FS.

           SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONT-VESSEL-ID
           FILE STATUS IS WS-CONT-FS.

           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.

           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.

      * The survey-area master: walked for its taskings, then read by
      * key for the station summaries' area references.
           SELECT AREA-FILE ASSIGN TO 'AREAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARA-AREA-ID
           FILE STATUS IS WS-AREA-FS.

           SELECT STATION-FILE ASSIGN TO 'STATION.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STN-KEY
           FILE STATUS IS WS-STATION-FS.

           SELECT SONAR-FILE ASSIGN TO 'SONAR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SON-SERIAL
           FILE STATUS IS WS-SON-FS.

           SELECT FITTING-FILE ASSIGN TO 'FITTING.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FIT-KEY
           FILE STATUS IS WS-FIT-FS.

           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CON-CONTRACT-ID
           FILE STATUS IS WS-CON-FS.

           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.

      * This program's own output -- the integrity report.
           SELECT INTEG-FILE ASSIGN TO 'INTEGRTY.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTEG-FS.

      * The safe corrections, written only when asked for.
           SELECT FIX-FILE ASSIGN TO 'INTEGFIX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-FS.
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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MAS-KEY.
              10 MAS-RUN-DATE      PIC 9(8).
              10 MAS-VESSEL-ID     PIC X(10).
           05 MAS-SINGLE-COUNT     PIC 9(5).
           05 MAS-WINDOW-COUNT     PIC 9(5).
      * Hydrographer release state. Any job that solves or re-posts
      * a day leaves it pending review; only a released day goes out
      * on the charting extract, and MAS-CHART-SENT holds the date
      * it last went (zero while it has not).
           05 MAS-RELEASE-STATUS   PIC X(1).
              88 MAS-PENDING               VALUE 'P' SPACE.
              88 MAS-RELEASED              VALUE 'R'.
              88 MAS-WITHHELD              VALUE 'W'.
           05 MAS-RELEASE-REASON   PIC X(30).
           05 MAS-RELEASE-DATE     PIC 9(8).
           05 MAS-RELEASE-BY       PIC X(12).
           05 MAS-CHART-SENT       PIC 9(8).
      * Vessel-first access path: the same vessel and run date as
      * MAS-KEY in the other order, so one vessel's history is a
      * keyed range instead of a scan of the whole fleet's days.
      * Set from MAS-KEY whenever a day is first written.
           05 MAS-VESSEL-KEY.
              10 MAS-VK-VESSEL-ID  PIC X(10).
              10 MAS-VK-RUN-DATE   PIC 9(8).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-KEY.
              10 LED-VESSEL-ID     PIC X(10).
              10 LED-CHECKSUM      PIC 9(9).
           05 LED-RUN-DATE         PIC 9(8).
           05 LED-INPUT-PATH       PIC X(60).
           05 LED-REC-COUNT        PIC 9(6).
           05 LED-OVERRIDE         PIC X(1).
           05 LED-RUN-COUNT        PIC 9(3).

       FD  INPUT-FILE.
       01  INPUT-FILE-RECORD.
           05 NUM PIC X(30).

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
           05 CONT-VESSEL-ID     PIC X(10).
           05 CONT-RUN-DATE      PIC 9(8).
           05 CONT-LAST-READING  PIC S9(4).
           05 CONT-LAST-WINDOW   PIC S9(5).

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY.
              10 SCH-VESSEL-ID     PIC X(10).
              10 SCH-DATE          PIC 9(8).
           05 SCH-REASON           PIC X(15).

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

       FD  CHARTSTG-FILE.
       01  CHARTSTG-RECORD.
           05 STG-KEY.
              10 STG-RUN-DATE      PIC 9(8).
              10 STG-VESSEL-ID     PIC X(10).
           05 STG-DETAIL           PIC X(100).
           05 STG-READ             PIC 9(7).
           05 STG-REJECTS          PIC 9(6).
      * The depth readings the solver kept and counted. Blank flag
      * on a row staged before the count was carried.
           05 STG-KEPT-FLAG        PIC X(1).
              88 STG-KEPT-KNOWN            VALUE 'Y'.
           05 STG-KEPT             PIC 9(7).

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

       FD  SONAR-FILE.
       01  SONAR-RECORD.
           05 SON-SERIAL        PIC X(10).
           05 SON-MODEL         PIC X(15).
           05 SON-CAL-INTERVAL  PIC 9(3).
           05 SON-STATUS        PIC X(1).
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

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 ALR-DATE     PIC 9(8).
           05 ALR-SEP1     PIC X(1).
           05 ALR-VESSEL   PIC X(10).
           05 ALR-SEP2     PIC X(1).
           05 ALR-REC-NUM  PIC 9(6).
           05 ALR-SEP3     PIC X(1).
           05 ALR-SEVERITY PIC X(1).
           05 ALR-SEP4     PIC X(1).
           05 ALR-DELTA    PIC 9(5).
           05 ALR-SEP5     PIC X(1).
           05 ALR-STATUS   PIC X(1).
           05 ALR-SEP6     PIC X(1).
           05 ALR-OWNER    PIC X(12).
           05 ALR-SEP7     PIC X(1).
           05 ALR-TIME     PIC X(6).
           05 ALR-SEP8     PIC X(1).
           05 ALR-SEA-KNOWN PIC X(1).
           05 ALR-SEP9     PIC X(1).
           05 ALR-WAVE-HT  PIC 9(2)V9(2).
           05 ALR-SEP10    PIC X(1).
           05 ALR-SWELL-PER PIC 9(2)V9(1).
           05 ALR-SEP11    PIC X(1).
           05 ALR-RAISED-SEV PIC X(1).

       FD  INTEG-FILE.
       01  INTEG-RECORD    PIC X(100).

      * One correction: where it goes, the rule it answers, and the
      * transaction line itself.
       FD  FIX-FILE.
       01  FIX-RECORD.
           05 FIX-TARGET    PIC X(12).
           05 FIX-SEP1      PIC X(1).
           05 FIX-RULE      PIC X(3).
           05 FIX-SEP2      PIC X(1).
           05 FIX-TRAN      PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-LEDGER-FS     PIC X(2) VALUE '00'.
       01  WS-INPUT-FS      PIC X(2) VALUE '00'.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-AREA-FS       PIC X(2) VALUE '00'.
       01  WS-STATION-FS    PIC X(2) VALUE '00'.
       01  WS-SON-FS        PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-CON-FS        PIC X(2) VALUE '00'.
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-ALERT-FS      PIC X(2) VALUE '00'.
       01  WS-INTEG-FS      PIC X(2) VALUE '00'.
       01  WS-FIX-FS        PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-INPUT-PATH    PIC X(60) VALUE SPACES.

      * Whether the keyed lookups are open -- a lookup file that is
      * not there makes every reference to it an orphan.
       01  WS-MAS-OPEN      PIC X(1) VALUE 'N'.
         88  MAS-OPEN                 VALUE 'Y'.
       01  WS-ARA-OPEN      PIC X(1) VALUE 'N'.
         88  ARA-OPEN                 VALUE 'Y'.
       01  WS-SON-OPEN      PIC X(1) VALUE 'N'.
         88  SON-OPEN                 VALUE 'Y'.

      * INTEGRITY_FIX=Y asks for the correction file.
       01  WS-FIX-PARM      PIC X(1) VALUE SPACE.
         88  FIX-WANTED               VALUE 'Y'.

      * Vessel lookup: the ID asked about and what was found. The
      * last answer is kept, since most files are in vessel order.
       01  WS-CHECK-VESSEL  PIC X(10) VALUE SPACES.
       01  WS-LAST-VESSEL   PIC X(10) VALUE LOW-VALUES.
       01  WS-VES-FOUND     PIC X(1) VALUE 'N'.
         88  VESSEL-FOUND             VALUE 'Y'.
       01  WS-VES-STATUS    PIC X(1) VALUE SPACE.
         88  VESSEL-DECOMMISSIONED    VALUE 'D'.

      * Day lookup on MASTER.DAT.
       01  WS-CHECK-DATE    PIC 9(8) VALUE 0.
       01  WS-DAY-FOUND     PIC X(1) VALUE 'N'.
         88  DAY-FOUND                VALUE 'Y'.
       01  WS-PREV-SND-VESSEL PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-SND-DATE PIC 9(8) VALUE 0.

      * Area and serial lookups.
       01  WS-CHECK-AREA    PIC X(8) VALUE SPACES.
       01  WS-AREA-FOUND    PIC X(1) VALUE 'N'.
         88  AREA-FOUND               VALUE 'Y'.
       01  WS-SERIAL-FOUND  PIC X(1) VALUE 'N'.
         88  SERIAL-FOUND             VALUE 'Y'.
       01  WS-SLOT          PIC 9(2) VALUE 0.

      * The finding being written.
       01  WS-FND-RULE      PIC X(3) VALUE SPACES.
       01  WS-FND-FILE      PIC X(14) VALUE SPACES.
       01  WS-FND-KEY       PIC X(36) VALUE SPACES.
       01  WS-FND-TEXT      PIC X(40) VALUE SPACES.
       01  WS-NOT-CHECKED   PIC X(14) VALUE SPACES.
       01  WS-SUM-TEXT      PIC X(50) VALUE SPACES.

      * The correction transactions, each in its own program's
      * layout.
       01  WS-SCHED-TRAN.
           05 SFX-ACTION    PIC X(3) VALUE 'DEL'.
           05 SFX-SEP1      PIC X(1) VALUE SPACE.
           05 SFX-VESSEL    PIC X(10).
           05 SFX-SEP2      PIC X(1) VALUE SPACE.
           05 SFX-FROM      PIC 9(8).
           05 SFX-SEP3      PIC X(1) VALUE SPACE.
           05 SFX-TO        PIC 9(8).
           05 SFX-SEP4      PIC X(1) VALUE SPACE.
           05 SFX-REASON    PIC X(15) VALUE 'ORPHAN CLEARED'.
       01  WS-AREA-TRAN.
           05 AFX-ACTION    PIC X(3) VALUE 'RLS'.
           05 AFX-SEP1      PIC X(1) VALUE SPACE.
           05 AFX-AREA      PIC X(8).
           05 AFX-BLANK     PIC X(82) VALUE SPACES.
           05 AFX-VESSEL    PIC X(10).
       01  WS-OFF-TRAN.
           05 OFX-PARM      PIC X(10) VALUE 'VESSEL_ID='.
           05 OFX-VESSEL    PIC X(10).

      * Findings per rule, and in all.
       01  WS-R01-COUNT     PIC 9(6) VALUE 0.
       01  WS-R02-COUNT     PIC 9(6) VALUE 0.
       01  WS-R03-COUNT     PIC 9(6) VALUE 0.
       01  WS-R04-COUNT     PIC 9(6) VALUE 0.
       01  WS-R05-COUNT     PIC 9(6) VALUE 0.
       01  WS-R06-COUNT     PIC 9(6) VALUE 0.
       01  WS-R07-COUNT     PIC 9(6) VALUE 0.
       01  WS-R08-COUNT     PIC 9(6) VALUE 0.
       01  WS-R09-COUNT     PIC 9(6) VALUE 0.
       01  WS-R10-COUNT     PIC 9(6) VALUE 0.
       01  WS-R11-COUNT     PIC 9(6) VALUE 0.
       01  WS-R12-COUNT     PIC 9(6) VALUE 0.
       01  WS-R13-COUNT     PIC 9(6) VALUE 0.
       01  WS-R14-COUNT     PIC 9(6) VALUE 0.
       01  WS-R15-COUNT     PIC 9(6) VALUE 0.
       01  WS-FINDINGS      PIC 9(7) VALUE 0.
       01  WS-FIXES         PIC 9(6) VALUE 0.
       01  WS-SUM-COUNT     PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-FIX-PARM FROM ENVIRONMENT 'INTEGRITY_FIX'
              ON EXCEPTION
                 MOVE SPACE TO WS-FIX-PARM
           END-ACCEPT.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS NOT = '00'
              DISPLAY 'AOC-2021-D01-INTEGRITY: NO VESSEL MASTER ('
                 WS-VESSEL-MFS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT INTEG-FILE.
           IF FIX-WANTED
              OPEN OUTPUT FIX-FILE
           END-IF.
           MOVE SPACES TO INTEG-RECORD.
           STRING 'SHARED-FILE INTEGRITY AUDIT  RUN: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO INTEG-RECORD
           END-STRING.
           WRITE INTEG-RECORD.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS = '00'
              SET MAS-OPEN TO TRUE
           END-IF.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-FS = '00'
              SET ARA-OPEN TO TRUE
           END-IF.
           OPEN INPUT SONAR-FILE.
           IF WS-SON-FS = '00'
              SET SON-OPEN TO TRUE
           END-IF.
           PERFORM AUDIT-MASTER.
           PERFORM AUDIT-LEDGER.
           PERFORM AUDIT-CONTINUITY.
           PERFORM AUDIT-SCHEDULE.
           PERFORM AUDIT-SOUNDINGS.
           PERFORM AUDIT-STAGED-DETAILS.
           PERFORM AUDIT-AREAS.
           PERFORM AUDIT-STATIONS.
           PERFORM AUDIT-FITTINGS.
           PERFORM AUDIT-CONTRACTS.
           PERFORM AUDIT-PROFILES.
           PERFORM AUDIT-ALERTS.
           PERFORM WRITE-RULE-SUMMARY.
           IF MAS-OPEN
              CLOSE MASTER-FILE
           END-IF.
           IF ARA-OPEN
              CLOSE AREA-FILE
           END-IF.
           IF SON-OPEN
              CLOSE SONAR-FILE
           END-IF.
           CLOSE VESSEL-FILE.
           CLOSE INTEG-FILE.
           IF FIX-WANTED
              CLOSE FIX-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-INTEGRITY: ' WS-FINDINGS
              ' FINDINGS, ' WS-FIXES ' SAFE CORRECTIONS'.
           IF WS-FINDINGS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * R01: every master row names a vessel on the vessel master.
       AUDIT-MASTER.
           IF NOT MAS-OPEN
              MOVE 'MASTER.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE LOW-VALUES TO MAS-KEY
              START MASTER-FILE KEY >= MAS-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-LOOP
              END-START
              PERFORM UNTIL LOOP-BREAK
                 READ MASTER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE MAS-VESSEL-ID TO WS-CHECK-VESSEL
                       PERFORM LOOKUP-VESSEL
                       IF NOT VESSEL-FOUND
                          SET WS-R01-COUNT UP BY 1
                          MOVE 'R01' TO WS-FND-RULE
                          MOVE 'MASTER.DAT' TO WS-FND-FILE
                          MOVE SPACES TO WS-FND-KEY
                          STRING MAS-RUN-DATE ' ' MAS-VESSEL-ID
                             DELIMITED BY SIZE INTO WS-FND-KEY
                          END-STRING
                          MOVE 'VESSEL NOT ON VESSELS.DAT'
                             TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      * R02/R03: every ledger row names a known vessel, and the
      * input path it ledgered is still on disk.
       AUDIT-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FS NOT = '00'
              MOVE 'RUNLEDGR.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ LEDGER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM CHECK-LEDGER-ROW
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       CHECK-LEDGER-ROW.
           MOVE 'RUNLEDGR.DAT' TO WS-FND-FILE.
           MOVE SPACES TO WS-FND-KEY.
           STRING LED-VESSEL-ID ' ' LED-CHECKSUM ' ' LED-RUN-DATE
              DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING.
           MOVE LED-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-VESSEL.
           IF NOT VESSEL-FOUND
              SET WS-R02-COUNT UP BY 1
              MOVE 'R02' TO WS-FND-RULE
              MOVE 'VESSEL NOT ON VESSELS.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.
           IF LED-INPUT-PATH NOT = SPACES
              MOVE LED-INPUT-PATH TO WS-INPUT-PATH
              OPEN INPUT INPUT-FILE
              IF WS-INPUT-FS = '00'
                 CLOSE INPUT-FILE
              ELSE
                 SET WS-R03-COUNT UP BY 1
                 MOVE 'R03' TO WS-FND-RULE
                 MOVE 'INPUT PATH NO LONGER EXISTS' TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
                 MOVE SPACES TO INTEG-RECORD
                 STRING '         ' FUNCTION TRIM(LED-INPUT-PATH)
                    DELIMITED BY SIZE INTO INTEG-RECORD
                 END-STRING
                 WRITE INTEG-RECORD
              END-IF
           END-IF.

      * R04/R05: a continuity record belongs to a known vessel, and
      * not to a decommissioned one -- AOC-2021-D01-OFFBOARD removes
      * a decommissioned vessel's record with the rest of its live
      * rows, so one left behind means the offboarding never ran.
       AUDIT-CONTINUITY.
           OPEN INPUT CONTINUITY-FILE.
           IF WS-CONT-FS NOT = '00'
              MOVE 'CONTINUITY.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTINUITY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM CHECK-CONTINUITY-ROW
                 END-READ
              END-PERFORM
              CLOSE CONTINUITY-FILE
           END-IF.

       CHECK-CONTINUITY-ROW.
           MOVE 'CONTINUITY.DAT' TO WS-FND-FILE.
           MOVE SPACES TO WS-FND-KEY.
           STRING CONT-VESSEL-ID ' ' CONT-RUN-DATE
              DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING.
           MOVE CONT-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-VESSEL.
           IF NOT VESSEL-FOUND
              SET WS-R04-COUNT UP BY 1
              MOVE 'R04' TO WS-FND-RULE
              MOVE 'VESSEL NOT ON VESSELS.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           ELSE
              IF VESSEL-DECOMMISSIONED
                 SET WS-R05-COUNT UP BY 1
                 MOVE 'R05' TO WS-FND-RULE
                 MOVE 'DECOMMISSIONED - NOT OFFBOARDED'
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
                 IF FIX-WANTED
                    MOVE CONT-VESSEL-ID TO OFX-VESSEL
                    MOVE 'OFFBOARD' TO FIX-TARGET
                    MOVE WS-OFF-TRAN TO FIX-TRAN
                    PERFORM WRITE-FIX
                 END-IF
              END-IF
           END-IF.

      * R06: a calendar date for a vessel not on the master. The
      * safe fix clears the date through AOC-2021-D01-SCHED.
       AUDIT-SCHEDULE.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-FS NOT = '00'
              MOVE 'SCHED.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SCHED-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM CHECK-SCHEDULE-ROW
                 END-READ
              END-PERFORM
              CLOSE SCHED-FILE
           END-IF.

       CHECK-SCHEDULE-ROW.
           MOVE SCH-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-VESSEL.
           IF NOT VESSEL-FOUND
              SET WS-R06-COUNT UP BY 1
              MOVE 'R06' TO WS-FND-RULE
              MOVE 'SCHED.DAT' TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              STRING SCH-VESSEL-ID ' ' SCH-DATE
                 DELIMITED BY SIZE INTO WS-FND-KEY
              END-STRING
              MOVE 'VESSEL NOT ON VESSELS.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
              IF FIX-WANTED
                 MOVE SCH-VESSEL-ID TO SFX-VESSEL
                 MOVE SCH-DATE TO SFX-FROM
                 MOVE SCH-DATE TO SFX-TO
                 MOVE 'SCHEDTRN.DAT' TO FIX-TARGET
                 MOVE WS-SCHED-TRAN TO FIX-TRAN
                 PERFORM WRITE-FIX
              END-IF
           END-IF.

      * R07: each vessel-day in the soundings repository has its
      * master row. Soundings are in vessel, date order, so each
      * day is looked up once, at its first sounding.
       AUDIT-SOUNDINGS.
           OPEN INPUT SOUND-FILE.
           IF WS-SOUND-FS NOT = '00'
              MOVE 'SOUNDREP.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SOUND-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF SND-VESSEL-ID NOT = WS-PREV-SND-VESSEL
                          OR SND-DATE NOT = WS-PREV-SND-DATE
                          MOVE SND-VESSEL-ID TO WS-PREV-SND-VESSEL
                          MOVE SND-DATE TO WS-PREV-SND-DATE
                          PERFORM CHECK-SOUNDING-DAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOUND-FILE
           END-IF.

       CHECK-SOUNDING-DAY.
           MOVE SND-DATE TO WS-CHECK-DATE.
           MOVE SND-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-MASTER-DAY.
           IF NOT DAY-FOUND
              SET WS-R07-COUNT UP BY 1
              MOVE 'R07' TO WS-FND-RULE
              MOVE 'SOUNDREP.DAT' TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              STRING SND-VESSEL-ID ' ' SND-DATE
                 DELIMITED BY SIZE INTO WS-FND-KEY
              END-STRING
              MOVE 'DAY HAS NO MASTER.DAT ROW' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

      * R08: each staged charting detail belongs to a master day --
      * one that has none can never be released or sent.
       AUDIT-STAGED-DETAILS.
           OPEN INPUT CHARTSTG-FILE.
           IF WS-CHARTSTG-FS NOT = '00'
              MOVE 'CHARTSTG.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CHARTSTG-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM CHECK-STAGED-DAY
                 END-READ
              END-PERFORM
              CLOSE CHARTSTG-FILE
           END-IF.

       CHECK-STAGED-DAY.
           MOVE STG-RUN-DATE TO WS-CHECK-DATE.
           MOVE STG-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-MASTER-DAY.
           IF NOT DAY-FOUND
              SET WS-R08-COUNT UP BY 1
              MOVE 'R08' TO WS-FND-RULE
              MOVE 'CHARTSTG.DAT' TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              STRING STG-RUN-DATE ' ' STG-VESSEL-ID
                 DELIMITED BY SIZE INTO WS-FND-KEY
              END-STRING
              MOVE 'DAY HAS NO MASTER.DAT ROW' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

      * R09: every vessel tasked to an area is on the vessel master.
      * The safe fix releases the tasking through AOC-2021-D01-AREA.
       AUDIT-AREAS.
           IF NOT ARA-OPEN
              MOVE 'AREAS.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE LOW-VALUES TO ARA-AREA-ID
              START AREA-FILE KEY >= ARA-AREA-ID
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-LOOP
              END-START
              PERFORM UNTIL LOOP-BREAK
                 READ AREA-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE 1 TO WS-SLOT
                       PERFORM UNTIL WS-SLOT > ARA-VESSEL-COUNT
                          OR WS-SLOT > 10
                          PERFORM CHECK-AREA-TASKING
                          SET WS-SLOT UP BY 1
                       END-PERFORM
                 END-READ
              END-PERFORM
           END-IF.

       CHECK-AREA-TASKING.
           MOVE ARA-VESSEL-ID(WS-SLOT) TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-VESSEL.
           IF NOT VESSEL-FOUND
              SET WS-R09-COUNT UP BY 1
              MOVE 'R09' TO WS-FND-RULE
              MOVE 'AREAS.DAT' TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              STRING ARA-AREA-ID ' ' ARA-VESSEL-ID(WS-SLOT)
                 DELIMITED BY SIZE INTO WS-FND-KEY
              END-STRING
              MOVE 'TASKED VESSEL NOT ON VESSELS.DAT'
                 TO WS-FND-TEXT
              PERFORM WRITE-FINDING
              IF FIX-WANTED
                 MOVE ARA-AREA-ID TO AFX-AREA
                 MOVE ARA-VESSEL-ID(WS-SLOT) TO AFX-VESSEL
                 MOVE 'AREATRAN.DAT' TO FIX-TARGET
                 MOVE WS-AREA-TRAN TO FIX-TRAN
                 PERFORM WRITE-FIX
              END-IF
           END-IF.

      * R10: a station summary names an area on the area master (a
      * day solved with no tasking carries a blank area).
       AUDIT-STATIONS.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FS NOT = '00'
              MOVE 'STATION.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ STATION-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF STN-AREA-ID NOT = SPACES
                          PERFORM CHECK-STATION-AREA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATION-FILE
           END-IF.

       CHECK-STATION-AREA.
           MOVE 'N' TO WS-AREA-FOUND.
           IF ARA-OPEN
              MOVE STN-AREA-ID TO ARA-AREA-ID
              READ AREA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET AREA-FOUND TO TRUE
              END-READ
           END-IF.
           IF NOT AREA-FOUND
              SET WS-R10-COUNT UP BY 1
              MOVE 'R10' TO WS-FND-RULE
              MOVE 'STATION.DAT' TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              STRING STN-RUN-DATE ' ' STN-VESSEL-ID ' ' STN-AREA-ID
                 DELIMITED BY SIZE INTO WS-FND-KEY
              END-STRING
              MOVE 'AREA NOT ON AREAS.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

      * R11/R12: each fitting names a known vessel and a unit on the
      * equipment register.
       AUDIT-FITTINGS.
           OPEN INPUT FITTING-FILE.
           IF WS-FIT-FS NOT = '00'
              MOVE 'FITTING.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ FITTING-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       PERFORM CHECK-FITTING-ROW
                 END-READ
              END-PERFORM
              CLOSE FITTING-FILE
           END-IF.

       CHECK-FITTING-ROW.
           MOVE 'FITTING.DAT' TO WS-FND-FILE.
           MOVE SPACES TO WS-FND-KEY.
           STRING FIT-VESSEL-ID ' ' FIT-INSTALL-DATE ' ' FIT-SERIAL
              DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING.
           MOVE FIT-VESSEL-ID TO WS-CHECK-VESSEL.
           PERFORM LOOKUP-VESSEL.
           IF NOT VESSEL-FOUND
              SET WS-R11-COUNT UP BY 1
              MOVE 'R11' TO WS-FND-RULE
              MOVE 'VESSEL NOT ON VESSELS.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.
           MOVE 'N' TO WS-SERIAL-FOUND.
           IF SON-OPEN
              MOVE FIT-SERIAL TO SON-SERIAL
              READ SONAR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET SERIAL-FOUND TO TRUE
              END-READ
           END-IF.
           IF NOT SERIAL-FOUND
              SET WS-R12-COUNT UP BY 1
              MOVE 'R12' TO WS-FND-RULE
              MOVE 'SERIAL NOT ON SONAR.DAT' TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

      * R13: each charter names a known vessel.
       AUDIT-CONTRACTS.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CON-FS NOT = '00'
              MOVE 'CONTRACT.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTRACT-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CON-VESSEL-ID TO WS-CHECK-VESSEL
                       PERFORM LOOKUP-VESSEL
                       IF NOT VESSEL-FOUND
                          SET WS-R13-COUNT UP BY 1
                          MOVE 'R13' TO WS-FND-RULE
                          MOVE 'CONTRACT.DAT' TO WS-FND-FILE
                          MOVE SPACES TO WS-FND-KEY
                          STRING CON-CONTRACT-ID ' ' CON-VESSEL-ID
                             DELIMITED BY SIZE INTO WS-FND-KEY
                          END-STRING
                          MOVE 'VESSEL NOT ON VESSELS.DAT'
                             TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

      * R14: each profile-history row belongs to a known vessel.
       AUDIT-PROFILES.
           OPEN INPUT PROFHIST-FILE.
           IF WS-PRH-FS NOT = '00'
              MOVE 'PROFHIST.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ PROFHIST-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE PRH-VESSEL-ID TO WS-CHECK-VESSEL
                       PERFORM LOOKUP-VESSEL
                       IF NOT VESSEL-FOUND
                          SET WS-R14-COUNT UP BY 1
                          MOVE 'R14' TO WS-FND-RULE
                          MOVE 'PROFHIST.DAT' TO WS-FND-FILE
                          MOVE SPACES TO WS-FND-KEY
                          STRING PRH-VESSEL-ID ' ' PRH-EFF-DATE
                             DELIMITED BY SIZE INTO WS-FND-KEY
                          END-STRING
                          MOVE 'VESSEL NOT ON VESSELS.DAT'
                             TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFHIST-FILE
           END-IF.

      * R15: each alert belongs to a known vessel.
       AUDIT-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FS NOT = '00'
              MOVE 'ALERTS.DAT' TO WS-NOT-CHECKED
              PERFORM WRITE-NOT-CHECKED
           ELSE
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ ALERT-FILE
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE ALR-VESSEL TO WS-CHECK-VESSEL
                       PERFORM LOOKUP-VESSEL
                       IF NOT VESSEL-FOUND
                          SET WS-R15-COUNT UP BY 1
                          MOVE 'R15' TO WS-FND-RULE
                          MOVE 'ALERTS.DAT' TO WS-FND-FILE
                          MOVE SPACES TO WS-FND-KEY
                          STRING ALR-DATE ' ' ALR-VESSEL ' '
                                 ALR-REC-NUM
                             DELIMITED BY SIZE INTO WS-FND-KEY
                          END-STRING
                          MOVE 'VESSEL NOT ON VESSELS.DAT'
                             TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERT-FILE
           END-IF.

      * Looks WS-CHECK-VESSEL up on the vessel master, reusing the
      * last answer when it is the same vessel again.
       LOOKUP-VESSEL.
           IF WS-CHECK-VESSEL NOT = WS-LAST-VESSEL
              MOVE WS-CHECK-VESSEL TO WS-LAST-VESSEL
              MOVE 'N' TO WS-VES-FOUND
              MOVE SPACE TO WS-VES-STATUS
              MOVE WS-CHECK-VESSEL TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET VESSEL-FOUND TO TRUE
                    MOVE VES-STATUS TO WS-VES-STATUS
              END-READ
           END-IF.

      * Looks WS-CHECK-DATE / WS-CHECK-VESSEL up on MASTER.DAT.
       LOOKUP-MASTER-DAY.
           MOVE 'N' TO WS-DAY-FOUND.
           IF MAS-OPEN
              MOVE WS-CHECK-DATE TO MAS-RUN-DATE
              MOVE WS-CHECK-VESSEL TO MAS-VESSEL-ID
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET DAY-FOUND TO TRUE
              END-READ
           END-IF.

      * One finding line: rule, file, key, what is wrong.
       WRITE-FINDING.
           SET WS-FINDINGS UP BY 1.
           MOVE SPACES TO INTEG-RECORD.
           STRING '  ' WS-FND-RULE ' ' WS-FND-FILE ' ' WS-FND-KEY
                  ' ' WS-FND-TEXT
                  DELIMITED BY SIZE INTO INTEG-RECORD
           END-STRING.
           WRITE INTEG-RECORD.

      * A file that is not there cannot be checked; the report says
      * so rather than passing it clean.
       WRITE-NOT-CHECKED.
           MOVE SPACES TO INTEG-RECORD.
           STRING '  --- ' WS-NOT-CHECKED
                  ' NOT PRESENT - NOT CHECKED'
                  DELIMITED BY SIZE INTO INTEG-RECORD
           END-STRING.
           WRITE INTEG-RECORD.

      * One correction line, FIX-TARGET and FIX-TRAN already set.
       WRITE-FIX.
           MOVE SPACE TO FIX-SEP1.
           MOVE WS-FND-RULE TO FIX-RULE.
           MOVE SPACE TO FIX-SEP2.
           WRITE FIX-RECORD.
           SET WS-FIXES UP BY 1.

      * The count per rule, every rule listed so a clean week reads
      * as clean rule by rule.
       WRITE-RULE-SUMMARY.
           MOVE SPACES TO INTEG-RECORD.
           WRITE INTEG-RECORD.
           MOVE 'FINDINGS BY RULE' TO INTEG-RECORD.
           WRITE INTEG-RECORD.
           MOVE 'R01' TO WS-FND-RULE.
           MOVE WS-R01-COUNT TO WS-SUM-COUNT.
           MOVE 'MASTER.DAT     VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R02' TO WS-FND-RULE.
           MOVE WS-R02-COUNT TO WS-SUM-COUNT.
           MOVE 'RUNLEDGR.DAT   VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R03' TO WS-FND-RULE.
           MOVE WS-R03-COUNT TO WS-SUM-COUNT.
           MOVE 'RUNLEDGR.DAT   INPUT PATH NO LONGER EXISTS'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R04' TO WS-FND-RULE.
           MOVE WS-R04-COUNT TO WS-SUM-COUNT.
           MOVE 'CONTINUITY.DAT VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R05' TO WS-FND-RULE.
           MOVE WS-R05-COUNT TO WS-SUM-COUNT.
           MOVE 'CONTINUITY.DAT DECOMMISSIONED, NOT OFFBOARDED'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R06' TO WS-FND-RULE.
           MOVE WS-R06-COUNT TO WS-SUM-COUNT.
           MOVE 'SCHED.DAT      VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R07' TO WS-FND-RULE.
           MOVE WS-R07-COUNT TO WS-SUM-COUNT.
           MOVE 'SOUNDREP.DAT   DAY HAS NO MASTER.DAT ROW'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R08' TO WS-FND-RULE.
           MOVE WS-R08-COUNT TO WS-SUM-COUNT.
           MOVE 'CHARTSTG.DAT   DAY HAS NO MASTER.DAT ROW'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R09' TO WS-FND-RULE.
           MOVE WS-R09-COUNT TO WS-SUM-COUNT.
           MOVE 'AREAS.DAT      TASKED VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R10' TO WS-FND-RULE.
           MOVE WS-R10-COUNT TO WS-SUM-COUNT.
           MOVE 'STATION.DAT    AREA NOT ON AREAS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R11' TO WS-FND-RULE.
           MOVE WS-R11-COUNT TO WS-SUM-COUNT.
           MOVE 'FITTING.DAT    VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R12' TO WS-FND-RULE.
           MOVE WS-R12-COUNT TO WS-SUM-COUNT.
           MOVE 'FITTING.DAT    SERIAL NOT ON SONAR.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R13' TO WS-FND-RULE.
           MOVE WS-R13-COUNT TO WS-SUM-COUNT.
           MOVE 'CONTRACT.DAT   VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R14' TO WS-FND-RULE.
           MOVE WS-R14-COUNT TO WS-SUM-COUNT.
           MOVE 'PROFHIST.DAT   VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE 'R15' TO WS-FND-RULE.
           MOVE WS-R15-COUNT TO WS-SUM-COUNT.
           MOVE 'ALERTS.DAT     VESSEL NOT ON VESSELS.DAT'
              TO WS-SUM-TEXT.
           PERFORM WRITE-RULE-LINE.
           MOVE SPACES TO INTEG-RECORD.
           STRING 'TOTAL FINDINGS: ' WS-FINDINGS
                  '  SAFE CORRECTIONS WRITTEN: ' WS-FIXES
                  DELIMITED BY SIZE INTO INTEG-RECORD
           END-STRING.
           WRITE INTEG-RECORD.

       WRITE-RULE-LINE.
           MOVE SPACES TO INTEG-RECORD.
           STRING '  ' WS-FND-RULE ' ' WS-SUM-TEXT ' ' WS-SUM-COUNT
                  DELIMITED BY SIZE INTO INTEG-RECORD
           END-STRING.
           WRITE INTEG-RECORD.
