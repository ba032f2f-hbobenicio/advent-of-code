      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN60.cbl
      * $ ./a.out                (every closed voyage not yet reported)
      * $ VOYAGE_VESSEL=V07 VOYAGE_NUMBER=0012 ./a.out   (one voyage)
      *-----------------------------------------------------------------
      * End-of-voyage survey report. For each voyage closed on the
      * register (VOYAGE.DAT, kept by AOC-2021-D01-VOYAGE) and not
      * yet reported, pulls together every day from sailing to
      * return into one document, VOYAGE.<vessel>.<voyage>.TXT:
      *   - the day by day record -- the MASTER.DAT counts, records
      *     read, rejected and kept as the solvers staged them with
      *     the day's charting detail (or, for a day nothing was
      *     staged for, as the solver's last run logged them on
      *     RUNSTATS.DAT), the legs surveyed and track run
      *     (SEGSTAT.DAT) and the alerts raised; a day without a
      *     master row is silent, and a silent day on the processing
      *     calendar says why;
      *   - the voyage's survey legs, each leg's days added up;
      *   - the alerts raised (ALERTS.DAT), oldest first;
      *   - the voyage totals: days at sea, operating and silent,
      *     soundings collected (the depth readings the solvers
      *     kept, on the days with a kept count), records read and
      *     rejected, track distance and alerts by grade.
      * The voyage is stamped with the date its report was cut, so a
      * closed voyage is reported once; naming one voyage cuts its
      * report again.
      *
      * RETURN-CODE 0 reported (or nothing to report), 4 when a
      * reported voyage had a silent day the calendar does not
      * explain, 8 when the voyage named is not on the register or
      * not closed, 16 when the register or master cannot be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-VOYRPT.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The voyage register; the report date is stamped back on it.
           SELECT VOYAGE-FILE ASSIGN TO 'VOYAGE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOY-KEY
           FILE STATUS IS WS-VOYAGE-FS.

      * The vessel master, for the vessel's name.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

      * The historical master, read as the vessel's range of days.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The solvers' staged charting details, read only here for
      * the day's records read, rejected and kept.
           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.

      * The run-statistics trail, for the run figures of a day with
      * nothing staged.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.

      * The processing calendar, for why a day was silent.
           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

      * The solvers' per-leg figures, vessel first.
           SELECT SEGSTAT-FILE ASSIGN TO 'SEGSTAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SGS-KEY
           FILE STATUS IS WS-SGS-FS.

      * The alert feed the solvers append to, read only.
           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.

      * One report per voyage, named for the vessel and voyage.
           SELECT VOYRPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
      * One row per voyage. The return date is zero until the voyage
      * closes; the reported date is when its end-of-voyage report
      * was last cut (zero while it has not been).
       FD  VOYAGE-FILE.
       01  VOYAGE-RECORD.
           05 VOY-KEY.
              10 VOY-VESSEL-ID     PIC X(10).
              10 VOY-NUMBER        PIC 9(4).
           05 VOY-PROJECT          PIC X(15).
           05 VOY-SAIL-DATE        PIC 9(8).
           05 VOY-RETURN-DATE      PIC 9(8).
           05 VOY-STATUS           PIC X(1).
              88 VOY-PLANNED               VALUE 'P'.
              88 VOY-AT-SEA                VALUE 'S'.
              88 VOY-CLOSED                VALUE 'C'.
              88 VOY-CANCELLED             VALUE 'X'.
           05 VOY-CHANGED-DATE     PIC 9(8).
           05 VOY-REPORTED-DATE    PIC 9(8).

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

      * One staged detail per run date and vessel; a same-day rerun
      * replaces it.
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

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD.
           05 RST-PROGRAM   PIC X(20).
           05 RST-SEP1      PIC X(1).
           05 RST-VESSEL    PIC X(10).
           05 RST-SEP2      PIC X(1).
           05 RST-DATE      PIC 9(8).
           05 RST-SEP3      PIC X(1).
           05 RST-START     PIC 9(6).
           05 RST-SEP4      PIC X(1).
           05 RST-END       PIC 9(6).
           05 RST-SEP5      PIC X(1).
           05 RST-READ      PIC 9(7).
           05 RST-SEP6      PIC X(1).
           05 RST-REJECTS   PIC 9(6).
           05 RST-SEP7      PIC X(1).
           05 RST-RC        PIC 9(2).
      * Depth readings the solver kept and counted: read less
      * rejects, marker, fix and trailer lines and despiked readings.
      * Zero from jobs that count no readings; blank on rows written
      * before it was carried.
           05 RST-SEP8      PIC X(1).
           05 RST-KEPT      PIC 9(7).

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY.
              10 SCH-VESSEL-ID     PIC X(10).
              10 SCH-DATE          PIC 9(8).
           05 SCH-REASON           PIC X(15).

      * One row per survey leg per vessel and run date, vessel first
      * so a vessel's days are one keyed range: the leg's readings,
      * jumps, swing magnitude, depth range and fixed track.
       FD  SEGSTAT-FILE.
       01  SEGSTAT-RECORD.
           05 SGS-KEY.
              10 SGS-VESSEL-ID     PIC X(10).
              10 SGS-RUN-DATE      PIC 9(8).
              10 SGS-SEQ           PIC 9(2).
           05 SGS-SEG-ID           PIC X(8).
           05 SGS-RECORDS          PIC 9(6).
           05 SGS-INC              PIC 9(5).
           05 SGS-MAG-TOT          PIC 9(7).
           05 SGS-MAG-MAX          PIC 9(5).
           05 SGS-DEP-MIN          PIC S9(4).
           05 SGS-DEP-MAX          PIC S9(4).
           05 SGS-HAVE-DEP         PIC X(1).
           05 SGS-DIST             PIC 9(7).

      * One alert per row: severity W warning, C critical or A
      * advisory, status O open or A acknowledged.
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

       FD  VOYRPT-FILE.
       01  VOYRPT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-VOYAGE-FS     PIC X(2) VALUE '00'.
       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-SGS-FS        PIC X(2) VALUE '00'.
       01  WS-ALERT-FS      PIC X(2) VALUE '00'.
       01  WS-RPT-FS        PIC X(2) VALUE '00'.
       01  WS-RPT-PATH      PIC X(40) VALUE SPACES.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-DAY-LOOP      PIC A(1).
         88  DAY-BREAK                VALUE 'B'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * Optional files: a voyage is still reported without them,
      * the missing figures shown as such.
       01  WS-VESSEL-OPEN   PIC X(1) VALUE 'N'.
         88  VESSEL-OPEN              VALUE 'Y'.
       01  WS-STG-OPEN      PIC X(1) VALUE 'N'.
         88  STG-OPEN                 VALUE 'Y'.
       01  WS-SCHED-OPEN    PIC X(1) VALUE 'N'.
         88  SCHED-OPEN               VALUE 'Y'.
       01  WS-SGS-OPEN      PIC X(1) VALUE 'N'.
         88  SGS-OPEN                 VALUE 'Y'.

      * The one voyage asked for, when one is named.
       01  WS-PARM-VESSEL   PIC X(10) VALUE SPACES.
       01  WS-PARM-VOYAGE   PIC X(4) VALUE SPACES.
       01  WS-REPORTED      PIC 9(4) VALUE 0.
       01  WS-UNEXPLAINED   PIC 9(4) VALUE 0.

      * The voyage being reported: its span as integer days and the
      * vessel's name.
       01  WS-VES-NAME      PIC X(20) VALUE SPACES.
       01  WS-FROM-INT      PIC 9(7) VALUE 0.
       01  WS-TO-INT        PIC 9(7) VALUE 0.
       01  WS-DAY-INT       PIC 9(7) VALUE 0.

      * One slot per day of the voyage, sail date first.
       01  WS-DAY-MAX       PIC 9(3) VALUE 366.
       01  WS-DAY-TAB.
         05 DAY-ROW OCCURS 366 TIMES.
            10 DAY-DATE     PIC 9(8).
            10 DAY-HAVE-MAS PIC X(1).
            10 DAY-SINGLE   PIC 9(5).
            10 DAY-WINDOW   PIC 9(5).
            10 DAY-HAVE-STG PIC X(1).
            10 DAY-HAVE-RST PIC X(1).
            10 DAY-READ     PIC 9(7).
            10 DAY-REJECTS  PIC 9(6).
            10 DAY-KEPT-SRC PIC X(1).
            10 DAY-KEPT     PIC 9(7).
            10 DAY-LEGS     PIC 9(3).
            10 DAY-TRACK    PIC 9(8).
            10 DAY-ALERTS   PIC 9(4).
            10 DAY-SCHED    PIC X(15).
       01  WS-DAY-LEN       PIC 9(3) VALUE 0.
       01  WS-D             PIC 9(3) VALUE 0.

      * The voyage's survey legs by leg ID, in the order first run.
       01  WS-LEG-MAX       PIC 9(3) VALUE 100.
       01  WS-LEG-TAB.
         05 LEG-ROW OCCURS 100 TIMES.
            10 LEG-ID       PIC X(8).
            10 LEG-DAYS     PIC 9(3).
            10 LEG-LAST-DAY PIC 9(8).
            10 LEG-RECORDS  PIC 9(7).
            10 LEG-INC      PIC 9(6).
            10 LEG-MAG-MAX  PIC 9(5).
            10 LEG-HAVE-DEP PIC X(1).
            10 LEG-DEP-MIN  PIC S9(4).
            10 LEG-DEP-MAX  PIC S9(4).
            10 LEG-DIST     PIC 9(8).
       01  WS-LEG-LEN       PIC 9(3) VALUE 0.
       01  WS-L             PIC 9(3) VALUE 0.
       01  WS-LEG-OVERFLOW  PIC X(1) VALUE 'N'.
         88  LEG-OVERFLOW             VALUE 'Y'.

      * The alerts listed in full; past this many only the counts.
       01  WS-ALR-LIST-MAX  PIC 9(3) VALUE 50.

      * Voyage totals.
       01  WS-TOT-DAYS      PIC 9(3) VALUE 0.
       01  WS-TOT-OPER      PIC 9(3) VALUE 0.
       01  WS-TOT-SILENT    PIC 9(3) VALUE 0.
       01  WS-TOT-SCHED     PIC 9(3) VALUE 0.
       01  WS-TOT-NO-FIG    PIC 9(3) VALUE 0.
       01  WS-TOT-NO-KEPT   PIC 9(3) VALUE 0.
       01  WS-TOT-SINGLE    PIC 9(7) VALUE 0.
       01  WS-TOT-WINDOW    PIC 9(7) VALUE 0.
       01  WS-TOT-READ      PIC 9(9) VALUE 0.
       01  WS-TOT-REJECTS   PIC 9(8) VALUE 0.
       01  WS-TOT-SOUNDINGS PIC 9(9) VALUE 0.
       01  WS-TOT-TRACK     PIC 9(9) VALUE 0.
       01  WS-TOT-ALERTS    PIC 9(5) VALUE 0.
       01  WS-TOT-CRIT      PIC 9(5) VALUE 0.
       01  WS-TOT-WARN      PIC 9(5) VALUE 0.
       01  WS-TOT-ADV       PIC 9(5) VALUE 0.
       01  WS-TOT-OPEN      PIC 9(5) VALUE 0.
       01  WS-REJ-RATE      PIC 9(3)V9(2) VALUE 0.
       01  WS-REJ-RATE-ED   PIC ZZ9.99.
       01  WS-TRACK-KM      PIC 9(7)V9(1) VALUE 0.
       01  WS-TRACK-KM-ED   PIC Z(6)9.9.
       01  WS-DEP-MIN-ED    PIC -(4)9.
       01  WS-DEP-MAX-ED    PIC -(4)9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-VESSEL FROM ENVIRONMENT 'VOYAGE_VESSEL'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-VESSEL
           END-ACCEPT.
           ACCEPT WS-PARM-VOYAGE FROM ENVIRONMENT 'VOYAGE_NUMBER'
              ON EXCEPTION
                 MOVE SPACES TO WS-PARM-VOYAGE
           END-ACCEPT.
           OPEN I-O VOYAGE-FILE.
           IF WS-VOYAGE-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-VOYRPT: CANNOT OPEN VOYAGE.DAT ('
                 WS-VOYAGE-FS ')'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-VOYRPT: CANNOT OPEN MASTER.DAT ('
                 WS-MASTER-FS ')'
              CLOSE VOYAGE-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-OPTIONAL-FILES.
           IF WS-PARM-VESSEL NOT = SPACES
              PERFORM REPORT-NAMED-VOYAGE
           ELSE
              PERFORM REPORT-CLOSED-VOYAGES
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           DISPLAY 'AOC-2021-D01-VOYRPT: ' WS-REPORTED
              ' VOYAGE(S) REPORTED, ' WS-UNEXPLAINED
              ' WITH UNEXPLAINED SILENT DAYS'.
           IF WS-UNEXPLAINED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-OPTIONAL-FILES.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              SET VESSEL-OPEN TO TRUE
           END-IF.
           OPEN INPUT CHARTSTG-FILE.
           IF WS-CHARTSTG-FS = '00'
              SET STG-OPEN TO TRUE
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-FS = '00'
              SET SCHED-OPEN TO TRUE
           END-IF.
           OPEN INPUT SEGSTAT-FILE.
           IF WS-SGS-FS = '00'
              SET SGS-OPEN TO TRUE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE VOYAGE-FILE.
           CLOSE MASTER-FILE.
           IF VESSEL-OPEN
              CLOSE VESSEL-FILE
           END-IF.
           IF STG-OPEN
              CLOSE CHARTSTG-FILE
           END-IF.
           IF SCHED-OPEN
              CLOSE SCHED-FILE
           END-IF.
           IF SGS-OPEN
              CLOSE SEGSTAT-FILE
           END-IF.

      * One voyage named on the command line: reported again even
      * if it was reported before, but only once it is closed.
       REPORT-NAMED-VOYAGE.
           IF WS-PARM-VOYAGE IS NOT NUMERIC
              DISPLAY 'AOC-2021-D01-VOYRPT: BAD VOYAGE_NUMBER '
                 WS-PARM-VOYAGE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-PARM-VESSEL TO VOY-VESSEL-ID
              MOVE WS-PARM-VOYAGE TO VOY-NUMBER
              READ VOYAGE-FILE
                 INVALID KEY
                    DISPLAY 'AOC-2021-D01-VOYRPT: VOYAGE '
                       WS-PARM-VESSEL ' ' WS-PARM-VOYAGE
                       ' NOT ON REGISTER'
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    IF VOY-CLOSED
                       PERFORM REPORT-ONE-VOYAGE
                    ELSE
                       DISPLAY 'AOC-2021-D01-VOYRPT: VOYAGE '
                          WS-PARM-VESSEL ' ' WS-PARM-VOYAGE
                          ' NOT CLOSED (' VOY-STATUS ')'
                       MOVE 8 TO RETURN-CODE
                    END-IF
              END-READ
           END-IF.

      * Every closed voyage on the register whose report has not
      * been cut.
       REPORT-CLOSED-VOYAGES.
           MOVE LOW-VALUES TO VOY-KEY.
           START VOYAGE-FILE KEY >= VOY-KEY
              INVALID KEY
                 MOVE 'B' TO WS-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-LOOP
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ VOYAGE-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF VOY-CLOSED AND VOY-REPORTED-DATE = 0
                       PERFORM REPORT-ONE-VOYAGE
                    END-IF
              END-READ
           END-PERFORM.

      * Gathers the voyage's days from every source, writes its
      * report and stamps the register.
       REPORT-ONE-VOYAGE.
           PERFORM READ-VESSEL-NAME.
           PERFORM BUILD-DAY-TABLE.
           PERFORM COLLECT-MASTER-DAYS.
           PERFORM COLLECT-STAGED-FIGURES.
           PERFORM COLLECT-RUN-STATISTICS.
           PERFORM COLLECT-CALENDAR-DAYS.
           PERFORM COLLECT-SEGMENT-ROWS.
           PERFORM COUNT-VOYAGE-ALERTS.
           PERFORM TOTAL-VOYAGE.
           PERFORM WRITE-VOYAGE-REPORT.
           MOVE WS-RUN-DATE TO VOY-REPORTED-DATE.
           REWRITE VOYAGE-RECORD.
           SET WS-REPORTED UP BY 1.
           IF WS-TOT-SILENT > WS-TOT-SCHED
              SET WS-UNEXPLAINED UP BY 1
           END-IF.
           DISPLAY 'AOC-2021-D01-VOYRPT: ' FUNCTION TRIM(WS-RPT-PATH)
              ' WRITTEN'.

       READ-VESSEL-NAME.
           MOVE SPACES TO WS-VES-NAME.
           IF VESSEL-OPEN
              MOVE VOY-VESSEL-ID TO VES-VESSEL-ID
              READ VESSEL-FILE
                 INVALID KEY
                    MOVE 'NOT ON MASTER' TO WS-VES-NAME
                 NOT INVALID KEY
                    MOVE VES-NAME TO WS-VES-NAME
              END-READ
           END-IF.

      * One empty slot per day from sailing to return. The register
      * holds a voyage to a year, so the table always has room.
       BUILD-DAY-TABLE.
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(VOY-SAIL-DATE).
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE(VOY-RETURN-DATE).
           MOVE 0 TO WS-DAY-LEN.
           MOVE WS-FROM-INT TO WS-DAY-INT.
           PERFORM UNTIL WS-DAY-INT > WS-TO-INT
              OR WS-DAY-LEN >= WS-DAY-MAX
              SET WS-DAY-LEN UP BY 1
              COMPUTE DAY-DATE(WS-DAY-LEN) =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              MOVE 'N' TO DAY-HAVE-MAS(WS-DAY-LEN)
              MOVE 0 TO DAY-SINGLE(WS-DAY-LEN)
              MOVE 0 TO DAY-WINDOW(WS-DAY-LEN)
              MOVE 'N' TO DAY-HAVE-STG(WS-DAY-LEN)
              MOVE 'N' TO DAY-HAVE-RST(WS-DAY-LEN)
              MOVE 0 TO DAY-READ(WS-DAY-LEN)
              MOVE 0 TO DAY-REJECTS(WS-DAY-LEN)
              MOVE 'N' TO DAY-KEPT-SRC(WS-DAY-LEN)
              MOVE 0 TO DAY-KEPT(WS-DAY-LEN)
              MOVE 0 TO DAY-LEGS(WS-DAY-LEN)
              MOVE 0 TO DAY-TRACK(WS-DAY-LEN)
              MOVE 0 TO DAY-ALERTS(WS-DAY-LEN)
              MOVE SPACES TO DAY-SCHED(WS-DAY-LEN)
              SET WS-DAY-INT UP BY 1
           END-PERFORM.
           MOVE 0 TO WS-LEG-LEN.
           MOVE 'N' TO WS-LEG-OVERFLOW.

      * The vessel's master rows from sailing to return, one keyed
      * range on the vessel-first path.
       COLLECT-MASTER-DAYS.
           MOVE VOY-VESSEL-ID TO MAS-VK-VESSEL-ID.
           MOVE VOY-SAIL-DATE TO MAS-VK-RUN-DATE.
           START MASTER-FILE KEY >= MAS-VESSEL-KEY
              INVALID KEY
                 MOVE 'B' TO WS-DAY-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-DAY-LOOP
           END-START.
           PERFORM UNTIL DAY-BREAK
              READ MASTER-FILE NEXT RECORD
                 AT END SET DAY-BREAK TO TRUE
                 NOT AT END
                    IF MAS-VK-VESSEL-ID NOT = VOY-VESSEL-ID
                       OR MAS-VK-RUN-DATE > VOY-RETURN-DATE
                       SET DAY-BREAK TO TRUE
                    ELSE
                       PERFORM LOCATE-MASTER-DAY
                       MOVE 'Y' TO DAY-HAVE-MAS(WS-D)
                       MOVE MAS-SINGLE-COUNT TO DAY-SINGLE(WS-D)
                       MOVE MAS-WINDOW-COUNT TO DAY-WINDOW(WS-D)
                    END-IF
              END-READ
           END-PERFORM.

       LOCATE-MASTER-DAY.
           COMPUTE WS-D =
              FUNCTION INTEGER-OF-DATE(MAS-RUN-DATE)
              - WS-FROM-INT + 1.

      * Records read, rejected and kept, as the solver staged them
      * with the day's charting detail.
       COLLECT-STAGED-FIGURES.
           IF STG-OPEN
              MOVE 1 TO WS-D
              PERFORM UNTIL WS-D > WS-DAY-LEN
                 MOVE DAY-DATE(WS-D) TO STG-RUN-DATE
                 MOVE VOY-VESSEL-ID TO STG-VESSEL-ID
                 READ CHARTSTG-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO DAY-HAVE-STG(WS-D)
                       MOVE STG-READ TO DAY-READ(WS-D)
                       MOVE STG-REJECTS TO DAY-REJECTS(WS-D)
                       IF STG-KEPT-KNOWN
                          MOVE 'S' TO DAY-KEPT-SRC(WS-D)
                          MOVE STG-KEPT TO DAY-KEPT(WS-D)
                       END-IF
                 END-READ
                 SET WS-D UP BY 1
              END-PERFORM
           END-IF.

      * The day solvers' own rows on the run-statistics trail, read
      * through once per voyage. A later row replaces an earlier one
      * for the same day, so each day keeps its latest run; a row
      * from a run that read nothing (a duplicate submission turned
      * away) is passed over.
       COLLECT-RUN-STATISTICS.
           OPEN INPUT RUNSTATS-FILE.
           IF WS-STAT-FS = '00'
              MOVE 'C' TO WS-DAY-LOOP
              PERFORM UNTIL DAY-BREAK
                 READ RUNSTATS-FILE
                    AT END SET DAY-BREAK TO TRUE
                    NOT AT END
                       IF RST-VESSEL = VOY-VESSEL-ID
                          AND RST-DATE >= VOY-SAIL-DATE
                          AND RST-DATE <= VOY-RETURN-DATE
                          AND RST-READ > 0
                          AND (RST-PROGRAM = 'AOC-2021-D01-1'
                            OR RST-PROGRAM = 'AOC-2021-D01-2'
                            OR RST-PROGRAM = 'AOC-2021-D01')
                          PERFORM TAKE-RUN-STATISTICS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNSTATS-FILE
           END-IF.

      * A run-statistics row stands in for a day with nothing staged;
      * its kept count also serves a staged day staged without one.
       TAKE-RUN-STATISTICS.
           COMPUTE WS-D =
              FUNCTION INTEGER-OF-DATE(RST-DATE) - WS-FROM-INT + 1.
           IF DAY-HAVE-STG(WS-D) = 'N'
              MOVE 'Y' TO DAY-HAVE-RST(WS-D)
              MOVE RST-READ TO DAY-READ(WS-D)
              MOVE RST-REJECTS TO DAY-REJECTS(WS-D)
           END-IF.
           IF DAY-KEPT-SRC(WS-D) NOT = 'S'
              IF RST-KEPT NUMERIC
                 MOVE 'R' TO DAY-KEPT-SRC(WS-D)
                 MOVE RST-KEPT TO DAY-KEPT(WS-D)
              ELSE
                 MOVE 'N' TO DAY-KEPT-SRC(WS-D)
                 MOVE 0 TO DAY-KEPT(WS-D)
              END-IF
           END-IF.

      * The calendar's reason for any day the vessel was planned
      * not to transmit.
       COLLECT-CALENDAR-DAYS.
           IF SCHED-OPEN
              MOVE 1 TO WS-D
              PERFORM UNTIL WS-D > WS-DAY-LEN
                 MOVE VOY-VESSEL-ID TO SCH-VESSEL-ID
                 MOVE DAY-DATE(WS-D) TO SCH-DATE
                 READ SCHED-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SCH-REASON TO DAY-SCHED(WS-D)
                 END-READ
                 SET WS-D UP BY 1
              END-PERFORM
           END-IF.

      * The vessel's leg rows from sailing to return: each day's
      * legs and track, and each leg's days added into its slot.
       COLLECT-SEGMENT-ROWS.
           IF SGS-OPEN
              MOVE VOY-VESSEL-ID TO SGS-VESSEL-ID
              MOVE VOY-SAIL-DATE TO SGS-RUN-DATE
              MOVE 0 TO SGS-SEQ
              START SEGSTAT-FILE KEY >= SGS-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-DAY-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-DAY-LOOP
              END-START
              PERFORM UNTIL DAY-BREAK
                 READ SEGSTAT-FILE NEXT RECORD
                    AT END SET DAY-BREAK TO TRUE
                    NOT AT END
                       IF SGS-VESSEL-ID NOT = VOY-VESSEL-ID
                          OR SGS-RUN-DATE > VOY-RETURN-DATE
                          SET DAY-BREAK TO TRUE
                       ELSE
                          PERFORM ACCUMULATE-SEGMENT-ROW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       ACCUMULATE-SEGMENT-ROW.
           COMPUTE WS-D =
              FUNCTION INTEGER-OF-DATE(SGS-RUN-DATE)
              - WS-FROM-INT + 1.
           SET DAY-LEGS(WS-D) UP BY 1.
           ADD SGS-DIST TO DAY-TRACK(WS-D).
           MOVE 1 TO WS-L.
           PERFORM UNTIL WS-L > WS-LEG-LEN
              OR LEG-ID(WS-L) = SGS-SEG-ID
              SET WS-L UP BY 1
           END-PERFORM.
           IF WS-L > WS-LEG-LEN
              IF WS-LEG-LEN >= WS-LEG-MAX
                 MOVE 'Y' TO WS-LEG-OVERFLOW
                 MOVE 0 TO WS-L
              ELSE
                 SET WS-LEG-LEN UP BY 1
                 MOVE WS-LEG-LEN TO WS-L
                 MOVE SGS-SEG-ID TO LEG-ID(WS-L)
                 MOVE 0 TO LEG-DAYS(WS-L)
                 MOVE 0 TO LEG-LAST-DAY(WS-L)
                 MOVE 0 TO LEG-RECORDS(WS-L)
                 MOVE 0 TO LEG-INC(WS-L)
                 MOVE 0 TO LEG-MAG-MAX(WS-L)
                 MOVE 'N' TO LEG-HAVE-DEP(WS-L)
                 MOVE 0 TO LEG-DEP-MIN(WS-L)
                 MOVE 0 TO LEG-DEP-MAX(WS-L)
                 MOVE 0 TO LEG-DIST(WS-L)
              END-IF
           END-IF.
           IF WS-L > 0
              PERFORM ADD-SEGMENT-TO-LEG
           END-IF.

       ADD-SEGMENT-TO-LEG.
           IF LEG-LAST-DAY(WS-L) NOT = SGS-RUN-DATE
              SET LEG-DAYS(WS-L) UP BY 1
              MOVE SGS-RUN-DATE TO LEG-LAST-DAY(WS-L)
           END-IF.
           ADD SGS-RECORDS TO LEG-RECORDS(WS-L).
           ADD SGS-INC TO LEG-INC(WS-L).
           ADD SGS-DIST TO LEG-DIST(WS-L).
           IF SGS-MAG-MAX > LEG-MAG-MAX(WS-L)
              MOVE SGS-MAG-MAX TO LEG-MAG-MAX(WS-L)
           END-IF.
           IF SGS-HAVE-DEP = 'Y'
              IF LEG-HAVE-DEP(WS-L) = 'N'
                 MOVE SGS-DEP-MIN TO LEG-DEP-MIN(WS-L)
                 MOVE SGS-DEP-MAX TO LEG-DEP-MAX(WS-L)
                 MOVE 'Y' TO LEG-HAVE-DEP(WS-L)
              ELSE
                 IF SGS-DEP-MIN < LEG-DEP-MIN(WS-L)
                    MOVE SGS-DEP-MIN TO LEG-DEP-MIN(WS-L)
                 END-IF
                 IF SGS-DEP-MAX > LEG-DEP-MAX(WS-L)
                    MOVE SGS-DEP-MAX TO LEG-DEP-MAX(WS-L)
                 END-IF
              END-IF
           END-IF.

      * The alerts the vessel raised on the voyage's days, counted
      * per day and by grade; the feed is read through once per
      * voyage.
       COUNT-VOYAGE-ALERTS.
           MOVE 0 TO WS-TOT-ALERTS.
           MOVE 0 TO WS-TOT-CRIT.
           MOVE 0 TO WS-TOT-WARN.
           MOVE 0 TO WS-TOT-ADV.
           MOVE 0 TO WS-TOT-OPEN.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FS = '00'
              MOVE 'C' TO WS-DAY-LOOP
              PERFORM UNTIL DAY-BREAK
                 READ ALERT-FILE
                    AT END SET DAY-BREAK TO TRUE
                    NOT AT END
                       IF ALR-VESSEL = VOY-VESSEL-ID
                          AND ALR-DATE >= VOY-SAIL-DATE
                          AND ALR-DATE <= VOY-RETURN-DATE
                          PERFORM COUNT-ONE-ALERT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERT-FILE
           END-IF.

       COUNT-ONE-ALERT.
           SET WS-TOT-ALERTS UP BY 1.
           COMPUTE WS-D =
              FUNCTION INTEGER-OF-DATE(ALR-DATE) - WS-FROM-INT + 1.
           SET DAY-ALERTS(WS-D) UP BY 1.
           EVALUATE ALR-SEVERITY
              WHEN 'C'
                 SET WS-TOT-CRIT UP BY 1
              WHEN 'A'
                 SET WS-TOT-ADV UP BY 1
              WHEN OTHER
                 SET WS-TOT-WARN UP BY 1
           END-EVALUATE.
           IF ALR-STATUS = 'O'
              SET WS-TOT-OPEN UP BY 1
           END-IF.

      * Days at sea, operating and silent, and the voyage's
      * soundings, rejects and track.
       TOTAL-VOYAGE.
           MOVE WS-DAY-LEN TO WS-TOT-DAYS.
           MOVE 0 TO WS-TOT-OPER.
           MOVE 0 TO WS-TOT-SILENT.
           MOVE 0 TO WS-TOT-SCHED.
           MOVE 0 TO WS-TOT-NO-FIG.
           MOVE 0 TO WS-TOT-NO-KEPT.
           MOVE 0 TO WS-TOT-SOUNDINGS.
           MOVE 0 TO WS-TOT-SINGLE.
           MOVE 0 TO WS-TOT-WINDOW.
           MOVE 0 TO WS-TOT-READ.
           MOVE 0 TO WS-TOT-REJECTS.
           MOVE 0 TO WS-TOT-TRACK.
           MOVE 1 TO WS-D.
           PERFORM UNTIL WS-D > WS-DAY-LEN
              IF DAY-HAVE-MAS(WS-D) = 'Y'
                 SET WS-TOT-OPER UP BY 1
                 ADD DAY-SINGLE(WS-D) TO WS-TOT-SINGLE
                 ADD DAY-WINDOW(WS-D) TO WS-TOT-WINDOW
                 IF DAY-HAVE-STG(WS-D) = 'N'
                    AND DAY-HAVE-RST(WS-D) = 'N'
                    SET WS-TOT-NO-FIG UP BY 1
                 END-IF
              ELSE
                 SET WS-TOT-SILENT UP BY 1
                 IF DAY-SCHED(WS-D) NOT = SPACES
                    SET WS-TOT-SCHED UP BY 1
                 END-IF
              END-IF
              IF DAY-HAVE-STG(WS-D) = 'Y'
                 OR DAY-HAVE-RST(WS-D) = 'Y'
                 ADD DAY-READ(WS-D) TO WS-TOT-READ
                 ADD DAY-REJECTS(WS-D) TO WS-TOT-REJECTS
                 IF DAY-KEPT-SRC(WS-D) = 'N'
                    SET WS-TOT-NO-KEPT UP BY 1
                 END-IF
              END-IF
              IF DAY-KEPT-SRC(WS-D) NOT = 'N'
                 ADD DAY-KEPT(WS-D) TO WS-TOT-SOUNDINGS
              END-IF
              ADD DAY-TRACK(WS-D) TO WS-TOT-TRACK
              SET WS-D UP BY 1
           END-PERFORM.
           MOVE 0 TO WS-REJ-RATE.
           IF WS-TOT-READ > 0
              COMPUTE WS-REJ-RATE ROUNDED =
                 WS-TOT-REJECTS * 100 / WS-TOT-READ
           END-IF.
           MOVE WS-REJ-RATE TO WS-REJ-RATE-ED.
           COMPUTE WS-TRACK-KM ROUNDED = WS-TOT-TRACK / 1000.
           MOVE WS-TRACK-KM TO WS-TRACK-KM-ED.

       WRITE-VOYAGE-REPORT.
           MOVE SPACES TO WS-RPT-PATH.
           STRING 'VOYAGE.' FUNCTION TRIM(VOY-VESSEL-ID)
                  '.' VOY-NUMBER '.TXT'
              DELIMITED BY SIZE INTO WS-RPT-PATH
           END-STRING.
           OPEN OUTPUT VOYRPT-FILE.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING 'END-OF-VOYAGE REPORT  VESSEL: ' VOY-VESSEL-ID
                  ' (' FUNCTION TRIM(WS-VES-NAME) ')'
                  '  VOYAGE: ' VOY-NUMBER
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING 'PROJECT: ' VOY-PROJECT
                  '  SAILED: ' VOY-SAIL-DATE
                  '  RETURNED: ' VOY-RETURN-DATE
                  '  RUN: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           PERFORM WRITE-DAILY-RECORD.
           PERFORM WRITE-LEG-SUMMARY.
           PERFORM WRITE-ALERT-LIST.
           PERFORM WRITE-VOYAGE-TOTALS.
           MOVE SPACES TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 'END OF VOYAGE REPORT' TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           CLOSE VOYRPT-FILE.

      * One line per day at sea.
       WRITE-DAILY-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 'DAILY RECORD:' TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 1 TO WS-D.
           PERFORM UNTIL WS-D > WS-DAY-LEN
              PERFORM WRITE-ONE-DAY
              SET WS-D UP BY 1
           END-PERFORM.

       WRITE-ONE-DAY.
           MOVE SPACES TO VOYRPT-RECORD.
           IF DAY-HAVE-MAS(WS-D) = 'N'
              IF DAY-SCHED(WS-D) NOT = SPACES
                 STRING '  ' DAY-DATE(WS-D)
                        '  SILENT - SCHEDULED: ' DAY-SCHED(WS-D)
                        DELIMITED BY SIZE INTO VOYRPT-RECORD
                 END-STRING
              ELSE
                 STRING '  ' DAY-DATE(WS-D)
                        '  SILENT - NOT ON CALENDAR'
                        DELIMITED BY SIZE INTO VOYRPT-RECORD
                 END-STRING
              END-IF
              WRITE VOYRPT-RECORD
              MOVE SPACES TO VOYRPT-RECORD
           ELSE
              STRING '  ' DAY-DATE(WS-D)
                     '  SINGLE: ' DAY-SINGLE(WS-D)
                     '  WINDOW: ' DAY-WINDOW(WS-D)
                     '  LEGS: ' DAY-LEGS(WS-D)
                     '  TRACK M: ' DAY-TRACK(WS-D)
                     '  ALERTS: ' DAY-ALERTS(WS-D)
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
              WRITE VOYRPT-RECORD
              MOVE SPACES TO VOYRPT-RECORD
              IF DAY-HAVE-STG(WS-D) = 'Y'
                 OR DAY-HAVE-RST(WS-D) = 'Y'
                 PERFORM FORMAT-RUN-FIGURES
              ELSE
                 MOVE '            NO RUN FIGURES'
                    TO VOYRPT-RECORD
              END-IF
              WRITE VOYRPT-RECORD
           END-IF.

      * The day's run figures, marked when they come off the
      * run-statistics trail rather than the staged detail.
       FORMAT-RUN-FIGURES.
           IF DAY-KEPT-SRC(WS-D) = 'N'
              STRING '            READ: ' DAY-READ(WS-D)
                     '  REJECTS: ' DAY-REJECTS(WS-D)
                     '  KEPT: NOT RECORDED'
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
           ELSE
              STRING '            READ: ' DAY-READ(WS-D)
                     '  REJECTS: ' DAY-REJECTS(WS-D)
                     '  KEPT: ' DAY-KEPT(WS-D)
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
           END-IF.
           IF DAY-HAVE-STG(WS-D) = 'N'
              MOVE '(RUN LOG)' TO VOYRPT-RECORD(71:9)
           END-IF.

      * Each leg over the whole voyage, in the order first run.
       WRITE-LEG-SUMMARY.
           MOVE SPACES TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 'SURVEY LEGS:' TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           IF WS-LEG-LEN = 0
              MOVE '  NO LEG FIGURES ON FILE FOR THE VOYAGE'
                 TO VOYRPT-RECORD
              WRITE VOYRPT-RECORD
           END-IF.
           MOVE 1 TO WS-L.
           PERFORM UNTIL WS-L > WS-LEG-LEN
              PERFORM WRITE-ONE-LEG
              SET WS-L UP BY 1
           END-PERFORM.
           IF LEG-OVERFLOW
              MOVE SPACES TO VOYRPT-RECORD
              STRING '  LEGS BEYOND ' WS-LEG-MAX ' NOT LISTED'
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
              WRITE VOYRPT-RECORD
           END-IF.

       WRITE-ONE-LEG.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  SEGMENT ' LEG-ID(WS-L)
                  '  DAYS: ' LEG-DAYS(WS-L)
                  '  RECORDS: ' LEG-RECORDS(WS-L)
                  '  INCREASES: ' LEG-INC(WS-L)
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           IF LEG-HAVE-DEP(WS-L) = 'Y'
              MOVE LEG-DEP-MIN(WS-L) TO WS-DEP-MIN-ED
              MOVE LEG-DEP-MAX(WS-L) TO WS-DEP-MAX-ED
              STRING '    MAG MAX: ' LEG-MAG-MAX(WS-L)
                     '  DEPTH ' WS-DEP-MIN-ED ' / ' WS-DEP-MAX-ED
                     '  TRACK: ' LEG-DIST(WS-L) ' M'
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
           ELSE
              STRING '    MAG MAX: ' LEG-MAG-MAX(WS-L)
                     '  TRACK: ' LEG-DIST(WS-L) ' M'
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
           END-IF.
           WRITE VOYRPT-RECORD.

      * The voyage's alerts as the feed holds them; a long list is
      * cut short, the totals below still count every one.
       WRITE-ALERT-LIST.
           MOVE SPACES TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 'ALERTS RAISED:' TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           IF WS-TOT-ALERTS = 0
              MOVE '  NONE' TO VOYRPT-RECORD
              WRITE VOYRPT-RECORD
           ELSE
              MOVE 0 TO WS-L
              OPEN INPUT ALERT-FILE
              MOVE 'C' TO WS-DAY-LOOP
              PERFORM UNTIL DAY-BREAK
                 READ ALERT-FILE
                    AT END SET DAY-BREAK TO TRUE
                    NOT AT END
                       IF ALR-VESSEL = VOY-VESSEL-ID
                          AND ALR-DATE >= VOY-SAIL-DATE
                          AND ALR-DATE <= VOY-RETURN-DATE
                          SET WS-L UP BY 1
                          IF WS-L > WS-ALR-LIST-MAX
                             SET DAY-BREAK TO TRUE
                          ELSE
                             PERFORM WRITE-ONE-ALERT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERT-FILE
              IF WS-TOT-ALERTS > WS-ALR-LIST-MAX
                 MOVE SPACES TO VOYRPT-RECORD
                 STRING '  FIRST ' WS-ALR-LIST-MAX ' OF '
                        WS-TOT-ALERTS ' LISTED'
                        DELIMITED BY SIZE INTO VOYRPT-RECORD
                 END-STRING
                 WRITE VOYRPT-RECORD
              END-IF
           END-IF.

       WRITE-ONE-ALERT.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  ' ALR-DATE ' ' ALR-TIME
                  '  RECORD ' ALR-REC-NUM
                  '  SEVERITY ' ALR-SEVERITY
                  '  DELTA ' ALR-DELTA
                  '  STATUS ' ALR-STATUS
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.

       WRITE-VOYAGE-TOTALS.
           MOVE SPACES TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE 'VOYAGE TOTALS:' TO VOYRPT-RECORD.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  DAYS AT SEA: ' WS-TOT-DAYS
                  '  OPERATING: ' WS-TOT-OPER
                  '  SILENT: ' WS-TOT-SILENT
                  ' (SCHEDULED: ' WS-TOT-SCHED ')'
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  SOUNDINGS COLLECTED: ' WS-TOT-SOUNDINGS
                  '  READ: ' WS-TOT-READ
                  '  REJECTS: ' WS-TOT-REJECTS
                  ' (' WS-REJ-RATE-ED '%)'
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           IF WS-TOT-NO-FIG > 0
              MOVE SPACES TO VOYRPT-RECORD
              STRING '  OPERATING DAYS WITHOUT RUN FIGURES: '
                     WS-TOT-NO-FIG
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
              WRITE VOYRPT-RECORD
           END-IF.
           IF WS-TOT-NO-KEPT > 0
              MOVE SPACES TO VOYRPT-RECORD
              STRING '  DAYS WITHOUT A KEPT COUNT (NOT IN SOUNDINGS): '
                     WS-TOT-NO-KEPT
                     DELIMITED BY SIZE INTO VOYRPT-RECORD
              END-STRING
              WRITE VOYRPT-RECORD
           END-IF.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  TRACK DISTANCE: ' WS-TOT-TRACK ' M ('
                  FUNCTION TRIM(WS-TRACK-KM-ED) ' KM)'
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  SINGLE-STEP: ' WS-TOT-SINGLE
                  '  WINDOW: ' WS-TOT-WINDOW
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
           MOVE SPACES TO VOYRPT-RECORD.
           STRING '  ALERTS RAISED: ' WS-TOT-ALERTS
                  '  CRITICAL: ' WS-TOT-CRIT
                  '  WARNING: ' WS-TOT-WARN
                  '  ADVISORY: ' WS-TOT-ADV
                  '  STILL OPEN: ' WS-TOT-OPEN
                  DELIMITED BY SIZE INTO VOYRPT-RECORD
           END-STRING.
           WRITE VOYRPT-RECORD.
