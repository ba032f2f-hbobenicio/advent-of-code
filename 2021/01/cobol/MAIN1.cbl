           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * Queue of charting amendments: a change to a day the chart
      * already holds is queued here, old and new figures with the
      * reason, for AOC-2021-D01-CHARTAMD to send.
           SELECT AMENDQ-FILE ASSIGN TO 'AMENDQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMQ-KEY
           FILE STATUS IS WS-AMENDQ-FS.

      * Read-only look at the vessel master for this vessel's unit
      * code -- a feet or fathoms boat rerun through this program
      * must store the same meters the batch stores, or tomorrow's
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FS.

      * The sonar unit register and its installation history
      * (AOC-2021-D01-SONAR), read only: the calibration applied is
      * the one for the unit fitted to the vessel on the run date,
      * whichever boat it was on when it was bench-calibrated.
           SELECT SONAR-FILE ASSIGN TO 'SONAR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SON-SERIAL
           FILE STATUS IS WS-SON-FS.

           SELECT FITTING-FILE ASSIGN TO 'FITTING.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIT-KEY
           FILE STATUS IS WS-FIT-FS.


      * Run-statistics trail shared by every program in the suite:
      * one row appended per run at end of job, so the batch-window
           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-FS.

      * Survey-area master, maintained by AOC-2021-D01-AREA: the box
      * each vessel is tasked to and the dates it applies.
           SELECT AREA-FILE ASSIGN TO 'AREAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARA-AREA-ID
           FILE STATUS IS WS-ARA-FS.

      * The day's station-keeping tally per vessel -- POS fixes
      * inside and outside the assigned area -- for the off-station
      * report.
           SELECT STATION-FILE ASSIGN TO 'STATION.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STN-KEY
           FILE STATUS IS WS-STN-FS.

      * One row per survey leg per vessel per run date: the leg's
      * figures as the report prints them, kept so a voyage's legs
      * can be reported together.
           SELECT SEGSTAT-FILE ASSIGN TO 'SEGSTAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SGS-KEY
           FILE STATUS IS WS-SGS-FS.

      * Every reading the spike filter takes out, with the readings
      * either side it was judged against, so a despiked day can be
      * audited reading by reading. Shared with
      * AOC-2021-D01-2/D01/D01-BATCH/D01-BACKFILL/D01-REPAIR.
           SELECT DESPIKE-FILE ASSIGN TO 'DESPIKE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.


      * Per-record trail of how each reading compared to the one
      * before it, so an analyst can see exactly where an increase or
      * decrease was counted rather than just the final tally. Each
      * row closes with where the reading was taken: a placement flag
      * and the latitude/longitude placed from the day's POS fixes.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-REC-NUM    PIC 9(6).
           05 AUD-SEG        PIC X(8).
           05 AUD-SEP5       PIC X(1).
           05 AUD-VESSEL     PIC X(10).
           05 AUD-SEP6       PIC X(1).
           05 AUD-POS-FLAG   PIC X(1).
           05 AUD-SEP7       PIC X(1).
           05 AUD-LAT        PIC -99.9999.
           05 AUD-SEP8       PIC X(1).
           05 AUD-LON        PIC -999.9999.

      * Progress marker for a long sonar log -- lets an interrupted
      * run resume its SOLVE pass instead of starting the count over.
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

      * One queued amendment per change: the day and when the change
      * was queued, the figures the chart holds and the new ones,
      * why, and the date it was sent (zero while queued).
       FD  AMENDQ-FILE.
       01  AMENDQ-RECORD.
           05 AMQ-KEY.
              10 AMQ-RUN-DATE      PIC 9(8).
              10 AMQ-VESSEL-ID     PIC X(10).
              10 AMQ-QUEUED-DATE   PIC 9(8).
              10 AMQ-QUEUED-TIME   PIC 9(8).
           05 AMQ-OLD-SINGLE       PIC 9(5).
           05 AMQ-OLD-WINDOW       PIC 9(5).
           05 AMQ-NEW-SINGLE       PIC 9(5).
           05 AMQ-NEW-WINDOW       PIC 9(5).
           05 AMQ-REASON           PIC X(30).
           05 AMQ-SOURCE           PIC X(20).
           05 AMQ-SENT             PIC 9(8).

       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
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

      * One row per registered run: what was fed in, when, and the
      * content checksum that identifies the transmission itself.

      * One calibration row per bench visit: vessel, date, measured
      * offset in depth units (signed), technician.
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


      * One statistics row per run: program, vessel (spaces for a
      * fleet-wide step), run date, start and end times, records
           05 RST-REJECTS   PIC 9(6).
           05 RST-SEP7      PIC X(1).
           05 RST-RC        PIC 9(2).
      * Depth readings the solver kept and counted: read less
      * rejects, marker, fix and trailer lines and despiked readings.
      * Zero from jobs that count no readings; blank on rows written
      * before it was carried.
           05 RST-SEP8      PIC X(1).
           05 RST-KEPT      PIC 9(7).


      * Journal rows: B opens the unit of work, M/K carry a master/
      * continuity image (phase B before, A after; the exists flag
      * says whether the row was on file), C marks the unit
      * complete. A master image carries the day's release state
      * with its counts, so recovery can put both back.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JRN-TYPE      PIC X(1).
           05 JRN-SEP4      PIC X(1).
           05 JRN-EXISTS    PIC X(1).
           05 JRN-SEP5      PIC X(1).
           05 JRN-DATA      PIC X(90).

      * One record per survey area: the box in signed decimal
      * degrees, the validity dates (99999999 when open-ended), and
      * the vessels tasked to it.
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

      * One row per vessel per run date: the area it was tasked to,
      * its fixes inside and outside that area, the track time
      * logged between timed fixes and the part of it run off
      * station, and the first and last fix taken off station.
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

      * One row per despiked reading: the day and vessel, the log
      * record it came from, its depth and the readings either side
      * of it, the tolerance in force and the program that took it
      * out. Depths are as counted -- meters, calibrated and
      * tide-corrected.
       FD  DESPIKE-FILE.
       01  DESPIKE-RECORD.
           05 DSP-DATE      PIC 9(8).
           05 DSP-SEP1      PIC X(1).
           05 DSP-VESSEL    PIC X(10).
           05 DSP-SEP2      PIC X(1).
           05 DSP-REC-NUM   PIC 9(6).
           05 DSP-SEP3      PIC X(1).
           05 DSP-READING   PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP4      PIC X(1).
           05 DSP-BEFORE    PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP5      PIC X(1).
           05 DSP-AFTER     PIC S9(4) SIGN IS LEADING SEPARATE.
           05 DSP-SEP6      PIC X(1).
           05 DSP-TOLERANCE PIC 9(5).
           05 DSP-SEP7      PIC X(1).
           05 DSP-SOURCE    PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-JB-MAS-EXISTS PIC X(1) VALUE 'N'.
       01  WS-JB-SINGLE     PIC 9(5) VALUE 0.
       01  WS-JB-WINDOW     PIC 9(5) VALUE 0.
       01  WS-JB-REL-STATUS PIC X(1) VALUE 'P'.
       01  WS-JB-REL-REASON PIC X(30) VALUE SPACES.
       01  WS-JB-REL-DATE   PIC 9(8) VALUE 0.
       01  WS-JB-REL-BY     PIC X(12) VALUE SPACES.
       01  WS-JB-CHART-SENT PIC 9(8) VALUE 0.
       01  WS-JB-CONT-EXISTS PIC X(1) VALUE 'N'.
       01  WS-JB-CDATE      PIC 9(8) VALUE 0.
       01  WS-JB-CREAD      PIC S9(4) VALUE 0.
           05 JMI-VESSEL    PIC X(10).
           05 JMI-SINGLE    PIC 9(5).
           05 JMI-WINDOW    PIC 9(5).
           05 JMI-REL-STATUS PIC X(1).
           05 JMI-REL-REASON PIC X(30).
           05 JMI-REL-DATE  PIC 9(8).
           05 JMI-REL-BY    PIC X(12).
           05 JMI-CHART-SENT PIC 9(8).
       01  WS-JRN-CONT-IMG.
           05 JCI-VESSEL    PIC X(10).
           05 JCI-DATE      PIC 9(8).
         05  XS-ARR         PIC S9(4) OCCURS 50000 TIMES.
         05  XS-TIME        PIC X(6) OCCURS 50000 TIMES.
         05  XS-SEG         PIC 9(2) OCCURS 50000 TIMES.
         05  XS-REC         PIC 9(6) OCCURS 50000 TIMES.
         05  XS-LEN         PIC 9(5) VALUE 0.
       01  WS-XS-OVERFLOW   PIC X(1) VALUE 'N'.
         88  XS-OVERFLOW            VALUE 'Y'.
         88  HAVE-DEPTH              VALUE 'Y'.
       01  WS-CSV-FS        PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
      * The figures a rewritten day held before the change, and the
      * reason any charting amendment it queues will carry.
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-AMD-OLD-SINGLE PIC 9(5) VALUE 0.
       01  WS-AMD-OLD-WINDOW PIC 9(5) VALUE 0.
       01  WS-AMD-TIME      PIC 9(8) VALUE 0.
       01  WS-AMD-REASON    PIC X(30)
              VALUE 'DAY RE-SOLVED'.

      * Tracks the WS-TOPJ-N largest single-step increases seen so
      * far, each with its magnitude and record position, so an
           88 CONTROL-TOTAL-OK        VALUE 'Y'.
           88 CONTROL-TOTAL-BAD       VALUE 'N'.

      * The vessel's own end-of-transmission trailer, 'TRL <count>
      * <hash>', appended by the newer sonar controllers: the number
      * of records the controller sent ahead of the trailer and the
      * hash total of the depths on them, as sent (whole units,
      * before unit conversion, calibration or tide). Checked against
      * what actually arrived; a log without a trailer is not checked.
       01  WS-TRL-SEEN       PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN            VALUE 'Y'.
       01  WS-TRL-OK         PIC X(1) VALUE 'Y'.
           88 TRAILER-OK              VALUE 'Y'.
           88 TRAILER-BAD             VALUE 'N' 'U'.
           88 TRAILER-UNREADABLE      VALUE 'U'.
       01  WS-TRL-HASH       PIC S9(11) VALUE 0.
       01  WS-TRL-DEPTH      PIC S9(4) VALUE 0.
       01  WS-TRL-SENT-COUNT PIC 9(6) VALUE 0.
       01  WS-TRL-SENT-HASH  PIC S9(11) VALUE 0.
       01  WS-TRL-GOT-COUNT  PIC 9(6) VALUE 0.
       01  WS-TRL-GOT-HASH   PIC S9(11) VALUE 0.
       01  WS-TRL-SENT-ED    PIC -(11)9.
       01  WS-TRL-GOT-ED     PIC -(11)9.
       01  WS-TRL-TAG        PIC X(4) VALUE SPACES.
       01  WS-TRL-TOK1       PIC X(12) VALUE SPACES.
       01  WS-TRL-TOK2       PIC X(13) VALUE SPACES.

      * Spike filter. The tolerance is the vessel's own off the
      * master, else SPIKE_TOLERANCE; zero (the default) leaves the
      * readings as received. A lone reading judged a spike against
      * the kept reading before it and the reading after it, inside
      * the same leg, is taken out of the reading table before
      * anything is counted, and logged to DESPIKE.DAT. WS-XS-READ
      * keeps the number of readings received, for the control total
      * and the report.
       01  WS-SPIKE-TOL     PIC 9(5) VALUE 0.
       01  WS-SPIKE-PARM    PIC X(5) VALUE SPACES.
       01  WS-DSP-FS        PIC X(2) VALUE '00'.
       01  WS-DSP-COUNT     PIC 9(5) VALUE 0.
       01  WS-XS-READ       PIC 9(5) VALUE 0.
       01  WS-DSP-I         PIC 9(5) VALUE 0.
       01  WS-DSP-OUT       PIC 9(5) VALUE 0.
       01  WS-DSP-F         PIC 9(5) VALUE 0.
       01  WS-DSP-VAL       PIC S9(4) VALUE 0.
       01  WS-DSP-LEFT      PIC S9(4) VALUE 0.
       01  WS-DSP-RIGHT     PIC S9(4) VALUE 0.
       01  WS-DSP-REC       PIC 9(6) VALUE 0.
       01  WS-DSP-LEFT-SEG  PIC 9(2) VALUE 0.
       01  WS-DSP-HAVE-LEFT PIC X(1) VALUE 'N'.
         88  DSP-HAVE-LEFT            VALUE 'Y'.
       01  WS-DSP-SPIKE     PIC X(1) VALUE 'N'.
         88  READING-IS-SPIKE         VALUE 'Y'.

      * Count of malformed readings diverted to REJECTS.DAT, so the
      * scheduler can tell a day with rejects from a clean run.
       01  WS-REJ-COUNT      PIC 9(5) VALUE 0.
         88  CAL-BREAK                VALUE 'B'.
       01  WS-CAL-COUNT     PIC 9(5) VALUE 0.

      * The unit fitted to the vessel on the run date, off the
      * equipment register, and whether its calibration has run past
      * the unit's interval. A vessel with no fitting on record falls
      * back to calibration rows keyed by its own vessel ID.
       01  WS-SON-FS        PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-CAL-UNIT      PIC X(10) VALUE SPACES.
       01  WS-CAL-KEY       PIC X(10) VALUE SPACES.
       01  WS-CAL-MODEL     PIC X(15) VALUE SPACES.
       01  WS-CAL-INTERVAL  PIC 9(3) VALUE 0.
       01  WS-CAL-DUE-DATE  PIC 9(8) VALUE 0.
       01  WS-CAL-OVER-DAYS PIC 9(5) VALUE 0.
       01  WS-CAL-OVERDUE   PIC X(1) VALUE 'N'.
         88  CAL-OVERDUE              VALUE 'Y'.
      * What to do with a vessel whose fitted unit is overdue, off
      * CALIB_OVERDUE_POLICY: WARN (the default) solves it and flags
      * the run, REFUSE leaves it unsolved until the unit is
      * recalibrated or swapped.
       01  WS-CAL-POLICY    PIC X(6) VALUE 'WARN'.
         88  CAL-POLICY-REFUSE        VALUE 'REFUSE'.

      * Lock state for this run. A lock held by a run that started
      * on an earlier date is stale -- the holder abended without
      * freeing it -- and is reported and replaced rather than
       01  WS-POS-DLON      PIC S9(8)V9(2) VALUE 0.
       01  WS-POS-DIST      PIC 9(7) VALUE 0.

      * The day's accepted fixes in log order, kept so each reading
      * on the audit trail can be placed between the fixes either
      * side of it: how many readings preceded the fix, the fix time
      * (the optional HHMMSS fourth token of 'POS lat lon HHMMSS',
      * else the time of the reading logged just before it) and the
      * fix itself.
       01  WS-POS-TOK4      PIC X(12) VALUE SPACES.
       01  WS-XF-MAX        PIC 9(5) VALUE 5000.
       01  WS-XF-TAB.
         05 XF-ROW OCCURS 5001 TIMES.
            10 XF-AFTER     PIC 9(5).
            10 XF-TIME      PIC X(6).
            10 XF-LAT       PIC S9(3)V9(4).
            10 XF-LON       PIC S9(3)V9(4).
       01  WS-XF-LEN        PIC 9(5) VALUE 0.
       01  WS-XF            PIC 9(5) VALUE 0.
       01  WS-PLACE-IDX     PIC 9(5) VALUE 0.
       01  WS-PLACE-FLAG    PIC X(1) VALUE SPACE.
       01  WS-PLACE-LAT     PIC S9(3)V9(4) VALUE 0.
       01  WS-PLACE-LON     PIC S9(3)V9(4) VALUE 0.
       01  WS-PLACE-FRAC    PIC S9(3)V9(6) VALUE 0.
       01  WS-SECS-TIME     PIC X(6) VALUE SPACES.
       01  WS-SECS-HMS REDEFINES WS-SECS-TIME.
         05 WS-SECS-HH      PIC 9(2).
         05 WS-SECS-MM      PIC 9(2).
         05 WS-SECS-SS      PIC 9(2).
       01  WS-SECS          PIC S9(6) VALUE 0.
       01  WS-SECS-B        PIC S9(6) VALUE 0.
       01  WS-SECS-A        PIC S9(6) VALUE 0.
       01  WS-SECS-R        PIC S9(6) VALUE 0.


      * Run-ledger state: the content checksum of this run's input,
      * the REPROCESS override that makes a deliberate rerun legal,
       01  WS-DUP-RUN        PIC X(1) VALUE 'N'.
         88  DUPLICATE-RUN            VALUE 'Y'.


      * Survey-area tasking for the run date and the day's fixes
      * tallied against it. A vessel tasked to no area on the run
      * date leaves WS-STN-AREA blank and its fixes untallied.
       01  WS-ARA-FS        PIC X(2) VALUE '00'.
       01  WS-STN-FS        PIC X(2) VALUE '00'.
       01  WS-SGS-FS        PIC X(2) VALUE '00'.
       01  WS-SGS-LOOP      PIC A(1).
         88  SGS-BREAK                VALUE 'B'.
       01  WS-ARA-LOOP      PIC A(1).
         88  ARA-BREAK                VALUE 'B'.
       01  WS-ARA-SLOT      PIC 9(2) VALUE 0.
       01  WS-STN-AREA      PIC X(8) VALUE SPACES.
       01  WS-STN-LAT-MIN   PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-LAT-MAX   PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-LON-MIN   PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-LON-MAX   PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-OUT       PIC X(1) VALUE 'N'.
         88  FIX-OFF-STATION          VALUE 'Y'.
       01  WS-STN-PREV-OUT  PIC X(1) VALUE 'N'.
       01  WS-STN-IN-COUNT  PIC 9(5) VALUE 0.
       01  WS-STN-OUT-COUNT PIC 9(5) VALUE 0.
       01  WS-STN-FIX-TIME.
           05 WS-STN-FIX-HH PIC 9(2).
           05 WS-STN-FIX-MM PIC 9(2).
           05 WS-STN-FIX-SS PIC 9(2).
       01  WS-STN-SECS      PIC S9(6) VALUE 0.
       01  WS-STN-PREV-SECS PIC S9(6) VALUE -1.
       01  WS-STN-TRACK-SECS PIC 9(5) VALUE 0.
       01  WS-STN-OFF-SECS  PIC 9(5) VALUE 0.
       01  WS-STN-FIRST-FIX PIC 9(5) VALUE 0.
       01  WS-STN-FIRST-TIME PIC X(6) VALUE SPACES.
       01  WS-STN-FIRST-LAT PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-FIRST-LON PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-LAST-FIX  PIC 9(5) VALUE 0.
       01  WS-STN-LAST-TIME PIC X(6) VALUE SPACES.
       01  WS-STN-LAST-LAT  PIC S9(3)V9(4) VALUE 0.
       01  WS-STN-LAST-LON  PIC S9(3)V9(4) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START FROM TIME.
           PERFORM LOAD-VESSEL-ID.
           PERFORM LOAD-SURVEY-AREA.
           PERFORM LOAD-INPUT-PATH.
           PERFORM LOAD-NOISE-THRESHOLD.
           PERFORM LOAD-DEPTH-UNIT.
           PERFORM LOAD-TIDE-TABLE.
           PERFORM LOAD-CAL-POLICY.
           PERFORM LOAD-CALIBRATION.
      * A fitted sonar unit past its recalibration interval is
      * flagged; under the REFUSE policy the vessel is not solved at
      * all (RETURN-CODE 8) until the unit is recalibrated or
      * swapped.
           IF CAL-OVERDUE
              DISPLAY 'AOC-2021-D01-1: ' WS-VESSEL-ID ' SONAR UNIT '
                 WS-CAL-UNIT ' CALIBRATION OVERDUE'
              IF CAL-POLICY-REFUSE
                 DISPLAY 'AOC-2021-D01-1: ' WS-VESSEL-ID
                    ' REFUSED BY CALIBRATION POLICY - RUN SKIPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-RUN-STATS
                 GOBACK
              END-IF
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
              MOVE 14 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-AND-PARSE-INPUT.
           PERFORM CHECK-CONTROL-TOTAL.
           PERFORM DESPIKE-READINGS.
           PERFORM TALLY-SEGMENTS.
           PERFORM SOLVE.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE '  VESSEL: ' WS-VESSEL-ID
                   '  SOLUTION: ' WS-SOLUTION.
           PERFORM UPDATE-MASTER.
           PERFORM SAVE-CONTINUITY.
           PERFORM JOURNAL-COMMIT-UOW.
           PERFORM WRITE-STATION-TALLY.
           PERFORM WRITE-SEGMENT-STATS.
           PERFORM RELEASE-RUN-LOCK.
           PERFORM SET-RETURN-CODE.
           PERFORM WRITE-RUN-STATS.
      * Sets a distinct RETURN-CODE per outcome so the job scheduler
      * can branch on a bad run instead of assuming every run was
      * clean: 12 for a truncated log (capacity overflow, most
      * severe -- readings were lost), 11 for a log the vessel's own
      * trailer says arrived short or corrupted (hold the vessel and
      * ask the radio room for a resend), 8 for a control-total
      * mismatch,
      * 4 for rejected records on an otherwise-complete run or an
      * overdue sonar calibration (WARN policy), 0 clean.
       SET-RETURN-CODE.
           EVALUATE TRUE
              WHEN XS-OVERFLOW
                 MOVE 12 TO RETURN-CODE
              WHEN TRAILER-BAD
                 MOVE 11 TO RETURN-CODE
              WHEN CONTROL-TOTAL-BAD
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJ-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN CAL-OVERDUE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RUN DATE: ' WS-RUN-DATE
                  '   VESSEL: ' WS-VESSEL-ID
                  '   INPUT RECORDS: ' WS-XS-READ
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
                 SET WS-TOPJ-IDX UP BY 1
              END-PERFORM
           END-IF.
           IF WS-SPIKE-TOL > 0
              MOVE SPACES TO REPORT-RECORD
              STRING 'SPIKE FILTER (TOLERANCE ' WS-SPIKE-TOL '): '
                     WS-DSP-COUNT ' READINGS DESPIKED, NOT COUNTED'
                     DELIMITED BY SIZE INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.
           IF WS-UNIT-CODE = 'F'
              MOVE SPACES TO REPORT-RECORD
              MOVE 'READINGS RECEIVED IN FEET - CONVERTED TO METERS'
              END-STRING
              WRITE REPORT-RECORD
           END-IF.
           IF WS-CAL-UNIT NOT = SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING 'SONAR UNIT ' FUNCTION TRIM(WS-CAL-UNIT)
                     ' ' FUNCTION TRIM(WS-CAL-MODEL) ' FITTED'
                     DELIMITED BY SIZE INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.
           IF CAL-OVERDUE
              MOVE SPACES TO REPORT-RECORD
              IF CAL-LOADED
                 STRING 'SONAR UNIT CALIBRATION OVERDUE '
                        WS-CAL-OVER-DAYS ' DAYS (DUE '
                        WS-CAL-DUE-DATE ')'
                        DELIMITED BY SIZE INTO REPORT-RECORD
                 END-STRING
              ELSE
                 STRING 'SONAR UNIT HAS NO CALIBRATION ON FILE'
                        DELIMITED BY SIZE INTO REPORT-RECORD
                 END-STRING
              END-IF
              WRITE REPORT-RECORD
           END-IF.
           PERFORM COMPUTE-SEGMENT-AVERAGES.
           IF WS-SEG-LEN > 0
              MOVE SPACES TO REPORT-RECORD
           IF CONTROL-TOTAL-BAD
              MOVE SPACES TO REPORT-RECORD
              STRING 'CONTROL TOTAL MISMATCH -- EXPECTED '
                     WS-EXPECTED-COUNT ' GOT ' WS-XS-READ
                     DELIMITED BY SIZE INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.
           IF TRAILER-SEEN
              PERFORM WRITE-TRAILER-OUTCOME
           END-IF.
           CLOSE REPORT-FILE.

      * Same figures as REPORT.TXT, one comma-delimited row per run,
           END-IF.
           MOVE SPACES TO CSV-RECORD.
           STRING WS-RUN-DATE ',' WS-VESSEL-ID ',AOC-2021-D01-1,'
                  WS-XS-READ ',' WS-SOLUTION ',0,' WS-MAG-MAX ','
                  WS-MAG-MIN ',' WS-MAG-AVG
                  DELIMITED BY SIZE INTO CSV-RECORD
           END-STRING.
              INVALID KEY
                 MOVE WS-SOLUTION TO MAS-SINGLE-COUNT
                 MOVE 0 TO MAS-WINDOW-COUNT
                 PERFORM RESET-MASTER-RELEASE
                 MOVE MAS-VESSEL-ID TO MAS-VK-VESSEL-ID
                 MOVE MAS-RUN-DATE TO MAS-VK-RUN-DATE
                 WRITE MASTER-RECORD
              NOT INVALID KEY
                 PERFORM NOTE-MASTER-FIGURES
                 MOVE WS-SOLUTION TO MAS-SINGLE-COUNT
                 PERFORM RESTATE-MASTER-RELEASE
                 REWRITE MASTER-RECORD
           END-READ.
           CLOSE MASTER-FILE.

      * A freshly posted day starts pending review and unsent.
       RESET-MASTER-RELEASE.
           SET MAS-PENDING TO TRUE.
           MOVE SPACES TO MAS-RELEASE-REASON.
           MOVE 0 TO MAS-RELEASE-DATE.
           MOVE SPACES TO MAS-RELEASE-BY.
           MOVE 0 TO MAS-CHART-SENT.

      * The figures the day held before this change.
       NOTE-MASTER-FIGURES.
           MOVE MAS-SINGLE-COUNT TO WS-AMD-OLD-SINGLE.
           MOVE MAS-WINDOW-COUNT TO WS-AMD-OLD-WINDOW.

      * A day whose figures changed goes back to pending review;
      * figures rewritten unchanged leave its release as it was. A
      * changed day the chart already holds is not sent again as a
      * daily detail -- the correction is queued as an amendment.
       RESTATE-MASTER-RELEASE.
           IF MAS-SINGLE-COUNT NOT = WS-AMD-OLD-SINGLE
              OR MAS-WINDOW-COUNT NOT = WS-AMD-OLD-WINDOW
              SET MAS-PENDING TO TRUE
              MOVE SPACES TO MAS-RELEASE-REASON
              MOVE 0 TO MAS-RELEASE-DATE
              MOVE SPACES TO MAS-RELEASE-BY
              IF MAS-CHART-SENT > 0
                 PERFORM QUEUE-CHART-AMENDMENT
              END-IF
           END-IF.

      * Queues the correction, old figures and new, for the
      * amendment extract.
       QUEUE-CHART-AMENDMENT.
           OPEN I-O AMENDQ-FILE.
           IF WS-AMENDQ-FS = '35'
              OPEN OUTPUT AMENDQ-FILE
              CLOSE AMENDQ-FILE
              OPEN I-O AMENDQ-FILE
           END-IF.
           ACCEPT WS-AMD-TIME FROM TIME.
           MOVE MAS-RUN-DATE TO AMQ-RUN-DATE.
           MOVE MAS-VESSEL-ID TO AMQ-VESSEL-ID.
           MOVE WS-RUN-DATE TO AMQ-QUEUED-DATE.
           MOVE WS-AMD-TIME TO AMQ-QUEUED-TIME.
           MOVE WS-AMD-OLD-SINGLE TO AMQ-OLD-SINGLE.
           MOVE WS-AMD-OLD-WINDOW TO AMQ-OLD-WINDOW.
           MOVE MAS-SINGLE-COUNT TO AMQ-NEW-SINGLE.
           MOVE MAS-WINDOW-COUNT TO AMQ-NEW-WINDOW.
           MOVE WS-AMD-REASON TO AMQ-REASON.
           MOVE 'AOC-2021-D01-1' TO AMQ-SOURCE.
           MOVE 0 TO AMQ-SENT.
           WRITE AMENDQ-RECORD
              INVALID KEY
                 DISPLAY 'AOC-2021-D01-1: AMENDMENT NOT QUEUED FOR '
                    MAS-VESSEL-ID ' ' MAS-RUN-DATE
           END-WRITE.
           CLOSE AMENDQ-FILE.

      * Reads this vessel's continuity record and seeds WS-PREV from
      * it, unless it's today's own record already (a same-day rerun),
      * instead of leaving WS-PREV at the 9999 sentinel.
                    AND NUM(5:1) NOT = SPACE
                    PERFORM START-SEGMENT
                 ELSE
                 IF NUM(1:4) = 'TRL '
                    PERFORM CHECK-TRAILER
                 ELSE
                 IF NUM(1:4) = 'POS '
                    PERFORM PARSE-POSITION-FIX
                    IF POS-FIX-OK
                       PERFORM APPLY-POSITION-FIX
                       PERFORM TALLY-STATION-FIX
                       PERFORM NOTE-POSITION-FIX
                    ELSE
                       MOVE WS-VESSEL-ID TO REJ-VESSEL-ID
                       MOVE SPACE TO REJ-SEP0
                    END-IF
                 ELSE
                 PERFORM PARSE-READING
                 PERFORM ADD-TRAILER-HASH
                 IF READING-OK
                    PERFORM CONVERT-READING
                    PERFORM APPLY-CALIBRATION
                       MOVE WS-NUM-VAL TO XS-ARR(XS-LEN + 1)
                       MOVE WS-READ-TIME TO XS-TIME(XS-LEN + 1)
                       MOVE WS-SEG-CUR TO XS-SEG(XS-LEN + 1)
                       MOVE WS-REC-NUM TO XS-REC(XS-LEN + 1)
                       SET XS-LEN UP BY 1
                    END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           END-IF.

      * Confirms the number of readings actually parsed matches the
      * control total supplied for this run, before the spike filter
      * or SOLVE runs, the way a short or duplicated transmission
      * would be caught on any other batch feed. Skipped when no
      * control total was supplied.
       CHECK-CONTROL-TOTAL.
           IF WS-EXPECTED-COUNT > 0
              AND WS-EXPECTED-COUNT NOT = XS-LEN
      * unless the file is genuinely new, regardless of whether THIS
      * program's own checkpoint was resumed, so a normal run of either
      * program never truncates the other's trail.
           MOVE 0 TO WS-XF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FS = '05' OR WS-AUDIT-FS = '35'
              CLOSE AUDIT-FILE
              END-IF
              MOVE SPACE TO AUD-SEP5
              MOVE WS-VESSEL-ID TO AUD-VESSEL
              MOVE WS-I TO WS-PLACE-IDX
              PERFORM PLACE-READING
              MOVE SPACE TO AUD-SEP6
              MOVE WS-PLACE-FLAG TO AUD-POS-FLAG
              MOVE SPACE TO AUD-SEP7
              MOVE WS-PLACE-LAT TO AUD-LAT
              MOVE SPACE TO AUD-SEP8
              MOVE WS-PLACE-LON TO AUD-LON
      * A leg boundary breaks the comparison chain: the transit
      * between legs must not count as a jump.
              IF WS-I > 1
              END-IF
           END-IF.

      * Pulls this vessel's unit code and spike tolerance from the
      * vessel master, with the DEPTH_UNIT and SPIKE_TOLERANCE
      * environment fallbacks when the vessel has no master record
      * (or no master exists on this runner) -- the same precedence
      * AOC-2021-D01 applies.
       LOAD-DEPTH-UNIT.
           ACCEPT WS-UNIT-PARM FROM ENVIRONMENT 'DEPTH_UNIT'
              ON EXCEPTION
           IF WS-UNIT-PARM = 'F' OR WS-UNIT-PARM = 'T'
              MOVE WS-UNIT-PARM TO WS-UNIT-CODE
           END-IF.
           ACCEPT WS-SPIKE-PARM FROM ENVIRONMENT 'SPIKE_TOLERANCE'
              ON EXCEPTION
                 MOVE SPACES TO WS-SPIKE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-SPIKE-PARM) = 0
              COMPUTE WS-SPIKE-TOL = FUNCTION NUMVAL(WS-SPIKE-PARM)
           END-IF.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
              MOVE WS-VESSEL-ID TO VES-VESSEL-ID
                       MOVE VES-UNIT-CODE TO WS-UNIT-CODE
                    END-IF
                    MOVE VES-HOME-PORT TO WS-HOME-PORT
                    IF VES-SPIKE-TOL > 0
                       MOVE VES-SPIKE-TOL TO WS-SPIKE-TOL
                    END-IF
              END-READ
              CLOSE VESSEL-FILE
           END-IF.
           END-EVALUATE.

      * Validates a 'POS lat lon' record: both coordinates numeric,
      * signed decimal degrees, optionally followed by the HHMMSS
      * the fix was taken. A malformed fix goes to REJECTS.DAT
      * like any other malformed record.
       PARSE-POSITION-FIX.
           MOVE 'N' TO WS-POS-OK.
           MOVE SPACES TO WS-POS-TOK3.
           MOVE 0 TO WS-POS-TOK2-LEN.
           MOVE 0 TO WS-POS-TOK3-LEN.
           MOVE SPACES TO WS-POS-TOK4.
           UNSTRING NUM DELIMITED BY ALL ' '
              INTO WS-POS-TOK1
                   WS-POS-TOK2 COUNT IN WS-POS-TOK2-LEN
                   WS-POS-TOK3 COUNT IN WS-POS-TOK3-LEN
                   WS-POS-TOK4
           END-UNSTRING.
           IF WS-POS-TOK2-LEN > 0 AND WS-POS-TOK3-LEN > 0
              AND FUNCTION TEST-NUMVAL(WS-POS-TOK2) = 0
           MOVE WS-POS-LON TO WS-POS-PREV-LON.
           SET HAVE-POS-PREV TO TRUE.

      * One accepted fix against the vessel's survey area: inside or
      * outside the box and, where this fix and an earlier one are
      * both timed (the HHMMSS on the POS record, else the time of
      * the reading logged before it), the track time since that
      * fix -- run off station when that fix was off station.
       TALLY-STATION-FIX.
           IF WS-STN-AREA NOT = SPACES
              MOVE 'N' TO WS-STN-OUT
              IF WS-POS-LAT < WS-STN-LAT-MIN
                 OR WS-POS-LAT > WS-STN-LAT-MAX
                 MOVE 'Y' TO WS-STN-OUT
              END-IF
              IF WS-STN-LON-MIN < WS-STN-LON-MAX
                 IF WS-POS-LON < WS-STN-LON-MIN
                    OR WS-POS-LON > WS-STN-LON-MAX
                    MOVE 'Y' TO WS-STN-OUT
                 END-IF
              ELSE
      * A box across the 180th meridian.
                 IF WS-POS-LON < WS-STN-LON-MIN
                    AND WS-POS-LON > WS-STN-LON-MAX
                    MOVE 'Y' TO WS-STN-OUT
                 END-IF
              END-IF
              IF WS-POS-TOK4(1:6) IS NUMERIC
                 MOVE WS-POS-TOK4(1:6) TO WS-STN-FIX-TIME
              ELSE
                 MOVE WS-READ-TIME TO WS-STN-FIX-TIME
              END-IF
              IF WS-STN-FIX-TIME IS NUMERIC
                 COMPUTE WS-STN-SECS = WS-STN-FIX-HH * 3600
                    + WS-STN-FIX-MM * 60 + WS-STN-FIX-SS
                 IF WS-STN-PREV-SECS >= 0
                    AND WS-STN-SECS >= WS-STN-PREV-SECS
                    COMPUTE WS-STN-TRACK-SECS = WS-STN-TRACK-SECS
                       + WS-STN-SECS - WS-STN-PREV-SECS
                    IF WS-STN-PREV-OUT = 'Y'
                       COMPUTE WS-STN-OFF-SECS = WS-STN-OFF-SECS
                          + WS-STN-SECS - WS-STN-PREV-SECS
                    END-IF
                 END-IF
                 MOVE WS-STN-SECS TO WS-STN-PREV-SECS
                 MOVE WS-STN-OUT TO WS-STN-PREV-OUT
              ELSE
                 MOVE SPACES TO WS-STN-FIX-TIME
              END-IF
              IF FIX-OFF-STATION
                 SET WS-STN-OUT-COUNT UP BY 1
                 IF WS-STN-OUT-COUNT = 1
                    MOVE WS-POS-COUNT TO WS-STN-FIRST-FIX
                    MOVE WS-STN-FIX-TIME TO WS-STN-FIRST-TIME
                    MOVE WS-POS-LAT TO WS-STN-FIRST-LAT
                    MOVE WS-POS-LON TO WS-STN-FIRST-LON
                 END-IF
                 MOVE WS-POS-COUNT TO WS-STN-LAST-FIX
                 MOVE WS-STN-FIX-TIME TO WS-STN-LAST-TIME
                 MOVE WS-POS-LAT TO WS-STN-LAST-LAT
                 MOVE WS-POS-LON TO WS-STN-LAST-LON
              ELSE
                 SET WS-STN-IN-COUNT UP BY 1
              END-IF
           END-IF.

      * Finds the survey area the vessel is tasked to on the run
      * date and clears the day's station-keeping tally. No master
      * on this runner, or no area, simply means no tally.
       LOAD-SURVEY-AREA.
           MOVE SPACES TO WS-STN-AREA.
           MOVE 0 TO WS-STN-IN-COUNT.
           MOVE 0 TO WS-STN-OUT-COUNT.
           MOVE 0 TO WS-STN-TRACK-SECS.
           MOVE 0 TO WS-STN-OFF-SECS.
           MOVE -1 TO WS-STN-PREV-SECS.
           MOVE 'N' TO WS-STN-PREV-OUT.
           MOVE 0 TO WS-STN-FIRST-FIX.
           MOVE SPACES TO WS-STN-FIRST-TIME.
           MOVE 0 TO WS-STN-FIRST-LAT.
           MOVE 0 TO WS-STN-FIRST-LON.
           MOVE 0 TO WS-STN-LAST-FIX.
           MOVE SPACES TO WS-STN-LAST-TIME.
           MOVE 0 TO WS-STN-LAST-LAT.
           MOVE 0 TO WS-STN-LAST-LON.
           OPEN INPUT AREA-FILE.
           IF WS-ARA-FS = '00'
              MOVE 'C' TO WS-ARA-LOOP
              PERFORM UNTIL ARA-BREAK
                 READ AREA-FILE
                    AT END MOVE 'B' TO WS-ARA-LOOP
                    NOT AT END
                       IF ARA-VALID-FROM <= WS-RUN-DATE
                          AND ARA-VALID-TO >= WS-RUN-DATE
                          PERFORM MATCH-AREA-VESSEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AREA-FILE
           END-IF.

      * Takes the area just read when the vessel is tasked to it.
       MATCH-AREA-VESSEL.
           MOVE 1 TO WS-ARA-SLOT.
           PERFORM UNTIL WS-ARA-SLOT > ARA-VESSEL-COUNT
              OR ARA-BREAK
              IF ARA-VESSEL-ID(WS-ARA-SLOT) = WS-VESSEL-ID
                 MOVE ARA-AREA-ID TO WS-STN-AREA
                 MOVE ARA-LAT-MIN TO WS-STN-LAT-MIN
                 MOVE ARA-LAT-MAX TO WS-STN-LAT-MAX
                 MOVE ARA-LON-MIN TO WS-STN-LON-MIN
                 MOVE ARA-LON-MAX TO WS-STN-LON-MAX
                 MOVE 'B' TO WS-ARA-LOOP
              END-IF
              SET WS-ARA-SLOT UP BY 1
           END-PERFORM.

      * Keeps the day's per-leg figures for the voyage report,
      * replacing whatever a rerun of the day left. A day without
      * legs still clears the rows an earlier run of it wrote.
       WRITE-SEGMENT-STATS.
           OPEN I-O SEGSTAT-FILE.
           IF WS-SGS-FS = '35' AND WS-SEG-LEN > 0
              OPEN OUTPUT SEGSTAT-FILE
              CLOSE SEGSTAT-FILE
              OPEN I-O SEGSTAT-FILE
           END-IF.
           IF WS-SGS-FS = '00'
              PERFORM CLEAR-SEGMENT-STATS
              MOVE 1 TO WS-SEG-I
              PERFORM UNTIL WS-SEG-I > WS-SEG-LEN
                 PERFORM POST-SEGMENT-STAT
                 SET WS-SEG-I UP BY 1
              END-PERFORM
              CLOSE SEGSTAT-FILE
           END-IF.

       CLEAR-SEGMENT-STATS.
           MOVE WS-VESSEL-ID TO SGS-VESSEL-ID.
           MOVE WS-RUN-DATE TO SGS-RUN-DATE.
           MOVE 0 TO SGS-SEQ.
           START SEGSTAT-FILE KEY >= SGS-KEY
              INVALID KEY
                 MOVE 'B' TO WS-SGS-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-SGS-LOOP
           END-START.
           PERFORM UNTIL SGS-BREAK
              READ SEGSTAT-FILE NEXT RECORD
                 AT END SET SGS-BREAK TO TRUE
                 NOT AT END
                    IF SGS-VESSEL-ID NOT = WS-VESSEL-ID
                       OR SGS-RUN-DATE NOT = WS-RUN-DATE
                       SET SGS-BREAK TO TRUE
                    ELSE
                       DELETE SEGSTAT-FILE RECORD
                    END-IF
              END-READ
           END-PERFORM.

       POST-SEGMENT-STAT.
           MOVE WS-VESSEL-ID TO SGS-VESSEL-ID.
           MOVE WS-RUN-DATE TO SGS-RUN-DATE.
           MOVE WS-SEG-I TO SGS-SEQ.
           MOVE SEG-ID(WS-SEG-I) TO SGS-SEG-ID.
           MOVE SEG-RECORDS(WS-SEG-I) TO SGS-RECORDS.
           MOVE SEG-INC(WS-SEG-I) TO SGS-INC.
           MOVE SEG-MAG-TOT(WS-SEG-I) TO SGS-MAG-TOT.
           MOVE SEG-MAG-MAX(WS-SEG-I) TO SGS-MAG-MAX.
           MOVE SEG-DEP-MIN(WS-SEG-I) TO SGS-DEP-MIN.
           MOVE SEG-DEP-MAX(WS-SEG-I) TO SGS-DEP-MAX.
           MOVE SEG-HAVE-DEP(WS-SEG-I) TO SGS-HAVE-DEP.
           MOVE SEG-DIST(WS-SEG-I) TO SGS-DIST.
           WRITE SEGSTAT-RECORD
              INVALID KEY
                 REWRITE SEGSTAT-RECORD
           END-WRITE.

      * Records the day's station-keeping tally for the off-station
      * report, replacing the row a rerun of the day left. A log
      * without fixes has nothing to say about station keeping.
       WRITE-STATION-TALLY.
           IF WS-POS-COUNT > 0
              OPEN I-O STATION-FILE
              IF WS-STN-FS = '35'
                 OPEN OUTPUT STATION-FILE
                 CLOSE STATION-FILE
                 OPEN I-O STATION-FILE
              END-IF
              IF WS-STN-FS = '00'
                 MOVE WS-RUN-DATE TO STN-RUN-DATE
                 MOVE WS-VESSEL-ID TO STN-VESSEL-ID
                 MOVE WS-STN-AREA TO STN-AREA-ID
                 MOVE WS-POS-COUNT TO STN-FIX-COUNT
                 MOVE WS-STN-IN-COUNT TO STN-IN-COUNT
                 MOVE WS-STN-OUT-COUNT TO STN-OUT-COUNT
                 MOVE WS-STN-TRACK-SECS TO STN-TRACK-SECS
                 MOVE WS-STN-OFF-SECS TO STN-OFF-SECS
                 MOVE WS-STN-FIRST-FIX TO STN-FIRST-OFF-FIX
                 MOVE WS-STN-FIRST-TIME TO STN-FIRST-OFF-TIME
                 MOVE WS-STN-FIRST-LAT TO STN-FIRST-OFF-LAT
                 MOVE WS-STN-FIRST-LON TO STN-FIRST-OFF-LON
                 MOVE WS-STN-LAST-FIX TO STN-LAST-OFF-FIX
                 MOVE WS-STN-LAST-TIME TO STN-LAST-OFF-TIME
                 MOVE WS-STN-LAST-LAT TO STN-LAST-OFF-LAT
                 MOVE WS-STN-LAST-LON TO STN-LAST-OFF-LON
                 WRITE STATION-RECORD
                    INVALID KEY
                       REWRITE STATION-RECORD
                 END-WRITE
                 CLOSE STATION-FILE
              END-IF
           END-IF.

      * Keeps an accepted fix for placing the readings around it.
       NOTE-POSITION-FIX.
           IF WS-XF-LEN < WS-XF-MAX
              SET WS-XF-LEN UP BY 1
              MOVE XS-LEN TO XF-AFTER(WS-XF-LEN)
              IF WS-POS-TOK4(1:6) IS NUMERIC
                 MOVE WS-POS-TOK4(1:6) TO XF-TIME(WS-XF-LEN)
              ELSE
                 IF XS-LEN > 0
                    MOVE XS-TIME(XS-LEN) TO XF-TIME(WS-XF-LEN)
                 ELSE
                    MOVE SPACES TO XF-TIME(WS-XF-LEN)
                 END-IF
              END-IF
              MOVE WS-POS-LAT TO XF-LAT(WS-XF-LEN)
              MOVE WS-POS-LON TO XF-LON(WS-XF-LEN)
           END-IF.

      * Places reading WS-PLACE-IDX between the fixes logged either
      * side of it. A reading between two fixes is interpolated
      * (flag I); one before the first fix or after the last holds
      * the nearest fix (flag H); a day without fixes leaves the
      * reading unplaced (flag blank).
       PLACE-READING.
           MOVE SPACE TO WS-PLACE-FLAG.
           MOVE 0 TO WS-PLACE-LAT.
           MOVE 0 TO WS-PLACE-LON.
           IF WS-XF-LEN > 0
              IF WS-XF > 0
                 AND XF-AFTER(WS-XF) >= WS-PLACE-IDX
                 MOVE 0 TO WS-XF
              END-IF
              PERFORM UNTIL WS-XF >= WS-XF-LEN
                 OR XF-AFTER(WS-XF + 1) >= WS-PLACE-IDX
                 SET WS-XF UP BY 1
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-XF = 0
                    MOVE 'H' TO WS-PLACE-FLAG
                    MOVE XF-LAT(1) TO WS-PLACE-LAT
                    MOVE XF-LON(1) TO WS-PLACE-LON
                 WHEN WS-XF = WS-XF-LEN
                    MOVE 'H' TO WS-PLACE-FLAG
                    MOVE XF-LAT(WS-XF-LEN) TO WS-PLACE-LAT
                    MOVE XF-LON(WS-XF-LEN) TO WS-PLACE-LON
                 WHEN OTHER
                    PERFORM INTERPOLATE-READING
              END-EVALUATE
           END-IF.

      * Straight-line interpolation between fix WS-XF and the next.
      * The v2 timestamps set the fraction of the way along when the
      * reading and both fixes carry one; otherwise the reading's
      * place in the log does.
       INTERPOLATE-READING.
           MOVE 'I' TO WS-PLACE-FLAG.
           MOVE XF-TIME(WS-XF) TO WS-SECS-TIME.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS TO WS-SECS-B.
           MOVE XF-TIME(WS-XF + 1) TO WS-SECS-TIME.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS TO WS-SECS-A.
           MOVE XS-TIME(WS-PLACE-IDX) TO WS-SECS-TIME.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS TO WS-SECS-R.
           IF WS-SECS-B >= 0 AND WS-SECS-R >= 0
              AND WS-SECS-A > WS-SECS-B
              COMPUTE WS-PLACE-FRAC ROUNDED =
                 (WS-SECS-R - WS-SECS-B) / (WS-SECS-A - WS-SECS-B)
           ELSE
              COMPUTE WS-PLACE-FRAC ROUNDED =
                 (WS-PLACE-IDX - XF-AFTER(WS-XF) - 0.5)
                 / (XF-AFTER(WS-XF + 1) - XF-AFTER(WS-XF))
           END-IF.
           IF WS-PLACE-FRAC < 0
              MOVE 0 TO WS-PLACE-FRAC
           END-IF.
           IF WS-PLACE-FRAC > 1
              MOVE 1 TO WS-PLACE-FRAC
           END-IF.
           COMPUTE WS-PLACE-LAT ROUNDED = XF-LAT(WS-XF)
              + (XF-LAT(WS-XF + 1) - XF-LAT(WS-XF)) * WS-PLACE-FRAC.
           COMPUTE WS-PLACE-LON ROUNDED = XF-LON(WS-XF)
              + (XF-LON(WS-XF + 1) - XF-LON(WS-XF)) * WS-PLACE-FRAC.

      * HHMMSS in WS-SECS-TIME to seconds past midnight; -1 when the
      * stamp is missing or malformed.
       TIME-TO-SECONDS.
           IF WS-SECS-TIME IS NUMERIC
              COMPUTE WS-SECS = WS-SECS-HH * 3600
                 + WS-SECS-MM * 60 + WS-SECS-SS
           ELSE
              MOVE -1 TO WS-SECS
           END-IF.

      * Loads the run date's hourly tide heights for the vessel's
      * home port. No port on the master (or no table on this
      * runner) simply means no correction this run.
              END-IF
           END-IF.

      * Picks the governing bench calibration: the most recent row on
      * or before the run date for the unit fitted to the vessel that
      * day -- or, for a vessel not yet on the equipment register,
      * for the vessel itself. State is reset here so one vessel's
      * offset never bleeds into the next.
       LOAD-CALIBRATION.
           MOVE 'N' TO WS-CAL-HAVE.
           MOVE 0 TO WS-CAL-DATE.
           MOVE 0 TO WS-CAL-OFFSET.
           MOVE SPACES TO WS-CAL-TECH.
           PERFORM LOAD-FITTED-UNIT.
           IF WS-CAL-UNIT = SPACES
              MOVE WS-VESSEL-ID TO WS-CAL-KEY
           ELSE
              MOVE WS-CAL-UNIT TO WS-CAL-KEY
           END-IF.
           OPEN INPUT CALIB-FILE.
           IF WS-CAL-FS = '00'
              MOVE 'C' TO WS-CAL-LOOP
                 READ CALIB-FILE
                    AT END MOVE 'B' TO WS-CAL-LOOP
                    NOT AT END
                       IF CAL-UNIT = WS-CAL-KEY
                          AND CAL-DATE <= WS-RUN-DATE
                          AND CAL-DATE >= WS-CAL-DATE
                          MOVE CAL-DATE TO WS-CAL-DATE
              END-PERFORM
              CLOSE CALIB-FILE
           END-IF.
           PERFORM CHECK-CALIBRATION-DUE.

      * The unit on the vessel on the run date: the fitting installed
      * on or before it and not yet removed by it. Its model and
      * recalibration interval come off the unit register.
       LOAD-FITTED-UNIT.
           MOVE SPACES TO WS-CAL-UNIT.
           MOVE SPACES TO WS-CAL-MODEL.
           MOVE 0 TO WS-CAL-INTERVAL.
           OPEN INPUT FITTING-FILE.
           IF WS-FIT-FS = '00'
              MOVE WS-VESSEL-ID TO FIT-VESSEL-ID
              MOVE 0 TO FIT-INSTALL-DATE
              START FITTING-FILE KEY >= FIT-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-CAL-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-CAL-LOOP
              END-START
              PERFORM UNTIL CAL-BREAK
                 READ FITTING-FILE NEXT RECORD
                    AT END MOVE 'B' TO WS-CAL-LOOP
                    NOT AT END
                       IF FIT-VESSEL-ID NOT = WS-VESSEL-ID
                          OR FIT-INSTALL-DATE > WS-RUN-DATE
                          MOVE 'B' TO WS-CAL-LOOP
                       ELSE
                          IF FIT-REMOVE-DATE > WS-RUN-DATE
                             MOVE FIT-SERIAL TO WS-CAL-UNIT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FITTING-FILE
           END-IF.
           IF WS-CAL-UNIT NOT = SPACES
              OPEN INPUT SONAR-FILE
              IF WS-SON-FS = '00'
                 MOVE WS-CAL-UNIT TO SON-SERIAL
                 READ SONAR-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SON-MODEL TO WS-CAL-MODEL
                       MOVE SON-CAL-INTERVAL TO WS-CAL-INTERVAL
                 END-READ
                 CLOSE SONAR-FILE
              END-IF
           END-IF.

      * A fitted unit is overdue once its interval has run out since
      * its last calibration, or if it has never been calibrated at
      * all. Only a unit on the register has an interval to grade
      * against; a vessel-keyed calibration is never graded.
       CHECK-CALIBRATION-DUE.
           MOVE 'N' TO WS-CAL-OVERDUE.
           MOVE 0 TO WS-CAL-DUE-DATE.
           MOVE 0 TO WS-CAL-OVER-DAYS.
           IF WS-CAL-UNIT NOT = SPACES AND WS-CAL-INTERVAL > 0
              IF CAL-LOADED
                 COMPUTE WS-CAL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
                    + WS-CAL-INTERVAL)
                 IF WS-CAL-DUE-DATE < WS-RUN-DATE
                    MOVE 'Y' TO WS-CAL-OVERDUE
                    COMPUTE WS-CAL-OVER-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CAL-DUE-DATE)
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-CAL-OVERDUE
              END-IF
           END-IF.

      * Picks up the overdue-calibration policy. Anything but REFUSE
      * leaves it at WARN.
       LOAD-CAL-POLICY.
           ACCEPT WS-CAL-POLICY FROM ENVIRONMENT 'CALIB_OVERDUE_POLICY'
              ON EXCEPTION
                 MOVE 'WARN' TO WS-CAL-POLICY
           END-ACCEPT.
           IF NOT CAL-POLICY-REFUSE
              MOVE 'WARN' TO WS-CAL-POLICY
           END-IF.

      * The governing calibration offset onto a converted reading --
      * the unit drifted by the offset, so the corrected depth is
           MOVE WS-REJ-COUNT TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE XS-LEN TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.

           MOVE 'N' TO WS-JB-MAS-EXISTS.
           MOVE 0 TO WS-JB-SINGLE.
           MOVE 0 TO WS-JB-WINDOW.
           MOVE 'P' TO WS-JB-REL-STATUS.
           MOVE SPACES TO WS-JB-REL-REASON.
           MOVE 0 TO WS-JB-REL-DATE.
           MOVE SPACES TO WS-JB-REL-BY.
           MOVE 0 TO WS-JB-CHART-SENT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FS = '00'
              MOVE WS-RUN-DATE TO MAS-RUN-DATE
                    MOVE 'Y' TO WS-JB-MAS-EXISTS
                    MOVE MAS-SINGLE-COUNT TO WS-JB-SINGLE
                    MOVE MAS-WINDOW-COUNT TO WS-JB-WINDOW
                    MOVE MAS-RELEASE-STATUS TO WS-JB-REL-STATUS
                    MOVE MAS-RELEASE-REASON TO WS-JB-REL-REASON
                    MOVE MAS-RELEASE-DATE TO WS-JB-REL-DATE
                    MOVE MAS-RELEASE-BY TO WS-JB-REL-BY
                    MOVE MAS-CHART-SENT TO WS-JB-CHART-SENT
              END-READ
              CLOSE MASTER-FILE
           END-IF.
           MOVE SPACE TO JRN-SEP4.
           MOVE SPACE TO JRN-SEP5.

      * The day's release state as it stood before the unit of work.
       SET-JOURNAL-RELEASE-BEFORE.
           MOVE WS-JB-REL-STATUS TO JMI-REL-STATUS.
           MOVE WS-JB-REL-REASON TO JMI-REL-REASON.
           MOVE WS-JB-REL-DATE TO JMI-REL-DATE.
           MOVE WS-JB-REL-BY TO JMI-REL-BY.
           MOVE WS-JB-CHART-SENT TO JMI-CHART-SENT.

      * The release state the master update will leave: figures
      * rewritten unchanged keep the day's release; changed figures,
      * or a day new to the master, put it back to pending review,
      * still carrying the date the chart last had it.
       SET-JOURNAL-RELEASE-AFTER.
           IF WS-JB-MAS-EXISTS = 'Y'
              AND JMI-SINGLE = WS-JB-SINGLE
              AND JMI-WINDOW = WS-JB-WINDOW
              PERFORM SET-JOURNAL-RELEASE-BEFORE
           ELSE
              MOVE 'P' TO JMI-REL-STATUS
              MOVE SPACES TO JMI-REL-REASON
              MOVE 0 TO JMI-REL-DATE
              MOVE SPACES TO JMI-REL-BY
              MOVE WS-JB-CHART-SENT TO JMI-CHART-SENT
           END-IF.

      * Opens the unit of work on the journal: the B marker, both
      * before-images, and the after-images the run intends to
      * leave, all on file before either shared file is touched.
           MOVE WS-VESSEL-ID TO JMI-VESSEL.
           MOVE WS-JB-SINGLE TO JMI-SINGLE.
           MOVE WS-JB-WINDOW TO JMI-WINDOW.
           PERFORM SET-JOURNAL-RELEASE-BEFORE.
           MOVE SPACES TO JRN-DATA.
           MOVE WS-JRN-MAS-IMG TO JRN-DATA.
           WRITE JOURNAL-RECORD.
           MOVE WS-VESSEL-ID TO JMI-VESSEL.
           MOVE WS-SOLUTION TO JMI-SINGLE.
           MOVE WS-JB-WINDOW TO JMI-WINDOW.
           PERFORM SET-JOURNAL-RELEASE-AFTER.
           MOVE SPACES TO JRN-DATA.
           MOVE WS-JRN-MAS-IMG TO JRN-DATA.
           WRITE JOURNAL-RECORD.
           MOVE SPACES TO JRN-DATA.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      * The vessel's end-of-transmission trailer: its own count of the
      * records it sent ahead of the trailer and hash total of their
      * depths, checked against what actually arrived. Figures that
      * disagree, or a trailer that cannot be read, mean the log was
      * cut short or corrupted on the way in.
       CHECK-TRAILER.
           SET TRAILER-SEEN TO TRUE.
           COMPUTE WS-TRL-GOT-COUNT = WS-REC-NUM - 1.
           MOVE WS-TRL-HASH TO WS-TRL-GOT-HASH.
           MOVE SPACES TO WS-TRL-TAG.
           MOVE SPACES TO WS-TRL-TOK1.
           MOVE SPACES TO WS-TRL-TOK2.
           UNSTRING NUM DELIMITED BY ALL ' '
              INTO WS-TRL-TAG WS-TRL-TOK1 WS-TRL-TOK2
           END-UNSTRING.
           IF WS-TRL-TOK1 = SPACES OR WS-TRL-TOK2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TRL-TOK1) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-TRL-TOK2) NOT = 0
              SET TRAILER-UNREADABLE TO TRUE
              DISPLAY 'AOC-2021-D01-1: ' WS-VESSEL-ID
                 ' TRAILER UNREADABLE AT RECORD ' WS-REC-NUM
           ELSE
              COMPUTE WS-TRL-SENT-COUNT =
                 FUNCTION NUMVAL(WS-TRL-TOK1)
              COMPUTE WS-TRL-SENT-HASH =
                 FUNCTION NUMVAL(WS-TRL-TOK2)
              IF WS-TRL-SENT-COUNT NOT = WS-TRL-GOT-COUNT
                 OR WS-TRL-SENT-HASH NOT = WS-TRL-GOT-HASH
                 IF NOT TRAILER-UNREADABLE
                    SET TRAILER-BAD TO TRUE
                 END-IF
                 DISPLAY 'AOC-2021-D01-1: ' WS-VESSEL-ID
                    ' TRAILER MISMATCH - SENT ' WS-TRL-SENT-COUNT
                    ' GOT ' WS-TRL-GOT-COUNT
              END-IF
           END-IF.

      * Keeps the hash total of the depths as the vessel sent them
      * for the trailer check -- quality-flagged soundings included,
      * since the controller hashed everything it sent.
       ADD-TRAILER-HASH.
           IF READING-OK
              ADD WS-NUM-VAL TO WS-TRL-HASH
           ELSE
              IF WS-PARSE-OK = 'Q'
                 COMPUTE WS-TRL-DEPTH = FUNCTION NUMVAL(WS-TOK2)
                 ADD WS-TRL-DEPTH TO WS-TRL-HASH
              END-IF
           END-IF.

      * The trailer's outcome on the day's report block.
       WRITE-TRAILER-OUTCOME.
           MOVE WS-TRL-SENT-HASH TO WS-TRL-SENT-ED.
           MOVE WS-TRL-GOT-HASH TO WS-TRL-GOT-ED.
           MOVE SPACES TO REPORT-RECORD.
           EVALUATE TRUE
              WHEN TRAILER-UNREADABLE
                 MOVE 'TRANSMISSION TRAILER UNREADABLE'
                    TO REPORT-RECORD
              WHEN TRAILER-BAD
                 STRING 'TRAILER MISMATCH -- SENT ' WS-TRL-SENT-COUNT
                        ' HASH ' FUNCTION TRIM(WS-TRL-SENT-ED)
                        ' GOT ' WS-TRL-GOT-COUNT
                        ' HASH ' FUNCTION TRIM(WS-TRL-GOT-ED)
                        DELIMITED BY SIZE INTO REPORT-RECORD
                 END-STRING
              WHEN OTHER
                 STRING 'TRAILER VERIFIED -- ' WS-TRL-GOT-COUNT
                        ' RECORDS HASH ' FUNCTION TRIM(WS-TRL-GOT-ED)
                        DELIMITED BY SIZE INTO REPORT-RECORD
                 END-STRING
           END-EVALUATE.
           WRITE REPORT-RECORD.
           IF TRAILER-BAD
              MOVE SPACES TO REPORT-RECORD
              STRING 'LOG TRUNCATED OR CORRUPTED IN TRANSIT -- '
                     'HOLD VESSEL, REQUEST RESEND'
                     DELIMITED BY SIZE INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

      * Takes the spikes out of the reading table in one pass,
      * closing it up behind each one, so the solve, the leg tallies
      * and the fix placement all see the day as if the bad pings
      * had never been logged. A fix logged after a despiked reading
      * moves back one reading with the rest.
       DESPIKE-READINGS.
           MOVE XS-LEN TO WS-XS-READ.
           IF WS-SPIKE-TOL > 0
              OPEN EXTEND DESPIKE-FILE
              IF WS-DSP-FS = '05' OR WS-DSP-FS = '35'
                 CLOSE DESPIKE-FILE
                 OPEN OUTPUT DESPIKE-FILE
              END-IF
              MOVE 0 TO WS-DSP-OUT
              MOVE 'N' TO WS-DSP-HAVE-LEFT
              MOVE 1 TO WS-DSP-I
              PERFORM UNTIL WS-DSP-I > WS-XS-READ
                 PERFORM JUDGE-TABLE-READING
                 SET WS-DSP-I UP BY 1
              END-PERFORM
              MOVE WS-DSP-OUT TO XS-LEN
              CLOSE DESPIKE-FILE
           END-IF.

      * Reading WS-DSP-I: judged when it has a kept reading before it
      * and a reading after it in the same leg, then either logged
      * and dropped or moved down to the next kept slot.
       JUDGE-TABLE-READING.
           MOVE 'N' TO WS-DSP-SPIKE.
           IF DSP-HAVE-LEFT
              AND XS-SEG(WS-DSP-I) NOT = WS-DSP-LEFT-SEG
              MOVE 'N' TO WS-DSP-HAVE-LEFT
           END-IF.
           IF DSP-HAVE-LEFT AND WS-DSP-I < WS-XS-READ
              IF XS-SEG(WS-DSP-I + 1) = XS-SEG(WS-DSP-I)
                 MOVE XS-ARR(WS-DSP-I) TO WS-DSP-VAL
                 MOVE XS-ARR(WS-DSP-I + 1) TO WS-DSP-RIGHT
                 PERFORM TEST-SPIKE
              END-IF
           END-IF.
           IF READING-IS-SPIKE
              MOVE XS-REC(WS-DSP-I) TO WS-DSP-REC
              PERFORM LOG-DESPIKED-READING
              MOVE 1 TO WS-DSP-F
              PERFORM UNTIL WS-DSP-F > WS-XF-LEN
                 IF XF-AFTER(WS-DSP-F) > WS-DSP-OUT
                    SUBTRACT 1 FROM XF-AFTER(WS-DSP-F)
                 END-IF
                 SET WS-DSP-F UP BY 1
              END-PERFORM
           ELSE
              SET WS-DSP-OUT UP BY 1
              MOVE XS-ARR(WS-DSP-I) TO XS-ARR(WS-DSP-OUT)
              MOVE XS-TIME(WS-DSP-I) TO XS-TIME(WS-DSP-OUT)
              MOVE XS-SEG(WS-DSP-I) TO XS-SEG(WS-DSP-OUT)
              MOVE XS-REC(WS-DSP-I) TO XS-REC(WS-DSP-OUT)
              MOVE XS-ARR(WS-DSP-OUT) TO WS-DSP-LEFT
              MOVE XS-SEG(WS-DSP-OUT) TO WS-DSP-LEFT-SEG
              SET DSP-HAVE-LEFT TO TRUE
           END-IF.

      * A reading is a spike when it stands clearer than the
      * tolerance of both the reading before it and the reading after
      * it, above both or below both -- a real slope rises (or falls)
      * through a reading, a bad ping goes out and comes back.
       TEST-SPIKE.
           MOVE 'N' TO WS-DSP-SPIKE.
           IF (WS-DSP-VAL - WS-DSP-LEFT) > WS-SPIKE-TOL
              AND (WS-DSP-VAL - WS-DSP-RIGHT) > WS-SPIKE-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.
           IF (WS-DSP-LEFT - WS-DSP-VAL) > WS-SPIKE-TOL
              AND (WS-DSP-RIGHT - WS-DSP-VAL) > WS-SPIKE-TOL
              SET READING-IS-SPIKE TO TRUE
           END-IF.

      * One despiked reading onto DESPIKE.DAT.
       LOG-DESPIKED-READING.
           SET WS-DSP-COUNT UP BY 1.
           MOVE WS-RUN-DATE TO DSP-DATE.
           MOVE SPACE TO DSP-SEP1.
           MOVE WS-VESSEL-ID TO DSP-VESSEL.
           MOVE SPACE TO DSP-SEP2.
           MOVE WS-DSP-REC TO DSP-REC-NUM.
           MOVE SPACE TO DSP-SEP3.
           MOVE WS-DSP-VAL TO DSP-READING.
           MOVE SPACE TO DSP-SEP4.
           MOVE WS-DSP-LEFT TO DSP-BEFORE.
           MOVE SPACE TO DSP-SEP5.
           MOVE WS-DSP-RIGHT TO DSP-AFTER.
           MOVE SPACE TO DSP-SEP6.
           MOVE WS-SPIKE-TOL TO DSP-TOLERANCE.
           MOVE SPACE TO DSP-SEP7.
           MOVE 'AOC-2021-D01-1' TO DSP-SOURCE.
           WRITE DESPIKE-RECORD.
