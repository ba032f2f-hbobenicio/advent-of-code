      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN54.cbl
      * $ OPERATOR_ID=SUPERVISOR BACKUP_SET=BACKUP.20211209.221500.DAT \
      *   ./a.out
      *-----------------------------------------------------------------
      * Restore of the shared indexed files from a backup set cut by
      * AOC-2021-D01-BACKUP, and the evidence that it worked. A
      * supervisory job: it rebuilds every file in the set under the
      * run lock, in three steps.
      *
      * Proof of the set. The whole set is read first and every
      * file's rows are counted and hashed against its manifest row;
      * the header, trailer, row total and file count must all agree
      * and the set must be marked complete. Any failure refuses the
      * restore before a single file is touched (RC 16).
      *
      * Reload. Every file in the set is recreated and loaded from
      * its rows. A file that was absent when the set was taken is
      * recreated empty.
      *
      * Verification. Every reloaded file is read back from disk and
      * its count, key hash and record hash are compared with the
      * manifest. RESTORE.TXT carries the set, who restored it and
      * when, the proof result and the file-by-file comparison, and
      * ends with the verdict -- verified, batch may run (RC 0), or
      * not verified, do not run the batch (RC 8). It is the record
      * filed as disaster-recovery test evidence.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-RESTORE.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The shared indexed files, each carried as its prime key and
      * the rest of the row as it stands, exactly as the backup
      * unloads them.
           SELECT VESSEL-FILE ASSIGN TO 'VESSELS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VES-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MFS.

           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

           SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONT-VESSEL-ID
           FILE STATUS IS WS-CONT-FS.

           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LED-KEY
           FILE STATUS IS WS-LEDGER-FS.

           SELECT SCHED-FILE ASSIGN TO 'SCHED.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-KEY
           FILE STATUS IS WS-SCHED-FS.

           SELECT MONTHLY-FILE ASSIGN TO 'MONTHLY.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MON-KEY
           FILE STATUS IS WS-MONTHLY-FS.

           SELECT SOUND-FILE ASSIGN TO 'SOUNDREP.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SND-KEY
           FILE STATUS IS WS-SOUND-FS.

           SELECT PROFHIST-FILE ASSIGN TO 'PROFHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRH-KEY
           FILE STATUS IS WS-PRH-FS.

           SELECT AREA-FILE ASSIGN TO 'AREAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARA-AREA-ID
           FILE STATUS IS WS-AREA-FS.

           SELECT STATION-FILE ASSIGN TO 'STATION.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STN-KEY
           FILE STATUS IS WS-STATION-FS.

           SELECT SONAR-FILE ASSIGN TO 'SONAR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.

           SELECT AMENDQ-FILE ASSIGN TO 'AMENDQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AMQ-KEY
           FILE STATUS IS WS-AMENDQ-FS.

           SELECT GRID-FILE ASSIGN TO 'GRID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRD-KEY
           FILE STATUS IS WS-GRID-FS.

           SELECT REFDEPTH-FILE ASSIGN TO 'REFDEPTH.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-REFDEPTH-FS.

           SELECT CONSOL-FILE ASSIGN TO 'CONSOL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNS-KEY
           FILE STATUS IS WS-CONSOL-FS.

           SELECT CONSVES-FILE ASSIGN TO 'CONSVES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CVS-KEY
           FILE STATUS IS WS-CONSVES-FS.

           SELECT SEASTATE-FILE ASSIGN TO 'SEASTATE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SEA-KEY
           FILE STATUS IS WS-SEASTATE-FS.

           SELECT VOYAGE-FILE ASSIGN TO 'VOYAGE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VOY-KEY
           FILE STATUS IS WS-VOYAGE-FS.

           SELECT SEGSTAT-FILE ASSIGN TO 'SEGSTAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SGS-KEY
           FILE STATUS IS WS-SGS-FS.

           SELECT LINES-FILE ASSIGN TO 'LINES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LIN-KEY
           FILE STATUS IS WS-LINES-FS.

           SELECT GRIDBIN-FILE ASSIGN TO 'GRIDBIN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GBN-KEY
           FILE STATUS IS WS-GBN-FS.

      * The backup set named by BACKUP_SET.
           SELECT SET-FILE ASSIGN TO DYNAMIC WS-SET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-FS.

      * The restore report, the disaster-recovery evidence.
           SELECT RESTORE-FILE ASSIGN TO 'RESTORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTORE-FS.

      * Run-coordination lock for the shared indexed files -- the
      * files must hold still while this job has them.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FS.

      * Run-statistics trail shared by every program in the suite.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.

      * Operator authorization file, maintained by the supervisor.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  VESSEL-FILE.
       01  VESSEL-RECORD.
           05 VES-VESSEL-ID        PIC X(10).
           05 FILLER               PIC X(137).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MAS-KEY              PIC X(18).
           05 FILLER               PIC X(69).
           05 MAS-VESSEL-KEY       PIC X(18).

       FD  CONTINUITY-FILE.
       01  CONT-RECORD.
           05 CONT-VESSEL-ID       PIC X(10).
           05 FILLER               PIC X(17).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-KEY              PIC X(19).
           05 FILLER               PIC X(78).

       FD  SCHED-FILE.
       01  SCHED-RECORD.
           05 SCH-KEY              PIC X(18).
           05 FILLER               PIC X(15).

       FD  MONTHLY-FILE.
       01  MONTHLY-RECORD.
           05 MON-KEY              PIC X(16).
           05 FILLER               PIC X(20).

       FD  SOUND-FILE.
       01  SOUND-RECORD.
           05 SND-KEY              PIC X(24).
           05 FILLER               PIC X(46).

       FD  PROFHIST-FILE.
       01  PROFHIST-RECORD.
           05 PRH-KEY              PIC X(18).
           05 FILLER               PIC X(49).

       FD  AREA-FILE.
       01  AREA-RECORD.
           05 ARA-AREA-ID          PIC X(8).
           05 FILLER               PIC X(186).

       FD  STATION-FILE.
       01  STATION-RECORD.
           05 STN-KEY              PIC X(18).
           05 FILLER               PIC X(83).

       FD  SONAR-FILE.
       01  SONAR-RECORD.
           05 SON-SERIAL           PIC X(10).
           05 FILLER               PIC X(39).

       FD  FITTING-FILE.
       01  FITTING-RECORD.
           05 FIT-KEY              PIC X(18).
           05 FILLER               PIC X(38).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05 CON-CONTRACT-ID      PIC X(10).
           05 FILLER               PIC X(100).

       FD  CHARTSTG-FILE.
       01  CHARTSTG-RECORD.
           05 STG-KEY              PIC X(18).
           05 FILLER               PIC X(121).

       FD  AMENDQ-FILE.
       01  AMENDQ-RECORD.
           05 AMQ-KEY              PIC X(34).
           05 FILLER               PIC X(78).

       FD  GRID-FILE.
       01  GRID-RECORD.
           05 GRD-KEY              PIC X(18).
           05 FILLER               PIC X(458).

       FD  REFDEPTH-FILE.
       01  REFDEPTH-RECORD.
           05 REF-KEY              PIC X(18).
           05 FILLER               PIC X(39).

       FD  CONSOL-FILE.
       01  CONSOL-RECORD.
           05 CNS-KEY              PIC X(21).
           05 FILLER               PIC X(10).

       FD  CONSVES-FILE.
       01  CONSVES-RECORD.
           05 CVS-KEY              PIC X(13).
           05 FILLER               PIC X(36).

       FD  SEASTATE-FILE.
       01  SEASTATE-RECORD.
           05 SEA-KEY              PIC X(25).
           05 FILLER               PIC X(15).

       FD  VOYAGE-FILE.
       01  VOYAGE-RECORD.
           05 VOY-KEY              PIC X(14).
           05 FILLER               PIC X(48).

       FD  SEGSTAT-FILE.
       01  SEGSTAT-RECORD.
           05 SGS-KEY              PIC X(20).
           05 FILLER               PIC X(47).

       FD  LINES-FILE.
       01  LINES-RECORD.
           05 LIN-KEY              PIC X(23).
           05 FILLER               PIC X(53).

       FD  GRIDBIN-FILE.
       01  GRIDBIN-RECORD.
           05 GBN-KEY              PIC X(28).
           05 FILLER               PIC X(8).
       FD  SET-FILE.
       01  SET-RECORD      PIC X(500).

       FD  RESTORE-FILE.
       01  RESTORE-RECORD  PIC X(132).

      * The lock record: who holds it, for which vessel, since when.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-HOLDER    PIC X(20).
           05 LCK-SEP1      PIC X(1).
           05 LCK-VESSEL    PIC X(10).
           05 LCK-SEP2      PIC X(1).
           05 LCK-DATE      PIC 9(8).
           05 LCK-SEP3      PIC X(1).
           05 LCK-TIME      PIC 9(6).
           05 LCK-SEP4      PIC X(1).
           05 LCK-STATUS    PIC X(1).
               88 LCK-HELD             VALUE 'H'.
               88 LCK-FREE             VALUE 'F'.

      * One statistics row per run: program, vessel (spaces for a
      * fleet-wide step), run date, start and end times, records
      * read, rejects, and the RETURN-CODE the run ended with.
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

      * One operator per row: ID, permission level (1 inquiry,
      * 2 maintenance, 3 supervisory), name.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID        PIC X(12).
           05 OPR-SEP1      PIC X(1).
           05 OPR-LEVEL     PIC 9(1).
           05 OPR-SEP2      PIC X(1).
           05 OPR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.

      * The operator running this job, off OPERATOR_ID, graded
      * against the authorization file before anything is touched.
       01  WS-OPR-FS        PIC X(2) VALUE '00'.
       01  WS-OPERATOR      PIC X(12) VALUE SPACES.
       01  WS-OPR-NAME      PIC X(20) VALUE SPACES.
       01  WS-OPR-LEVEL     PIC 9(1) VALUE 0.
       01  WS-OPR-LOOP      PIC A(1).
         88  OPR-BREAK                VALUE 'B'.
       01  WS-OPR-OK        PIC X(1) VALUE 'N'.
         88  OPERATOR-AUTHORIZED      VALUE 'Y'.
       01  WS-OPR-NEED      PIC 9(1) VALUE 3.

       01  WS-VESSEL-MFS    PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-CONT-FS       PIC X(2) VALUE '00'.
       01  WS-LEDGER-FS     PIC X(2) VALUE '00'.
       01  WS-SCHED-FS      PIC X(2) VALUE '00'.
       01  WS-MONTHLY-FS    PIC X(2) VALUE '00'.
       01  WS-SOUND-FS      PIC X(2) VALUE '00'.
       01  WS-PRH-FS        PIC X(2) VALUE '00'.
       01  WS-AREA-FS       PIC X(2) VALUE '00'.
       01  WS-STATION-FS    PIC X(2) VALUE '00'.
       01  WS-SON-FS        PIC X(2) VALUE '00'.
       01  WS-FIT-FS        PIC X(2) VALUE '00'.
       01  WS-CON-FS        PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-GRID-FS       PIC X(2) VALUE '00'.
       01  WS-REFDEPTH-FS   PIC X(2) VALUE '00'.
       01  WS-CONSOL-FS     PIC X(2) VALUE '00'.
       01  WS-CONSVES-FS    PIC X(2) VALUE '00'.
       01  WS-SEASTATE-FS   PIC X(2) VALUE '00'.
       01  WS-VOYAGE-FS     PIC X(2) VALUE '00'.
       01  WS-SGS-FS        PIC X(2) VALUE '00'.
       01  WS-LINES-FS      PIC X(2) VALUE '00'.
       01  WS-GBN-FS        PIC X(2) VALUE '00'.
       01  WS-SET-FS        PIC X(2) VALUE '00'.
       01  WS-RESTORE-FS    PIC X(2) VALUE '00'.
       01  WS-FILE-FS       PIC X(2) VALUE '00'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-TIME      PIC 9(8) VALUE 0.
       01  WS-SET-PATH      PIC X(40) VALUE SPACES.

      * Lock state for this run, the shared-file serialization every
      * writer of CONTINUITY.DAT / MASTER.DAT takes.
       01  WS-LOCK-FS       PIC X(2) VALUE '00'.
       01  WS-LOCK-TIME     PIC 9(8) VALUE 0.
       01  WS-LOCK-STATE    PIC X(1) VALUE 'N'.
         88  LOCK-ACQUIRED            VALUE 'Y'.
         88  LOCK-BUSY                VALUE 'B'.

      * Same-day staleness: a holder that has kept the lock past
      * LOCK_MAX_HOLD minutes (default 120) is taken to have abended
      * and is replaced, reported on the run log.
       01  WS-LOCK-MAX-HOLD PIC 9(4) VALUE 120.
       01  WS-LOCK-HOLD-PARM PIC X(4) VALUE SPACES.
       01  WS-LOCK-ELAPSED  PIC S9(5) VALUE 0.
       01  WS-LOCK-HH       PIC 9(2) VALUE 0.
       01  WS-LOCK-MM       PIC 9(2) VALUE 0.
       01  WS-HELD-HH       PIC 9(2) VALUE 0.
       01  WS-HELD-MM       PIC 9(2) VALUE 0.

      * Run-statistics state: the start time captured at entry and
      * the file status of the shared trail.
       01  WS-STAT-FS       PIC X(2) VALUE '00'.
       01  WS-STAT-START    PIC 9(8) VALUE 0.
       01  WS-STAT-END      PIC 9(8) VALUE 0.
       01  WS-STAT-READ     PIC 9(7) VALUE 0.

      * One entry per file in the set: name, key and record lengths;
      * what its manifest row says; what the set's rows actually
      * add up to; what was written on reload; and what the file
      * reads back as once reloaded.
       01  WS-FILE-MAX      PIC 9(2) VALUE 24.
       01  WS-FILE-TAB.
         05 WS-FILE-ENTRY OCCURS 24 TIMES.
           10 FTB-NAME      PIC X(14).
           10 FTB-KEY-LEN   PIC 9(3).
           10 FTB-REC-LEN   PIC 9(3).
           10 FTB-MAN-SEEN  PIC X(1).
           10 FTB-MAN-STATE PIC X(1).
           10 FTB-MAN-COUNT PIC 9(9).
           10 FTB-MAN-KEY-HASH PIC 9(9).
           10 FTB-MAN-REC-HASH PIC 9(9).
           10 FTB-SET-COUNT PIC 9(9).
           10 FTB-SET-KEY-HASH PIC 9(9).
           10 FTB-SET-REC-HASH PIC 9(9).
           10 FTB-LOADED    PIC 9(9).
           10 FTB-LOAD-ERRORS PIC 9(9).
           10 FTB-NEW-COUNT PIC 9(9).
           10 FTB-NEW-KEY-HASH PIC 9(9).
           10 FTB-NEW-REC-HASH PIC 9(9).
           10 FTB-RESULT    PIC X(8).
       01  WS-FX            PIC 9(2) VALUE 0.
       01  WS-FILE-OPEN     PIC X(1) VALUE 'N'.
         88  FILE-OPEN                VALUE 'Y'.

      * The proof of the set before anything is loaded.
       01  WS-PROOF         PIC X(1) VALUE 'Y'.
         88  SET-PROVED               VALUE 'Y'.
         88  SET-REFUSED              VALUE 'N'.
       01  WS-HDR-SEEN      PIC X(1) VALUE 'N'.
       01  WS-TRL-SEEN      PIC X(1) VALUE 'N'.
       01  WS-SET-ROW-NO    PIC 9(9) VALUE 0.
       01  WS-DATA-ROWS     PIC 9(9) VALUE 0.
       01  WS-STRAY-ROWS    PIC 9(9) VALUE 0.
       01  WS-SET-DATE      PIC 9(8) VALUE 0.
       01  WS-SET-TIME      PIC 9(6) VALUE 0.
       01  WS-SET-PROGRAM   PIC X(20) VALUE SPACES.
       01  WS-SET-FILES     PIC 9(2) VALUE 0.
       01  WS-TRL-ROWS      PIC 9(9) VALUE 0.
       01  WS-TRL-FILES     PIC 9(2) VALUE 0.
       01  WS-TRL-STATE     PIC X(1) VALUE SPACE.
       01  WS-FAIL-TEXT     PIC X(60) VALUE SPACES.
       01  WS-FAILURES      PIC 9(4) VALUE 0.
       01  WS-MISMATCHES    PIC 9(2) VALUE 0.
       01  WS-TOTAL-LOADED  PIC 9(9) VALUE 0.

      * The row in hand and its hashes.
       01  WS-ROW-IMAGE     PIC X(476) VALUE SPACES.
       01  WS-ROW-KEY-HASH  PIC 9(9) VALUE 0.
       01  WS-ROW-REC-HASH  PIC 9(9) VALUE 0.
       01  WS-H             PIC 9(3) VALUE 0.
       01  WS-H-VAL         PIC 9(9) VALUE 0.

      * The backup set's row layouts, as AOC-2021-D01-BACKUP writes
      * them.
       01  WS-SET-HEADER.
           05 BKH-TYPE      PIC X(3).
           05 BKH-SEP1      PIC X(1).
           05 BKH-DATE      PIC 9(8).
           05 BKH-SEP2      PIC X(1).
           05 BKH-TIME      PIC 9(6).
           05 BKH-SEP3      PIC X(1).
           05 BKH-PROGRAM   PIC X(20).
           05 BKH-SEP4      PIC X(1).
           05 BKH-FILES     PIC 9(2).
       01  WS-SET-DATA.
           05 BKD-TYPE      PIC X(3).
           05 BKD-SEP1      PIC X(1).
           05 BKD-FILE      PIC X(14).
           05 BKD-SEP2      PIC X(1).
           05 BKD-IMAGE     PIC X(476).
       01  WS-SET-MANIFEST.
           05 BKM-TYPE      PIC X(3).
           05 BKM-SEP1      PIC X(1).
           05 BKM-FILE      PIC X(14).
           05 BKM-SEP2      PIC X(1).
           05 BKM-STATE     PIC X(1).
           05 BKM-SEP3      PIC X(1).
           05 BKM-COUNT     PIC 9(9).
           05 BKM-SEP4      PIC X(1).
           05 BKM-KEY-HASH  PIC 9(9).
           05 BKM-SEP5      PIC X(1).
           05 BKM-REC-HASH  PIC 9(9).
       01  WS-SET-TRAILER.
           05 BKT-TYPE      PIC X(3).
           05 BKT-SEP1      PIC X(1).
           05 BKT-ROWS      PIC 9(9).
           05 BKT-SEP2      PIC X(1).
           05 BKT-FILES     PIC 9(2).
           05 BKT-SEP3      PIC X(1).
           05 BKT-STATE     PIC X(1).

      * The file-by-file comparison lines of the report.
       01  WS-CMP-HEADING.
           05 FILLER        PIC X(23) VALUE
              'FILE           STATE   '.
           05 FILLER        PIC X(37) VALUE
              'MANIFEST ROWS  KEY HASH   REC HASH   '.
           05 FILLER        PIC X(44) VALUE
              'RELOADED ROWS  KEY HASH   REC HASH    RESULT'.
       01  WS-CMP-LINE.
           05 CMP-NAME      PIC X(14).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 CMP-STATE     PIC X(7).
           05 FILLER        PIC X(5) VALUE SPACES.
           05 CMP-MAN-COUNT PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CMP-MAN-KEY-HASH PIC 9(9).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CMP-MAN-REC-HASH PIC 9(9).
           05 FILLER        PIC X(6) VALUE SPACES.
           05 CMP-NEW-COUNT PIC Z(8)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CMP-NEW-KEY-HASH PIC 9(9).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CMP-NEW-REC-HASH PIC 9(9).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 CMP-RESULT    PIC X(8).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO WS-STAT-START.
      * Overwriting every shared file is supervisory work.
           PERFORM CHECK-OPERATOR.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'AOC-2021-D01-RESTORE: OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR)
                 ' NOT AUTHORIZED - RUN REFUSED'
              OPEN OUTPUT RESTORE-FILE
              MOVE SPACES TO RESTORE-RECORD
              STRING 'RESTORE REFUSED - OPERATOR ' WS-OPERATOR
                     ' NOT AUTHORIZED'
                     DELIMITED BY SIZE INTO RESTORE-RECORD
              END-STRING
              WRITE RESTORE-RECORD
              CLOSE RESTORE-FILE
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           ACCEPT WS-SET-PATH FROM ENVIRONMENT 'BACKUP_SET'
              ON EXCEPTION
                 MOVE SPACES TO WS-SET-PATH
           END-ACCEPT.
           IF WS-SET-PATH = SPACES
              DISPLAY 'AOC-2021-D01-RESTORE: BACKUP_SET NOT GIVEN'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
              MOVE 14 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           PERFORM LOAD-FILE-TABLE.
           OPEN OUTPUT RESTORE-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PROVE-BACKUP-SET.
           IF SET-REFUSED
              PERFORM WRITE-REFUSAL
              CLOSE RESTORE-FILE
              PERFORM RELEASE-RUN-LOCK
              DISPLAY 'AOC-2021-D01-RESTORE: '
                 FUNCTION TRIM(WS-SET-PATH)
                 ' FAILED PROOF - NOTHING RESTORED'
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           PERFORM RELOAD-FILES.
           PERFORM VERIFY-RELOAD.
           PERFORM WRITE-COMPARISON.
           CLOSE RESTORE-FILE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-TOTAL-LOADED TO WS-STAT-READ.
           IF WS-MISMATCHES > 0
              DISPLAY 'AOC-2021-D01-RESTORE: ' WS-MISMATCHES
                 ' FILES DO NOT MATCH THE MANIFEST - DO NOT RUN BATCH'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'AOC-2021-D01-RESTORE: RESTORE VERIFIED - '
                 WS-TOTAL-LOADED ' ROWS'
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * The files a set holds and their key and record lengths, in
      * the backup's order.
       LOAD-FILE-TABLE.
           MOVE 'VESSELS.DAT' TO FTB-NAME(1).
           MOVE 10 TO FTB-KEY-LEN(1).
           MOVE 147 TO FTB-REC-LEN(1).
           MOVE 'MASTER.DAT' TO FTB-NAME(2).
           MOVE 18 TO FTB-KEY-LEN(2).
           MOVE 105 TO FTB-REC-LEN(2).
           MOVE 'CONTINUITY.DAT' TO FTB-NAME(3).
           MOVE 10 TO FTB-KEY-LEN(3).
           MOVE 27 TO FTB-REC-LEN(3).
           MOVE 'RUNLEDGR.DAT' TO FTB-NAME(4).
           MOVE 19 TO FTB-KEY-LEN(4).
           MOVE 97 TO FTB-REC-LEN(4).
           MOVE 'SCHED.DAT' TO FTB-NAME(5).
           MOVE 18 TO FTB-KEY-LEN(5).
           MOVE 33 TO FTB-REC-LEN(5).
           MOVE 'MONTHLY.DAT' TO FTB-NAME(6).
           MOVE 16 TO FTB-KEY-LEN(6).
           MOVE 36 TO FTB-REC-LEN(6).
           MOVE 'SOUNDREP.DAT' TO FTB-NAME(7).
           MOVE 24 TO FTB-KEY-LEN(7).
           MOVE 70 TO FTB-REC-LEN(7).
           MOVE 'PROFHIST.DAT' TO FTB-NAME(8).
           MOVE 18 TO FTB-KEY-LEN(8).
           MOVE 67 TO FTB-REC-LEN(8).
           MOVE 'AREAS.DAT' TO FTB-NAME(9).
           MOVE 8 TO FTB-KEY-LEN(9).
           MOVE 194 TO FTB-REC-LEN(9).
           MOVE 'STATION.DAT' TO FTB-NAME(10).
           MOVE 18 TO FTB-KEY-LEN(10).
           MOVE 101 TO FTB-REC-LEN(10).
           MOVE 'SONAR.DAT' TO FTB-NAME(11).
           MOVE 10 TO FTB-KEY-LEN(11).
           MOVE 49 TO FTB-REC-LEN(11).
           MOVE 'FITTING.DAT' TO FTB-NAME(12).
           MOVE 18 TO FTB-KEY-LEN(12).
           MOVE 56 TO FTB-REC-LEN(12).
           MOVE 'CONTRACT.DAT' TO FTB-NAME(13).
           MOVE 10 TO FTB-KEY-LEN(13).
           MOVE 110 TO FTB-REC-LEN(13).
           MOVE 'CHARTSTG.DAT' TO FTB-NAME(14).
           MOVE 18 TO FTB-KEY-LEN(14).
           MOVE 139 TO FTB-REC-LEN(14).
           MOVE 'AMENDQ.DAT' TO FTB-NAME(15).
           MOVE 34 TO FTB-KEY-LEN(15).
           MOVE 112 TO FTB-REC-LEN(15).
           MOVE 'GRID.DAT' TO FTB-NAME(16).
           MOVE 18 TO FTB-KEY-LEN(16).
           MOVE 476 TO FTB-REC-LEN(16).
           MOVE 'REFDEPTH.DAT' TO FTB-NAME(17).
           MOVE 18 TO FTB-KEY-LEN(17).
           MOVE 57 TO FTB-REC-LEN(17).
           MOVE 'CONSOL.DAT' TO FTB-NAME(18).
           MOVE 21 TO FTB-KEY-LEN(18).
           MOVE 31 TO FTB-REC-LEN(18).
           MOVE 'CONSVES.DAT' TO FTB-NAME(19).
           MOVE 13 TO FTB-KEY-LEN(19).
           MOVE 49 TO FTB-REC-LEN(19).
           MOVE 'SEASTATE.DAT' TO FTB-NAME(20).
           MOVE 25 TO FTB-KEY-LEN(20).
           MOVE 40 TO FTB-REC-LEN(20).
           MOVE 'VOYAGE.DAT' TO FTB-NAME(21).
           MOVE 14 TO FTB-KEY-LEN(21).
           MOVE 62 TO FTB-REC-LEN(21).
           MOVE 'SEGSTAT.DAT' TO FTB-NAME(22).
           MOVE 20 TO FTB-KEY-LEN(22).
           MOVE 67 TO FTB-REC-LEN(22).
           MOVE 'LINES.DAT' TO FTB-NAME(23).
           MOVE 23 TO FTB-KEY-LEN(23).
           MOVE 76 TO FTB-REC-LEN(23).
           MOVE 'GRIDBIN.DAT' TO FTB-NAME(24).
           MOVE 28 TO FTB-KEY-LEN(24).
           MOVE 36 TO FTB-REC-LEN(24).
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
              MOVE 'N' TO FTB-MAN-SEEN(WS-FX)
              MOVE SPACE TO FTB-MAN-STATE(WS-FX)
              MOVE 0 TO FTB-MAN-COUNT(WS-FX)
              MOVE 0 TO FTB-MAN-KEY-HASH(WS-FX)
              MOVE 0 TO FTB-MAN-REC-HASH(WS-FX)
              MOVE 0 TO FTB-SET-COUNT(WS-FX)
              MOVE 0 TO FTB-SET-KEY-HASH(WS-FX)
              MOVE 0 TO FTB-SET-REC-HASH(WS-FX)
              MOVE 0 TO FTB-LOADED(WS-FX)
              MOVE 0 TO FTB-LOAD-ERRORS(WS-FX)
              MOVE 0 TO FTB-NEW-COUNT(WS-FX)
              MOVE 0 TO FTB-NEW-KEY-HASH(WS-FX)
              MOVE 0 TO FTB-NEW-REC-HASH(WS-FX)
              MOVE SPACES TO FTB-RESULT(WS-FX)
              SET WS-FX UP BY 1
           END-PERFORM.

      * Who, what and when: the opening lines of the evidence.
       WRITE-REPORT-HEADING.
           MOVE 'DISASTER-RECOVERY RESTORE OF THE SHARED INDEXED FILES'
              TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'BACKUP SET:  ' WS-SET-PATH
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'RESTORED:    ' WS-RUN-DATE ' ' WS-RUN-TIME(1:6)
                  '  BY OPERATOR ' WS-OPERATOR ' ' WS-OPR-NAME
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.

      * Reads the whole set once without touching a file: every
      * file's rows are counted and hashed, every manifest row is
      * taken up, and the set must add up to its own header,
      * trailer and manifest before the reload may start.
       PROVE-BACKUP-SET.
           OPEN INPUT SET-FILE.
           IF WS-SET-FS NOT = '00'
              MOVE SPACES TO WS-FAIL-TEXT
              STRING 'SET CANNOT BE OPENED (' WS-SET-FS ')'
                     DELIMITED BY SIZE INTO WS-FAIL-TEXT
              END-STRING
              MOVE 0 TO WS-FX
              PERFORM NOTE-PROOF-FAILURE
           ELSE
              PERFORM PROVE-SET-CONTENTS
           END-IF.

      * The set's rows, then its totals against header, trailer and
      * manifest.
       PROVE-SET-CONTENTS.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ SET-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SET-ROW-NO
                    PERFORM PROVE-SET-ROW
              END-READ
           END-PERFORM.
           CLOSE SET-FILE.
           MOVE 0 TO WS-FX.
           IF WS-HDR-SEEN NOT = 'Y'
              MOVE 'SET DOES NOT OPEN WITH A HEADER ROW'
                 TO WS-FAIL-TEXT
              PERFORM NOTE-PROOF-FAILURE
           END-IF.
           IF WS-TRL-SEEN NOT = 'Y'
              MOVE 'SET HAS NO TRAILER ROW - TRUNCATED'
                 TO WS-FAIL-TEXT
              PERFORM NOTE-PROOF-FAILURE
           ELSE
              IF WS-TRL-STATE NOT = 'C'
                 MOVE 'SET IS MARKED INCOMPLETE BY THE BACKUP'
                    TO WS-FAIL-TEXT
                 PERFORM NOTE-PROOF-FAILURE
              END-IF
              IF WS-TRL-ROWS NOT = WS-DATA-ROWS
                 MOVE SPACES TO WS-FAIL-TEXT
                 STRING 'TRAILER SAYS ' WS-TRL-ROWS ' ROWS, SET HOLDS '
                        WS-DATA-ROWS
                        DELIMITED BY SIZE INTO WS-FAIL-TEXT
                 END-STRING
                 PERFORM NOTE-PROOF-FAILURE
              END-IF
              IF WS-TRL-FILES NOT = WS-FILE-MAX
                 MOVE 'TRAILER FILE COUNT DOES NOT MATCH'
                    TO WS-FAIL-TEXT
                 PERFORM NOTE-PROOF-FAILURE
              END-IF
           END-IF.
           IF WS-HDR-SEEN = 'Y' AND WS-SET-FILES NOT = WS-FILE-MAX
              MOVE 'HEADER FILE COUNT DOES NOT MATCH'
                 TO WS-FAIL-TEXT
              PERFORM NOTE-PROOF-FAILURE
           END-IF.
           IF WS-STRAY-ROWS > 0
              MOVE SPACES TO WS-FAIL-TEXT
              STRING WS-STRAY-ROWS ' ROWS UNRECOGNISED OR OUT OF PLACE'
                     DELIMITED BY SIZE INTO WS-FAIL-TEXT
              END-STRING
              PERFORM NOTE-PROOF-FAILURE
           END-IF.
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
              PERFORM PROVE-FILE-TOTALS
              SET WS-FX UP BY 1
           END-PERFORM.

      * One row of the set, by its type. A data row is hashed into
      * its file's totals; header, manifest and trailer rows are
      * taken up; anything else, or any row after the trailer, is
      * stray.
       PROVE-SET-ROW.
           IF WS-TRL-SEEN = 'Y'
              ADD 1 TO WS-STRAY-ROWS
           ELSE
              EVALUATE SET-RECORD(1:3)
                 WHEN 'HDR'
                    IF WS-SET-ROW-NO NOT = 1
                       ADD 1 TO WS-STRAY-ROWS
                    ELSE
                       MOVE SET-RECORD TO WS-SET-HEADER
                       MOVE 'Y' TO WS-HDR-SEEN
                       MOVE BKH-DATE TO WS-SET-DATE
                       MOVE BKH-TIME TO WS-SET-TIME
                       MOVE BKH-PROGRAM TO WS-SET-PROGRAM
                       MOVE BKH-FILES TO WS-SET-FILES
                    END-IF
                 WHEN 'DAT'
                    MOVE SET-RECORD TO WS-SET-DATA
                    ADD 1 TO WS-DATA-ROWS
                    PERFORM FIND-SET-FILE
                    IF WS-FX = 0
                       ADD 1 TO WS-STRAY-ROWS
                    ELSE
                       MOVE BKD-IMAGE TO WS-ROW-IMAGE
                       PERFORM HASH-ROW
                       ADD 1 TO FTB-SET-COUNT(WS-FX)
                       COMPUTE FTB-SET-KEY-HASH(WS-FX) = FUNCTION MOD(
                          FTB-SET-KEY-HASH(WS-FX) + WS-ROW-KEY-HASH,
                          999999999)
                       COMPUTE FTB-SET-REC-HASH(WS-FX) = FUNCTION MOD(
                          FTB-SET-REC-HASH(WS-FX) + WS-ROW-REC-HASH,
                          999999999)
                    END-IF
                 WHEN 'MAN'
                    MOVE SET-RECORD TO WS-SET-MANIFEST
                    MOVE BKM-FILE TO BKD-FILE
                    PERFORM FIND-SET-FILE
                    IF WS-FX = 0
                       ADD 1 TO WS-STRAY-ROWS
                    ELSE
                       MOVE 'Y' TO FTB-MAN-SEEN(WS-FX)
                       MOVE BKM-STATE TO FTB-MAN-STATE(WS-FX)
                       MOVE BKM-COUNT TO FTB-MAN-COUNT(WS-FX)
                       MOVE BKM-KEY-HASH TO FTB-MAN-KEY-HASH(WS-FX)
                       MOVE BKM-REC-HASH TO FTB-MAN-REC-HASH(WS-FX)
                    END-IF
                 WHEN 'TRL'
                    MOVE SET-RECORD TO WS-SET-TRAILER
                    MOVE 'Y' TO WS-TRL-SEEN
                    MOVE BKT-ROWS TO WS-TRL-ROWS
                    MOVE BKT-FILES TO WS-TRL-FILES
                    MOVE BKT-STATE TO WS-TRL-STATE
                 WHEN OTHER
                    ADD 1 TO WS-STRAY-ROWS
              END-EVALUATE
           END-IF.

      * A file's rows in the set against its manifest row.
       PROVE-FILE-TOTALS.
           EVALUATE TRUE
              WHEN FTB-MAN-SEEN(WS-FX) NOT = 'Y'
                 MOVE 'NO MANIFEST ROW IN THE SET' TO WS-FAIL-TEXT
                 PERFORM NOTE-PROOF-FAILURE
              WHEN FTB-MAN-STATE(WS-FX) NOT = 'P'
               AND FTB-MAN-STATE(WS-FX) NOT = 'A'
                 MOVE 'MANIFEST SAYS THE FILE WAS NOT BACKED UP'
                    TO WS-FAIL-TEXT
                 PERFORM NOTE-PROOF-FAILURE
              WHEN FTB-SET-COUNT(WS-FX) NOT = FTB-MAN-COUNT(WS-FX)
                 MOVE SPACES TO WS-FAIL-TEXT
                 STRING 'SET HOLDS ' FTB-SET-COUNT(WS-FX)
                        ' ROWS, MANIFEST SAYS ' FTB-MAN-COUNT(WS-FX)
                        DELIMITED BY SIZE INTO WS-FAIL-TEXT
                 END-STRING
                 PERFORM NOTE-PROOF-FAILURE
              WHEN FTB-SET-KEY-HASH(WS-FX)
                      NOT = FTB-MAN-KEY-HASH(WS-FX)
               OR FTB-SET-REC-HASH(WS-FX)
                      NOT = FTB-MAN-REC-HASH(WS-FX)
                 MOVE 'ROWS IN THE SET DO NOT HASH TO THE MANIFEST'
                    TO WS-FAIL-TEXT
                 PERFORM NOTE-PROOF-FAILURE
           END-EVALUATE.

      * Looks BKD-FILE up in the file table; WS-FX is zero when the
      * set names a file this job does not know.
       FIND-SET-FILE.
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
                      OR FTB-NAME(WS-FX) = BKD-FILE
              SET WS-FX UP BY 1
           END-PERFORM.
           IF WS-FX > WS-FILE-MAX
              MOVE 0 TO WS-FX
           END-IF.

      * One failed check onto the report, against the file in hand
      * when WS-FX names one.
       NOTE-PROOF-FAILURE.
           SET SET-REFUSED TO TRUE.
           ADD 1 TO WS-FAILURES.
           MOVE SPACES TO RESTORE-RECORD.
           IF WS-FX = 0
              STRING '  PROOF FAILED: ' WS-FAIL-TEXT
                     DELIMITED BY SIZE INTO RESTORE-RECORD
              END-STRING
           ELSE
              STRING '  PROOF FAILED: ' FTB-NAME(WS-FX) ' '
                     WS-FAIL-TEXT
                     DELIMITED BY SIZE INTO RESTORE-RECORD
              END-STRING
           END-IF.
           WRITE RESTORE-RECORD.

      * The close of a refused restore: the live files are as they
      * were.
       WRITE-REFUSAL.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'PRE-LOAD PROOF OF THE SET: FAILED, ' WS-FAILURES
                  ' CHECKS'
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.
           MOVE 'NO FILE WAS TOUCHED - THE LIVE FILES ARE UNCHANGED'
              TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.
           MOVE 'VERDICT: RESTORE NOT PERFORMED - DO NOT RUN BATCH'
              TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.

      * Recreates every file in the set and loads it from the set's
      * rows, which the backup unloaded in key order.
       RELOAD-FILES.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'BACKUP TAKEN: ' WS-SET-DATE ' ' WS-SET-TIME
                  ' BY ' WS-SET-PROGRAM
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'PRE-LOAD PROOF OF THE SET: PASSED, ' WS-DATA-ROWS
                  ' ROWS IN ' WS-FILE-MAX ' FILES MATCH THE MANIFEST'
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.
           PERFORM OPEN-FOR-RELOAD.
           OPEN INPUT SET-FILE.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ SET-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    IF SET-RECORD(1:3) = 'DAT'
                       MOVE SET-RECORD TO WS-SET-DATA
                       PERFORM FIND-SET-FILE
                       MOVE BKD-IMAGE TO WS-ROW-IMAGE
                       PERFORM STORE-ROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SET-FILE.
           PERFORM CLOSE-AFTER-RELOAD.

      * Every file opened fresh. A file that will not open fails
      * each of its rows on the write, and so shows as a mismatch.
       OPEN-FOR-RELOAD.
           OPEN OUTPUT VESSEL-FILE.
           MOVE 1 TO WS-FX.
           MOVE WS-VESSEL-MFS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT MASTER-FILE.
           MOVE 2 TO WS-FX.
           MOVE WS-MASTER-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT CONTINUITY-FILE.
           MOVE 3 TO WS-FX.
           MOVE WS-CONT-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT LEDGER-FILE.
           MOVE 4 TO WS-FX.
           MOVE WS-LEDGER-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT SCHED-FILE.
           MOVE 5 TO WS-FX.
           MOVE WS-SCHED-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT MONTHLY-FILE.
           MOVE 6 TO WS-FX.
           MOVE WS-MONTHLY-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT SOUND-FILE.
           MOVE 7 TO WS-FX.
           MOVE WS-SOUND-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT PROFHIST-FILE.
           MOVE 8 TO WS-FX.
           MOVE WS-PRH-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT AREA-FILE.
           MOVE 9 TO WS-FX.
           MOVE WS-AREA-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT STATION-FILE.
           MOVE 10 TO WS-FX.
           MOVE WS-STATION-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT SONAR-FILE.
           MOVE 11 TO WS-FX.
           MOVE WS-SON-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT FITTING-FILE.
           MOVE 12 TO WS-FX.
           MOVE WS-FIT-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT CONTRACT-FILE.
           MOVE 13 TO WS-FX.
           MOVE WS-CON-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT CHARTSTG-FILE.
           MOVE 14 TO WS-FX.
           MOVE WS-CHARTSTG-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT AMENDQ-FILE.
           MOVE 15 TO WS-FX.
           MOVE WS-AMENDQ-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT GRID-FILE.
           MOVE 16 TO WS-FX.
           MOVE WS-GRID-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT REFDEPTH-FILE.
           MOVE 17 TO WS-FX.
           MOVE WS-REFDEPTH-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT CONSOL-FILE.
           MOVE 18 TO WS-FX.
           MOVE WS-CONSOL-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT CONSVES-FILE.
           MOVE 19 TO WS-FX.
           MOVE WS-CONSVES-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT SEASTATE-FILE.
           MOVE 20 TO WS-FX.
           MOVE WS-SEASTATE-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT VOYAGE-FILE.
           MOVE 21 TO WS-FX.
           MOVE WS-VOYAGE-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT SEGSTAT-FILE.
           MOVE 22 TO WS-FX.
           MOVE WS-SGS-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT LINES-FILE.
           MOVE 23 TO WS-FX.
           MOVE WS-LINES-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.
           OPEN OUTPUT GRIDBIN-FILE.
           MOVE 24 TO WS-FX.
           MOVE WS-GBN-FS TO WS-FILE-FS.
           PERFORM NOTE-RELOAD-OPEN.

       NOTE-RELOAD-OPEN.
           IF WS-FILE-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-RESTORE: CANNOT CREATE '
                 FUNCTION TRIM(FTB-NAME(WS-FX)) ' (' WS-FILE-FS ')'
           END-IF.

       CLOSE-AFTER-RELOAD.
           CLOSE VESSEL-FILE.
           CLOSE MASTER-FILE.
           CLOSE CONTINUITY-FILE.
           CLOSE LEDGER-FILE.
           CLOSE SCHED-FILE.
           CLOSE MONTHLY-FILE.
           CLOSE SOUND-FILE.
           CLOSE PROFHIST-FILE.
           CLOSE AREA-FILE.
           CLOSE STATION-FILE.
           CLOSE SONAR-FILE.
           CLOSE FITTING-FILE.
           CLOSE CONTRACT-FILE.
           CLOSE CHARTSTG-FILE.
           CLOSE AMENDQ-FILE.
           CLOSE GRID-FILE.
           CLOSE REFDEPTH-FILE.
           CLOSE CONSOL-FILE.
           CLOSE CONSVES-FILE.
           CLOSE SEASTATE-FILE.
           CLOSE VOYAGE-FILE.
           CLOSE SEGSTAT-FILE.
           CLOSE LINES-FILE.
           CLOSE GRIDBIN-FILE.

      * One set row onto its file.
       STORE-ROW.
           EVALUATE WS-FX
              WHEN 1
                 MOVE WS-ROW-IMAGE TO VESSEL-RECORD
                 WRITE VESSEL-RECORD
                 MOVE WS-VESSEL-MFS TO WS-FILE-FS
              WHEN 2
                 MOVE WS-ROW-IMAGE TO MASTER-RECORD
                 WRITE MASTER-RECORD
                 MOVE WS-MASTER-FS TO WS-FILE-FS
              WHEN 3
                 MOVE WS-ROW-IMAGE TO CONT-RECORD
                 WRITE CONT-RECORD
                 MOVE WS-CONT-FS TO WS-FILE-FS
              WHEN 4
                 MOVE WS-ROW-IMAGE TO LEDGER-RECORD
                 WRITE LEDGER-RECORD
                 MOVE WS-LEDGER-FS TO WS-FILE-FS
              WHEN 5
                 MOVE WS-ROW-IMAGE TO SCHED-RECORD
                 WRITE SCHED-RECORD
                 MOVE WS-SCHED-FS TO WS-FILE-FS
              WHEN 6
                 MOVE WS-ROW-IMAGE TO MONTHLY-RECORD
                 WRITE MONTHLY-RECORD
                 MOVE WS-MONTHLY-FS TO WS-FILE-FS
              WHEN 7
                 MOVE WS-ROW-IMAGE TO SOUND-RECORD
                 WRITE SOUND-RECORD
                 MOVE WS-SOUND-FS TO WS-FILE-FS
              WHEN 8
                 MOVE WS-ROW-IMAGE TO PROFHIST-RECORD
                 WRITE PROFHIST-RECORD
                 MOVE WS-PRH-FS TO WS-FILE-FS
              WHEN 9
                 MOVE WS-ROW-IMAGE TO AREA-RECORD
                 WRITE AREA-RECORD
                 MOVE WS-AREA-FS TO WS-FILE-FS
              WHEN 10
                 MOVE WS-ROW-IMAGE TO STATION-RECORD
                 WRITE STATION-RECORD
                 MOVE WS-STATION-FS TO WS-FILE-FS
              WHEN 11
                 MOVE WS-ROW-IMAGE TO SONAR-RECORD
                 WRITE SONAR-RECORD
                 MOVE WS-SON-FS TO WS-FILE-FS
              WHEN 12
                 MOVE WS-ROW-IMAGE TO FITTING-RECORD
                 WRITE FITTING-RECORD
                 MOVE WS-FIT-FS TO WS-FILE-FS
              WHEN 13
                 MOVE WS-ROW-IMAGE TO CONTRACT-RECORD
                 WRITE CONTRACT-RECORD
                 MOVE WS-CON-FS TO WS-FILE-FS
              WHEN 14
                 MOVE WS-ROW-IMAGE TO CHARTSTG-RECORD
                 WRITE CHARTSTG-RECORD
                 MOVE WS-CHARTSTG-FS TO WS-FILE-FS
              WHEN 15
                 MOVE WS-ROW-IMAGE TO AMENDQ-RECORD
                 WRITE AMENDQ-RECORD
                 MOVE WS-AMENDQ-FS TO WS-FILE-FS
              WHEN 16
                 MOVE WS-ROW-IMAGE TO GRID-RECORD
                 WRITE GRID-RECORD
                 MOVE WS-GRID-FS TO WS-FILE-FS
              WHEN 17
                 MOVE WS-ROW-IMAGE TO REFDEPTH-RECORD
                 WRITE REFDEPTH-RECORD
                 MOVE WS-REFDEPTH-FS TO WS-FILE-FS
              WHEN 18
                 MOVE WS-ROW-IMAGE TO CONSOL-RECORD
                 WRITE CONSOL-RECORD
                 MOVE WS-CONSOL-FS TO WS-FILE-FS
              WHEN 19
                 MOVE WS-ROW-IMAGE TO CONSVES-RECORD
                 WRITE CONSVES-RECORD
                 MOVE WS-CONSVES-FS TO WS-FILE-FS
              WHEN 20
                 MOVE WS-ROW-IMAGE TO SEASTATE-RECORD
                 WRITE SEASTATE-RECORD
                 MOVE WS-SEASTATE-FS TO WS-FILE-FS
              WHEN 21
                 MOVE WS-ROW-IMAGE TO VOYAGE-RECORD
                 WRITE VOYAGE-RECORD
                 MOVE WS-VOYAGE-FS TO WS-FILE-FS
              WHEN 22
                 MOVE WS-ROW-IMAGE TO SEGSTAT-RECORD
                 WRITE SEGSTAT-RECORD
                 MOVE WS-SGS-FS TO WS-FILE-FS
              WHEN 23
                 MOVE WS-ROW-IMAGE TO LINES-RECORD
                 WRITE LINES-RECORD
                 MOVE WS-LINES-FS TO WS-FILE-FS
              WHEN 24
                 MOVE WS-ROW-IMAGE TO GRIDBIN-RECORD
                 WRITE GRIDBIN-RECORD
                 MOVE WS-GBN-FS TO WS-FILE-FS
           END-EVALUATE.
           IF WS-FILE-FS = '00'
              ADD 1 TO FTB-LOADED(WS-FX)
              ADD 1 TO WS-TOTAL-LOADED
           ELSE
              ADD 1 TO FTB-LOAD-ERRORS(WS-FX)
           END-IF.

      * Reads every reloaded file back from disk and compares it
      * with its manifest row.
       VERIFY-RELOAD.
           PERFORM VERIFY-VESSEL.
           PERFORM VERIFY-MASTER.
           PERFORM VERIFY-CONTINUITY.
           PERFORM VERIFY-LEDGER.
           PERFORM VERIFY-SCHED.
           PERFORM VERIFY-MONTHLY.
           PERFORM VERIFY-SOUND.
           PERFORM VERIFY-PROFHIST.
           PERFORM VERIFY-AREA.
           PERFORM VERIFY-STATION.
           PERFORM VERIFY-SONAR.
           PERFORM VERIFY-FITTING.
           PERFORM VERIFY-CONTRACT.
           PERFORM VERIFY-CHARTSTG.
           PERFORM VERIFY-AMENDQ.
           PERFORM VERIFY-GRID.
           PERFORM VERIFY-REFDEPTH.
           PERFORM VERIFY-CONSOL.
           PERFORM VERIFY-CONSVES.
           PERFORM VERIFY-SEASTATE.
           PERFORM VERIFY-VOYAGE.
           PERFORM VERIFY-SEGSTAT.
           PERFORM VERIFY-LINES.
           PERFORM VERIFY-GRIDBIN.
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
              IF FTB-NEW-COUNT(WS-FX) = FTB-MAN-COUNT(WS-FX)
                 AND FTB-NEW-KEY-HASH(WS-FX) = FTB-MAN-KEY-HASH(WS-FX)
                 AND FTB-NEW-REC-HASH(WS-FX) = FTB-MAN-REC-HASH(WS-FX)
                 AND FTB-LOAD-ERRORS(WS-FX) = 0
                 MOVE 'MATCH' TO FTB-RESULT(WS-FX)
              ELSE
                 MOVE 'MISMATCH' TO FTB-RESULT(WS-FX)
                 ADD 1 TO WS-MISMATCHES
              END-IF
              SET WS-FX UP BY 1
           END-PERFORM.

      * The file in hand could not be read back.
       NOTE-VERIFY-OPEN.
           MOVE 'N' TO WS-FILE-OPEN.
           IF WS-FILE-FS = '00'
              MOVE 'Y' TO WS-FILE-OPEN
           ELSE
              ADD 1 TO FTB-LOAD-ERRORS(WS-FX)
              DISPLAY 'AOC-2021-D01-RESTORE: CANNOT READ BACK '
                 FUNCTION TRIM(FTB-NAME(WS-FX)) ' (' WS-FILE-FS ')'
           END-IF.

       VERIFY-VESSEL.
           MOVE 1 TO WS-FX.
           OPEN INPUT VESSEL-FILE.
           MOVE WS-VESSEL-MFS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ VESSEL-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE VESSEL-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE VESSEL-FILE
           END-IF.

       VERIFY-MASTER.
           MOVE 2 TO WS-FX.
           OPEN INPUT MASTER-FILE.
           MOVE WS-MASTER-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ MASTER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE MASTER-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

       VERIFY-CONTINUITY.
           MOVE 3 TO WS-FX.
           OPEN INPUT CONTINUITY-FILE.
           MOVE WS-CONT-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTINUITY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONT-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE CONTINUITY-FILE
           END-IF.

       VERIFY-LEDGER.
           MOVE 4 TO WS-FX.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-LEDGER-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ LEDGER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE LEDGER-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       VERIFY-SCHED.
           MOVE 5 TO WS-FX.
           OPEN INPUT SCHED-FILE.
           MOVE WS-SCHED-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SCHED-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SCHED-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE SCHED-FILE
           END-IF.

       VERIFY-MONTHLY.
           MOVE 6 TO WS-FX.
           OPEN INPUT MONTHLY-FILE.
           MOVE WS-MONTHLY-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ MONTHLY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE MONTHLY-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE MONTHLY-FILE
           END-IF.

       VERIFY-SOUND.
           MOVE 7 TO WS-FX.
           OPEN INPUT SOUND-FILE.
           MOVE WS-SOUND-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SOUND-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SOUND-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE SOUND-FILE
           END-IF.

       VERIFY-PROFHIST.
           MOVE 8 TO WS-FX.
           OPEN INPUT PROFHIST-FILE.
           MOVE WS-PRH-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ PROFHIST-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE PROFHIST-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE PROFHIST-FILE
           END-IF.

       VERIFY-AREA.
           MOVE 9 TO WS-FX.
           OPEN INPUT AREA-FILE.
           MOVE WS-AREA-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ AREA-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE AREA-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE AREA-FILE
           END-IF.

       VERIFY-STATION.
           MOVE 10 TO WS-FX.
           OPEN INPUT STATION-FILE.
           MOVE WS-STATION-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ STATION-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE STATION-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE STATION-FILE
           END-IF.

       VERIFY-SONAR.
           MOVE 11 TO WS-FX.
           OPEN INPUT SONAR-FILE.
           MOVE WS-SON-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SONAR-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SONAR-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE SONAR-FILE
           END-IF.

       VERIFY-FITTING.
           MOVE 12 TO WS-FX.
           OPEN INPUT FITTING-FILE.
           MOVE WS-FIT-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ FITTING-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE FITTING-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE FITTING-FILE
           END-IF.

       VERIFY-CONTRACT.
           MOVE 13 TO WS-FX.
           OPEN INPUT CONTRACT-FILE.
           MOVE WS-CON-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTRACT-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONTRACT-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       VERIFY-CHARTSTG.
           MOVE 14 TO WS-FX.
           OPEN INPUT CHARTSTG-FILE.
           MOVE WS-CHARTSTG-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CHARTSTG-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CHARTSTG-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE CHARTSTG-FILE
           END-IF.

       VERIFY-AMENDQ.
           MOVE 15 TO WS-FX.
           OPEN INPUT AMENDQ-FILE.
           MOVE WS-AMENDQ-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ AMENDQ-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE AMENDQ-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE AMENDQ-FILE
           END-IF.

       VERIFY-GRID.
           MOVE 16 TO WS-FX.
           OPEN INPUT GRID-FILE.
           MOVE WS-GRID-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ GRID-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE GRID-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE GRID-FILE
           END-IF.

       VERIFY-REFDEPTH.
           MOVE 17 TO WS-FX.
           OPEN INPUT REFDEPTH-FILE.
           MOVE WS-REFDEPTH-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ REFDEPTH-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE REFDEPTH-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE REFDEPTH-FILE
           END-IF.

       VERIFY-CONSOL.
           MOVE 18 TO WS-FX.
           OPEN INPUT CONSOL-FILE.
           MOVE WS-CONSOL-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONSOL-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONSOL-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE CONSOL-FILE
           END-IF.

       VERIFY-CONSVES.
           MOVE 19 TO WS-FX.
           OPEN INPUT CONSVES-FILE.
           MOVE WS-CONSVES-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONSVES-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONSVES-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE CONSVES-FILE
           END-IF.

       VERIFY-SEASTATE.
           MOVE 20 TO WS-FX.
           OPEN INPUT SEASTATE-FILE.
           MOVE WS-SEASTATE-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SEASTATE-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SEASTATE-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE SEASTATE-FILE
           END-IF.

       VERIFY-VOYAGE.
           MOVE 21 TO WS-FX.
           OPEN INPUT VOYAGE-FILE.
           MOVE WS-VOYAGE-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ VOYAGE-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE VOYAGE-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE VOYAGE-FILE
           END-IF.

       VERIFY-SEGSTAT.
           MOVE 22 TO WS-FX.
           OPEN INPUT SEGSTAT-FILE.
           MOVE WS-SGS-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SEGSTAT-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SEGSTAT-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE SEGSTAT-FILE
           END-IF.

       VERIFY-LINES.
           MOVE 23 TO WS-FX.
           OPEN INPUT LINES-FILE.
           MOVE WS-LINES-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ LINES-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE LINES-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE LINES-FILE
           END-IF.

       VERIFY-GRIDBIN.
           MOVE 24 TO WS-FX.
           OPEN INPUT GRIDBIN-FILE.
           MOVE WS-GBN-FS TO WS-FILE-FS.
           PERFORM NOTE-VERIFY-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ GRIDBIN-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE GRIDBIN-RECORD TO WS-ROW-IMAGE
                       PERFORM TALLY-RELOADED-ROW
                 END-READ
              END-PERFORM
              CLOSE GRIDBIN-FILE
           END-IF.

      * One row read back, counted and hashed against its file.
       TALLY-RELOADED-ROW.
           PERFORM HASH-ROW.
           ADD 1 TO FTB-NEW-COUNT(WS-FX).
           COMPUTE FTB-NEW-KEY-HASH(WS-FX) = FUNCTION MOD(
              FTB-NEW-KEY-HASH(WS-FX) + WS-ROW-KEY-HASH, 999999999).
           COMPUTE FTB-NEW-REC-HASH(WS-FX) = FUNCTION MOD(
              FTB-NEW-REC-HASH(WS-FX) + WS-ROW-REC-HASH, 999999999).

      * Key and record hash of the row in hand: each byte's
      * collating position times its position, summed. Must stay
      * identical to the backup's, which wrote the manifest by it.
       HASH-ROW.
           MOVE 0 TO WS-ROW-KEY-HASH.
           MOVE 0 TO WS-ROW-REC-HASH.
           MOVE 1 TO WS-H.
           PERFORM UNTIL WS-H > FTB-REC-LEN(WS-FX)
              COMPUTE WS-H-VAL =
                 FUNCTION ORD(WS-ROW-IMAGE(WS-H:1)) * WS-H
              ADD WS-H-VAL TO WS-ROW-REC-HASH
              IF WS-H <= FTB-KEY-LEN(WS-FX)
                 ADD WS-H-VAL TO WS-ROW-KEY-HASH
              END-IF
              SET WS-H UP BY 1
           END-PERFORM.

      * The file-by-file comparison and the verdict.
       WRITE-COMPARISON.
           MOVE SPACES TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.
           MOVE WS-CMP-HEADING TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
              MOVE FTB-NAME(WS-FX) TO CMP-NAME
              IF FTB-MAN-STATE(WS-FX) = 'A'
                 MOVE 'ABSENT' TO CMP-STATE
              ELSE
                 MOVE 'PRESENT' TO CMP-STATE
              END-IF
              MOVE FTB-MAN-COUNT(WS-FX) TO CMP-MAN-COUNT
              MOVE FTB-MAN-KEY-HASH(WS-FX) TO CMP-MAN-KEY-HASH
              MOVE FTB-MAN-REC-HASH(WS-FX) TO CMP-MAN-REC-HASH
              MOVE FTB-NEW-COUNT(WS-FX) TO CMP-NEW-COUNT
              MOVE FTB-NEW-KEY-HASH(WS-FX) TO CMP-NEW-KEY-HASH
              MOVE FTB-NEW-REC-HASH(WS-FX) TO CMP-NEW-REC-HASH
              MOVE FTB-RESULT(WS-FX) TO CMP-RESULT
              MOVE WS-CMP-LINE TO RESTORE-RECORD
              WRITE RESTORE-RECORD
              IF FTB-LOAD-ERRORS(WS-FX) > 0
                 MOVE SPACES TO RESTORE-RECORD
                 STRING '  ' FTB-NAME(WS-FX) ' ' FTB-LOAD-ERRORS(WS-FX)
                        ' ROWS FAILED TO LOAD OR READ BACK'
                        DELIMITED BY SIZE INTO RESTORE-RECORD
                 END-STRING
                 WRITE RESTORE-RECORD
              END-IF
              SET WS-FX UP BY 1
           END-PERFORM.
           MOVE SPACES TO RESTORE-RECORD.
           WRITE RESTORE-RECORD.
           MOVE SPACES TO RESTORE-RECORD.
           STRING 'ROWS RELOADED: ' WS-TOTAL-LOADED
                  '  FILES NOT MATCHING THE MANIFEST: ' WS-MISMATCHES
                  DELIMITED BY SIZE INTO RESTORE-RECORD
           END-STRING.
           WRITE RESTORE-RECORD.
           IF WS-MISMATCHES > 0
              MOVE 'VERDICT: RESTORE NOT VERIFIED - DO NOT RUN BATCH'
                 TO RESTORE-RECORD
           ELSE
              MOVE SPACES TO RESTORE-RECORD
              STRING 'VERDICT: RESTORE VERIFIED - COUNTS AND HASHES '
                     'MATCH THE MANIFEST - BATCH MAY RUN'
                     DELIMITED BY SIZE INTO RESTORE-RECORD
              END-STRING
           END-IF.
           WRITE RESTORE-RECORD.

      * Looks the operator up and grades the permission level
      * against what this program's changes need. No ID, an unknown
      * ID, or too low a level leaves the run unauthorized.
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPR-OK.
           MOVE 0 TO WS-OPR-LEVEL.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR_ID'
              ON EXCEPTION
                 MOVE SPACES TO WS-OPERATOR
           END-ACCEPT.
           IF WS-OPERATOR NOT = SPACES
              OPEN INPUT OPERATOR-FILE
              IF WS-OPR-FS = '00'
                 MOVE 'C' TO WS-OPR-LOOP
                 PERFORM UNTIL OPR-BREAK
                    READ OPERATOR-FILE
                       AT END MOVE 'B' TO WS-OPR-LOOP
                       NOT AT END
                          IF OPR-ID = WS-OPERATOR
                             MOVE OPR-LEVEL TO WS-OPR-LEVEL
                             MOVE OPR-NAME TO WS-OPR-NAME
                             MOVE 'B' TO WS-OPR-LOOP
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
              END-IF
           END-IF.
           IF WS-OPR-LEVEL >= WS-OPR-NEED
              MOVE 'Y' TO WS-OPR-OK
           END-IF.

      * Takes the shared-file lock. A free lock, no lock file, or a
      * lock left from an earlier date is taken; a lock from today
      * means a run is genuinely in flight and this one must stand
      * down.
       ACQUIRE-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-STATE.
           ACCEPT WS-LOCK-TIME FROM TIME.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FS NOT = '00'
              MOVE 'Y' TO WS-LOCK-STATE
           ELSE
              READ LOCK-FILE
                 AT END
                    MOVE 'Y' TO WS-LOCK-STATE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LCK-FREE
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN LCK-DATE < WS-RUN-DATE
                          DISPLAY 'AOC-2021-D01-RESTORE: STALE LOCK'
                             ' FROM ' LCK-DATE ' BY '
                             FUNCTION TRIM(LCK-HOLDER)
                             ' - REPLACED'
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN OTHER
                          PERFORM CHECK-LOCK-AGE
                          IF NOT LOCK-ACQUIRED
                             MOVE 'B' TO WS-LOCK-STATE
                             DISPLAY 'AOC-2021-D01-RESTORE: SHARED'
                                ' FILES LOCKED BY '
                                FUNCTION TRIM(LCK-HOLDER)
                                ' SINCE ' LCK-TIME
                                ' - RESOURCE BUSY'
                          END-IF
                    END-EVALUATE
              END-READ
              CLOSE LOCK-FILE
           END-IF.
           IF LOCK-ACQUIRED
              OPEN OUTPUT LOCK-FILE
              MOVE 'AOC-2021-D01-RESTORE' TO LCK-HOLDER
              MOVE SPACE TO LCK-SEP1
              MOVE SPACES TO LCK-VESSEL
              MOVE SPACE TO LCK-SEP2
              MOVE WS-RUN-DATE TO LCK-DATE
              MOVE SPACE TO LCK-SEP3
              MOVE WS-LOCK-TIME(1:6) TO LCK-TIME
              MOVE SPACE TO LCK-SEP4
              MOVE 'H' TO LCK-STATUS
              WRITE LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF.

      * Frees the lock at end of run; the freed record stays behind
      * as the audit of the last holder.
       RELEASE-RUN-LOCK.
           IF LOCK-ACQUIRED
              OPEN OUTPUT LOCK-FILE
              MOVE 'AOC-2021-D01-RESTORE' TO LCK-HOLDER
              MOVE SPACE TO LCK-SEP1
              MOVE SPACES TO LCK-VESSEL
              MOVE SPACE TO LCK-SEP2
              MOVE WS-RUN-DATE TO LCK-DATE
              MOVE SPACE TO LCK-SEP3
              MOVE WS-LOCK-TIME(1:6) TO LCK-TIME
              MOVE SPACE TO LCK-SEP4
              MOVE 'F' TO LCK-STATUS
              WRITE LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF.

      * The same-day staleness test: elapsed minutes between the
      * lock's recorded time and now, against LOCK_MAX_HOLD (minutes,
      * default 120, zero disables). Past the limit the lock is
      * declared abandoned and taken over.
       CHECK-LOCK-AGE.
           ACCEPT WS-LOCK-HOLD-PARM FROM ENVIRONMENT 'LOCK_MAX_HOLD'
              ON EXCEPTION
                 MOVE SPACES TO WS-LOCK-HOLD-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-LOCK-HOLD-PARM) = 0
              MOVE WS-LOCK-HOLD-PARM TO WS-LOCK-MAX-HOLD
           END-IF.
           IF WS-LOCK-MAX-HOLD > 0
              MOVE WS-LOCK-TIME(1:2) TO WS-LOCK-HH
              MOVE WS-LOCK-TIME(3:2) TO WS-LOCK-MM
              MOVE LCK-TIME(1:2) TO WS-HELD-HH
              MOVE LCK-TIME(3:2) TO WS-HELD-MM
              COMPUTE WS-LOCK-ELAPSED =
                 (WS-LOCK-HH * 60 + WS-LOCK-MM)
                 - (WS-HELD-HH * 60 + WS-HELD-MM)
              IF WS-LOCK-ELAPSED >= WS-LOCK-MAX-HOLD
                 DISPLAY 'AOC-2021-D01-RESTORE: LOCK HELD'
                    ' SINCE ' LCK-TIME ' BY '
                    FUNCTION TRIM(LCK-HOLDER)
                    ' EXCEEDS ' WS-LOCK-MAX-HOLD
                    ' MINUTES - REPLACED'
                 MOVE 'Y' TO WS-LOCK-STATE
              END-IF
           END-IF.

      * The run's row on the shared statistics trail, written on
      * every exit path so the monitor sees aborted runs too.
       WRITE-RUN-STATS.
           ACCEPT WS-STAT-END FROM TIME.
           OPEN EXTEND RUNSTATS-FILE.
           IF WS-STAT-FS = '05' OR WS-STAT-FS = '35'
              CLOSE RUNSTATS-FILE
              OPEN OUTPUT RUNSTATS-FILE
           END-IF.
           MOVE 'AOC-2021-D01-RESTORE' TO RST-PROGRAM.
           MOVE SPACE TO RST-SEP1.
           MOVE SPACES TO RST-VESSEL.
           MOVE SPACE TO RST-SEP2.
           MOVE WS-RUN-DATE TO RST-DATE.
           MOVE SPACE TO RST-SEP3.
           MOVE WS-STAT-START(1:6) TO RST-START.
           MOVE SPACE TO RST-SEP4.
           MOVE WS-STAT-END(1:6) TO RST-END.
           MOVE SPACE TO RST-SEP5.
           MOVE WS-STAT-READ TO RST-READ.
           MOVE SPACE TO RST-SEP6.
           MOVE 0 TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
