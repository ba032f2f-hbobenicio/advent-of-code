      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN53.cbl
      * $ ./a.out
      *-----------------------------------------------------------------
      * Backup of the shared indexed files. Takes the run lock so
      * nothing writes while the files are read, unloads every
      * indexed file the suite keeps into one dated sequential
      * backup set, BACKUP.yyyymmdd.hhmmss.DAT, and frees the lock.
      * AOC-2021-D01-RESTORE rebuilds the files from a set.
      *
      * The set opens with an HDR row (backup date, time, program,
      * file count), carries each file's rows as DAT rows (file
      * name and the row exactly as stored), then one MAN manifest
      * row per file -- present or absent, row count, key hash and
      * record hash -- and closes with a TRL row holding the DAT row
      * total and whether every file unloaded cleanly. A set whose
      * TRL is not complete is refused by the restore.
      *
      * Hash totals: every byte's collating position times its
      * position in the key (or the whole record), summed over the
      * file's rows, modulo 999999999. A missing file is recorded as
      * absent with zero counts; any other open failure marks the set
      * incomplete and ends the run RC 12. A busy lock ends it RC 14.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-BACKUP.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The shared indexed files, each carried as its prime key and
      * the rest of the row as it stands -- the unload never looks
      * inside a row, so a layout change in an owning program needs
      * only the lengths here kept in step.
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

      * The backup set, named for the date and time it was taken.
           SELECT SET-FILE ASSIGN TO DYNAMIC WS-SET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-FS.

      * Run-coordination lock for the shared indexed files -- the
      * files must hold still while this job has them.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FS.

      * Run-statistics trail shared by every program in the suite.
           SELECT RUNSTATS-FILE ASSIGN TO 'RUNSTATS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FS.
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

       WORKING-STORAGE SECTION.
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

      * One entry per file in the set, in unload order: name, key
      * and record lengths, and what the unload found -- P present,
      * A absent, E unreadable -- with its row count and hashes.
       01  WS-FILE-MAX      PIC 9(2) VALUE 24.
       01  WS-FILE-TAB.
         05 WS-FILE-ENTRY OCCURS 24 TIMES.
           10 FTB-NAME      PIC X(14).
           10 FTB-KEY-LEN   PIC 9(3).
           10 FTB-REC-LEN   PIC 9(3).
           10 FTB-STATE     PIC X(1).
           10 FTB-COUNT     PIC 9(9).
           10 FTB-KEY-HASH  PIC 9(9).
           10 FTB-REC-HASH  PIC 9(9).
       01  WS-FX            PIC 9(2) VALUE 0.
       01  WS-FILE-OPEN     PIC X(1) VALUE 'N'.
         88  FILE-OPEN                VALUE 'Y'.
       01  WS-SET-STATE     PIC X(1) VALUE 'C'.
         88  SET-COMPLETE             VALUE 'C'.
         88  SET-INCOMPLETE           VALUE 'I'.

      * The row being unloaded and its hashes.
       01  WS-ROW-IMAGE     PIC X(476) VALUE SPACES.
       01  WS-ROW-KEY-HASH  PIC 9(9) VALUE 0.
       01  WS-ROW-REC-HASH  PIC 9(9) VALUE 0.
       01  WS-H             PIC 9(3) VALUE 0.
       01  WS-H-VAL         PIC 9(9) VALUE 0.
       01  WS-SET-ROWS      PIC 9(9) VALUE 0.

      * The backup set's row layouts.
       01  WS-SET-HEADER.
           05 BKH-TYPE      PIC X(3) VALUE 'HDR'.
           05 BKH-SEP1      PIC X(1) VALUE SPACE.
           05 BKH-DATE      PIC 9(8).
           05 BKH-SEP2      PIC X(1) VALUE SPACE.
           05 BKH-TIME      PIC 9(6).
           05 BKH-SEP3      PIC X(1) VALUE SPACE.
           05 BKH-PROGRAM   PIC X(20).
           05 BKH-SEP4      PIC X(1) VALUE SPACE.
           05 BKH-FILES     PIC 9(2).
       01  WS-SET-DATA.
           05 BKD-TYPE      PIC X(3) VALUE 'DAT'.
           05 BKD-SEP1      PIC X(1) VALUE SPACE.
           05 BKD-FILE      PIC X(14).
           05 BKD-SEP2      PIC X(1) VALUE SPACE.
           05 BKD-IMAGE     PIC X(476).
       01  WS-SET-MANIFEST.
           05 BKM-TYPE      PIC X(3) VALUE 'MAN'.
           05 BKM-SEP1      PIC X(1) VALUE SPACE.
           05 BKM-FILE      PIC X(14).
           05 BKM-SEP2      PIC X(1) VALUE SPACE.
           05 BKM-STATE     PIC X(1).
           05 BKM-SEP3      PIC X(1) VALUE SPACE.
           05 BKM-COUNT     PIC 9(9).
           05 BKM-SEP4      PIC X(1) VALUE SPACE.
           05 BKM-KEY-HASH  PIC 9(9).
           05 BKM-SEP5      PIC X(1) VALUE SPACE.
           05 BKM-REC-HASH  PIC 9(9).
       01  WS-SET-TRAILER.
           05 BKT-TYPE      PIC X(3) VALUE 'TRL'.
           05 BKT-SEP1      PIC X(1) VALUE SPACE.
           05 BKT-ROWS      PIC 9(9).
           05 BKT-SEP2      PIC X(1) VALUE SPACE.
           05 BKT-FILES     PIC 9(2).
           05 BKT-SEP3      PIC X(1) VALUE SPACE.
           05 BKT-STATE     PIC X(1).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO WS-STAT-START.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
              MOVE 14 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           PERFORM LOAD-FILE-TABLE.
           STRING 'BACKUP.' WS-RUN-DATE '.' WS-RUN-TIME(1:6) '.DAT'
                  DELIMITED BY SIZE INTO WS-SET-PATH
           END-STRING.
           OPEN OUTPUT SET-FILE.
           IF WS-SET-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-BACKUP: CANNOT OPEN '
                 FUNCTION TRIM(WS-SET-PATH) ' (' WS-SET-FS ')'
              PERFORM RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-RUN-STATS
              GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO BKH-DATE.
           MOVE WS-RUN-TIME(1:6) TO BKH-TIME.
           MOVE 'AOC-2021-D01-BACKUP' TO BKH-PROGRAM.
           MOVE WS-FILE-MAX TO BKH-FILES.
           MOVE WS-SET-HEADER TO SET-RECORD.
           WRITE SET-RECORD.
           PERFORM UNLOAD-VESSEL.
           PERFORM UNLOAD-MASTER.
           PERFORM UNLOAD-CONTINUITY.
           PERFORM UNLOAD-LEDGER.
           PERFORM UNLOAD-SCHED.
           PERFORM UNLOAD-MONTHLY.
           PERFORM UNLOAD-SOUND.
           PERFORM UNLOAD-PROFHIST.
           PERFORM UNLOAD-AREA.
           PERFORM UNLOAD-STATION.
           PERFORM UNLOAD-SONAR.
           PERFORM UNLOAD-FITTING.
           PERFORM UNLOAD-CONTRACT.
           PERFORM UNLOAD-CHARTSTG.
           PERFORM UNLOAD-AMENDQ.
           PERFORM UNLOAD-GRID.
           PERFORM UNLOAD-REFDEPTH.
           PERFORM UNLOAD-CONSOL.
           PERFORM UNLOAD-CONSVES.
           PERFORM UNLOAD-SEASTATE.
           PERFORM UNLOAD-VOYAGE.
           PERFORM UNLOAD-SEGSTAT.
           PERFORM UNLOAD-LINES.
           PERFORM UNLOAD-GRIDBIN.
           MOVE 1 TO WS-FX.
           PERFORM UNTIL WS-FX > WS-FILE-MAX
              PERFORM WRITE-MANIFEST-ROW
              SET WS-FX UP BY 1
           END-PERFORM.
           MOVE WS-SET-ROWS TO BKT-ROWS.
           MOVE WS-FILE-MAX TO BKT-FILES.
           MOVE WS-SET-STATE TO BKT-STATE.
           MOVE WS-SET-TRAILER TO SET-RECORD.
           WRITE SET-RECORD.
           CLOSE SET-FILE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-SET-ROWS TO WS-STAT-READ.
           DISPLAY 'AOC-2021-D01-BACKUP: ' FUNCTION TRIM(WS-SET-PATH)
              ' - ' WS-SET-ROWS ' ROWS FROM ' WS-FILE-MAX ' FILES'.
           IF SET-INCOMPLETE
              DISPLAY 'AOC-2021-D01-BACKUP: SET INCOMPLETE - NOT '
                 'RESTORABLE'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           GOBACK.

      * The files in the set and their key and record lengths.
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
              MOVE SPACE TO FTB-STATE(WS-FX)
              MOVE 0 TO FTB-COUNT(WS-FX)
              MOVE 0 TO FTB-KEY-HASH(WS-FX)
              MOVE 0 TO FTB-REC-HASH(WS-FX)
              SET WS-FX UP BY 1
           END-PERFORM.

      * Grades the open of the file in hand. A file the suite has
      * not created yet is absent, not an error; anything else
      * cannot be backed up and leaves the set incomplete.
       NOTE-FILE-OPEN.
           MOVE 'N' TO WS-FILE-OPEN.
           EVALUATE WS-FILE-FS
              WHEN '00'
                 MOVE 'P' TO FTB-STATE(WS-FX)
                 MOVE 'Y' TO WS-FILE-OPEN
              WHEN '35'
                 MOVE 'A' TO FTB-STATE(WS-FX)
              WHEN OTHER
                 MOVE 'E' TO FTB-STATE(WS-FX)
                 SET SET-INCOMPLETE TO TRUE
                 DISPLAY 'AOC-2021-D01-BACKUP: CANNOT READ '
                    FUNCTION TRIM(FTB-NAME(WS-FX)) ' (' WS-FILE-FS ')'
           END-EVALUATE.

       UNLOAD-VESSEL.
           MOVE 1 TO WS-FX.
           OPEN INPUT VESSEL-FILE.
           MOVE WS-VESSEL-MFS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ VESSEL-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE VESSEL-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE VESSEL-FILE
           END-IF.

       UNLOAD-MASTER.
           MOVE 2 TO WS-FX.
           OPEN INPUT MASTER-FILE.
           MOVE WS-MASTER-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ MASTER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE MASTER-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF.

       UNLOAD-CONTINUITY.
           MOVE 3 TO WS-FX.
           OPEN INPUT CONTINUITY-FILE.
           MOVE WS-CONT-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTINUITY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONT-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE CONTINUITY-FILE
           END-IF.

       UNLOAD-LEDGER.
           MOVE 4 TO WS-FX.
           OPEN INPUT LEDGER-FILE.
           MOVE WS-LEDGER-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ LEDGER-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE LEDGER-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF.

       UNLOAD-SCHED.
           MOVE 5 TO WS-FX.
           OPEN INPUT SCHED-FILE.
           MOVE WS-SCHED-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SCHED-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SCHED-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE SCHED-FILE
           END-IF.

       UNLOAD-MONTHLY.
           MOVE 6 TO WS-FX.
           OPEN INPUT MONTHLY-FILE.
           MOVE WS-MONTHLY-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ MONTHLY-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE MONTHLY-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE MONTHLY-FILE
           END-IF.

       UNLOAD-SOUND.
           MOVE 7 TO WS-FX.
           OPEN INPUT SOUND-FILE.
           MOVE WS-SOUND-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SOUND-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SOUND-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE SOUND-FILE
           END-IF.

       UNLOAD-PROFHIST.
           MOVE 8 TO WS-FX.
           OPEN INPUT PROFHIST-FILE.
           MOVE WS-PRH-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ PROFHIST-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE PROFHIST-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE PROFHIST-FILE
           END-IF.

       UNLOAD-AREA.
           MOVE 9 TO WS-FX.
           OPEN INPUT AREA-FILE.
           MOVE WS-AREA-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ AREA-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE AREA-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE AREA-FILE
           END-IF.

       UNLOAD-STATION.
           MOVE 10 TO WS-FX.
           OPEN INPUT STATION-FILE.
           MOVE WS-STATION-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ STATION-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE STATION-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE STATION-FILE
           END-IF.

       UNLOAD-SONAR.
           MOVE 11 TO WS-FX.
           OPEN INPUT SONAR-FILE.
           MOVE WS-SON-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SONAR-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SONAR-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE SONAR-FILE
           END-IF.

       UNLOAD-FITTING.
           MOVE 12 TO WS-FX.
           OPEN INPUT FITTING-FILE.
           MOVE WS-FIT-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ FITTING-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE FITTING-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE FITTING-FILE
           END-IF.

       UNLOAD-CONTRACT.
           MOVE 13 TO WS-FX.
           OPEN INPUT CONTRACT-FILE.
           MOVE WS-CON-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONTRACT-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONTRACT-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       UNLOAD-CHARTSTG.
           MOVE 14 TO WS-FX.
           OPEN INPUT CHARTSTG-FILE.
           MOVE WS-CHARTSTG-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CHARTSTG-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CHARTSTG-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE CHARTSTG-FILE
           END-IF.

       UNLOAD-AMENDQ.
           MOVE 15 TO WS-FX.
           OPEN INPUT AMENDQ-FILE.
           MOVE WS-AMENDQ-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ AMENDQ-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE AMENDQ-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE AMENDQ-FILE
           END-IF.

       UNLOAD-GRID.
           MOVE 16 TO WS-FX.
           OPEN INPUT GRID-FILE.
           MOVE WS-GRID-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ GRID-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE GRID-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE GRID-FILE
           END-IF.

       UNLOAD-REFDEPTH.
           MOVE 17 TO WS-FX.
           OPEN INPUT REFDEPTH-FILE.
           MOVE WS-REFDEPTH-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ REFDEPTH-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE REFDEPTH-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE REFDEPTH-FILE
           END-IF.

       UNLOAD-CONSOL.
           MOVE 18 TO WS-FX.
           OPEN INPUT CONSOL-FILE.
           MOVE WS-CONSOL-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONSOL-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONSOL-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE CONSOL-FILE
           END-IF.

       UNLOAD-CONSVES.
           MOVE 19 TO WS-FX.
           OPEN INPUT CONSVES-FILE.
           MOVE WS-CONSVES-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ CONSVES-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE CONSVES-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE CONSVES-FILE
           END-IF.

       UNLOAD-SEASTATE.
           MOVE 20 TO WS-FX.
           OPEN INPUT SEASTATE-FILE.
           MOVE WS-SEASTATE-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SEASTATE-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SEASTATE-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE SEASTATE-FILE
           END-IF.

       UNLOAD-VOYAGE.
           MOVE 21 TO WS-FX.
           OPEN INPUT VOYAGE-FILE.
           MOVE WS-VOYAGE-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ VOYAGE-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE VOYAGE-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE VOYAGE-FILE
           END-IF.

       UNLOAD-SEGSTAT.
           MOVE 22 TO WS-FX.
           OPEN INPUT SEGSTAT-FILE.
           MOVE WS-SGS-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ SEGSTAT-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE SEGSTAT-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE SEGSTAT-FILE
           END-IF.

       UNLOAD-LINES.
           MOVE 23 TO WS-FX.
           OPEN INPUT LINES-FILE.
           MOVE WS-LINES-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ LINES-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE LINES-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE LINES-FILE
           END-IF.

       UNLOAD-GRIDBIN.
           MOVE 24 TO WS-FX.
           OPEN INPUT GRIDBIN-FILE.
           MOVE WS-GBN-FS TO WS-FILE-FS.
           PERFORM NOTE-FILE-OPEN.
           IF FILE-OPEN
              MOVE 'C' TO WS-LOOP
              PERFORM UNTIL LOOP-BREAK
                 READ GRIDBIN-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       MOVE GRIDBIN-RECORD TO WS-ROW-IMAGE
                       PERFORM WRITE-DATA-ROW
                 END-READ
              END-PERFORM
              CLOSE GRIDBIN-FILE
           END-IF.

      * One stored row onto the set, counted and hashed against its
      * file.
       WRITE-DATA-ROW.
           PERFORM HASH-ROW.
           ADD 1 TO FTB-COUNT(WS-FX).
           COMPUTE FTB-KEY-HASH(WS-FX) = FUNCTION MOD(
              FTB-KEY-HASH(WS-FX) + WS-ROW-KEY-HASH, 999999999).
           COMPUTE FTB-REC-HASH(WS-FX) = FUNCTION MOD(
              FTB-REC-HASH(WS-FX) + WS-ROW-REC-HASH, 999999999).
           MOVE FTB-NAME(WS-FX) TO BKD-FILE.
           MOVE WS-ROW-IMAGE TO BKD-IMAGE.
           MOVE WS-SET-DATA TO SET-RECORD.
           WRITE SET-RECORD.
           ADD 1 TO WS-SET-ROWS.

      * Key and record hash of the row in hand: each byte's
      * collating position times its position, summed. Must stay
      * identical to the restore's, which proves the reload by it.
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

      * The file's manifest row.
       WRITE-MANIFEST-ROW.
           MOVE FTB-NAME(WS-FX) TO BKM-FILE.
           MOVE FTB-STATE(WS-FX) TO BKM-STATE.
           MOVE FTB-COUNT(WS-FX) TO BKM-COUNT.
           MOVE FTB-KEY-HASH(WS-FX) TO BKM-KEY-HASH.
           MOVE FTB-REC-HASH(WS-FX) TO BKM-REC-HASH.
           MOVE WS-SET-MANIFEST TO SET-RECORD.
           WRITE SET-RECORD.

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
                          DISPLAY 'AOC-2021-D01-BACKUP: STALE LOCK'
                             ' FROM ' LCK-DATE ' BY '
                             FUNCTION TRIM(LCK-HOLDER)
                             ' - REPLACED'
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN OTHER
                          PERFORM CHECK-LOCK-AGE
                          IF NOT LOCK-ACQUIRED
                             MOVE 'B' TO WS-LOCK-STATE
                             DISPLAY 'AOC-2021-D01-BACKUP: SHARED'
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
              MOVE 'AOC-2021-D01-BACKUP' TO LCK-HOLDER
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
              MOVE 'AOC-2021-D01-BACKUP' TO LCK-HOLDER
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
                 DISPLAY 'AOC-2021-D01-BACKUP: LOCK HELD'
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
           MOVE 'AOC-2021-D01-BACKUP' TO RST-PROGRAM.
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
