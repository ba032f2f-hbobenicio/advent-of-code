      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN49.cbl
      * $ ./a.out
      *-----------------------------------------------------------------
      * Release-gated charting extract. The solvers no longer send a
      * solved day straight to cartography: they stage its charting
      * detail in CHARTSTG.DAT, and the day waits on MASTER.DAT for
      * the hydrographer's release (AOC-2021-D01-RELEASE). This job
      * cuts CHARTIF.DAT from every released day the chart has not
      * yet had -- today's releases and any earlier released day
      * not sent -- and stamps each one sent on the master so it
      * never goes twice. A pending or withheld day stays off the
      * feed however long it waits.
      *
      * CHARTIF.DAT keeps the charting system's published spec: an H
      * header with run date and extract time, one D detail per
      * vessel, and a T trailer with record and hash totals. A cut
      * that carries several run dates writes one H/D/T group per
      * run date, and each group is registered in CHARTREG.DAT, so
      * AOC-2021-D01-CHTRECON matches their intake acks exactly as
      * before.
      *
      * A released day with no staged detail (a day solved only by
      * the split solvers) cannot be sent; it is reported and left
      * unsent. A day whose figures change after it went is never
      * sent here again: the change is queued as an amendment and
      * AOC-2021-D01-CHARTAMD sends the correction once the new
      * figures are released.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CHARTEXT.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The historical master: release status read, sent date
      * stamped.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The solvers' staged charting details, one per run date and
      * vessel.
           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.

      * Fixed-format interface feed for the downstream charting
      * system, cut fresh each run to their published spec.
           SELECT CHART-FILE ASSIGN TO 'CHARTIF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-FS.

      * Durable register of every charting extract cut: CHARTIF.DAT
      * itself is overwritten each run, so the register row (run
      * date, extract time, detail count, trailer hash) is what the
      * acknowledgment reconciliation matches the charting system's
      * intake acks against.
           SELECT CHARTREG-FILE ASSIGN TO 'CHARTREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARTREG-FS.

      * Run-coordination lock for the shared indexed files -- the
      * sent stamp rewrites the master the batch also writes.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  CHART-FILE.
       01  CHART-RECORD    PIC X(100).

      * One register row per run-date group, appended as its
      * trailer is written. CRG-KIND tells a daily extract (D) from
      * an amendment extract (A) -- rows registered before amendments
      * carry a space and are daily -- and CRG-CUT-DATE is the date
      * the group was cut, which the chase age runs from.
       FD  CHARTREG-FILE.
       01  CHARTREG-RECORD.
           05 CRG-RUN-DATE  PIC 9(8).
           05 CRG-SEP1      PIC X(1).
           05 CRG-TIME      PIC 9(6).
           05 CRG-SEP2      PIC X(1).
           05 CRG-COUNT     PIC 9(6).
           05 CRG-SEP3      PIC X(1).
           05 CRG-HASH      PIC 9(9).
           05 CRG-SEP4      PIC X(1).
           05 CRG-KIND      PIC X(1).
              88 CRG-DAILY                 VALUE 'D' SPACE.
              88 CRG-AMENDMENT             VALUE 'A'.
           05 CRG-SEP5      PIC X(1).
           05 CRG-CUT-DATE  PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-CHART-FS      PIC X(2) VALUE '00'.
       01  WS-CHARTREG-FS   PIC X(2) VALUE '00'.
       01  WS-STG-OPEN      PIC X(1) VALUE 'N'.
         88  STG-OPEN                 VALUE 'Y'.
       01  WS-HAVE-STAGED   PIC X(1) VALUE 'N'.
         88  HAVE-STAGED              VALUE 'Y'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.

      * Lock state for this run, the shared-file serialization every
      * writer of CONTINUITY.DAT / MASTER.DAT takes.
       01  WS-LOCK-FS       PIC X(2) VALUE '00'.
       01  WS-LOCK-TIME     PIC 9(8) VALUE 0.
       01  WS-LOCK-STATE    PIC X(1) VALUE 'N'.
         88  LOCK-ACQUIRED            VALUE 'Y'.
         88  LOCK-BUSY                VALUE 'B'.

      * Same-day staleness: a holder that has kept the lock past
      * LOCK_MAX_HOLD minutes (default 120) is taken to have abended
      * and is replaced, reported on the run log -- a morning abend
      * must not refuse the whole day's work, and nobody should be
      * hand-editing RUNLOCK.DAT to get out of it.
       01  WS-LOCK-MAX-HOLD PIC 9(4) VALUE 120.
       01  WS-LOCK-HOLD-PARM PIC X(4) VALUE SPACES.
       01  WS-LOCK-ELAPSED  PIC S9(5) VALUE 0.
       01  WS-LOCK-HH       PIC 9(2) VALUE 0.
       01  WS-LOCK-MM       PIC 9(2) VALUE 0.
       01  WS-HELD-HH       PIC 9(2) VALUE 0.
       01  WS-HELD-MM       PIC 9(2) VALUE 0.

      * The charting feed's header and trailer layouts. The trailer
      * hash is the sum of every detail's two counts -- the figure
      * their intake job recomputes and compares. The detail itself
      * comes staged, already in the feed's layout.
       01  WS-CHART-HEADER.
           05 CHH-TYPE      PIC X(1) VALUE 'H'.
           05 CHH-RUN-DATE  PIC 9(8).
           05 CHH-TIME      PIC 9(6).
      * The staged detail as it goes out. Its two counts are taken
      * from the master at send time: a repair, recovery or backfill
      * can change a day's figures after it was staged, and the
      * detail must agree with the trailer hash and with the master.
       01  WS-CHART-DETAIL.
           05 CHD-TYPE      PIC X(1).
           05 CHD-VESSEL    PIC X(10).
           05 CHD-SINGLE    PIC 9(5).
           05 CHD-WINDOW    PIC 9(5).
           05 CHD-REST      PIC X(79).
       01  WS-CHART-TRAILER.
           05 CHT-TYPE      PIC X(1) VALUE 'T'.
           05 CHT-COUNT     PIC 9(6).
           05 CHT-HASH      PIC 9(9).
       01  WS-CHART-COUNT   PIC 9(6) VALUE 0.
       01  WS-CHART-HASH    PIC 9(9) VALUE 0.
       01  WS-EXTRACT-TIME  PIC 9(8) VALUE 0.

      * The run-date group being written, zero before the first.
       01  WS-GROUP-DATE    PIC 9(8) VALUE 0.

      * Run totals.
       01  WS-GROUPS        PIC 9(4) VALUE 0.
       01  WS-SENT          PIC 9(6) VALUE 0.
       01  WS-NOT-STAGED    PIC 9(6) VALUE 0.
       01  WS-HELD          PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXTRACT-TIME FROM TIME.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
              MOVE 14 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-CHARTEXT: NO MASTER.DAT ('
                 WS-MASTER-FS ')'
              PERFORM RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHARTSTG-FILE.
           IF WS-CHARTSTG-FS = '00'
              SET STG-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CHART-FILE.
           MOVE LOW-VALUES TO MAS-KEY.
           START MASTER-FILE KEY >= MAS-KEY
              INVALID KEY
                 MOVE 'B' TO WS-LOOP
              NOT INVALID KEY
                 MOVE 'C' TO WS-LOOP
           END-START.
           PERFORM UNTIL LOOP-BREAK
              READ MASTER-FILE NEXT RECORD
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN NOT MAS-RELEASED
                          SET WS-HELD UP BY 1
                       WHEN MAS-CHART-SENT > 0
                          CONTINUE
                       WHEN OTHER
                          PERFORM SEND-RELEASED-DAY
                    END-EVALUATE
              END-READ
           END-PERFORM.
           IF WS-GROUP-DATE > 0
              PERFORM WRITE-CHART-TRAILER
           END-IF.
           CLOSE CHART-FILE.
           CLOSE MASTER-FILE.
           PERFORM RELEASE-RUN-LOCK.
           IF STG-OPEN
              CLOSE CHARTSTG-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-CHARTEXT: ' WS-SENT
              ' DAYS SENT IN ' WS-GROUPS ' RUN-DATE GROUPS, '
              WS-HELD ' AWAITING RELEASE'.
           IF WS-NOT-STAGED > 0
              DISPLAY 'AOC-2021-D01-CHARTEXT: ' WS-NOT-STAGED
                 ' RELEASED DAYS HAVE NO STAGED DETAIL - NOT SENT'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One released, unsent day: its staged detail, carrying the
      * master's figures, onto the feed under its run date's group,
      * then the sent date onto the master.
       SEND-RELEASED-DAY.
           MOVE MAS-RUN-DATE TO STG-RUN-DATE.
           MOVE MAS-VESSEL-ID TO STG-VESSEL-ID.
           MOVE 'N' TO WS-HAVE-STAGED.
           IF STG-OPEN
              READ CHARTSTG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET HAVE-STAGED TO TRUE
              END-READ
           END-IF.
           IF NOT HAVE-STAGED
              DISPLAY 'AOC-2021-D01-CHARTEXT: NO STAGED DETAIL FOR '
                 MAS-VESSEL-ID ' ' MAS-RUN-DATE
              SET WS-NOT-STAGED UP BY 1
           ELSE
              IF MAS-RUN-DATE NOT = WS-GROUP-DATE
                 IF WS-GROUP-DATE > 0
                    PERFORM WRITE-CHART-TRAILER
                 END-IF
                 PERFORM WRITE-CHART-HEADER
              END-IF
              MOVE STG-DETAIL TO WS-CHART-DETAIL
              MOVE MAS-SINGLE-COUNT TO CHD-SINGLE
              MOVE MAS-WINDOW-COUNT TO CHD-WINDOW
              MOVE WS-CHART-DETAIL TO CHART-RECORD
              WRITE CHART-RECORD
              SET WS-CHART-COUNT UP BY 1
              COMPUTE WS-CHART-HASH = FUNCTION MOD(
                 WS-CHART-HASH + MAS-SINGLE-COUNT
                 + MAS-WINDOW-COUNT, 999999999)
              MOVE WS-RUN-DATE TO MAS-CHART-SENT
              REWRITE MASTER-RECORD
              SET WS-SENT UP BY 1
           END-IF.

      * Opens a run-date group with its header.
       WRITE-CHART-HEADER.
           MOVE MAS-RUN-DATE TO WS-GROUP-DATE.
           MOVE 0 TO WS-CHART-COUNT.
           MOVE 0 TO WS-CHART-HASH.
           MOVE WS-GROUP-DATE TO CHH-RUN-DATE.
           MOVE WS-EXTRACT-TIME(1:6) TO CHH-TIME.
           MOVE SPACES TO CHART-RECORD.
           MOVE WS-CHART-HEADER TO CHART-RECORD.
           WRITE CHART-RECORD.
           SET WS-GROUPS UP BY 1.

      * The trailer their intake job balances against: how many
      * details, and the hash total of every detail's two counts.
       WRITE-CHART-TRAILER.
           MOVE WS-CHART-COUNT TO CHT-COUNT.
           MOVE WS-CHART-HASH TO CHT-HASH.
           MOVE SPACES TO CHART-RECORD.
           MOVE WS-CHART-TRAILER TO CHART-RECORD.
           WRITE CHART-RECORD.
           PERFORM REGISTER-CHART-EXTRACT.

      * Appends the group's identifying figures to the durable
      * register the acknowledgment reconciliation works from.
       REGISTER-CHART-EXTRACT.
           OPEN EXTEND CHARTREG-FILE.
           IF WS-CHARTREG-FS = '05' OR WS-CHARTREG-FS = '35'
              CLOSE CHARTREG-FILE
              OPEN OUTPUT CHARTREG-FILE
           END-IF.
           MOVE WS-GROUP-DATE TO CRG-RUN-DATE.
           MOVE SPACE TO CRG-SEP1.
           MOVE WS-EXTRACT-TIME(1:6) TO CRG-TIME.
           MOVE SPACE TO CRG-SEP2.
           MOVE WS-CHART-COUNT TO CRG-COUNT.
           MOVE SPACE TO CRG-SEP3.
           MOVE WS-CHART-HASH TO CRG-HASH.
           MOVE SPACE TO CRG-SEP4.
           MOVE 'D' TO CRG-KIND.
           MOVE SPACE TO CRG-SEP5.
           MOVE WS-RUN-DATE TO CRG-CUT-DATE.
           WRITE CHARTREG-RECORD.
           CLOSE CHARTREG-FILE.

      * Takes the shared-file lock, replacing a stale one left by an
      * abended run from an earlier date; a lock from today means a
      * run is genuinely in flight and this one must stand down.
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
                          DISPLAY 'AOC-2021-D01-CHARTEXT: STALE LOCK'
                             ' FROM ' LCK-DATE ' BY '
                             FUNCTION TRIM(LCK-HOLDER)
                             ' - REPLACED'
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN OTHER
                          PERFORM CHECK-LOCK-AGE
                          IF NOT LOCK-ACQUIRED
                             MOVE 'B' TO WS-LOCK-STATE
                             DISPLAY 'AOC-2021-D01-CHARTEXT: SHARED'
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
              MOVE 'AOC-2021-D01-CHARTEXT' TO LCK-HOLDER
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
              MOVE 'AOC-2021-D01-CHARTEXT' TO LCK-HOLDER
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
                 DISPLAY 'AOC-2021-D01-CHARTEXT: LOCK HELD'
                    ' SINCE ' LCK-TIME ' BY '
                    FUNCTION TRIM(LCK-HOLDER)
                    ' EXCEEDS ' WS-LOCK-MAX-HOLD
                    ' MINUTES - REPLACED'
                 MOVE 'Y' TO WS-LOCK-STATE
              END-IF
           END-IF.
