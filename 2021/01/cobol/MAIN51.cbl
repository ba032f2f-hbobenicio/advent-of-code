      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN51.cbl
      * $ ./a.out
      *-----------------------------------------------------------------
      * Charting amendment extract. Once a day has gone to
      * cartography on CHARTIF.DAT, any later change to its figures
      * -- a re-solve, AOC-2021-D01-REPAIR, AOC-2021-D01-RECOVER
      * rolling back or forward, AOC-2021-D01-BACKFILL -- is queued
      * in AMENDQ.DAT with the figures the chart holds, the new ones
      * and the reason. This job cuts CHARTAMD.DAT from every queued
      * amendment not yet sent, in the charting spec's A record,
      * under its own H header and T trailer, and registers the cut
      * in CHARTREG.DAT as an amendment extract so
      * AOC-2021-D01-CHTRECON matches its intake ack exactly as it
      * matches the daily ones.
      *
      * A changed day goes back to pending review, so its amendment
      * waits until the hydrographer releases the new figures. A day
      * recovery removed altogether has nothing left to release; its
      * amendment to zero goes on the next cut.
      *
      * H header: extract date and time. A amendment: run date,
      * vessel, old single and window counts, new single and window
      * counts, reason. T trailer: amendment count, and the hash
      * total of every amendment's two new counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-CHARTAMD.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The queue the master writers append to; each row is stamped
      * sent as it goes.
           SELECT AMENDQ-FILE ASSIGN TO 'AMENDQ.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMQ-KEY
           FILE STATUS IS WS-AMENDQ-FS.

      * The historical master: release status read, sent date
      * stamped.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * Fixed-format amendment feed for the downstream charting
      * system, cut fresh each run.
           SELECT AMEND-FILE ASSIGN TO 'CHARTAMD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-FS.

      * The durable register of charting extracts, shared with the
      * daily extract.
           SELECT CHARTREG-FILE ASSIGN TO 'CHARTREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARTREG-FS.

      * Run-coordination lock for the shared indexed files -- the
      * amendment queue and the master are both rewritten here.
           SELECT LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FS.
      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
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

       FD  AMEND-FILE.
       01  AMEND-RECORD    PIC X(100).

      * One register row per extract cut. CRG-KIND tells a daily
      * extract (D) from an amendment extract (A) -- rows registered
      * before amendments carry a space and are daily -- and
      * CRG-CUT-DATE is the date the group was cut, which the chase
      * age runs from.
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
       01  WS-AMENDQ-FS     PIC X(2) VALUE '00'.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-AMEND-FS      PIC X(2) VALUE '00'.
       01  WS-CHARTREG-FS   PIC X(2) VALUE '00'.
       01  WS-HAVE-MASTER   PIC X(1) VALUE 'N'.
         88  HAVE-MASTER              VALUE 'Y'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-EXTRACT-TIME  PIC 9(8) VALUE 0.

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

      * The amendment feed's record layouts.
       01  WS-AMEND-HEADER.
           05 CAH-TYPE      PIC X(1) VALUE 'H'.
           05 CAH-RUN-DATE  PIC 9(8).
           05 CAH-TIME      PIC 9(6).
       01  WS-AMEND-DETAIL.
           05 CHA-TYPE       PIC X(1) VALUE 'A'.
           05 CHA-RUN-DATE   PIC 9(8).
           05 CHA-VESSEL-ID  PIC X(10).
           05 CHA-OLD-SINGLE PIC 9(5).
           05 CHA-OLD-WINDOW PIC 9(5).
           05 CHA-NEW-SINGLE PIC 9(5).
           05 CHA-NEW-WINDOW PIC 9(5).
           05 CHA-REASON     PIC X(30).
       01  WS-AMEND-TRAILER.
           05 CAT-TYPE      PIC X(1) VALUE 'T'.
           05 CAT-COUNT     PIC 9(6).
           05 CAT-HASH      PIC 9(9).
       01  WS-AMEND-COUNT   PIC 9(6) VALUE 0.
       01  WS-AMEND-HASH    PIC 9(9) VALUE 0.

      * Run totals.
       01  WS-HELD          PIC 9(6) VALUE 0.
       01  WS-WITHDRAWN     PIC 9(6) VALUE 0.
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
              DISPLAY 'AOC-2021-D01-CHARTAMD: NO MASTER.DAT ('
                 WS-MASTER-FS ')'
              PERFORM RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AMEND-FILE.
           OPEN I-O AMENDQ-FILE.
           IF WS-AMENDQ-FS = '00'
              MOVE LOW-VALUES TO AMQ-KEY
              START AMENDQ-FILE KEY >= AMQ-KEY
                 INVALID KEY
                    MOVE 'B' TO WS-LOOP
                 NOT INVALID KEY
                    MOVE 'C' TO WS-LOOP
              END-START
              PERFORM UNTIL LOOP-BREAK
                 READ AMENDQ-FILE NEXT RECORD
                    AT END SET LOOP-BREAK TO TRUE
                    NOT AT END
                       IF AMQ-SENT = 0
                          PERFORM SEND-QUEUED-AMENDMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AMENDQ-FILE
           END-IF.
           IF WS-AMEND-COUNT > 0
              PERFORM WRITE-AMEND-TRAILER
           END-IF.
           CLOSE AMEND-FILE.
           CLOSE MASTER-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY 'AOC-2021-D01-CHARTAMD: ' WS-AMEND-COUNT
              ' AMENDMENTS SENT (' WS-WITHDRAWN ' WITHDRAWN), '
              WS-HELD ' AWAITING RELEASE'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * One queued amendment: sent when its day's new figures are
      * released, or when recovery removed the day; otherwise held
      * for the next cut.
       SEND-QUEUED-AMENDMENT.
           MOVE AMQ-RUN-DATE TO MAS-RUN-DATE.
           MOVE AMQ-VESSEL-ID TO MAS-VESSEL-ID.
           MOVE 'N' TO WS-HAVE-MASTER.
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAVE-MASTER TO TRUE
           END-READ.
           IF HAVE-MASTER AND NOT MAS-RELEASED
              SET WS-HELD UP BY 1
           ELSE
              IF WS-AMEND-COUNT = 0
                 PERFORM WRITE-AMEND-HEADER
              END-IF
              MOVE AMQ-RUN-DATE TO CHA-RUN-DATE
              MOVE AMQ-VESSEL-ID TO CHA-VESSEL-ID
              MOVE AMQ-OLD-SINGLE TO CHA-OLD-SINGLE
              MOVE AMQ-OLD-WINDOW TO CHA-OLD-WINDOW
              MOVE AMQ-NEW-SINGLE TO CHA-NEW-SINGLE
              MOVE AMQ-NEW-WINDOW TO CHA-NEW-WINDOW
              MOVE AMQ-REASON TO CHA-REASON
              MOVE SPACES TO AMEND-RECORD
              MOVE WS-AMEND-DETAIL TO AMEND-RECORD
              WRITE AMEND-RECORD
              SET WS-AMEND-COUNT UP BY 1
              COMPUTE WS-AMEND-HASH = FUNCTION MOD(
                 WS-AMEND-HASH + AMQ-NEW-SINGLE
                 + AMQ-NEW-WINDOW, 999999999)
              MOVE WS-RUN-DATE TO AMQ-SENT
              REWRITE AMENDQ-RECORD
              IF HAVE-MASTER
                 MOVE WS-RUN-DATE TO MAS-CHART-SENT
                 REWRITE MASTER-RECORD
              ELSE
                 SET WS-WITHDRAWN UP BY 1
              END-IF
           END-IF.

      * The amendment extract's header.
       WRITE-AMEND-HEADER.
           MOVE WS-RUN-DATE TO CAH-RUN-DATE.
           MOVE WS-EXTRACT-TIME(1:6) TO CAH-TIME.
           MOVE SPACES TO AMEND-RECORD.
           MOVE WS-AMEND-HEADER TO AMEND-RECORD.
           WRITE AMEND-RECORD.

      * The trailer their intake job balances against: how many
      * amendments, and the hash total of every amendment's two new
      * counts.
       WRITE-AMEND-TRAILER.
           MOVE WS-AMEND-COUNT TO CAT-COUNT.
           MOVE WS-AMEND-HASH TO CAT-HASH.
           MOVE SPACES TO AMEND-RECORD.
           MOVE WS-AMEND-TRAILER TO AMEND-RECORD.
           WRITE AMEND-RECORD.
           PERFORM REGISTER-AMEND-EXTRACT.

      * Appends the extract's identifying figures to the durable
      * register the acknowledgment reconciliation works from.
       REGISTER-AMEND-EXTRACT.
           OPEN EXTEND CHARTREG-FILE.
           IF WS-CHARTREG-FS = '05' OR WS-CHARTREG-FS = '35'
              CLOSE CHARTREG-FILE
              OPEN OUTPUT CHARTREG-FILE
           END-IF.
           MOVE WS-RUN-DATE TO CRG-RUN-DATE.
           MOVE SPACE TO CRG-SEP1.
           MOVE WS-EXTRACT-TIME(1:6) TO CRG-TIME.
           MOVE SPACE TO CRG-SEP2.
           MOVE WS-AMEND-COUNT TO CRG-COUNT.
           MOVE SPACE TO CRG-SEP3.
           MOVE WS-AMEND-HASH TO CRG-HASH.
           MOVE SPACE TO CRG-SEP4.
           MOVE 'A' TO CRG-KIND.
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
                          DISPLAY 'AOC-2021-D01-CHARTAMD: STALE LOCK'
                             ' FROM ' LCK-DATE ' BY '
                             FUNCTION TRIM(LCK-HOLDER)
                             ' - REPLACED'
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN OTHER
                          PERFORM CHECK-LOCK-AGE
                          IF NOT LOCK-ACQUIRED
                             MOVE 'B' TO WS-LOCK-STATE
                             DISPLAY 'AOC-2021-D01-CHARTAMD: SHARED'
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
              MOVE 'AOC-2021-D01-CHARTAMD' TO LCK-HOLDER
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
              MOVE 'AOC-2021-D01-CHARTAMD' TO LCK-HOLDER
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
                 DISPLAY 'AOC-2021-D01-CHARTAMD: LOCK HELD'
                    ' SINCE ' LCK-TIME ' BY '
                    FUNCTION TRIM(LCK-HOLDER)
                    ' EXCEEDS ' WS-LOCK-MAX-HOLD
                    ' MINUTES - REPLACED'
                 MOVE 'Y' TO WS-LOCK-STATE
              END-IF
           END-IF.
