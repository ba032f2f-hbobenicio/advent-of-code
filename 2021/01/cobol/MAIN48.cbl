      *-----------------------------------------------------------------
      * $ cobc -Wall -Wextra -std=ibm-strict -fixed -g -O0 -debug \
      *        -x -o a.out cobol/MAIN48.cbl
      * $ ./a.out                       (review days awaiting release)
      * $ REVIEW_VESSEL=V01 REVIEW_DATE=20211209 ./a.out
      * $ OPERATOR_ID=HYDRO1 ./a.out    (apply RELTRN.DAT, then review)
      *-----------------------------------------------------------------
      * Hydrographer review and release of solved days. Every
      * vessel-day on MASTER.DAT carries a release status: pending
      * (P) as the solvers and the repair, recovery and backfill
      * jobs leave it, released (R), or withheld (W) with a reason.
      * Only released days go out on the charting extract
      * (AOC-2021-D01-CHARTEXT).
      *
      * Each run writes RELEASE.TXT: one review screen per day still
      * pending or withheld (narrowed by REVIEW_VESSEL and/or
      * REVIEW_DATE when given) showing what the decision rests on:
      *   - the day's latest balance from AOC-2021-D01-RECON
      *     (RECONHST.DAT), or that it has not been reconciled;
      *   - its alerts on ALERTS.DAT, open critical and warning
      *     apart from those already acknowledged;
      *   - its reject rate, from the records read and rejected that
      *     the solver staged with its charting detail
      *     (CHARTSTG.DAT);
      *   - its latest control-limit grading from AOC-2021-D01-CTRL
      *     (CTRLHST.DAT), each count inside or outside its limits.
      *
      * When RELTRN.DAT is present its decisions are applied first,
      * every one (applied or refused) audited to RELAUD.DAT with
      * the operator. Only a supervisory-grade operator on
      * OPERATOR.DAT may release or withhold.
      *
      * Transaction layout (one per line):
      *   ACTION RUN-DATE VESSEL-ID  REASON (30)
      *   REL  release the day to charting
      *   WHD  withhold the day; a reason is required
      * A day that is out of balance, has not been reconciled,
      * still has open critical alerts, or has a count outside its
      * control limits is released only with a stated reason -- the
      * reason is the hydrographer's record of why the exception does
      * not stop the chart.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC-2021-D01-RELEASE.
      * AUTHOR. HBOBENICIO.
      * DATE-WRITTEN. 09/12/2021.
      * SECURITY. NON-CONFIDENTIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      * The historical master whose release status this program
      * keeps.
           SELECT MASTER-FILE ASSIGN TO 'MASTER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAS-KEY
           ALTERNATE RECORD KEY IS MAS-VESSEL-KEY
           FILE STATUS IS WS-MASTER-FS.

      * The hydrographer's release decisions, keyed from the review.
           SELECT TRAN-FILE ASSIGN TO 'RELTRN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FS.

      * One audit line per decision, applied or refused -- the trail
      * that answers "who let that day go to the chart, and why".
           SELECT RELEASE-AUDIT-FILE ASSIGN TO 'RELAUD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAUD-FS.

      * Balancing history appended by AOC-2021-D01-RECON.
           SELECT RECONHST-FILE ASSIGN TO 'RECONHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECONHST-FS.

      * The alert feed the solvers append to, read only.
           SELECT ALERT-FILE ASSIGN TO 'ALERTS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FS.

      * The solvers' staged charting details, read only here for
      * the day's records read and rejects.
           SELECT CHARTSTG-FILE ASSIGN TO 'CHARTSTG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-CHARTSTG-FS.

      * Control-limit grading history appended by AOC-2021-D01-CTRL.
           SELECT CTRLHST-FILE ASSIGN TO 'CTRLHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTRLHST-FS.

      * This program's own output -- the review screens.
           SELECT REVIEW-FILE ASSIGN TO 'RELEASE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-FS.

      * Operator authorization file, maintained by the supervisor:
      * one row per operator ID with a permission level. This
      * program checks it before applying changes and stamps the
      * operator into its change trail, so every change answers
      * "who".
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-FS.

      * Run-coordination lock for the shared indexed files -- a
      * release or withhold rewrites the master while the batch
      * may be writing the same day.
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

       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRN-ACTION    PIC X(3).
           05 TRN-SEP1      PIC X(1).
           05 TRN-DATE      PIC X(8).
           05 TRN-SEP2      PIC X(1).
           05 TRN-VESSEL    PIC X(10).
           05 TRN-SEP3      PIC X(1).
           05 TRN-REASON    PIC X(30).

       FD  RELEASE-AUDIT-FILE.
       01  RELEASE-AUDIT-RECORD.
           05 RAUD-DATE     PIC 9(8).
           05 RAUD-SEP1     PIC X(1).
           05 RAUD-TIME     PIC 9(6).
           05 RAUD-SEP2     PIC X(1).
           05 RAUD-ACTION   PIC X(3).
           05 RAUD-SEP3     PIC X(1).
           05 RAUD-RUN-DATE PIC X(8).
           05 RAUD-SEP4     PIC X(1).
           05 RAUD-VESSEL   PIC X(10).
           05 RAUD-SEP5     PIC X(1).
           05 RAUD-OLD      PIC X(1).
           05 RAUD-SEP6     PIC X(1).
           05 RAUD-NEW      PIC X(1).
           05 RAUD-SEP7     PIC X(1).
           05 RAUD-REASON   PIC X(30).
           05 RAUD-SEP8     PIC X(1).
           05 RAUD-RESULT   PIC X(30).
           05 RAUD-SEP9     PIC X(1).
           05 RAUD-OPERATOR PIC X(12).

      * One history row per balancing run: the run date and vessel
      * balanced, B balanced or O out of balance, and when the
      * balance was struck.
       FD  RECONHST-FILE.
       01  RECONHST-RECORD.
           05 RCH-RUN-DATE  PIC 9(8).
           05 RCH-SEP1      PIC X(1).
           05 RCH-VESSEL    PIC X(10).
           05 RCH-SEP2      PIC X(1).
           05 RCH-RESULT    PIC X(1).
           05 RCH-SEP3      PIC X(1).
           05 RCH-CHECKED   PIC 9(8).
           05 RCH-SEP4      PIC X(1).
           05 RCH-TIME      PIC 9(6).

      * One alert per row: severity W warning or C critical, status
      * O open or A acknowledged.
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

      * One grading row: the day and vessel graded, which count,
      * its value and limits, Y when outside them, and when the
      * grading ran.
       FD  CTRLHST-FILE.
       01  CTRLHST-RECORD.
           05 CTH-DATE      PIC 9(8).
           05 CTH-SEP1      PIC X(1).
           05 CTH-VESSEL    PIC X(10).
           05 CTH-SEP2      PIC X(1).
           05 CTH-COUNT     PIC X(6).
           05 CTH-SEP3      PIC X(1).
           05 CTH-VALUE     PIC 9(5).
           05 CTH-SEP4      PIC X(1).
           05 CTH-LIMIT-LO  PIC S9(7)V9(2) SIGN IS LEADING SEPARATE.
           05 CTH-SEP5      PIC X(1).
           05 CTH-LIMIT-HI  PIC S9(7)V9(2) SIGN IS LEADING SEPARATE.
           05 CTH-SEP6      PIC X(1).
           05 CTH-OUTSIDE   PIC X(1).
           05 CTH-SEP7      PIC X(1).
           05 CTH-CHECKED   PIC 9(8).
           05 CTH-SEP8      PIC X(1).
           05 CTH-TIME      PIC 9(6).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD    PIC X(100).

      * One operator per row: ID, permission level (1 inquiry,
      * 2 maintenance, 3 supervisory), name.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID        PIC X(12).
           05 OPR-SEP1      PIC X(1).
           05 OPR-LEVEL     PIC 9(1).
           05 OPR-SEP2      PIC X(1).
           05 OPR-NAME      PIC X(20).

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

      * The operator running this job, off OPERATOR_ID, graded
      * against the authorization file before any decision applies.
      * Releasing to the chart is a hydrographer's call: supervisory
      * grade.
       01  WS-OPR-FS        PIC X(2) VALUE '00'.
       01  WS-OPERATOR      PIC X(12) VALUE SPACES.
       01  WS-OPR-LEVEL     PIC 9(1) VALUE 0.
       01  WS-OPR-LOOP      PIC A(1).
         88  OPR-BREAK                VALUE 'B'.
       01  WS-OPR-OK        PIC X(1) VALUE 'N'.
         88  OPERATOR-AUTHORIZED      VALUE 'Y'.
       01  WS-OPR-NEED      PIC 9(1) VALUE 3.
       01  WS-MASTER-FS     PIC X(2) VALUE '00'.
       01  WS-TRAN-FS       PIC X(2) VALUE '00'.
       01  WS-RAUD-FS       PIC X(2) VALUE '00'.
       01  WS-RECONHST-FS   PIC X(2) VALUE '00'.
       01  WS-ALERT-FS      PIC X(2) VALUE '00'.
       01  WS-CHARTSTG-FS   PIC X(2) VALUE '00'.
       01  WS-CTRLHST-FS    PIC X(2) VALUE '00'.
       01  WS-REVIEW-FS     PIC X(2) VALUE '00'.
       01  WS-STG-OPEN      PIC X(1) VALUE 'N'.
         88  STG-OPEN                 VALUE 'Y'.
       01  WS-LOOP          PIC A(1).
         88  LOOP-BREAK               VALUE 'B'.
         88  LOOP-CONTINUE            VALUE 'C'.
       01  WS-SCAN-LOOP     PIC A(1).
         88  SCAN-BREAK               VALUE 'B'.
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

       01  WS-RUN-TIME      PIC 9(8) VALUE 0.

      * Optional narrowing of the review screens.
       01  WS-REVIEW-VESSEL PIC X(10) VALUE SPACES.
       01  WS-REVIEW-DATE   PIC 9(8) VALUE 0.
       01  WS-DATE-PARM     PIC X(8) VALUE SPACES.

      * Transaction state.
       01  WS-TRAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-APPLIED       PIC 9(4) VALUE 0.
       01  WS-REFUSED       PIC 9(4) VALUE 0.
       01  WS-RESULT        PIC X(30) VALUE SPACES.
         88  RESULT-APPLIED           VALUES 'RELEASED' 'WITHHELD'
                                      'WITHHELD - ALREADY CHARTED'.
       01  WS-FOUND         PIC X(1) VALUE 'N'.
         88  DAY-FOUND                VALUE 'Y'.
       01  WS-OLD-STATUS    PIC X(1) VALUE SPACE.
       01  WS-NEW-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-ALPHA    PIC X(8) VALUE SPACES.

      * The review screens written, by status.
       01  WS-SHOWN-PENDING PIC 9(5) VALUE 0.
       01  WS-SHOWN-WITHHELD PIC 9(5) VALUE 0.

      * The evidence for the day under review.
       01  WS-DAY-DATE      PIC 9(8) VALUE 0.
       01  WS-DAY-VESSEL    PIC X(10) VALUE SPACES.
       01  WS-RECON-RESULT  PIC X(1) VALUE SPACE.
         88  RECON-BALANCED           VALUE 'B'.
         88  RECON-OUT-OF-BALANCE     VALUE 'O'.
         88  RECON-NOT-RUN            VALUE SPACE.
       01  WS-RECON-CHECKED PIC 9(8) VALUE 0.
       01  WS-RECON-TIME    PIC 9(6) VALUE 0.
       01  WS-OPEN-CRIT     PIC 9(4) VALUE 0.
       01  WS-OPEN-WARN     PIC 9(4) VALUE 0.
       01  WS-OPEN-ADV      PIC 9(4) VALUE 0.
       01  WS-ACKED         PIC 9(4) VALUE 0.
       01  WS-HAVE-STAGED   PIC X(1) VALUE 'N'.
         88  HAVE-STAGED              VALUE 'Y'.
       01  WS-DAY-READ      PIC 9(7) VALUE 0.
       01  WS-DAY-REJECTS   PIC 9(6) VALUE 0.
       01  WS-REJ-RATE      PIC 9(3)V9(2) VALUE 0.
       01  WS-REJ-RATE-ED   PIC ZZ9.99.

      * The day's latest control-limit grading: rows from one
      * grading run share its stamp, and a later stamp replaces
      * what was held.
       01  WS-CTH-STAMP     PIC 9(14) VALUE 0.
       01  WS-CTH-BEST      PIC 9(14) VALUE 0.
       01  WS-CTH-MAX       PIC 9(1) VALUE 4.
       01  WS-CTH-TAB.
         05 CTG-ROW OCCURS 4 TIMES.
            10 CTG-COUNT    PIC X(6).
            10 CTG-VALUE    PIC 9(5).
            10 CTG-LO       PIC S9(7)V9(2).
            10 CTG-HI       PIC S9(7)V9(2).
            10 CTG-OUTSIDE  PIC X(1).
       01  WS-CTH-LEN       PIC 9(1) VALUE 0.
       01  WS-C             PIC 9(1) VALUE 1.
       01  WS-CTL-OUTSIDE   PIC 9(1) VALUE 0.
       01  WS-LIMIT-LO-ED   PIC -(7)9.99.
       01  WS-LIMIT-HI-ED   PIC -(7)9.99.

      * Exceptions a release must give a reason to pass.
       01  WS-DAY-EXCEPTION PIC X(1) VALUE 'N'.
         88  DAY-HAS-EXCEPTION        VALUE 'Y'.
       01  WS-ATT-PTR       PIC 9(3) VALUE 1.
       01  WS-STATUS-TEXT   PIC X(8) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-REVIEW-PARMS.
           PERFORM ACQUIRE-RUN-LOCK.
           IF LOCK-BUSY
              MOVE 14 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FS NOT = '00'
              DISPLAY 'AOC-2021-D01-RELEASE: NO MASTER.DAT ('
                 WS-MASTER-FS ')'
              PERFORM RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHARTSTG-FILE.
           IF WS-CHARTSTG-FS = '00'
              SET STG-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           MOVE SPACES TO REVIEW-RECORD.
           STRING 'HYDROGRAPHER RELEASE REVIEW  RUN: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO REVIEW-RECORD
           END-STRING.
           WRITE REVIEW-RECORD.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FS = '00'
              PERFORM APPLY-DECISIONS
           ELSE
              DISPLAY 'AOC-2021-D01-RELEASE: NO RELTRN.DAT - '
                 'REVIEW ONLY'
           END-IF.
           PERFORM WRITE-REVIEW-SCREENS.
           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD.
           STRING 'DAYS AWAITING RELEASE -- PENDING: ' WS-SHOWN-PENDING
                  '  WITHHELD: ' WS-SHOWN-WITHHELD
                  DELIMITED BY SIZE INTO REVIEW-RECORD
           END-STRING.
           WRITE REVIEW-RECORD.
           CLOSE REVIEW-FILE.
           CLOSE MASTER-FILE.
           PERFORM RELEASE-RUN-LOCK.
           IF STG-OPEN
              CLOSE CHARTSTG-FILE
           END-IF.
           DISPLAY 'AOC-2021-D01-RELEASE: ' WS-TRAN-COUNT
              ' DECISIONS, ' WS-APPLIED ' APPLIED, '
              WS-REFUSED ' REFUSED; ' WS-SHOWN-PENDING
              ' PENDING, ' WS-SHOWN-WITHHELD ' WITHHELD'.
           IF WS-REFUSED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Picks up the optional vessel and date the review screens are
      * narrowed to.
       LOAD-REVIEW-PARMS.
           ACCEPT WS-REVIEW-VESSEL FROM ENVIRONMENT 'REVIEW_VESSEL'
              ON EXCEPTION
                 MOVE SPACES TO WS-REVIEW-VESSEL
           END-ACCEPT.
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT 'REVIEW_DATE'
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-DATE-PARM) = 0
              MOVE WS-DATE-PARM TO WS-REVIEW-DATE
           END-IF.

      * The keyed decisions, each applied or refused and audited,
      * with its outcome listed ahead of the review screens.
       APPLY-DECISIONS.
           PERFORM CHECK-OPERATOR.
           IF NOT OPERATOR-AUTHORIZED
              DISPLAY 'AOC-2021-D01-RELEASE: OPERATOR '
                 FUNCTION TRIM(WS-OPERATOR)
                 ' NOT AUTHORIZED - DECISIONS WILL BE REFUSED'
           END-IF.
           PERFORM OPEN-RELEASE-AUDIT.
           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE 'DECISIONS APPLIED THIS RUN' TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE 'C' TO WS-LOOP.
           PERFORM UNTIL LOOP-BREAK
              READ TRAN-FILE
                 AT END SET LOOP-BREAK TO TRUE
                 NOT AT END
                    SET WS-TRAN-COUNT UP BY 1
                    PERFORM APPLY-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           CLOSE RELEASE-AUDIT-FILE.

      * Appends to the decision audit unless the file is genuinely
      * new.
       OPEN-RELEASE-AUDIT.
           OPEN EXTEND RELEASE-AUDIT-FILE.
           IF WS-RAUD-FS = '05' OR WS-RAUD-FS = '35'
              CLOSE RELEASE-AUDIT-FILE
              OPEN OUTPUT RELEASE-AUDIT-FILE
           END-IF.

      * One decision: route by action code, then audit and list the
      * outcome whether it was applied or refused.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT.
           MOVE TRN-DATE TO WS-DATE-ALPHA.
           PERFORM EDIT-DATE-FIELD.
           PERFORM READ-TARGET-DAY.
           MOVE MAS-RELEASE-STATUS TO WS-OLD-STATUS.
           EVALUATE TRUE
              WHEN NOT OPERATOR-AUTHORIZED
                 MOVE 'NOT AUTHORIZED - REFUSED' TO WS-RESULT
              WHEN WS-RESULT NOT = SPACES
                 CONTINUE
              WHEN NOT DAY-FOUND
                 MOVE 'DAY NOT ON MASTER - REFUSED' TO WS-RESULT
              WHEN TRN-ACTION = 'REL'
                 PERFORM APPLY-RELEASE
              WHEN TRN-ACTION = 'WHD'
                 PERFORM APPLY-WITHHOLD
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION - REFUSED' TO WS-RESULT
           END-EVALUATE.
           IF RESULT-APPLIED
              SET WS-APPLIED UP BY 1
           ELSE
              SET WS-REFUSED UP BY 1
           END-IF.
           PERFORM WRITE-RELEASE-AUDIT.
           MOVE SPACES TO REVIEW-RECORD.
           STRING '  ' TRN-ACTION ' ' TRN-DATE ' ' TRN-VESSEL
                  '  ' WS-RESULT
                  '  ' TRN-REASON
                  DELIMITED BY SIZE INTO REVIEW-RECORD
           END-STRING.
           WRITE REVIEW-RECORD.

      * A keyed YYYYMMDD run date; a date that is not a calendar
      * date refuses the decision.
       EDIT-DATE-FIELD.
           MOVE 0 TO WS-NEW-DATE.
           IF WS-DATE-ALPHA IS NUMERIC
              MOVE WS-DATE-ALPHA TO WS-NEW-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
                 MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
              END-IF
           ELSE
              MOVE 'INVALID DATE - REFUSED' TO WS-RESULT
           END-IF.

      * Positions MASTER-RECORD on the decision's day, noting
      * whether the day has been solved at all.
       READ-TARGET-DAY.
           MOVE 'N' TO WS-FOUND.
           MOVE WS-NEW-DATE TO MAS-RUN-DATE.
           MOVE TRN-VESSEL TO MAS-VESSEL-ID.
           READ MASTER-FILE
              INVALID KEY
                 MOVE SPACE TO MAS-RELEASE-STATUS
              NOT INVALID KEY
                 SET DAY-FOUND TO TRUE
           END-READ.

      * REL: the day goes to the charting extract. A day with an
      * open exception passes only on a stated reason.
       APPLY-RELEASE.
           IF MAS-RELEASED
              MOVE 'ALREADY RELEASED - REFUSED' TO WS-RESULT
           ELSE
              PERFORM GATHER-DAY-EVIDENCE
              IF DAY-HAS-EXCEPTION AND TRN-REASON = SPACES
                 MOVE 'EXCEPTIONS OPEN - NO REASON' TO WS-RESULT
              END-IF
           END-IF.
           IF WS-RESULT = SPACES
              SET MAS-RELEASED TO TRUE
              MOVE TRN-REASON TO MAS-RELEASE-REASON
              MOVE WS-RUN-DATE TO MAS-RELEASE-DATE
              MOVE WS-OPERATOR TO MAS-RELEASE-BY
              REWRITE MASTER-RECORD
              MOVE 'RELEASED' TO WS-RESULT
           END-IF.

      * WHD: the day is held back from the chart, with the reason.
      * A day already sent is still marked, so the chart's copy is
      * known to be in question.
       APPLY-WITHHOLD.
           IF TRN-REASON = SPACES
              MOVE 'NO REASON - REFUSED' TO WS-RESULT
           ELSE
              SET MAS-WITHHELD TO TRUE
              MOVE TRN-REASON TO MAS-RELEASE-REASON
              MOVE WS-RUN-DATE TO MAS-RELEASE-DATE
              MOVE WS-OPERATOR TO MAS-RELEASE-BY
              REWRITE MASTER-RECORD
              IF MAS-CHART-SENT > 0
                 MOVE 'WITHHELD - ALREADY CHARTED' TO WS-RESULT
              ELSE
                 MOVE 'WITHHELD' TO WS-RESULT
              END-IF
           END-IF.

      * One audit line per decision: the day, its status before and
      * after, the reason keyed and the outcome.
       WRITE-RELEASE-AUDIT.
           MOVE WS-RUN-DATE TO RAUD-DATE.
           MOVE SPACE TO RAUD-SEP1.
           MOVE WS-RUN-TIME(1:6) TO RAUD-TIME.
           MOVE SPACE TO RAUD-SEP2.
           MOVE TRN-ACTION TO RAUD-ACTION.
           MOVE SPACE TO RAUD-SEP3.
           MOVE TRN-DATE TO RAUD-RUN-DATE.
           MOVE SPACE TO RAUD-SEP4.
           MOVE TRN-VESSEL TO RAUD-VESSEL.
           MOVE SPACE TO RAUD-SEP5.
           MOVE WS-OLD-STATUS TO RAUD-OLD.
           MOVE SPACE TO RAUD-SEP6.
           IF RESULT-APPLIED
              MOVE MAS-RELEASE-STATUS TO RAUD-NEW
           ELSE
              MOVE WS-OLD-STATUS TO RAUD-NEW
           END-IF.
           MOVE SPACE TO RAUD-SEP7.
           MOVE TRN-REASON TO RAUD-REASON.
           MOVE SPACE TO RAUD-SEP8.
           MOVE WS-RESULT TO RAUD-RESULT.
           MOVE SPACE TO RAUD-SEP9.
           MOVE WS-OPERATOR TO RAUD-OPERATOR.
           WRITE RELEASE-AUDIT-RECORD.

      * Walks the master in date order and puts up a review screen
      * for every day still awaiting release, within the optional
      * vessel and date.
       WRITE-REVIEW-SCREENS.
           MOVE LOW-VALUES TO MAS-KEY.
           IF WS-REVIEW-DATE > 0
              MOVE WS-REVIEW-DATE TO MAS-RUN-DATE
           END-IF.
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
                    IF WS-REVIEW-DATE > 0
                       AND MAS-RUN-DATE > WS-REVIEW-DATE
                       SET LOOP-BREAK TO TRUE
                    ELSE
                       IF NOT MAS-RELEASED
                          AND (WS-REVIEW-VESSEL = SPACES
                           OR MAS-VESSEL-ID = WS-REVIEW-VESSEL)
                          PERFORM GATHER-DAY-EVIDENCE
                          PERFORM WRITE-ONE-SCREEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      * Everything the decision on the day rests on: the balance,
      * the alerts, the reject rate and the control-limit grading.
       GATHER-DAY-EVIDENCE.
           MOVE MAS-RUN-DATE TO WS-DAY-DATE.
           MOVE MAS-VESSEL-ID TO WS-DAY-VESSEL.
           PERFORM LOAD-RECON-RESULT.
           PERFORM LOAD-DAY-ALERTS.
           PERFORM LOAD-REJECT-RATE.
           PERFORM LOAD-CTRL-GRADING.
           MOVE 'N' TO WS-DAY-EXCEPTION.
           IF NOT RECON-BALANCED OR WS-OPEN-CRIT > 0
              OR WS-CTL-OUTSIDE > 0
              SET DAY-HAS-EXCEPTION TO TRUE
           END-IF.

      * The latest balance struck for the day. The history is in
      * the order the balances ran, so the last matching row wins.
       LOAD-RECON-RESULT.
           MOVE SPACE TO WS-RECON-RESULT.
           MOVE 0 TO WS-RECON-CHECKED.
           MOVE 0 TO WS-RECON-TIME.
           OPEN INPUT RECONHST-FILE.
           IF WS-RECONHST-FS = '00'
              MOVE 'C' TO WS-SCAN-LOOP
              PERFORM UNTIL SCAN-BREAK
                 READ RECONHST-FILE
                    AT END MOVE 'B' TO WS-SCAN-LOOP
                    NOT AT END
                       IF RCH-RUN-DATE = WS-DAY-DATE
                          AND RCH-VESSEL = WS-DAY-VESSEL
                          MOVE RCH-RESULT TO WS-RECON-RESULT
                          MOVE RCH-CHECKED TO WS-RECON-CHECKED
                          MOVE RCH-TIME TO WS-RECON-TIME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECONHST-FILE
           END-IF.

      * The day's alerts: open ones by severity, and those already
      * acknowledged on the desk.
       LOAD-DAY-ALERTS.
           MOVE 0 TO WS-OPEN-CRIT.
           MOVE 0 TO WS-OPEN-WARN.
           MOVE 0 TO WS-OPEN-ADV.
           MOVE 0 TO WS-ACKED.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-FS = '00'
              MOVE 'C' TO WS-SCAN-LOOP
              PERFORM UNTIL SCAN-BREAK
                 READ ALERT-FILE
                    AT END MOVE 'B' TO WS-SCAN-LOOP
                    NOT AT END
                       IF ALR-DATE = WS-DAY-DATE
                          AND ALR-VESSEL = WS-DAY-VESSEL
                          PERFORM TALLY-DAY-ALERT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERT-FILE
           END-IF.

       TALLY-DAY-ALERT.
           EVALUATE TRUE
              WHEN ALR-STATUS NOT = 'O'
                 SET WS-ACKED UP BY 1
              WHEN ALR-SEVERITY = 'C'
                 SET WS-OPEN-CRIT UP BY 1
              WHEN ALR-SEVERITY = 'A'
                 SET WS-OPEN-ADV UP BY 1
              WHEN OTHER
                 SET WS-OPEN-WARN UP BY 1
           END-EVALUATE.

      * Records read and rejected as staged with the day's charting
      * detail. Days solved only by the split solvers have no staged
      * row, and the screen says so.
       LOAD-REJECT-RATE.
           MOVE 'N' TO WS-HAVE-STAGED.
           MOVE 0 TO WS-DAY-READ.
           MOVE 0 TO WS-DAY-REJECTS.
           MOVE 0 TO WS-REJ-RATE.
           IF STG-OPEN
              MOVE WS-DAY-DATE TO STG-RUN-DATE
              MOVE WS-DAY-VESSEL TO STG-VESSEL-ID
              READ CHARTSTG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET HAVE-STAGED TO TRUE
                    MOVE STG-READ TO WS-DAY-READ
                    MOVE STG-REJECTS TO WS-DAY-REJECTS
              END-READ
           END-IF.
           IF WS-DAY-READ > 0
              COMPUTE WS-REJ-RATE ROUNDED =
                 WS-DAY-REJECTS * 100 / WS-DAY-READ
           END-IF.

      * The day's latest control-limit grading, one row per count.
       LOAD-CTRL-GRADING.
           MOVE 0 TO WS-CTH-LEN.
           MOVE 0 TO WS-CTH-BEST.
           MOVE 0 TO WS-CTL-OUTSIDE.
           OPEN INPUT CTRLHST-FILE.
           IF WS-CTRLHST-FS = '00'
              MOVE 'C' TO WS-SCAN-LOOP
              PERFORM UNTIL SCAN-BREAK
                 READ CTRLHST-FILE
                    AT END MOVE 'B' TO WS-SCAN-LOOP
                    NOT AT END
                       IF CTH-DATE = WS-DAY-DATE
                          AND CTH-VESSEL = WS-DAY-VESSEL
                          PERFORM TAKE-CTRL-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTRLHST-FILE
           END-IF.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-CTH-LEN
              IF CTG-OUTSIDE(WS-C) = 'Y'
                 SET WS-CTL-OUTSIDE UP BY 1
              END-IF
              SET WS-C UP BY 1
           END-PERFORM.

       TAKE-CTRL-ROW.
           COMPUTE WS-CTH-STAMP = CTH-CHECKED * 1000000 + CTH-TIME.
           IF WS-CTH-STAMP > WS-CTH-BEST
              MOVE WS-CTH-STAMP TO WS-CTH-BEST
              MOVE 0 TO WS-CTH-LEN
           END-IF.
           IF WS-CTH-STAMP = WS-CTH-BEST AND WS-CTH-LEN < WS-CTH-MAX
              SET WS-CTH-LEN UP BY 1
              MOVE CTH-COUNT TO CTG-COUNT(WS-CTH-LEN)
              MOVE CTH-VALUE TO CTG-VALUE(WS-CTH-LEN)
              MOVE CTH-LIMIT-LO TO CTG-LO(WS-CTH-LEN)
              MOVE CTH-LIMIT-HI TO CTG-HI(WS-CTH-LEN)
              MOVE CTH-OUTSIDE TO CTG-OUTSIDE(WS-CTH-LEN)
           END-IF.

      * One review screen: the day's figures and status, then each
      * piece of evidence on its own line.
       WRITE-ONE-SCREEN.
           IF MAS-WITHHELD
              MOVE 'WITHHELD' TO WS-STATUS-TEXT
              SET WS-SHOWN-WITHHELD UP BY 1
           ELSE
              MOVE 'PENDING' TO WS-STATUS-TEXT
              SET WS-SHOWN-PENDING UP BY 1
           END-IF.
           MOVE SPACES TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE ALL '-' TO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD.
           STRING 'DAY ' MAS-RUN-DATE '  VESSEL ' MAS-VESSEL-ID
                  '  STATUS: ' WS-STATUS-TEXT
                  '  SINGLE: ' MAS-SINGLE-COUNT
                  '  WINDOW: ' MAS-WINDOW-COUNT
                  DELIMITED BY SIZE INTO REVIEW-RECORD
           END-STRING.
           WRITE REVIEW-RECORD.
           IF MAS-WITHHELD
              MOVE SPACES TO REVIEW-RECORD
              STRING '  WITHHELD  ' MAS-RELEASE-DATE
                     ' BY ' MAS-RELEASE-BY
                     '  REASON: ' MAS-RELEASE-REASON
                     DELIMITED BY SIZE INTO REVIEW-RECORD
              END-STRING
              WRITE REVIEW-RECORD
           END-IF.
           MOVE SPACES TO REVIEW-RECORD.
           EVALUATE TRUE
              WHEN RECON-BALANCED
                 STRING '  RECON     BALANCED  (STRUCK '
                        WS-RECON-CHECKED ' ' WS-RECON-TIME ')'
                        DELIMITED BY SIZE INTO REVIEW-RECORD
                 END-STRING
              WHEN RECON-OUT-OF-BALANCE
                 STRING '  RECON     OUT OF BALANCE  (STRUCK '
                        WS-RECON-CHECKED ' ' WS-RECON-TIME ')'
                        DELIMITED BY SIZE INTO REVIEW-RECORD
                 END-STRING
              WHEN OTHER
                 MOVE '  RECON     NOT RECONCILED' TO REVIEW-RECORD
           END-EVALUATE.
           WRITE REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD.
           STRING '  ALERTS    OPEN CRITICAL: ' WS-OPEN-CRIT
                  '  OPEN WARNING: ' WS-OPEN-WARN
                  '  OPEN ADVISORY: ' WS-OPEN-ADV
                  '  ACKNOWLEDGED: ' WS-ACKED
                  DELIMITED BY SIZE INTO REVIEW-RECORD
           END-STRING.
           WRITE REVIEW-RECORD.
           MOVE SPACES TO REVIEW-RECORD.
           IF HAVE-STAGED
              MOVE WS-REJ-RATE TO WS-REJ-RATE-ED
              STRING '  REJECTS   ' WS-DAY-REJECTS
                     ' OF ' WS-DAY-READ ' RECORDS  RATE: '
                     WS-REJ-RATE-ED '%'
                     DELIMITED BY SIZE INTO REVIEW-RECORD
              END-STRING
           ELSE
              MOVE '  REJECTS   NO STAGED RUN FIGURES'
                 TO REVIEW-RECORD
           END-IF.
           WRITE REVIEW-RECORD.
           IF WS-CTH-LEN = 0
              MOVE '  CONTROL   NOT GRADED' TO REVIEW-RECORD
              WRITE REVIEW-RECORD
           ELSE
              MOVE 1 TO WS-C
              PERFORM UNTIL WS-C > WS-CTH-LEN
                 PERFORM WRITE-CTRL-LINE
                 SET WS-C UP BY 1
              END-PERFORM
           END-IF.
           IF DAY-HAS-EXCEPTION
              PERFORM WRITE-ATTENTION-LINE
           END-IF.

      * Names each exception open on the day ahead of the reminder
      * that a release now needs a stated reason.
       WRITE-ATTENTION-LINE.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE 1 TO WS-ATT-PTR.
           STRING '  ATTENTION ' DELIMITED BY SIZE
              INTO REVIEW-RECORD WITH POINTER WS-ATT-PTR
           END-STRING.
           IF NOT RECON-BALANCED
              STRING 'NOT BALANCED, ' DELIMITED BY SIZE
                 INTO REVIEW-RECORD WITH POINTER WS-ATT-PTR
              END-STRING
           END-IF.
           IF WS-OPEN-CRIT > 0
              STRING 'CRITICAL ALERTS, ' DELIMITED BY SIZE
                 INTO REVIEW-RECORD WITH POINTER WS-ATT-PTR
              END-STRING
           END-IF.
           IF WS-CTL-OUTSIDE > 0
              STRING 'OUTSIDE CONTROL LIMITS, ' DELIMITED BY SIZE
                 INTO REVIEW-RECORD WITH POINTER WS-ATT-PTR
              END-STRING
           END-IF.
           STRING 'RELEASE NEEDS A STATED REASON' DELIMITED BY SIZE
              INTO REVIEW-RECORD WITH POINTER WS-ATT-PTR
           END-STRING.
           WRITE REVIEW-RECORD.

       WRITE-CTRL-LINE.
           MOVE CTG-LO(WS-C) TO WS-LIMIT-LO-ED.
           MOVE CTG-HI(WS-C) TO WS-LIMIT-HI-ED.
           MOVE SPACES TO REVIEW-RECORD.
           IF CTG-OUTSIDE(WS-C) = 'Y'
              STRING '  CONTROL   ' CTG-COUNT(WS-C) ' '
                     CTG-VALUE(WS-C) ' OUTSIDE LIMITS '
                     WS-LIMIT-LO-ED ' TO ' WS-LIMIT-HI-ED
                     DELIMITED BY SIZE INTO REVIEW-RECORD
              END-STRING
           ELSE
              STRING '  CONTROL   ' CTG-COUNT(WS-C) ' '
                     CTG-VALUE(WS-C) ' INSIDE LIMITS  '
                     WS-LIMIT-LO-ED ' TO ' WS-LIMIT-HI-ED
                     DELIMITED BY SIZE INTO REVIEW-RECORD
              END-STRING
           END-IF.
           WRITE REVIEW-RECORD.

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
                          DISPLAY 'AOC-2021-D01-RELEASE: STALE LOCK'
                             ' FROM ' LCK-DATE ' BY '
                             FUNCTION TRIM(LCK-HOLDER)
                             ' - REPLACED'
                          MOVE 'Y' TO WS-LOCK-STATE
                       WHEN OTHER
                          PERFORM CHECK-LOCK-AGE
                          IF NOT LOCK-ACQUIRED
                             MOVE 'B' TO WS-LOCK-STATE
                             DISPLAY 'AOC-2021-D01-RELEASE: SHARED'
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
              MOVE 'AOC-2021-D01-RELEASE' TO LCK-HOLDER
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
              MOVE 'AOC-2021-D01-RELEASE' TO LCK-HOLDER
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
                 DISPLAY 'AOC-2021-D01-RELEASE: LOCK HELD'
                    ' SINCE ' LCK-TIME ' BY '
                    FUNCTION TRIM(LCK-HOLDER)
                    ' EXCEEDS ' WS-LOCK-MAX-HOLD
                    ' MINUTES - REPLACED'
                 MOVE 'Y' TO WS-LOCK-STATE
              END-IF
           END-IF.
