      * points at -- replacing the clerk's hand concatenation that a
      * mis-ordered paste could silently corrupt.
      *
      * A log from the newer sonar controllers closes with the
      * vessel's own trailer record, 'TRL <count> <hash>': the number
      * of records sent ahead of it and the hash total of their
      * depths. The assembled log is checked against it, and a log
      * whose figures disagree was cut short or corrupted in transit
      * -- it is not released, and the radio room asks for a resend.
      *
      * PARTS.DAT layout, one line per received part:
      *   VESSEL-ID  PART(3 digits)  PATH
       IDENTIFICATION DIVISION.
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

       FD  ASSEMBLE-RPT-FILE.
       01  ASSEMBLE-RPT-RECORD  PIC X(100).
       01  WS-LINES-OUT     PIC 9(6) VALUE 0.
       01  WS-RELEASED      PIC X(1) VALUE 'N'.
         88  LOG-RELEASED             VALUE 'Y'.

      * The vessel's trailer, and the count and depth hash total of
      * the records assembled ahead of it, worked out the way the
      * solvers read a log.
       01  WS-TRL-SEEN       PIC X(1) VALUE 'N'.
         88  TRAILER-SEEN             VALUE 'Y'.
       01  WS-TRL-OK         PIC X(1) VALUE 'Y'.
         88  TRAILER-OK               VALUE 'Y'.
         88  TRAILER-BAD              VALUE 'N' 'U'.
         88  TRAILER-UNREADABLE       VALUE 'U'.
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
       01  WS-TOK1           PIC X(10) VALUE SPACES.
       01  WS-TOK2           PIC X(10) VALUE SPACES.
       01  WS-TOK3           PIC X(5) VALUE SPACES.
       01  WS-TOK1-LEN       PIC 9(2) VALUE 0.
       01  WS-TOK2-LEN       PIC 9(2) VALUE 0.
       01  WS-TOK3-LEN       PIC 9(2) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN.
           PERFORM WRITE-ASSEMBLY-SUMMARY.
           CLOSE ASSEMBLE-RPT-FILE.
           EVALUATE TRUE
              WHEN TRAILER-BAD
                 MOVE 11 TO RETURN-CODE
              WHEN LOG-RELEASED AND WS-DUPS = 0
                 MOVE 0 TO RETURN-CODE
              WHEN LOG-RELEASED
                          MOVE PART-IN-RECORD TO ASSEMBLED-RECORD
                          WRITE ASSEMBLED-RECORD
                          SET WS-LINES-OUT UP BY 1
                          PERFORM NOTE-ASSEMBLED-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE PART-IN-FILE
           END-IF.

       WRITE-ASSEMBLY-SUMMARY.
           IF TRAILER-SEEN
              PERFORM WRITE-TRAILER-OUTCOME
           END-IF.
           MOVE SPACES TO ASSEMBLE-RPT-RECORD.
           IF LOG-RELEASED
              STRING 'RELEASED: ' FUNCTION TRIM(WS-OUT-PATH)
              END-STRING
           END-IF.
           WRITE ASSEMBLE-RPT-RECORD.

      * Each record copied is either the vessel's trailer, checked
      * against the records ahead of it, or counted into the depth
      * hash total when it carries a sounding -- a bare depth or
      * 'HHMMSS depth quality', whatever the quality flag.
       NOTE-ASSEMBLED-RECORD.
           IF PART-IN-RECORD(1:4) = 'TRL '
              PERFORM CHECK-TRAILER
           ELSE
              IF PART-IN-RECORD(1:4) NOT = 'SEG '
                 AND PART-IN-RECORD(1:4) NOT = 'POS '
                 PERFORM ADD-TRAILER-HASH
              END-IF
           END-IF.

       ADD-TRAILER-HASH.
           MOVE SPACES TO WS-TOK1.
           MOVE SPACES TO WS-TOK2.
           MOVE SPACES TO WS-TOK3.
           MOVE 0 TO WS-TOK1-LEN.
           MOVE 0 TO WS-TOK2-LEN.
           MOVE 0 TO WS-TOK3-LEN.
           UNSTRING PART-IN-RECORD DELIMITED BY ALL ' '
              INTO WS-TOK1 COUNT IN WS-TOK1-LEN
                   WS-TOK2 COUNT IN WS-TOK2-LEN
                   WS-TOK3 COUNT IN WS-TOK3-LEN
           END-UNSTRING.
           IF WS-TOK2-LEN = 0
              IF WS-TOK1-LEN > 0
                 AND FUNCTION TEST-NUMVAL(WS-TOK1) = 0
                 COMPUTE WS-TRL-DEPTH = FUNCTION NUMVAL(WS-TOK1)
                 ADD WS-TRL-DEPTH TO WS-TRL-HASH
              END-IF
           ELSE
              IF WS-TOK1-LEN = 6 AND WS-TOK3-LEN = 1
                 AND FUNCTION TEST-NUMVAL(WS-TOK1) = 0
                 AND FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                 COMPUTE WS-TRL-DEPTH = FUNCTION NUMVAL(WS-TOK2)
                 ADD WS-TRL-DEPTH TO WS-TRL-HASH
              END-IF
           END-IF.

      * The trailer's own figures against the records assembled
      * ahead of it. A mismatch, or a trailer that cannot be read,
      * stops the release.
       CHECK-TRAILER.
           SET TRAILER-SEEN TO TRUE.
           COMPUTE WS-TRL-GOT-COUNT = WS-LINES-OUT - 1.
           MOVE WS-TRL-HASH TO WS-TRL-GOT-HASH.
           MOVE SPACES TO WS-TRL-TAG.
           MOVE SPACES TO WS-TRL-TOK1.
           MOVE SPACES TO WS-TRL-TOK2.
           UNSTRING PART-IN-RECORD DELIMITED BY ALL ' '
              INTO WS-TRL-TAG WS-TRL-TOK1 WS-TRL-TOK2
           END-UNSTRING.
           IF WS-TRL-TOK1 = SPACES OR WS-TRL-TOK2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TRL-TOK1) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-TRL-TOK2) NOT = 0
              SET TRAILER-UNREADABLE TO TRUE
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
              END-IF
           END-IF.
           IF TRAILER-BAD
              MOVE 'N' TO WS-RELEASED
           END-IF.

       WRITE-TRAILER-OUTCOME.
           MOVE WS-TRL-SENT-HASH TO WS-TRL-SENT-ED.
           MOVE WS-TRL-GOT-HASH TO WS-TRL-GOT-ED.
           MOVE SPACES TO ASSEMBLE-RPT-RECORD.
           EVALUATE TRUE
              WHEN TRAILER-UNREADABLE
                 MOVE 'TRANSMISSION TRAILER UNREADABLE'
                    TO ASSEMBLE-RPT-RECORD
              WHEN TRAILER-BAD
                 STRING 'TRAILER MISMATCH -- SENT ' WS-TRL-SENT-COUNT
                        ' HASH ' FUNCTION TRIM(WS-TRL-SENT-ED)
                        ' GOT ' WS-TRL-GOT-COUNT
                        ' HASH ' FUNCTION TRIM(WS-TRL-GOT-ED)
                        DELIMITED BY SIZE INTO ASSEMBLE-RPT-RECORD
                 END-STRING
              WHEN OTHER
                 STRING 'TRAILER VERIFIED -- ' WS-TRL-GOT-COUNT
                        ' RECORDS HASH ' FUNCTION TRIM(WS-TRL-GOT-ED)
                        DELIMITED BY SIZE INTO ASSEMBLE-RPT-RECORD
                 END-STRING
           END-EVALUATE.
           WRITE ASSEMBLE-RPT-RECORD.
           IF TRAILER-BAD
              MOVE SPACES TO ASSEMBLE-RPT-RECORD
              STRING 'LOG TRUNCATED OR CORRUPTED IN TRANSIT -- '
                     'HOLD VESSEL, REQUEST RESEND'
                     DELIMITED BY SIZE INTO ASSEMBLE-RPT-RECORD
              END-STRING
              WRITE ASSEMBLE-RPT-RECORD
           END-IF.
