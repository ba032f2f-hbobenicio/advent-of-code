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

       FD  SCHED-AUDIT-FILE.
       01  SCHED-AUDIT-RECORD.
                    WHEN WS-TO-INT - WS-FROM-INT >= WS-RANGE-MAX
                       MOVE 'RANGE OVER A YEAR - REFUSED'
                          TO WS-RESULT
                    WHEN STR-ACTION = 'ADD'
                       PERFORM CHECK-VESSEL-EXISTS
                 END-EVALUATE
           END-EVALUATE.

      * A schedule is only keyed for a vessel on the master. A DEL
      * is not held to it, so dates left behind for a vessel no
      * longer on the master can still be cleared.
       CHECK-VESSEL-EXISTS.
           OPEN INPUT VESSEL-FILE.
           IF WS-VESSEL-MFS = '00'
