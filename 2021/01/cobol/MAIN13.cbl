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

           MOVE WS-REJ-TOTAL TO RST-REJECTS.
           MOVE SPACE TO RST-SEP7.
           MOVE RETURN-CODE TO RST-RC.
           MOVE SPACE TO RST-SEP8.
           MOVE 0 TO RST-KEPT.
           WRITE RUNSTATS-RECORD.
           CLOSE RUNSTATS-FILE.
