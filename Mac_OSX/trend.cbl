      * copybook). Shows the last N runs - run stamp, feeds,
      * volumes, reject rate, return code - then summary lines for
      * capacity planning: the average and peak loaded volume and
      * the peak's share of the 500000-record table limit. Master
      * rollbacks recorded on the history (run type R) are not runs
      * and are only counted in a closing note.
      *
      * Positional args: 1=how many runs to show (default 10, cap
      * 100; SORT_TREND_RUNS), 2=history file (SORT_HISTORY_FILE,
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TOTAL-RUNS PIC 9(7) VALUE 0.
           01 WS-BAD-RECORDS PIC 9(7) VALUE 0.
           01 WS-ROLLBACKS PIC 9(7) VALUE 0.

      * Ring buffer of the most recent runs: slot = MOD(total, 100)
      * so the file is read once whatever its length.
               READ RUN-HIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-RUN-TYPE OF HIST-RECORD = "R"
                               ADD 1 TO WS-ROLLBACKS
                           WHEN HIST-RUN-DATE OF HIST-RECORD
                                   IS NUMERIC
                               AND HIST-RECORDS-READ OF HIST-RECORD
                                   IS NUMERIC
                               ADD 1 TO WS-TOTAL-RUNS
                               COMPUTE WS-RING-SLOT =
                                   FUNCTION MOD(WS-TOTAL-RUNS - 1,
                                       100) + 1
                               MOVE HIST-RECORD
                                   TO WS-RING-ENTRY(WS-RING-SLOT)
                           WHEN OTHER
                               ADD 1 TO WS-BAD-RECORDS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RUN-HIST.
              DISPLAY "WARNING: " WS-BAD-RECORDS " UNREADABLE "
                  "RECORD(S) IN THE HISTORY FILE WERE SKIPPED"
           END-IF
           IF WS-ROLLBACKS > 0
              DISPLAY "NOTE: " WS-ROLLBACKS " MASTER ROLLBACK(S) "
                  "ON THE HISTORY FILE ARE NOT COUNTED AS RUNS"
           END-IF
           DISPLAY "==============================================".

       0320-SHOW-ONE-RUN.
