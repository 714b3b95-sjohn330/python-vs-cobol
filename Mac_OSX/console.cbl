           PERFORM 0170-READ-CHECKPOINT.

       0150-READ-LAST-RUN.
      * Keep only the last history record of a SORT run: the file
      * is append-only in run order, so the last one read is the
      * previous run. Rollback records (run type R) are not runs.
           OPEN INPUT RUN-HIST
           IF WS-FS-HIST = "00"
              MOVE 'N' TO WS-EOF
                  READ RUN-HIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF HIST-RUN-TYPE OF HIST-RECORD NOT = "R"
                             MOVE HIST-RECORD TO WS-LAST-HIST
                             MOVE 'Y' TO WS-LAST-RUN-FOUND
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RUN-HIST
