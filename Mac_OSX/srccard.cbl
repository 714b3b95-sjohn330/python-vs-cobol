       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SRCCARD".

      * Source-system scorecard over the per-source history file the
      * SORT run appends to (layout in the srtshst copybook), for
      * the monthly service review with the upstream suppliers. One
      * line per source system that sent, or was expected to send,
      * anything in the date range: runs, volume (records read),
      * rejects and reject rate, runs out of balance with the
      * upstream's control totals, runs where the upstream declared
      * a feed but nothing arrived, and the days from the last clean
      * feed to the end of the range. A clean feed is a run in
      * balance with its control totals or, for a source that sends
      * no control totals, a run that read records and rejected
      * none; it is looked for in the whole history up to the end
      * of the range, not just inside it. A miss on a run resumed
      * from a checkpoint was never enforced and is counted
      * separately in the footnote rather than as out of balance.
      * On a night the PIPELINE driver repaired, the rerun's record
      * for a source stands and the first pass's record for the same
      * source and date is left out - the rerun read the same feeds
      * again, and a miss the repair put right is not the supplier's.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=first date of the range,
      * YYYYMMDD (SORT_SCORECARD_FROM, default the first of this
      * month), 2=last date (SORT_SCORECARD_TO, default today),
      * 3=source history file (SORT_SOURCE_HISTORY_FILE, then the
      * SORT program's default).
      *
      * Return code 0 = scorecard produced, 4 = no history records
      * in the range, 8 = the date range is not valid, 16 = the
      * history file could not be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SRC-HIST ASSIGN TO DYNAMIC WS-SRC-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHST.

       DATA DIVISION.
           FILE SECTION.
           FD SRC-HIST.
           01 SHST-RECORD.
               COPY "srtshst.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SRC-HISTORY-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-SHST PIC XX.
           01 WS-FROM-ARG PIC X(10) VALUE SPACES.
           01 WS-TO-ARG PIC X(10) VALUE SPACES.
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 0.
           01 WS-TODAY PIC 9(8) VALUE 0.
           01 WS-TO-INT PIC 9(8) VALUE 0.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-BAD-RECORDS PIC 9(7) VALUE 0.
           01 WS-IN-RANGE PIC 9(7) VALUE 0.
           01 WS-AFTER-RANGE PIC 9(7) VALUE 0.
           01 WS-UNVERIFIED PIC 9(5) VALUE 0.
           01 WS-OVERFLOW PIC 9(7) VALUE 0.
           01 WS-CLEAN PIC A(1) VALUE 'N'.

      * Source and date of every repair-rerun record in the range;
      * the first-pass records they supersede are not tallied.
           01 WS-RERUN-TABLE.
               05 WS-RERUN-ENTRY OCCURS 1000 TIMES.
                   10 RERUN-DATE PIC 9(8).
                   10 RERUN-SOURCE PIC X(3).
           01 WS-RERUN-COUNT PIC 9(4) VALUE 0.
           01 WS-RERUN-MAX PIC 9(4) VALUE 1000.
           01 WS-RERUN-IX PIC 9(4) VALUE 0.
           01 WS-RERUN-FOUND PIC A(1) VALUE 'N'.
           01 WS-RERUN-OVERFLOW PIC 9(5) VALUE 0.
           01 WS-SUPERSEDED PIC 9(7) VALUE 0.

      * One entry per source code seen up to the end of the range;
      * only those with a run inside the range are reported.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-CARD-COUNT.
                   10 CARD-SOURCE PIC X(3).
                   10 CARD-IN-RANGE PIC A(1).
                   10 CARD-RUNS PIC 9(5).
                   10 CARD-READ PIC 9(9).
                   10 CARD-REJECTED PIC 9(9).
                   10 CARD-OOB PIC 9(5).
                   10 CARD-MISSING PIC 9(5).
                   10 CARD-LAST-CLEAN PIC 9(8).
           01 WS-CARD-COUNT PIC 9(2) VALUE 0.
           01 WS-CARD-IX PIC 9(2) VALUE 0.
           01 WS-CARD-SCAN PIC 9(2) VALUE 0.
           01 WS-SOURCES-SHOWN PIC 9(2) VALUE 0.

           01 WS-REJECT-RATE PIC 9(3)V9 VALUE 0.
           01 WS-DAYS-SINCE PIC 9(5) VALUE 0.
           01 WS-ED-RATE PIC ZZ9.9.
           01 WS-ED-DAYS PIC ZZZZ9.
           01 WS-ED-RUNS PIC ZZZZ9.
           01 WS-ED-READ PIC ZZZZZZZZ9.
           01 WS-ED-REJECTED PIC ZZZZZZZZ9.
           01 WS-ED-OOB PIC ZZZZ9.
           01 WS-ED-MISSING PIC ZZZZ9.
           01 WS-LAST-CLEAN-TEXT PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-FIND-RERUNS
           PERFORM 0200-LOAD-HISTORY
           PERFORM 0300-REPORT-SCORECARD
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
           ACCEPT WS-TO-ARG FROM ARGUMENT-VALUE
           ACCEPT WS-SRC-HISTORY-FILE FROM ARGUMENT-VALUE

           IF WS-FROM-ARG = SPACES
              ACCEPT WS-FROM-ARG FROM ENVIRONMENT
                  "SORT_SCORECARD_FROM"
           END-IF
           IF WS-FROM-ARG = SPACES
              MOVE WS-TODAY TO WS-FROM-DATE
              MOVE "01" TO WS-FROM-DATE(7:2)
           ELSE
              IF FUNCTION TRIM(WS-FROM-ARG) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-ARG)) = 8
                 MOVE FUNCTION TRIM(WS-FROM-ARG) TO WS-FROM-DATE
              END-IF
           END-IF

           IF WS-TO-ARG = SPACES
              ACCEPT WS-TO-ARG FROM ENVIRONMENT
                  "SORT_SCORECARD_TO"
           END-IF
           IF WS-TO-ARG = SPACES
              MOVE WS-TODAY TO WS-TO-DATE
           ELSE
              IF FUNCTION TRIM(WS-TO-ARG) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-TO-ARG)) = 8
                 MOVE FUNCTION TRIM(WS-TO-ARG) TO WS-TO-DATE
              END-IF
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
              DISPLAY "SRCCARD: FROM DATE [" FUNCTION TRIM(WS-FROM-ARG)
                  "] IS NOT A VALID YYYYMMDD DATE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
              DISPLAY "SRCCARD: TO DATE [" FUNCTION TRIM(WS-TO-ARG)
                  "] IS NOT A VALID YYYYMMDD DATE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "SRCCARD: FROM DATE " WS-FROM-DATE
                  " IS AFTER TO DATE " WS-TO-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)

           IF WS-SRC-HISTORY-FILE = SPACES
              ACCEPT WS-SRC-HISTORY-FILE FROM ENVIRONMENT
                  "SORT_SOURCE_HISTORY_FILE"
           END-IF
           IF WS-SRC-HISTORY-FILE = SPACES
              MOVE "py_vs_X_srchist.txt" TO WS-SRC-HISTORY-FILE
           END-IF

           OPEN INPUT SRC-HIST
           IF WS-FS-SHST NOT = "00"
              DISPLAY "SRCCARD: CANNOT OPEN SOURCE HISTORY FILE "
                  WS-SRC-HISTORY-FILE " - FILE STATUS " WS-FS-SHST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0150-FIND-RERUNS.
      * A first pass over the history for the repair reruns in the
      * range, then back to the start for the tally.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SRC-HIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHST-PASS = "R"
                           AND SHST-RUN-DATE IS NUMERIC
                          IF SHST-RUN-DATE NOT < WS-FROM-DATE
                              AND SHST-RUN-DATE NOT > WS-TO-DATE
                             IF WS-RERUN-COUNT < WS-RERUN-MAX
                                ADD 1 TO WS-RERUN-COUNT
                                MOVE SHST-RUN-DATE
                                    TO RERUN-DATE(WS-RERUN-COUNT)
                                MOVE SHST-SOURCE
                                    TO RERUN-SOURCE(WS-RERUN-COUNT)
                             ELSE
                                ADD 1 TO WS-RERUN-OVERFLOW
                             END-IF
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRC-HIST
           MOVE 'N' TO WS-EOF
           OPEN INPUT SRC-HIST
           IF WS-FS-SHST NOT = "00"
              DISPLAY "SRCCARD: CANNOT REOPEN SOURCE HISTORY FILE "
                  WS-SRC-HISTORY-FILE " - FILE STATUS " WS-FS-SHST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-LOAD-HISTORY.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SRC-HIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHST-RUN-DATE IS NUMERIC
                           AND SHST-READ IS NUMERIC
                           AND SHST-REJECTED IS NUMERIC
                          PERFORM 0210-CHECK-SUPERSEDED
                          IF WS-RERUN-FOUND = 'Y'
                             ADD 1 TO WS-SUPERSEDED
                          ELSE
                             PERFORM 0220-TALLY-ONE-RECORD
                          END-IF
                       ELSE
                          ADD 1 TO WS-BAD-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRC-HIST.

       0210-CHECK-SUPERSEDED.
      * A first-pass record is superseded when the repair rerun
      * wrote one for the same source on the same date.
           MOVE 'N' TO WS-RERUN-FOUND
           IF SHST-PASS NOT = "R"
              PERFORM VARYING WS-RERUN-IX FROM 1 BY 1
                  UNTIL WS-RERUN-IX > WS-RERUN-COUNT
                  OR WS-RERUN-FOUND = 'Y'
                  IF RERUN-DATE(WS-RERUN-IX) = SHST-RUN-DATE
                      AND RERUN-SOURCE(WS-RERUN-IX) = SHST-SOURCE
                     MOVE 'Y' TO WS-RERUN-FOUND
                  END-IF
              END-PERFORM
           END-IF.

       0220-TALLY-ONE-RECORD.
           IF SHST-RUN-DATE > WS-TO-DATE
              ADD 1 TO WS-AFTER-RANGE
           ELSE
              MOVE 0 TO WS-CARD-IX
              PERFORM VARYING WS-CARD-SCAN FROM 1 BY 1
                  UNTIL WS-CARD-SCAN > WS-CARD-COUNT
                  OR WS-CARD-IX > 0
                  IF CARD-SOURCE(WS-CARD-SCAN) = SHST-SOURCE
                     MOVE WS-CARD-SCAN TO WS-CARD-IX
                  END-IF
              END-PERFORM
              IF WS-CARD-IX = 0
                 IF WS-CARD-COUNT < 50
                    ADD 1 TO WS-CARD-COUNT
                    MOVE WS-CARD-COUNT TO WS-CARD-IX
                    MOVE SHST-SOURCE TO CARD-SOURCE(WS-CARD-IX)
                    MOVE 'N' TO CARD-IN-RANGE(WS-CARD-IX)
                    MOVE 0 TO CARD-RUNS(WS-CARD-IX)
                    MOVE 0 TO CARD-READ(WS-CARD-IX)
                    MOVE 0 TO CARD-REJECTED(WS-CARD-IX)
                    MOVE 0 TO CARD-OOB(WS-CARD-IX)
                    MOVE 0 TO CARD-MISSING(WS-CARD-IX)
                    MOVE 0 TO CARD-LAST-CLEAN(WS-CARD-IX)
                 ELSE
                    ADD 1 TO WS-OVERFLOW
                 END-IF
              END-IF
           END-IF
           IF SHST-RUN-DATE NOT > WS-TO-DATE AND WS-CARD-IX > 0
              MOVE 'N' TO WS-CLEAN
              IF SHST-STATUS = "B"
                 MOVE 'Y' TO WS-CLEAN
              END-IF
              IF SHST-STATUS = "N" AND SHST-READ > 0
                  AND SHST-REJECTED = 0
                 MOVE 'Y' TO WS-CLEAN
              END-IF
              IF WS-CLEAN = 'Y'
                  AND SHST-RUN-DATE > CARD-LAST-CLEAN(WS-CARD-IX)
                 MOVE SHST-RUN-DATE TO CARD-LAST-CLEAN(WS-CARD-IX)
              END-IF
              IF SHST-RUN-DATE NOT < WS-FROM-DATE
                 ADD 1 TO WS-IN-RANGE
                 MOVE 'Y' TO CARD-IN-RANGE(WS-CARD-IX)
                 ADD 1 TO CARD-RUNS(WS-CARD-IX)
                 ADD SHST-READ TO CARD-READ(WS-CARD-IX)
                 ADD SHST-REJECTED TO CARD-REJECTED(WS-CARD-IX)
                 EVALUATE SHST-STATUS
                     WHEN "O"
                         ADD 1 TO CARD-OOB(WS-CARD-IX)
                     WHEN "M"
                         ADD 1 TO CARD-MISSING(WS-CARD-IX)
                     WHEN "U"
                         ADD 1 TO WS-UNVERIFIED
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       0300-REPORT-SCORECARD.
           IF WS-IN-RANGE = 0
              DISPLAY "SRCCARD: NO SOURCE HISTORY RECORDS FROM "
                  WS-FROM-DATE " TO " WS-TO-DATE " IN "
                  WS-SRC-HISTORY-FILE
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CARD-COUNT > 1
              SORT WS-CARD-ENTRY ASCENDING CARD-SOURCE
           END-IF
           DISPLAY "=============================================="
           DISPLAY "SOURCE-SYSTEM SCORECARD " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "=============================================="
           DISPLAY "SOURCE  RUNS    VOLUME   REJECTS REJ-RATE "
               "OUT-OF-BAL MISSING LAST CLEAN  DAYS"
           MOVE 0 TO WS-SOURCES-SHOWN
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-COUNT
               IF CARD-IN-RANGE(WS-CARD-IX) = 'Y'
                  PERFORM 0320-SHOW-ONE-SOURCE
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "SOURCES REPORTED:    " WS-SOURCES-SHOWN
           DISPLAY "SOURCE RUNS IN RANGE:" WS-IN-RANGE
           IF WS-UNVERIFIED > 0
              DISPLAY "NOTE: " WS-UNVERIFIED " SOURCE RUN(S) MISSED "
                  "THEIR CONTROL TOTALS ON A RESUMED RUN - NOT "
                  "ENFORCED AND NOT COUNTED AS OUT OF BALANCE"
           END-IF
           IF WS-SUPERSEDED > 0
              DISPLAY "NOTE: " WS-SUPERSEDED " FIRST-PASS SOURCE "
                  "RUN(S) SUPERSEDED BY THE REPAIR RERUN OF THE SAME "
                  "NIGHT WERE LEFT OUT"
           END-IF
           IF WS-RERUN-OVERFLOW > 0
              DISPLAY "WARNING: " WS-RERUN-OVERFLOW " REPAIR RERUN "
                  "RECORD(S) BEYOND THE " WS-RERUN-MAX "-ENTRY TABLE - "
                  "THEIR FIRST PASSES WERE COUNTED AS WELL"
           END-IF
           IF WS-AFTER-RANGE > 0
              DISPLAY "NOTE: " WS-AFTER-RANGE " RECORD(S) DATED "
                  "AFTER " WS-TO-DATE " WERE LEFT OUT"
           END-IF
           IF WS-OVERFLOW > 0
              DISPLAY "WARNING: " WS-OVERFLOW " RECORD(S) FOR "
                  "SOURCES BEYOND THE 50-SOURCE TABLE WERE NOT "
                  "COUNTED"
           END-IF
           IF WS-BAD-RECORDS > 0
              DISPLAY "WARNING: " WS-BAD-RECORDS " UNREADABLE "
                  "RECORD(S) IN THE HISTORY FILE WERE SKIPPED"
           END-IF
           DISPLAY "==============================================".

       0320-SHOW-ONE-SOURCE.
           ADD 1 TO WS-SOURCES-SHOWN
           IF CARD-READ(WS-CARD-IX) > 0
              COMPUTE WS-REJECT-RATE ROUNDED =
                  CARD-REJECTED(WS-CARD-IX) * 100
                  / CARD-READ(WS-CARD-IX)
           ELSE
              MOVE 0 TO WS-REJECT-RATE
           END-IF
           MOVE WS-REJECT-RATE TO WS-ED-RATE
           MOVE CARD-RUNS(WS-CARD-IX) TO WS-ED-RUNS
           MOVE CARD-READ(WS-CARD-IX) TO WS-ED-READ
           MOVE CARD-REJECTED(WS-CARD-IX) TO WS-ED-REJECTED
           MOVE CARD-OOB(WS-CARD-IX) TO WS-ED-OOB
           MOVE CARD-MISSING(WS-CARD-IX) TO WS-ED-MISSING
           MOVE SPACES TO WS-LAST-CLEAN-TEXT
           IF CARD-LAST-CLEAN(WS-CARD-IX) = 0
              MOVE "NEVER" TO WS-LAST-CLEAN-TEXT
           ELSE
              COMPUTE WS-DAYS-SINCE = WS-TO-INT
                  - FUNCTION INTEGER-OF-DATE(
                      CARD-LAST-CLEAN(WS-CARD-IX))
              MOVE WS-DAYS-SINCE TO WS-ED-DAYS
              STRING CARD-LAST-CLEAN(WS-CARD-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ED-DAYS DELIMITED BY SIZE
                  INTO WS-LAST-CLEAN-TEXT
              END-STRING
           END-IF
           DISPLAY "[" CARD-SOURCE(WS-CARD-IX) "]  "
               WS-ED-RUNS " " WS-ED-READ " " WS-ED-REJECTED "    "
               WS-ED-RATE "      " WS-ED-OOB "   " WS-ED-MISSING
               " " WS-LAST-CLEAN-TEXT.

       END PROGRAM SRCCARD.
