       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LEDGCLOS".

      * Month-end close of the accumulating account ledger the SORT
      * run posts into (layout in the srtldgr copybook). For the
      * period being closed it prints the period statement - one
      * line per account with the month's record count and value
      * total and the year-to-date figures including the month -
      * then rolls the month into year-to-date, resets the month
      * and moves every account on to the next period. Closing
      * December also starts the new year's year-to-date at zero
      * once the statement has shown the full year. A completed
      * close is recorded on the close-control file (srtlctl
      * copybook), which is what makes a second close of the same
      * period refuse to run, and what tells the next SORT run
      * which month it is now posting into.
      *
      * Periods close in sequence: the period must be the one after
      * the last close on record, and may not lie in the future.
      * With no close on record yet, any period up to the current
      * month may be closed. Accounts whose ledger period is
      * already past the period being closed were rolled forward
      * by an earlier attempt that did not finish - they are not
      * rolled again, so simply rerunning an interrupted close
      * completes it without rolling anything twice. A rerun is
      * recognised by those accounts: it appends to the statement
      * file instead of replacing it, so the earlier attempt's
      * lines for them stay above the resumed section, and it
      * counts the month and year-to-date figures each of them
      * kept from its roll (the CLOSED fields on the ledger
      * record) into the statement totals and the close-control
      * record, which therefore cover the whole period. Run the
      * close after the month's last nightly run and before the
      * next month's first.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=period to close as YYYYMM
      * (default: the period after the last close on record, or
      * the previous calendar month before any close), 2=ledger
      * file, 3=statement file, 4=close-control file.
      *
      * Return code 0 = period closed, 8 = close refused (period
      * already closed, out of sequence, in the future, or not a
      * valid period) or a ledger rewrite failed - the period is
      * then NOT recorded as closed and the close can be rerun,
      * 16 = a file could not be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDGR-ACCOUNT
               FILE STATUS IS WS-FS-LDGR.
               SELECT LEDGER-CTL ASSIGN TO DYNAMIC
               WS-LEDGER-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCTL.
               SELECT STATEMENT-OUT ASSIGN TO DYNAMIC
               WS-STATEMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.

       DATA DIVISION.
           FILE SECTION.
           FD LEDGER-FILE.
           01 LDGR-RECORD.
               COPY "srtldgr.cpy".

           FD LEDGER-CTL.
           01 LCTL-RECORD.
               COPY "srtlctl.cpy".

           FD STATEMENT-OUT.
           01 STATEMENT-REC PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-PERIOD-ARG PIC X(10) VALUE SPACES.
           01 WS-LEDGER-FILE PIC X(100) VALUE SPACES.
           01 WS-STATEMENT-FILE PIC X(100) VALUE SPACES.
           01 WS-LEDGER-CTL-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-LDGR PIC XX.
           01 WS-FS-LCTL PIC XX.
           01 WS-FS-STMT PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-RUN-MONTH PIC 9(6) VALUE 0.

      * The period being closed, the one after it, and the last
      * period the close-control file says was completed.
           01 WS-CLOSE-PERIOD PIC 9(6) VALUE 0.
           01 WS-NEXT-PERIOD PIC 9(6) VALUE 0.
           01 WS-LAST-CLOSED PIC 9(6) VALUE 0.
           01 WS-EXPECTED-PERIOD PIC 9(6) VALUE 0.
           01 WS-ALREADY-CLOSED PIC A(1) VALUE 'N'.
           01 WS-CLOSE-YEAR PIC 9(4) VALUE 0.
           01 WS-CLOSE-MONTH PIC 9(2) VALUE 0.
           01 WS-PER-WORK PIC 9(6) VALUE 0.
           01 WS-PER-YEAR PIC 9(4) VALUE 0.
           01 WS-PER-MONTH PIC 9(2) VALUE 0.
           01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.

           01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-ROLLED PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-PRINTED PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-SKIPPED PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-CARRIED PIC 9(7) VALUE 0.
           01 WS-ACCOUNTS-CLOSED PIC 9(7) VALUE 0.
           01 WS-RERUN PIC A(1) VALUE 'N'.
           01 WS-STMT-REPLACED PIC A(1) VALUE 'N'.
           01 WS-REWRITE-ERRORS PIC 9(7) VALUE 0.
           01 WS-PERIOD-COUNT PIC 9(11) VALUE 0.
           01 WS-PERIOD-TOTAL PIC 9(15) VALUE 0.
           01 WS-YTD-COUNT-SUM PIC 9(11) VALUE 0.
           01 WS-YTD-TOTAL-SUM PIC 9(15) VALUE 0.

           01 WS-ED-COUNT PIC ZZZ,ZZZ,ZZ9.
           01 WS-ED-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           01 WS-ED-YTD-COUNT PIC ZZZ,ZZZ,ZZ9.
           01 WS-ED-YTD-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-CHECK-PERIOD
           PERFORM 0200-CLOSE-THE-PERIOD
           PERFORM 0300-WRAP-UP
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
           ACCEPT WS-LEDGER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-STATEMENT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-LEDGER-CTL-FILE FROM ARGUMENT-VALUE

           IF WS-PERIOD-ARG = SPACES
              ACCEPT WS-PERIOD-ARG FROM ENVIRONMENT
                  "SORT_CLOSE_PERIOD"
           END-IF

           IF WS-LEDGER-FILE = SPACES
              ACCEPT WS-LEDGER-FILE FROM ENVIRONMENT
                  "SORT_LEDGER_FILE"
           END-IF
           IF WS-LEDGER-FILE = SPACES
              MOVE "py_vs_X_ledger.dat" TO WS-LEDGER-FILE
           END-IF

           IF WS-STATEMENT-FILE = SPACES
              ACCEPT WS-STATEMENT-FILE FROM ENVIRONMENT
                  "SORT_LEDGER_STATEMENT_FILE"
           END-IF
           IF WS-STATEMENT-FILE = SPACES
              MOVE "py_vs_X_ledgstmt.txt" TO WS-STATEMENT-FILE
           END-IF

           IF WS-LEDGER-CTL-FILE = SPACES
              ACCEPT WS-LEDGER-CTL-FILE FROM ENVIRONMENT
                  "SORT_LEDGER_CONTROL_FILE"
           END-IF
           IF WS-LEDGER-CTL-FILE = SPACES
              MOVE "py_vs_X_ledgctl.txt" TO WS-LEDGER-CTL-FILE
           END-IF

           PERFORM 0120-READ-CLOSE-CONTROL.

       0120-READ-CLOSE-CONTROL.
      * Find the latest period closed. Missing control file = no
      * close has ever run.
           OPEN INPUT LEDGER-CTL
           IF WS-FS-LCTL = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                  READ LEDGER-CTL
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF LCTL-PERIOD IS NUMERIC
                              AND LCTL-PERIOD > WS-LAST-CLOSED
                             MOVE LCTL-PERIOD TO WS-LAST-CLOSED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEDGER-CTL
              MOVE 'N' TO WS-EOF
           END-IF.

       0150-CHECK-PERIOD.
      * Resolve the period to close and refuse anything that would
      * close a month twice, skip a month, or close the future.
           IF WS-LAST-CLOSED > 0
              MOVE WS-LAST-CLOSED TO WS-PER-WORK
              PERFORM 0160-NEXT-PERIOD
              MOVE WS-PER-WORK TO WS-EXPECTED-PERIOD
           ELSE
              MOVE WS-RUN-MONTH(1:4) TO WS-PER-YEAR
              MOVE WS-RUN-MONTH(5:2) TO WS-PER-MONTH
              IF WS-PER-MONTH = 1
                 SUBTRACT 1 FROM WS-PER-YEAR
                 MOVE 12 TO WS-PER-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-PER-MONTH
              END-IF
              COMPUTE WS-EXPECTED-PERIOD =
                  WS-PER-YEAR * 100 + WS-PER-MONTH
           END-IF
           IF WS-PERIOD-ARG = SPACES
              MOVE WS-EXPECTED-PERIOD TO WS-CLOSE-PERIOD
           ELSE
              IF FUNCTION TRIM(WS-PERIOD-ARG) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-PERIOD-ARG))
                      = 6
                 MOVE FUNCTION TRIM(WS-PERIOD-ARG)
                     TO WS-CLOSE-PERIOD
              ELSE
                 MOVE "NOT A YYYYMM PERIOD" TO WS-REFUSE-REASON
              END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
              MOVE WS-CLOSE-PERIOD(1:4) TO WS-CLOSE-YEAR
              MOVE WS-CLOSE-PERIOD(5:2) TO WS-CLOSE-MONTH
              EVALUATE TRUE
                  WHEN WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
                      MOVE "NOT A YYYYMM PERIOD"
                          TO WS-REFUSE-REASON
                  WHEN WS-LAST-CLOSED > 0
                      AND WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
                      PERFORM 0170-CHECK-ALREADY-CLOSED
                  WHEN WS-LAST-CLOSED > 0
                      AND WS-CLOSE-PERIOD NOT = WS-EXPECTED-PERIOD
                      MOVE "OUT OF SEQUENCE - EARLIER PERIOD NOT CLOSED"
                          TO WS-REFUSE-REASON
                  WHEN WS-CLOSE-PERIOD > WS-RUN-MONTH
                      MOVE "PERIOD IS IN THE FUTURE"
                          TO WS-REFUSE-REASON
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
              DISPLAY "===================================="
              DISPLAY "LEDGCLOS: CLOSE OF PERIOD ["
                  FUNCTION TRIM(WS-PERIOD-ARG) "] REFUSED"
              IF WS-PERIOD-ARG = SPACES
                 DISPLAY "  PERIOD:       " WS-CLOSE-PERIOD
              END-IF
              DISPLAY "  REASON:       " WS-REFUSE-REASON
              IF WS-LAST-CLOSED > 0
                 DISPLAY "  LAST CLOSED:  " WS-LAST-CLOSED
                 DISPLAY "  NEXT TO CLOSE:" WS-EXPECTED-PERIOD
              END-IF
              DISPLAY "  NOTHING CHANGED ON " WS-LEDGER-FILE
              DISPLAY "===================================="
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-PER-WORK
           PERFORM 0160-NEXT-PERIOD
           MOVE WS-PER-WORK TO WS-NEXT-PERIOD.

       0160-NEXT-PERIOD.
           MOVE WS-PER-WORK(1:4) TO WS-PER-YEAR
           MOVE WS-PER-WORK(5:2) TO WS-PER-MONTH
           IF WS-PER-MONTH = 12
              ADD 1 TO WS-PER-YEAR
              MOVE 1 TO WS-PER-MONTH
           ELSE
              ADD 1 TO WS-PER-MONTH
           END-IF
           COMPUTE WS-PER-WORK = WS-PER-YEAR * 100 + WS-PER-MONTH.

       0170-CHECK-ALREADY-CLOSED.
      * Anything at or before the last close is refused; say
      * plainly when it is the very period already on file.
           MOVE 'N' TO WS-ALREADY-CLOSED
           OPEN INPUT LEDGER-CTL
           IF WS-FS-LCTL = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                  READ LEDGER-CTL
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF LCTL-PERIOD = WS-CLOSE-PERIOD
                             MOVE 'Y' TO WS-ALREADY-CLOSED
                             DISPLAY "LEDGCLOS: PERIOD "
                                 WS-CLOSE-PERIOD " WAS CLOSED ON "
                                 LCTL-CLOSE-DATE " AT "
                                 LCTL-CLOSE-TIME
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEDGER-CTL
              MOVE 'N' TO WS-EOF
           END-IF
           IF WS-ALREADY-CLOSED = 'Y'
              MOVE "PERIOD ALREADY CLOSED" TO WS-REFUSE-REASON
           ELSE
              MOVE "PERIOD PRECEDES THE LAST CLOSE"
                  TO WS-REFUSE-REASON
           END-IF.

       0200-CLOSE-THE-PERIOD.
           OPEN I-O LEDGER-FILE
           IF WS-FS-LDGR NOT = "00"
              DISPLAY "LEDGCLOS: CANNOT OPEN LEDGER FILE "
                  WS-LEDGER-FILE " - FILE STATUS " WS-FS-LDGR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0205-CHECK-FOR-RERUN
           IF WS-RERUN = 'Y'
              OPEN EXTEND STATEMENT-OUT
              IF WS-FS-STMT = "35"
                 MOVE 'Y' TO WS-STMT-REPLACED
                 OPEN OUTPUT STATEMENT-OUT
              END-IF
           ELSE
              OPEN OUTPUT STATEMENT-OUT
           END-IF
           IF WS-FS-STMT NOT = "00"
              DISPLAY "LEDGCLOS: CANNOT OPEN STATEMENT FILE "
                  WS-STATEMENT-FILE " - FILE STATUS " WS-FS-STMT
              CLOSE LEDGER-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0210-WRITE-STATEMENT-HEADING
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 0220-CLOSE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM 0240-WRITE-STATEMENT-TOTALS
           CLOSE LEDGER-FILE
           CLOSE STATEMENT-OUT
           ADD WS-ACCOUNTS-ROLLED WS-ACCOUNTS-CARRIED
               GIVING WS-ACCOUNTS-CLOSED.

       0205-CHECK-FOR-RERUN.
      * The period is not on the close-control file (0150 has
      * refused it otherwise), so any account already past it was
      * rolled by an earlier attempt at this same close. The
      * ledger is read through once and reopened for the close.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDGR-PERIOD > WS-CLOSE-PERIOD
                          MOVE 'Y' TO WS-RERUN
                          MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE LEDGER-FILE
           OPEN I-O LEDGER-FILE
           IF WS-FS-LDGR NOT = "00"
              DISPLAY "LEDGCLOS: CANNOT REOPEN LEDGER FILE "
                  WS-LEDGER-FILE " - FILE STATUS " WS-FS-LDGR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0210-WRITE-STATEMENT-HEADING.
      * A rerun's section follows the interrupted attempt's lines
      * on the same statement and says so in its heading.
           MOVE SPACES TO STATEMENT-REC
           IF WS-RERUN = 'Y'
              WRITE STATEMENT-REC
              MOVE SPACES TO STATEMENT-REC
              STRING "ACCOUNT LEDGER STATEMENT - PERIOD "
                  DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  "   CLOSE RESUMED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO STATEMENT-REC
              END-STRING
           ELSE
              STRING "ACCOUNT LEDGER STATEMENT - PERIOD "
                  DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  "   CLOSED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  INTO STATEMENT-REC
              END-STRING
           END-IF
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "ACCOUNT     " DELIMITED BY SIZE
               "MONTH COUNT" DELIMITED BY SIZE
               "          MONTH TOTAL" DELIMITED BY SIZE
               "    YTD COUNT" DELIMITED BY SIZE
               "            YTD TOTAL" DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE ALL "-" TO STATEMENT-REC(1:79)
           WRITE STATEMENT-REC.

       0220-CLOSE-ONE-ACCOUNT.
      * An account already past the close period was rolled by an
      * interrupted attempt - it is not rolled again, but the
      * figures it kept from that roll still count in the period's
      * totals. Otherwise: a year-to-date carried from another
      * year starts over, the month rolls in, the statement line
      * shows the month and the year so far, the CLOSED fields
      * keep those figures, and the account moves on to the next
      * period with an empty month (and an empty year too after a
      * December close).
           IF LDGR-PERIOD > WS-CLOSE-PERIOD
              ADD 1 TO WS-ACCOUNTS-SKIPPED
              IF LDGR-CLOSED-PERIOD = WS-CLOSE-PERIOD
                 ADD 1 TO WS-ACCOUNTS-CARRIED
                 ADD LDGR-CLOSED-COUNT TO WS-PERIOD-COUNT
                 ADD LDGR-CLOSED-TOTAL TO WS-PERIOD-TOTAL
                 ADD LDGR-CLOSED-YTD-COUNT TO WS-YTD-COUNT-SUM
                 ADD LDGR-CLOSED-YTD-TOTAL TO WS-YTD-TOTAL-SUM
              END-IF
           ELSE
              IF LDGR-YTD-YEAR NOT = WS-CLOSE-YEAR
                 MOVE WS-CLOSE-YEAR TO LDGR-YTD-YEAR
                 MOVE 0 TO LDGR-YTD-COUNT
                 MOVE 0 TO LDGR-YTD-TOTAL
              END-IF
              ADD LDGR-MTD-COUNT TO LDGR-YTD-COUNT
              ADD LDGR-MTD-TOTAL TO LDGR-YTD-TOTAL
              IF LDGR-MTD-COUNT > 0 OR LDGR-YTD-COUNT > 0
                 PERFORM 0230-WRITE-ACCOUNT-LINE
              END-IF
              ADD LDGR-MTD-COUNT TO WS-PERIOD-COUNT
              ADD LDGR-MTD-TOTAL TO WS-PERIOD-TOTAL
              ADD LDGR-YTD-COUNT TO WS-YTD-COUNT-SUM
              ADD LDGR-YTD-TOTAL TO WS-YTD-TOTAL-SUM
              MOVE WS-CLOSE-PERIOD TO LDGR-CLOSED-PERIOD
              MOVE LDGR-MTD-COUNT TO LDGR-CLOSED-COUNT
              MOVE LDGR-MTD-TOTAL TO LDGR-CLOSED-TOTAL
              MOVE LDGR-YTD-COUNT TO LDGR-CLOSED-YTD-COUNT
              MOVE LDGR-YTD-TOTAL TO LDGR-CLOSED-YTD-TOTAL
              MOVE WS-NEXT-PERIOD TO LDGR-PERIOD
              MOVE 0 TO LDGR-MTD-COUNT
              MOVE 0 TO LDGR-MTD-TOTAL
              MOVE 0 TO LDGR-DAY-DATE
              MOVE 0 TO LDGR-DAY-COUNT
              MOVE 0 TO LDGR-DAY-TOTAL
              IF WS-CLOSE-MONTH = 12
                 MOVE WS-NEXT-PERIOD(1:4) TO LDGR-YTD-YEAR
                 MOVE 0 TO LDGR-YTD-COUNT
                 MOVE 0 TO LDGR-YTD-TOTAL
              END-IF
              REWRITE LDGR-RECORD
              IF WS-FS-LDGR = "00"
                 ADD 1 TO WS-ACCOUNTS-ROLLED
              ELSE
                 ADD 1 TO WS-REWRITE-ERRORS
                 DISPLAY "LEDGCLOS: REWRITE FAILED WITH STATUS "
                     WS-FS-LDGR " AT ACCOUNT [" LDGR-ACCOUNT "]"
              END-IF
           END-IF.

       0230-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNTS-PRINTED
           MOVE LDGR-MTD-COUNT TO WS-ED-COUNT
           MOVE LDGR-MTD-TOTAL TO WS-ED-TOTAL
           MOVE LDGR-YTD-COUNT TO WS-ED-YTD-COUNT
           MOVE LDGR-YTD-TOTAL TO WS-ED-YTD-TOTAL
           MOVE SPACES TO STATEMENT-REC
           STRING LDGR-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-TOTAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-YTD-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-YTD-TOTAL DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC.

       0240-WRITE-STATEMENT-TOTALS.
           MOVE ALL "-" TO STATEMENT-REC(1:79)
           WRITE STATEMENT-REC
           MOVE WS-PERIOD-COUNT TO WS-ED-COUNT
           MOVE WS-PERIOD-TOTAL TO WS-ED-TOTAL
           MOVE WS-YTD-COUNT-SUM TO WS-ED-YTD-COUNT
           MOVE WS-YTD-TOTAL-SUM TO WS-ED-YTD-TOTAL
           MOVE SPACES TO STATEMENT-REC
           STRING "TOTAL      " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-TOTAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-YTD-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-YTD-TOTAL DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "ACCOUNTS ON STATEMENT: " DELIMITED BY SIZE
               WS-ACCOUNTS-PRINTED DELIMITED BY SIZE
               "   ROLLED TO PERIOD " DELIMITED BY SIZE
               WS-NEXT-PERIOD DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-ACCOUNTS-ROLLED DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           IF WS-ACCOUNTS-CARRIED > 0
              MOVE SPACES TO STATEMENT-REC
              IF WS-STMT-REPLACED = 'Y'
                 STRING "ACCOUNTS ROLLED BY AN EARLIER ATTEMPT, "
                     DELIMITED BY SIZE
                     "IN TOTAL ONLY: " DELIMITED BY SIZE
                     WS-ACCOUNTS-CARRIED DELIMITED BY SIZE
                     INTO STATEMENT-REC
                 END-STRING
                 WRITE STATEMENT-REC
                 MOVE SPACES TO STATEMENT-REC
                 STRING "  (EARLIER STATEMENT NOT FOUND - THEIR "
                     DELIMITED BY SIZE
                     "LINES ARE NOT SHOWN)" DELIMITED BY SIZE
                     INTO STATEMENT-REC
                 END-STRING
              ELSE
                 STRING "ACCOUNTS ROLLED BY AN EARLIER ATTEMPT, "
                     DELIMITED BY SIZE
                     "LINES ABOVE, IN TOTAL: " DELIMITED BY SIZE
                     WS-ACCOUNTS-CARRIED DELIMITED BY SIZE
                     INTO STATEMENT-REC
                 END-STRING
              END-IF
              WRITE STATEMENT-REC
           END-IF.

       0300-WRAP-UP.
      * Only a clean pass records the period as closed: after a
      * rewrite failure the close-control file is left alone so
      * the close can be rerun and finish the accounts it missed.
           IF WS-REWRITE-ERRORS = 0
              PERFORM 0320-RECORD-THE-CLOSE
           END-IF
           DISPLAY "===================================="
           DISPLAY "LEDGER MONTH-END CLOSE SUMMARY"
           DISPLAY "===================================="
           DISPLAY "PERIOD CLOSED:      " WS-CLOSE-PERIOD
           DISPLAY "NEXT OPEN PERIOD:   " WS-NEXT-PERIOD
           DISPLAY "LEDGER ACCOUNTS:    " WS-ACCOUNTS-READ
           DISPLAY "ACCOUNTS ROLLED:    " WS-ACCOUNTS-ROLLED
           DISPLAY "ALREADY ROLLED:     " WS-ACCOUNTS-SKIPPED
           DISPLAY "  IN PERIOD TOTALS: " WS-ACCOUNTS-CARRIED
           DISPLAY "ON STATEMENT:       " WS-ACCOUNTS-PRINTED
           DISPLAY "PERIOD RECORDS:     " WS-PERIOD-COUNT
           DISPLAY "PERIOD VALUE TOTAL: " WS-PERIOD-TOTAL
           DISPLAY "REWRITE ERRORS:     " WS-REWRITE-ERRORS
           DISPLAY "STATEMENT:          " WS-STATEMENT-FILE
           IF WS-RERUN = 'Y' AND WS-STMT-REPLACED = 'N'
              DISPLAY "  RESUMED SECTION APPENDED TO THE EARLIER "
                  "ATTEMPT'S STATEMENT"
           END-IF
           IF WS-STMT-REPLACED = 'Y' AND WS-ACCOUNTS-CARRIED > 0
              DISPLAY "WARNING: EARLIER ATTEMPT'S STATEMENT NOT "
                  "FOUND - " WS-ACCOUNTS-CARRIED " ACCOUNT(S) "
                  "COUNTED IN TOTALS WITHOUT STATEMENT LINES"
           END-IF
           DISPLAY "===================================="
           IF WS-REWRITE-ERRORS > 0
              DISPLAY "LEDGCLOS: PERIOD " WS-CLOSE-PERIOD
                  " NOT RECORDED AS CLOSED - RERUN THE CLOSE"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0320-RECORD-THE-CLOSE.
           OPEN EXTEND LEDGER-CTL
           IF WS-FS-LCTL = "35"
              OPEN OUTPUT LEDGER-CTL
           END-IF
           IF WS-FS-LCTL = "00"
              MOVE WS-CLOSE-PERIOD TO LCTL-PERIOD
              MOVE WS-RUN-DATE TO LCTL-CLOSE-DATE
              MOVE WS-RUN-TIME(1:6) TO LCTL-CLOSE-TIME
              MOVE WS-ACCOUNTS-CLOSED TO LCTL-ACCOUNTS
              MOVE WS-PERIOD-COUNT TO LCTL-PERIOD-COUNT
              MOVE WS-PERIOD-TOTAL TO LCTL-PERIOD-TOTAL
              WRITE LCTL-RECORD
              CLOSE LEDGER-CTL
           ELSE
              DISPLAY "LEDGCLOS: CANNOT OPEN CLOSE-CONTROL FILE "
                  WS-LEDGER-CTL-FILE " - FILE STATUS " WS-FS-LCTL
                  " - PERIOD ROLLED BUT NOT RECORDED AS CLOSED"
              ADD 1 TO WS-REWRITE-ERRORS
           END-IF.

       END PROGRAM LEDGCLOS.
