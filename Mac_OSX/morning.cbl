       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MORNING".

      * Morning operations summary: one page, read by the first
      * shift, that says whether the overnight cycle was clean.
      * Consolidates what the shift would otherwise look through
      * one artifact at a time:
      *   - the PIPELINE job log: every step of the latest chain
      *     and its return code, and how the chain ended (a resumed
      *     chain is followed back to the stamp it first started
      *     under);
      *   - the run history (srthist copybook): the proof figures
      *     of every SORT run since the chain started (the last of
      *     them is the one that stands - on a repaired night the
      *     first pass is superseded by the rerun), and any master
      *     rollback recorded in that time;
      *   - the SORT control report, the XMITREG report and the
      *     GENPURGE summary - console listings, so the files named
      *     here are the listings the scheduler kept of each: the
      *     tolerance, reconciliation and *** alert lines, the held
      *     and stale-dated counts (all from the last control report
      *     in the listing), the transmissions unacknowledged,
      *     acknowledged FAIL or flagged for re-send, and what the
      *     purge removed;
      *   - the tolerance exceptions file, found through the
      *     catalog when the run kept generations, else by its
      *     fixed name when the control report says a limit broke;
      *   - the pending holding file: records still held for a
      *     future effective date;
      *   - the catalog (srtcat copybook): the generations the cycle
      *     kept, including the pre-load master backups.
      * The cycle is everything stamped at or after the start of
      * the latest chain; without a job log, since midnight
      * yesterday.
      *
      * The page ends with a verdict and the reasons for it:
      *   RED    the chain stopped or never finished, the chain
      *          ended RC 8 or worse, no SORT run is on the history
      *          for the cycle, the last SORT run ended RC 8 or
      *          worse or left a source out of balance, or a
      *          tolerance limit broke (the night's output was
      *          suppressed);
      *   AMBER  the chain finished with warnings (RC 4), an
      *          artifact needed to judge the night is missing,
      *          the control report carries *** alert lines,
      *          transmissions are flagged for re-send or were
      *          acknowledged FAIL, the masters were rolled back,
      *          the masters were loaded without a complete backup,
      *          or the purge did not finish or found generations
      *          already missing;
      *   GREEN  none of those.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=PIPELINE job log
      * (SORT_PIPELINE_LOG_FILE), 2=SORT control report listing
      * (SORT_CONTROL_REPORT_FILE), 3=XMITREG report listing
      * (SORT_XMITREG_REPORT_FILE), 4=GENPURGE listing
      * (SORT_GENPURGE_REPORT_FILE), 5=run history
      * (SORT_HISTORY_FILE), 6=catalog (SORT_CATALOG_FILE),
      * 7=tolerance exceptions file (SORT_EXCEPTIONS_FILE),
      * 8=pending holding file (SORT_PENDING_FILE).
      *
      * Return code 0 = GREEN, 4 = AMBER, 8 = RED - for the
      * scheduler to alert on.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT JOB-LOG ASSIGN TO DYNAMIC WS-LOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
               SELECT CTL-REPORT ASSIGN TO DYNAMIC WS-CTLRPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
               SELECT XMIT-REPORT ASSIGN TO DYNAMIC WS-XMITRPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XRPT.
               SELECT PURGE-REPORT ASSIGN TO DYNAMIC
               WS-PURGERPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRPT.
               SELECT RUN-HIST ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
               SELECT CATALOG-IN ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
               SELECT EXCEPT-IN ASSIGN TO DYNAMIC WS-EXC-READ-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
               SELECT PENDING-IN ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEND.

       DATA DIVISION.
           FILE SECTION.
           FD JOB-LOG.
           01 JOB-LOG-REC PIC X(200).

           FD CTL-REPORT.
           01 CTL-REPORT-REC PIC X(250).

           FD XMIT-REPORT.
           01 XMIT-REPORT-REC PIC X(250).

           FD PURGE-REPORT.
           01 PURGE-REPORT-REC PIC X(250).

           FD RUN-HIST.
           01 HIST-RECORD.
               COPY "srthist.cpy".

           FD CATALOG-IN.
           01 CATALOG-REC.
               COPY "srtcat.cpy".

           FD EXCEPT-IN.
           01 EXCEPT-IN-REC PIC X(100).

           FD PENDING-IN.
           01 PENDING-IN-REC PIC X(27).

           WORKING-STORAGE SECTION.
           01 WS-LOG-FILE PIC X(100) VALUE SPACES.
           01 WS-CTLRPT-FILE PIC X(100) VALUE SPACES.
           01 WS-XMITRPT-FILE PIC X(100) VALUE SPACES.
           01 WS-PURGERPT-FILE PIC X(100) VALUE SPACES.
           01 WS-HISTORY-FILE PIC X(100) VALUE SPACES.
           01 WS-CATALOG-FILE PIC X(100) VALUE SPACES.
           01 WS-EXCEPTIONS-FILE PIC X(100) VALUE SPACES.
           01 WS-PENDING-FILE PIC X(100) VALUE SPACES.
           01 WS-EXC-READ-FILE PIC X(120) VALUE SPACES.
           01 WS-FS-LOG PIC XX.
           01 WS-FS-CTL PIC XX.
           01 WS-FS-XRPT PIC XX.
           01 WS-FS-PRPT PIC XX.
           01 WS-FS-HIST PIC XX.
           01 WS-FS-CAT PIC XX.
           01 WS-FS-EXC PIC XX.
           01 WS-FS-PEND PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8) VALUE 0.
           01 WS-NOW PIC 9(8) VALUE 0.
           01 WS-YESTERDAY PIC 9(8) VALUE 0.
           01 WS-WINDOW-STAMP PIC 9(14) VALUE 0.
           01 WS-STAMP PIC 9(14) VALUE 0.

      * Line parsing: the text after a report label, and the first
      * word of it as a number.
           01 WS-REST PIC X(250) VALUE SPACES.
           01 WS-REST-TRIM PIC X(250) VALUE SPACES.
           01 WS-JUNK PIC X(250) VALUE SPACES.
           01 WS-TOKEN PIC X(20) VALUE SPACES.
           01 WS-NUMBER PIC 9(9) VALUE 0.
           01 WS-TALLY PIC 9(4) VALUE 0.

      * The latest PIPELINE chain.
           01 WS-LOG-FOUND PIC A(1) VALUE 'N'.
           01 WS-CHAIN-FOUND PIC A(1) VALUE 'N'.
           01 WS-CHAIN-DATE PIC X(8) VALUE SPACES.
           01 WS-CHAIN-TIME PIC X(6) VALUE SPACES.
           01 WS-CHAIN-END PIC X(16) VALUE SPACES.
           01 WS-CHAIN-END-RC PIC 9(2) VALUE 0.
           01 WS-LOG-NAME PIC X(16) VALUE SPACES.
           01 WS-LOG-RC PIC X(2) VALUE SPACES.
           01 WS-LOG-NOTE PIC X(160) VALUE SPACES.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 20 TIMES.
                   10 STEP-NAME PIC X(16).
                   10 STEP-RC PIC X(2).
                   10 STEP-NOTE PIC X(44).
           01 WS-STEP-COUNT PIC 9(2) VALUE 0.
           01 WS-STEP-MORE PIC 9(4) VALUE 0.
           01 WS-STEP-IX PIC 9(2) VALUE 0.

      * SORT runs and rollbacks on the history for the cycle.
           01 WS-HIST-FOUND PIC A(1) VALUE 'N'.
           01 WS-RUN-TABLE.
               05 WS-RUN-ENTRY OCCURS 4 TIMES.
                   10 RUN-DATE PIC 9(8).
                   10 RUN-TIME PIC 9(6).
                   10 RUN-READ PIC 9(7).
                   10 RUN-REJECTED PIC 9(7).
                   10 RUN-LOADED PIC 9(6).
                   10 RUN-WRITTEN PIC 9(7).
                   10 RUN-RC PIC 9(2).
           01 WS-SORT-RUNS PIC 9(4) VALUE 0.
           01 WS-RUN-IX PIC 9(2) VALUE 0.
           01 WS-LAST-RUN-RC PIC 9(2) VALUE 0.
           01 WS-RUNS-LOADED PIC 9(7) VALUE 0.
           01 WS-ROLLBACKS PIC 9(4) VALUE 0.
           01 WS-ROLLBACK-DATE PIC 9(8) VALUE 0.
           01 WS-ROLLBACK-TIME PIC 9(6) VALUE 0.

      * SORT control report listing.
           01 WS-CTL-FOUND PIC A(1) VALUE 'N'.
           01 WS-CTL-BLOCKS PIC 9(4) VALUE 0.
           01 WS-HELD-TONIGHT PIC 9(9) VALUE 0.
           01 WS-STALE-TONIGHT PIC 9(9) VALUE 0.
           01 WS-BREACHES PIC 9(9) VALUE 0.
           01 WS-OOB-LINES PIC 9(4) VALUE 0.
           01 WS-RECON-LINE PIC X(64) VALUE SPACES.
           01 WS-ALERTS PIC 9(4) VALUE 0.
           01 WS-WARNINGS PIC 9(4) VALUE 0.
           01 WS-ALERT-TABLE.
               05 WS-ALERT-LINE PIC X(62) OCCURS 3 TIMES.

      * Tolerance exceptions detail.
           01 WS-EXC-FOUND PIC A(1) VALUE 'N'.
           01 WS-EXC-LINES PIC 9(4) VALUE 0.
           01 WS-EXC-TABLE.
               05 WS-EXC-LINE PIC X(64) OCCURS 5 TIMES.

      * XMITREG report listing.
           01 WS-XRPT-FOUND PIC A(1) VALUE 'N'.
           01 WS-XMIT-TOTAL PIC 9(9) VALUE 0.
           01 WS-XMIT-FAIL PIC 9(9) VALUE 0.
           01 WS-XMIT-UNACKED PIC 9(9) VALUE 0.
           01 WS-XMIT-FLAGGED PIC 9(9) VALUE 0.
           01 WS-RESEND-SHOWN PIC 9(2) VALUE 0.
           01 WS-RESEND-TABLE.
               05 WS-RESEND-LINE PIC X(62) OCCURS 5 TIMES.

      * GENPURGE listing.
           01 WS-PRPT-FOUND PIC A(1) VALUE 'N'.
           01 WS-PURGE-DONE PIC A(1) VALUE 'N'.
           01 WS-PURGE-FAILED PIC A(1) VALUE 'N'.
           01 WS-PURGED PIC 9(9) VALUE 0.
           01 WS-PURGE-KEPT PIC 9(9) VALUE 0.
           01 WS-PURGE-MISSING PIC 9(9) VALUE 0.
           01 WS-PURGE-SHOWN PIC 9(2) VALUE 0.
           01 WS-PURGE-TABLE.
               05 WS-PURGE-LINE PIC X(62) OCCURS 5 TIMES.

      * Catalog entries for the cycle, by artifact type.
           01 WS-CAT-FOUND PIC A(1) VALUE 'N'.
           01 WS-CAT-TONIGHT PIC 9(5) VALUE 0.
           01 WS-TYPE-TABLE.
               05 WS-TYPE-ENTRY OCCURS 20 TIMES.
                   10 TYPE-NAME PIC X(8).
                   10 TYPE-COUNT PIC 9(4).
           01 WS-TYPE-COUNT PIC 9(2) VALUE 0.
           01 WS-TYPE-IX PIC 9(2) VALUE 0.
           01 WS-TYPE-FOUND PIC 9(2) VALUE 0.
           01 WS-MAST-BKUP PIC A(1) VALUE 'N'.
           01 WS-ACCT-BKUP PIC A(1) VALUE 'N'.
           01 WS-TYPE-LINE PIC X(70) VALUE SPACES.
           01 WS-TYPE-PTR PIC 9(3) VALUE 1.

      * Pending holding file.
           01 WS-PEND-FOUND PIC A(1) VALUE 'N'.
           01 WS-HELD-BACKLOG PIC 9(9) VALUE 0.

      * The verdict and what drove it.
           01 WS-VERDICT-RC PIC 9(2) VALUE 0.
           01 WS-VERDICT PIC X(5) VALUE SPACES.
           01 WS-NEW-LEVEL PIC X(5) VALUE SPACES.
           01 WS-NEW-TEXT PIC X(64) VALUE SPACES.
           01 WS-REASON-TABLE.
               05 WS-REASON-ENTRY OCCURS 16 TIMES.
                   10 REASON-LEVEL PIC X(5).
                   10 REASON-TEXT PIC X(64).
           01 WS-REASON-COUNT PIC 9(2) VALUE 0.
           01 WS-REASON-IX PIC 9(2) VALUE 0.
           01 I PIC 9(2) VALUE 0.
           01 WS-ED-1 PIC ZZZZZZZZ9.
           01 WS-ED-2 PIC ZZZZZZZZ9.
           01 WS-ED-3 PIC ZZZZZZZZ9.
           01 WS-ED-4 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-READ-JOB-LOG
           PERFORM 0300-READ-RUN-HISTORY
           PERFORM 0350-READ-CONTROL-REPORT
           PERFORM 0400-READ-CATALOG
           PERFORM 0450-READ-EXCEPTIONS
           PERFORM 0500-READ-XMITREG-REPORT
           PERFORM 0550-COUNT-PENDING
           PERFORM 0600-READ-PURGE-REPORT
           PERFORM 0700-DECIDE-VERDICT
           PERFORM 0800-PRINT-SUMMARY
           MOVE WS-VERDICT-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
           ACCEPT WS-LOG-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-CTLRPT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-XMITRPT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-PURGERPT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-CATALOG-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-EXCEPTIONS-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-PENDING-FILE FROM ARGUMENT-VALUE

           IF WS-LOG-FILE = SPACES
              ACCEPT WS-LOG-FILE FROM ENVIRONMENT
                  "SORT_PIPELINE_LOG_FILE"
           END-IF
           IF WS-LOG-FILE = SPACES
              MOVE "py_vs_X_pipeline.log" TO WS-LOG-FILE
           END-IF
           IF WS-CTLRPT-FILE = SPACES
              ACCEPT WS-CTLRPT-FILE FROM ENVIRONMENT
                  "SORT_CONTROL_REPORT_FILE"
           END-IF
           IF WS-CTLRPT-FILE = SPACES
              MOVE "py_vs_X_sortrpt.txt" TO WS-CTLRPT-FILE
           END-IF
           IF WS-XMITRPT-FILE = SPACES
              ACCEPT WS-XMITRPT-FILE FROM ENVIRONMENT
                  "SORT_XMITREG_REPORT_FILE"
           END-IF
           IF WS-XMITRPT-FILE = SPACES
              MOVE "py_vs_X_xmitrpt.txt" TO WS-XMITRPT-FILE
           END-IF
           IF WS-PURGERPT-FILE = SPACES
              ACCEPT WS-PURGERPT-FILE FROM ENVIRONMENT
                  "SORT_GENPURGE_REPORT_FILE"
           END-IF
           IF WS-PURGERPT-FILE = SPACES
              MOVE "py_vs_X_purgerpt.txt" TO WS-PURGERPT-FILE
           END-IF
           IF WS-HISTORY-FILE = SPACES
              ACCEPT WS-HISTORY-FILE FROM ENVIRONMENT
                  "SORT_HISTORY_FILE"
           END-IF
           IF WS-HISTORY-FILE = SPACES
              MOVE "py_vs_X_runhist.txt" TO WS-HISTORY-FILE
           END-IF
           IF WS-CATALOG-FILE = SPACES
              ACCEPT WS-CATALOG-FILE FROM ENVIRONMENT
                  "SORT_CATALOG_FILE"
           END-IF
           IF WS-CATALOG-FILE = SPACES
              MOVE "py_vs_X_catalog.txt" TO WS-CATALOG-FILE
           END-IF
           IF WS-EXCEPTIONS-FILE = SPACES
              ACCEPT WS-EXCEPTIONS-FILE FROM ENVIRONMENT
                  "SORT_EXCEPTIONS_FILE"
           END-IF
           IF WS-EXCEPTIONS-FILE = SPACES
              MOVE "py_vs_X_exceptions.txt" TO WS-EXCEPTIONS-FILE
           END-IF
           IF WS-PENDING-FILE = SPACES
              ACCEPT WS-PENDING-FILE FROM ENVIRONMENT
                  "SORT_PENDING_FILE"
           END-IF
           IF WS-PENDING-FILE = SPACES
              MOVE "py_vs_X_pending.txt" TO WS-PENDING-FILE
           END-IF.

       0200-READ-JOB-LOG.
      * Keep only the latest chain: every CHAIN-START starts the
      * step list again. The cycle window opens at that chain's
      * start, or at the start of the chain it resumed.
           OPEN INPUT JOB-LOG
           IF WS-FS-LOG = "00"
              MOVE 'Y' TO WS-LOG-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ JOB-LOG
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0220-TAKE-LOG-LINE
                  END-READ
              END-PERFORM
              CLOSE JOB-LOG
              MOVE 'N' TO WS-EOF
           END-IF
           IF WS-CHAIN-FOUND = 'Y'
               AND WS-CHAIN-DATE IS NUMERIC
               AND WS-CHAIN-TIME IS NUMERIC
              COMPUTE WS-WINDOW-STAMP =
                  FUNCTION NUMVAL(WS-CHAIN-DATE) * 1000000
                  + FUNCTION NUMVAL(WS-CHAIN-TIME)
           ELSE
              COMPUTE WS-WINDOW-STAMP = WS-YESTERDAY * 1000000
           END-IF.

       0220-TAKE-LOG-LINE.
           IF JOB-LOG-REC(1:8) IS NUMERIC
               AND JOB-LOG-REC(33:4) = " RC "
              MOVE JOB-LOG-REC(17:16) TO WS-LOG-NAME
              MOVE JOB-LOG-REC(37:2) TO WS-LOG-RC
              MOVE JOB-LOG-REC(40:160) TO WS-LOG-NOTE
              EVALUATE WS-LOG-NAME
                  WHEN "CHAIN-START"
                      MOVE 'Y' TO WS-CHAIN-FOUND
                      MOVE 0 TO WS-STEP-COUNT
                      MOVE 0 TO WS-STEP-MORE
                      MOVE SPACES TO WS-CHAIN-END
                      MOVE JOB-LOG-REC(1:8) TO WS-CHAIN-DATE
                      MOVE JOB-LOG-REC(10:6) TO WS-CHAIN-TIME
                      IF WS-LOG-NOTE(1:12) = "RESUMING AT "
                         MOVE SPACES TO WS-REST
                         UNSTRING WS-LOG-NOTE DELIMITED BY "CHAIN OF "
                             INTO WS-JUNK WS-REST
                         END-UNSTRING
                         IF WS-REST(1:8) IS NUMERIC
                             AND WS-REST(10:6) IS NUMERIC
                            MOVE WS-REST(1:8) TO WS-CHAIN-DATE
                            MOVE WS-REST(10:6) TO WS-CHAIN-TIME
                         END-IF
                      END-IF
                  WHEN "CHAIN-COMPLETE"
                  WHEN "CHAIN-STOPPED"
                      MOVE WS-LOG-NAME TO WS-CHAIN-END
                      IF WS-LOG-RC IS NUMERIC
                         MOVE WS-LOG-RC TO WS-CHAIN-END-RC
                      END-IF
                  WHEN OTHER
                      IF WS-CHAIN-FOUND = 'Y'
                         PERFORM 0230-ADD-STEP
                      END-IF
              END-EVALUATE
           END-IF.

       0230-ADD-STEP.
           IF WS-STEP-COUNT < 20
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-LOG-NAME TO STEP-NAME(WS-STEP-COUNT)
              MOVE WS-LOG-RC TO STEP-RC(WS-STEP-COUNT)
              MOVE WS-LOG-NOTE TO STEP-NOTE(WS-STEP-COUNT)
           ELSE
              ADD 1 TO WS-STEP-MORE
           END-IF.

       0300-READ-RUN-HISTORY.
           OPEN INPUT RUN-HIST
           IF WS-FS-HIST = "00"
              MOVE 'Y' TO WS-HIST-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ RUN-HIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0320-TAKE-HIST-RECORD
                  END-READ
              END-PERFORM
              CLOSE RUN-HIST
              MOVE 'N' TO WS-EOF
           END-IF.

       0320-TAKE-HIST-RECORD.
           IF HIST-RUN-DATE IS NUMERIC AND HIST-RUN-TIME IS NUMERIC
              COMPUTE WS-STAMP =
                  HIST-RUN-DATE * 1000000 + HIST-RUN-TIME
              IF WS-STAMP >= WS-WINDOW-STAMP
                 EVALUATE TRUE
                     WHEN HIST-RUN-TYPE = "R"
                         ADD 1 TO WS-ROLLBACKS
                         MOVE HIST-RUN-DATE TO WS-ROLLBACK-DATE
                         MOVE HIST-RUN-TIME TO WS-ROLLBACK-TIME
                     WHEN HIST-RECORDS-READ IS NUMERIC
                         AND HIST-RECORDS-REJECTED IS NUMERIC
                         AND HIST-RECORDS-LOADED IS NUMERIC
                         AND HIST-RETURN-CODE IS NUMERIC
                         PERFORM 0330-ADD-SORT-RUN
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       0330-ADD-SORT-RUN.
           ADD 1 TO WS-SORT-RUNS
           ADD HIST-RECORDS-LOADED TO WS-RUNS-LOADED
           MOVE HIST-RETURN-CODE TO WS-LAST-RUN-RC
           IF WS-SORT-RUNS <= 4
              MOVE WS-SORT-RUNS TO WS-RUN-IX
              MOVE HIST-RUN-DATE TO RUN-DATE(WS-RUN-IX)
              MOVE HIST-RUN-TIME TO RUN-TIME(WS-RUN-IX)
              MOVE HIST-RECORDS-READ TO RUN-READ(WS-RUN-IX)
              MOVE HIST-RECORDS-REJECTED TO RUN-REJECTED(WS-RUN-IX)
              MOVE HIST-RECORDS-LOADED TO RUN-LOADED(WS-RUN-IX)
              IF HIST-RECORDS-WRITTEN IS NUMERIC
                 MOVE HIST-RECORDS-WRITTEN TO RUN-WRITTEN(WS-RUN-IX)
              ELSE
                 MOVE 0 TO RUN-WRITTEN(WS-RUN-IX)
              END-IF
              MOVE HIST-RETURN-CODE TO RUN-RC(WS-RUN-IX)
           END-IF.

       0350-READ-CONTROL-REPORT.
      * The listing may hold more than one control report (the
      * repair rerun prints its own after the first pass's), and
      * only the last one stands: the rerun re-reads the original
      * feeds, so its counts already cover the first pass, and its
      * reconciliation is the one the chain was judged on. Each
      * report header starts the counts again.
           OPEN INPUT CTL-REPORT
           IF WS-FS-CTL = "00"
              MOVE 'Y' TO WS-CTL-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ CTL-REPORT
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0360-TAKE-REPORT-LINE
                  END-READ
              END-PERFORM
              CLOSE CTL-REPORT
              MOVE 'N' TO WS-EOF
           END-IF.

       0360-TAKE-REPORT-LINE.
           EVALUATE TRUE
               WHEN CTL-REPORT-REC(1:27) = "SORT CONTROL / PROOF REPORT"
                   ADD 1 TO WS-CTL-BLOCKS
                   MOVE 0 TO WS-HELD-TONIGHT
                   MOVE 0 TO WS-STALE-TONIGHT
                   MOVE 0 TO WS-BREACHES
                   MOVE 0 TO WS-OOB-LINES
                   MOVE SPACES TO WS-RECON-LINE
                   MOVE 0 TO WS-ALERTS
                   MOVE 0 TO WS-WARNINGS
               WHEN CTL-REPORT-REC(1:29)
                   = "RECORDS HELD (FUTURE-DATED): "
                   MOVE CTL-REPORT-REC(30:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   ADD WS-NUMBER TO WS-HELD-TONIGHT
               WHEN CTL-REPORT-REC(1:26) = "RECORDS WITH STALE DATES: "
                   MOVE CTL-REPORT-REC(27:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   ADD WS-NUMBER TO WS-STALE-TONIGHT
               WHEN CTL-REPORT-REC(1:20) = "TOLERANCE BREACHED: "
                   MOVE CTL-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   ADD WS-NUMBER TO WS-BREACHES
               WHEN CTL-REPORT-REC(1:23) = "SOURCE RECONCILIATION: "
                   MOVE CTL-REPORT-REC(24:) TO WS-RECON-LINE
                   MOVE 0 TO WS-TALLY
                   INSPECT CTL-REPORT-REC TALLYING WS-TALLY
                       FOR ALL "OUT OF BALANCE"
                   IF WS-TALLY > 0
                      ADD 1 TO WS-OOB-LINES
                   END-IF
               WHEN CTL-REPORT-REC(1:6) = "  *** "
                   ADD 1 TO WS-ALERTS
                   IF WS-ALERTS <= 3
                      MOVE CTL-REPORT-REC(7:) TO
                          WS-ALERT-LINE(WS-ALERTS)
                   END-IF
               WHEN CTL-REPORT-REC(1:9) = "WARNING: "
                   ADD 1 TO WS-WARNINGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0400-READ-CATALOG.
           OPEN INPUT CATALOG-IN
           IF WS-FS-CAT = "00"
              MOVE 'Y' TO WS-CAT-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ CATALOG-IN
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0420-TAKE-CATALOG-ENTRY
                  END-READ
              END-PERFORM
              CLOSE CATALOG-IN
              MOVE 'N' TO WS-EOF
           END-IF.

       0420-TAKE-CATALOG-ENTRY.
           IF CAT-RUN-DATE IS NUMERIC AND CAT-RUN-TIME IS NUMERIC
              COMPUTE WS-STAMP =
                  CAT-RUN-DATE * 1000000 + CAT-RUN-TIME
              IF WS-STAMP >= WS-WINDOW-STAMP
                 ADD 1 TO WS-CAT-TONIGHT
                 MOVE 0 TO WS-TYPE-FOUND
                 PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                     UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                        OR WS-TYPE-FOUND > 0
                     IF TYPE-NAME(WS-TYPE-IX) = CAT-ARTIFACT-TYPE
                        MOVE WS-TYPE-IX TO WS-TYPE-FOUND
                     END-IF
                 END-PERFORM
                 IF WS-TYPE-FOUND = 0 AND WS-TYPE-COUNT < 20
                    ADD 1 TO WS-TYPE-COUNT
                    MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND
                    MOVE CAT-ARTIFACT-TYPE TO TYPE-NAME(WS-TYPE-FOUND)
                    MOVE 0 TO TYPE-COUNT(WS-TYPE-FOUND)
                 END-IF
                 IF WS-TYPE-FOUND > 0
                    ADD 1 TO TYPE-COUNT(WS-TYPE-FOUND)
                 END-IF
                 EVALUATE CAT-ARTIFACT-TYPE
                     WHEN "MASTBKUP"
                         MOVE 'Y' TO WS-MAST-BKUP
                     WHEN "ACCTBKUP"
                         MOVE 'Y' TO WS-ACCT-BKUP
                     WHEN "EXCEPTS"
                         MOVE CAT-FILE-NAME TO WS-EXC-READ-FILE
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       0450-READ-EXCEPTIONS.
      * The catalogued generation when the run kept one; the fixed
      * name only when tonight's control report says a limit broke,
      * since a fixed-name file may be left from an earlier night.
           IF WS-EXC-READ-FILE = SPACES AND WS-BREACHES > 0
              MOVE WS-EXCEPTIONS-FILE TO WS-EXC-READ-FILE
           END-IF
           IF WS-EXC-READ-FILE NOT = SPACES
              OPEN INPUT EXCEPT-IN
              IF WS-FS-EXC = "00"
                 MOVE 'Y' TO WS-EXC-FOUND
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                     READ EXCEPT-IN
                         AT END MOVE 'Y' TO WS-EOF
                         NOT AT END
                             IF EXCEPT-IN-REC NOT = SPACES
                                ADD 1 TO WS-EXC-LINES
                                IF WS-EXC-LINES <= 5
                                   MOVE EXCEPT-IN-REC
                                       TO WS-EXC-LINE(WS-EXC-LINES)
                                END-IF
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE EXCEPT-IN
                 MOVE 'N' TO WS-EOF
              END-IF
           END-IF.

       0500-READ-XMITREG-REPORT.
      * Only the last report in the listing counts: each report
      * restates the whole register.
           OPEN INPUT XMIT-REPORT
           IF WS-FS-XRPT = "00"
              MOVE 'Y' TO WS-XRPT-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ XMIT-REPORT
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0520-TAKE-XMITREG-LINE
                  END-READ
              END-PERFORM
              CLOSE XMIT-REPORT
              MOVE 'N' TO WS-EOF
           END-IF.

       0520-TAKE-XMITREG-LINE.
           EVALUATE TRUE
               WHEN XMIT-REPORT-REC(1:28)
                   = "TRANSMISSION REGISTER REPORT"
                   MOVE 0 TO WS-XMIT-TOTAL
                   MOVE 0 TO WS-XMIT-FAIL
                   MOVE 0 TO WS-XMIT-UNACKED
                   MOVE 0 TO WS-XMIT-FLAGGED
                   MOVE 0 TO WS-RESEND-SHOWN
               WHEN XMIT-REPORT-REC(1:20) = "TRANSMISSIONS:      "
                   MOVE XMIT-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-XMIT-TOTAL
               WHEN XMIT-REPORT-REC(1:20) = "ACKNOWLEDGED FAIL:  "
                   MOVE XMIT-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-XMIT-FAIL
               WHEN XMIT-REPORT-REC(1:20) = "UNACKNOWLEDGED:     "
                   MOVE XMIT-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-XMIT-UNACKED
               WHEN XMIT-REPORT-REC(1:20) = "FLAGGED FOR RESEND: "
                   MOVE XMIT-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-XMIT-FLAGGED
               WHEN XMIT-REPORT-REC(1:14) = "  ** RE-SEND: "
                   IF WS-RESEND-SHOWN < 5
                      ADD 1 TO WS-RESEND-SHOWN
                      MOVE XMIT-REPORT-REC(15:)
                          TO WS-RESEND-LINE(WS-RESEND-SHOWN)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0550-COUNT-PENDING.
           OPEN INPUT PENDING-IN
           IF WS-FS-PEND = "00"
              MOVE 'Y' TO WS-PEND-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ PENDING-IN
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF PENDING-IN-REC NOT = SPACES
                             ADD 1 TO WS-HELD-BACKLOG
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PENDING-IN
              MOVE 'N' TO WS-EOF
           END-IF.

       0600-READ-PURGE-REPORT.
           OPEN INPUT PURGE-REPORT
           IF WS-FS-PRPT = "00"
              MOVE 'Y' TO WS-PRPT-FOUND
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ PURGE-REPORT
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0620-TAKE-PURGE-LINE
                  END-READ
              END-PERFORM
              CLOSE PURGE-REPORT
              MOVE 'N' TO WS-EOF
           END-IF.

       0620-TAKE-PURGE-LINE.
           EVALUATE TRUE
               WHEN PURGE-REPORT-REC(1:24) = "GENERATION PURGE SUMMARY"
                   MOVE 'Y' TO WS-PURGE-DONE
               WHEN PURGE-REPORT-REC(1:20) = "PURGED:             "
                   MOVE PURGE-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-PURGED
               WHEN PURGE-REPORT-REC(1:20) = "KEPT:               "
                   MOVE PURGE-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-PURGE-KEPT
               WHEN PURGE-REPORT-REC(1:20) = "ALREADY MISSING:    "
                   MOVE PURGE-REPORT-REC(21:) TO WS-REST
                   PERFORM 0900-PICK-NUMBER
                   MOVE WS-NUMBER TO WS-PURGE-MISSING
               WHEN PURGE-REPORT-REC(1:17) = "GENPURGE: PURGED "
                   IF WS-PURGE-SHOWN < 5
                      ADD 1 TO WS-PURGE-SHOWN
                      MOVE PURGE-REPORT-REC(18:)
                          TO WS-PURGE-LINE(WS-PURGE-SHOWN)
                   END-IF
               WHEN PURGE-REPORT-REC(1:32)
                   = "GENPURGE: CANNOT REWRITE CATALOG"
               WHEN PURGE-REPORT-REC(1:24) = "GENPURGE: CATALOG HOLDS "
                   MOVE 'Y' TO WS-PURGE-FAILED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0700-DECIDE-VERDICT.
      * Every finding that colours the verdict is listed under it,
      * worst first as found.
           IF WS-LOG-FOUND = 'N'
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "NO PIPELINE JOB LOG - CHAIN NOT CONFIRMED"
                  TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           ELSE
              EVALUATE TRUE
                  WHEN WS-CHAIN-FOUND = 'N'
                      MOVE "RED" TO WS-NEW-LEVEL
                      MOVE "NO CHAIN ON THE PIPELINE JOB LOG"
                          TO WS-NEW-TEXT
                      PERFORM 0750-ADD-REASON
                  WHEN WS-CHAIN-END = SPACES
                      MOVE "RED" TO WS-NEW-LEVEL
                      MOVE "PIPELINE CHAIN NEVER FINISHED - STILL "
                          & "RUNNING OR ABENDED" TO WS-NEW-TEXT
                      PERFORM 0750-ADD-REASON
                  WHEN WS-CHAIN-END = "CHAIN-STOPPED"
                      MOVE "RED" TO WS-NEW-LEVEL
                      MOVE "PIPELINE CHAIN STOPPED - HANDOFF HELD"
                          TO WS-NEW-TEXT
                      PERFORM 0750-ADD-REASON
                  WHEN WS-CHAIN-END-RC >= 8
                      MOVE "RED" TO WS-NEW-LEVEL
                      MOVE "PIPELINE CHAIN COMPLETED WITH RC 8 OR "
                          & "WORSE" TO WS-NEW-TEXT
                      PERFORM 0750-ADD-REASON
                  WHEN WS-CHAIN-END-RC > 0
                      MOVE "AMBER" TO WS-NEW-LEVEL
                      MOVE "PIPELINE CHAIN COMPLETED WITH WARNINGS"
                          TO WS-NEW-TEXT
                      PERFORM 0750-ADD-REASON
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           IF WS-HIST-FOUND = 'N'
              MOVE "RED" TO WS-NEW-LEVEL
              MOVE "NO RUN HISTORY FILE" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           ELSE
              IF WS-SORT-RUNS = 0
                 MOVE "RED" TO WS-NEW-LEVEL
                 MOVE "NO SORT RUN ON THE HISTORY FOR THIS CYCLE"
                     TO WS-NEW-TEXT
                 PERFORM 0750-ADD-REASON
              ELSE
                 IF WS-LAST-RUN-RC >= 8
                    MOVE "RED" TO WS-NEW-LEVEL
                    MOVE "LAST SORT RUN ENDED RC 8 OR WORSE"
                        TO WS-NEW-TEXT
                    PERFORM 0750-ADD-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-BREACHES > 0
              MOVE "RED" TO WS-NEW-LEVEL
              MOVE "TOLERANCE LIMIT BROKEN - NIGHT'S OUTPUT "
                  & "SUPPRESSED" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-OOB-LINES > 0
              MOVE "RED" TO WS-NEW-LEVEL
              MOVE "SOURCE SYSTEM(S) OUT OF BALANCE"
                  TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-CTL-FOUND = 'N'
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "NO SORT CONTROL REPORT LISTING" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-ALERTS > 0
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "*** ALERT LINES ON THE CONTROL REPORT"
                  TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-XRPT-FOUND = 'N'
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "NO XMITREG REPORT LISTING" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           ELSE
              IF WS-XMIT-FLAGGED > 0 OR WS-XMIT-FAIL > 0
                 MOVE "AMBER" TO WS-NEW-LEVEL
                 MOVE "TRANSMISSIONS FAILED OR FLAGGED FOR RE-SEND"
                     TO WS-NEW-TEXT
                 PERFORM 0750-ADD-REASON
              END-IF
           END-IF
           IF WS-ROLLBACKS > 0
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "MASTERS ROLLED BACK DURING THE CYCLE"
                  TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-RUNS-LOADED > 0 AND WS-CAT-FOUND = 'Y'
               AND (WS-MAST-BKUP = 'N' OR WS-ACCT-BKUP = 'N')
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "MASTERS LOADED WITHOUT A COMPLETE BACKUP - NO "
                  & "ROLLBACK" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           END-IF
           IF WS-PRPT-FOUND = 'N'
              MOVE "AMBER" TO WS-NEW-LEVEL
              MOVE "NO GENPURGE LISTING" TO WS-NEW-TEXT
              PERFORM 0750-ADD-REASON
           ELSE
              IF WS-PURGE-FAILED = 'Y' OR WS-PURGE-DONE = 'N'
                 MOVE "AMBER" TO WS-NEW-LEVEL
                 MOVE "GENPURGE DID NOT FINISH" TO WS-NEW-TEXT
                 PERFORM 0750-ADD-REASON
              ELSE
                 IF WS-PURGE-MISSING > 0
                    MOVE "AMBER" TO WS-NEW-LEVEL
                    MOVE "CATALOGUED GENERATIONS FOUND MISSING FROM "
                        & "DISK" TO WS-NEW-TEXT
                    PERFORM 0750-ADD-REASON
                 END-IF
              END-IF
           END-IF
           EVALUATE WS-VERDICT-RC
               WHEN 0
                   MOVE "GREEN" TO WS-VERDICT
               WHEN 4
                   MOVE "AMBER" TO WS-VERDICT
               WHEN OTHER
                   MOVE "RED" TO WS-VERDICT
           END-EVALUATE.

       0750-ADD-REASON.
           IF WS-REASON-COUNT < 16
              ADD 1 TO WS-REASON-COUNT
              MOVE WS-NEW-LEVEL TO REASON-LEVEL(WS-REASON-COUNT)
              MOVE WS-NEW-TEXT TO REASON-TEXT(WS-REASON-COUNT)
           END-IF
           IF WS-NEW-LEVEL = "RED"
              MOVE 8 TO WS-VERDICT-RC
           ELSE
              IF WS-VERDICT-RC < 4
                 MOVE 4 TO WS-VERDICT-RC
              END-IF
           END-IF.

       0800-PRINT-SUMMARY.
           DISPLAY "=============================================="
               "=========================="
           DISPLAY "MORNING OPERATIONS SUMMARY - " WS-TODAY " "
               WS-NOW(1:6) " - CYCLE FROM " WS-WINDOW-STAMP(1:8)
               " " WS-WINDOW-STAMP(9:6)
           DISPLAY "=============================================="
               "=========================="
           IF WS-LOG-FOUND = 'N'
              DISPLAY "PIPELINE:     NO JOB LOG AT "
                  FUNCTION TRIM(WS-LOG-FILE)
           ELSE
              IF WS-CHAIN-END = SPACES
                 DISPLAY "PIPELINE:     CHAIN OF " WS-CHAIN-DATE " "
                     WS-CHAIN-TIME " - NOT FINISHED"
              ELSE
                 DISPLAY "PIPELINE:     CHAIN OF " WS-CHAIN-DATE " "
                     WS-CHAIN-TIME " - " FUNCTION TRIM(WS-CHAIN-END)
                     " RC " WS-CHAIN-END-RC
              END-IF
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                  UNTIL WS-STEP-IX > WS-STEP-COUNT
                  DISPLAY "  " STEP-NAME(WS-STEP-IX) " RC "
                      STEP-RC(WS-STEP-IX) " "
                      STEP-NOTE(WS-STEP-IX)
              END-PERFORM
              IF WS-STEP-MORE > 0
                 MOVE WS-STEP-MORE TO WS-ED-1
                 DISPLAY "  ... AND " FUNCTION TRIM(WS-ED-1)
                     " MORE LOG LINE(S)"
              END-IF
           END-IF
           MOVE WS-SORT-RUNS TO WS-ED-1
           DISPLAY "PROOF TOTALS: " FUNCTION TRIM(WS-ED-1)
               " SORT RUN(S) ON THE HISTORY"
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > 4 OR WS-RUN-IX > WS-SORT-RUNS
               DISPLAY "  " RUN-DATE(WS-RUN-IX) " "
                   RUN-TIME(WS-RUN-IX) " READ " RUN-READ(WS-RUN-IX)
                   " REJ " RUN-REJECTED(WS-RUN-IX) " LOADED "
                   RUN-LOADED(WS-RUN-IX) " WRITTEN "
                   RUN-WRITTEN(WS-RUN-IX) " RC " RUN-RC(WS-RUN-IX)
           END-PERFORM
           IF WS-ROLLBACKS > 0
              MOVE WS-ROLLBACKS TO WS-ED-1
              DISPLAY "  MASTERS ROLLED BACK " FUNCTION TRIM(WS-ED-1)
                  " TIME(S), LAST " WS-ROLLBACK-DATE " "
                  WS-ROLLBACK-TIME
           END-IF
           IF WS-CTL-FOUND = 'N'
              DISPLAY "CONTROL:      NO REPORT LISTING AT "
                  FUNCTION TRIM(WS-CTLRPT-FILE)
           ELSE
              MOVE WS-CTL-BLOCKS TO WS-ED-1
              MOVE WS-WARNINGS TO WS-ED-2
              MOVE WS-ALERTS TO WS-ED-3
              DISPLAY "CONTROL:      " FUNCTION TRIM(WS-ED-1)
                  " REPORT(S), " FUNCTION TRIM(WS-ED-2)
                  " WARNING(S), " FUNCTION TRIM(WS-ED-3)
                  " *** ALERT(S)"
              PERFORM VARYING I FROM 1 BY 1
                  UNTIL I > 3 OR I > WS-ALERTS
                  DISPLAY "  *** " WS-ALERT-LINE(I)
              END-PERFORM
              IF WS-RECON-LINE NOT = SPACES
                 DISPLAY "  RECON: " WS-RECON-LINE
              END-IF
           END-IF
           MOVE WS-BREACHES TO WS-ED-1
           DISPLAY "BREACHES:     " FUNCTION TRIM(WS-ED-1)
               " TOLERANCE LIMIT(S) BROKEN"
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > 5 OR I > WS-EXC-LINES
               DISPLAY "  " WS-EXC-LINE(I)
           END-PERFORM
           IF WS-BREACHES > 0 AND WS-EXC-FOUND = 'N'
              DISPLAY "  (NO EXCEPTIONS FILE AT "
                  FUNCTION TRIM(WS-EXC-READ-FILE) ")"
           END-IF
           IF WS-XRPT-FOUND = 'N'
              DISPLAY "TRANSMISSION: NO XMITREG LISTING AT "
                  FUNCTION TRIM(WS-XMITRPT-FILE)
           ELSE
              MOVE WS-XMIT-TOTAL TO WS-ED-1
              MOVE WS-XMIT-UNACKED TO WS-ED-2
              MOVE WS-XMIT-FAIL TO WS-ED-3
              MOVE WS-XMIT-FLAGGED TO WS-ED-4
              DISPLAY "TRANSMISSION: " FUNCTION TRIM(WS-ED-1)
                  " SENT, " FUNCTION TRIM(WS-ED-2)
                  " UNACKNOWLEDGED, " FUNCTION TRIM(WS-ED-3)
                  " FAILED, " FUNCTION TRIM(WS-ED-4) " TO RE-SEND"
              PERFORM VARYING I FROM 1 BY 1
                  UNTIL I > WS-RESEND-SHOWN
                  DISPLAY "  RE-SEND " WS-RESEND-LINE(I)
              END-PERFORM
           END-IF
           MOVE WS-HELD-TONIGHT TO WS-ED-1
           MOVE WS-HELD-BACKLOG TO WS-ED-2
           DISPLAY "HELD:         " FUNCTION TRIM(WS-ED-1)
               " HELD TONIGHT, " FUNCTION TRIM(WS-ED-2)
               " AWAITING THEIR DATE IN THE PENDING FILE"
           MOVE WS-STALE-TONIGHT TO WS-ED-1
           DISPLAY "STALE:        " FUNCTION TRIM(WS-ED-1)
               " STALE-DATED RECORD(S) TONIGHT"
           IF WS-PRPT-FOUND = 'N'
              DISPLAY "PURGE:        NO GENPURGE LISTING AT "
                  FUNCTION TRIM(WS-PURGERPT-FILE)
           ELSE
              MOVE WS-PURGED TO WS-ED-1
              MOVE WS-PURGE-KEPT TO WS-ED-2
              MOVE WS-PURGE-MISSING TO WS-ED-3
              DISPLAY "PURGE:        " FUNCTION TRIM(WS-ED-1)
                  " PURGED, " FUNCTION TRIM(WS-ED-2) " KEPT, "
                  FUNCTION TRIM(WS-ED-3) " ALREADY MISSING"
              PERFORM VARYING I FROM 1 BY 1
                  UNTIL I > WS-PURGE-SHOWN
                  DISPLAY "  " WS-PURGE-LINE(I)
              END-PERFORM
           END-IF
           IF WS-CAT-FOUND = 'N'
              DISPLAY "CATALOG:      NO CATALOG AT "
                  FUNCTION TRIM(WS-CATALOG-FILE)
           ELSE
              MOVE SPACES TO WS-TYPE-LINE
              MOVE 1 TO WS-TYPE-PTR
              PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                  UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                  MOVE TYPE-COUNT(WS-TYPE-IX) TO WS-ED-1
                  STRING FUNCTION TRIM(TYPE-NAME(WS-TYPE-IX))
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-1) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO WS-TYPE-LINE
                      WITH POINTER WS-TYPE-PTR
                  END-STRING
              END-PERFORM
              MOVE WS-CAT-TONIGHT TO WS-ED-1
              DISPLAY "CATALOG:      " FUNCTION TRIM(WS-ED-1)
                  " GENERATION(S) KEPT THIS CYCLE"
              IF WS-TYPE-LINE NOT = SPACES
                 DISPLAY "  " WS-TYPE-LINE
              END-IF
           END-IF
           DISPLAY "----------------------------------------------"
               "--------------------------"
           DISPLAY "VERDICT:      " WS-VERDICT " (RC " WS-VERDICT-RC
               ")"
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > WS-REASON-COUNT
               DISPLAY "  " REASON-LEVEL(WS-REASON-IX) " "
                   REASON-TEXT(WS-REASON-IX)
           END-PERFORM
           DISPLAY "=============================================="
               "==========================".

       0900-PICK-NUMBER.
      * First word of WS-REST as a number; zero when it is not one.
           MOVE 0 TO WS-NUMBER
           MOVE SPACES TO WS-TOKEN
           MOVE FUNCTION TRIM(WS-REST) TO WS-REST-TRIM
           UNSTRING WS-REST-TRIM DELIMITED BY ALL SPACE
               INTO WS-TOKEN
           END-UNSTRING
           IF WS-TOKEN NOT = SPACES
              IF FUNCTION TRIM(WS-TOKEN) IS NUMERIC
                 COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-TOKEN)
              END-IF
           END-IF.

       END PROGRAM MORNING.
