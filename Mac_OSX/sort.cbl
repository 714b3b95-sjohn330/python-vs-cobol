               WS-EXCEPTIONS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
               SELECT REF-FILE ASSIGN TO DYNAMIC WS-REF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-FS-REF.
               SELECT LEDGER-FILE ASSIGN TO DYNAMIC
               WS-LEDGER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGR-ACCOUNT
               FILE STATUS IS WS-FS-LDGR.
               SELECT LEDGER-CTL ASSIGN TO DYNAMIC
               WS-LEDGER-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LCTL.
               SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-FS-XREF.
               SELECT SUBS-CONTROL ASSIGN TO DYNAMIC
               WS-SUBS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUBS.
               SELECT SUBS-OUT ASSIGN TO DYNAMIC WS-SUBS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUBO.
               SELECT SRC-HIST ASSIGN TO DYNAMIC
               WS-SRC-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHST.
               SELECT MAST-BKUP ASSIGN TO DYNAMIC WS-MAST-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MBKUP.
               SELECT ACCT-BKUP ASSIGN TO DYNAMIC WS-ACCT-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABKUP.
               SELECT XREF-BKUP ASSIGN TO DYNAMIC WS-XREF-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XBKUP.

       DATA DIVISION.
           FILE SECTION.
           01 DUP-REPORT-REC PIC X(60).

           FD REJECT-FILE.
      * Sized for the fixed text with the longest reject reason plus
      * a full 100-character feed name and the 40-character raw
      * value, so the VALUE=[...] tail that the REPAIR utility
      * parses is never cut off.
           01 REJECT-REC PIC X(190).

           FD PRIOR-SORTED.
      * Wider than the 27-byte record so an unexpected long line in
      * columns 13-24.
           01 SRC-CONTROL-REC PIC X(40).

           FD REF-FILE.
           01 REF-RECORD.
               COPY "srtref.cpy".

           FD LEDGER-FILE.
           01 LDGR-RECORD.
               COPY "srtldgr.cpy".

           FD LEDGER-CTL.
           01 LCTL-RECORD.
               COPY "srtlctl.cpy".

           FD XREF-FILE.
           01 XREF-RECORD.
               COPY "srtxref.cpy".

           FD SUBS-CONTROL.
      * Subscription control file: one line per downstream receiver
      * (layout in the srtsubs copybook), read into SUBS-RECORD.
           01 SUBS-CONTROL-REC PIC X(150).

           FD SUBS-OUT.
      * Same tagged transmission format as SORTED-OUT, one file per
      * subscriber.
           01 SUBS-OUT-REC PIC X(101).

           FD SRC-HIST.
           01 SHST-RECORD.
               COPY "srtshst.cpy".

           FD MAST-BKUP.
      * Pre-load backup of the value master: the master's records
      * copied out in key order, one srtmast image per line.
           01 MAST-BKUP-REC PIC X(221).

           FD ACCT-BKUP.
      * Pre-load backup of the account master, one srtamst image
      * per line.
           01 ACCT-BKUP-REC PIC X(65).

           FD XREF-BKUP.
      * Pre-load backup of the value/account cross-reference, one
      * srtxref image per line in key order.
           01 XREF-BKUP-REC PIC X(36).

           WORKING-STORAGE SECTION.
      * Core sort table. Req 002/001: native SORT statement replaces
      * the old bubble sort, ARRAYSIZE is the live ODO subscript limit
           01 WS-VALID-SOURCE PIC X(3) VALUE SPACES.
           01 WS-RECORD-VALID PIC A(1) VALUE 'N'.

      * Reference-registry validation: a full 27-byte record that
      * passes the format checks is then looked up by key in the
      * account / source-system registry maintained by REFMAINT
      * (layout in the srtref copybook). An account not on file,
      * an account closed on or before the record's effective date
      * (a legacy zero date counts as after any close), and a
      * source-system code not registered or likewise closed are
      * each rejected with their own reason text, so the reject
      * file tells REPAIR and the help desk which problem it was.
      * A legacy bare value carries neither field and is not
      * looked up. No registry on disk means no reference checks -
      * the run behaves as it always has, and says so.
           01 WS-REF-FILE PIC X(100) VALUE SPACES.
           01 WS-REF-ACTIVE PIC A(1) VALUE 'N'.
           01 WS-REJECT-REASON PIC X(20) VALUE SPACES.
           01 WS-REJ-UNKNOWN-ACCT PIC 9(7) VALUE 0.
           01 WS-REJ-CLOSED-ACCT PIC 9(7) VALUE 0.
           01 WS-REJ-UNREG-SOURCE PIC 9(7) VALUE 0.
           01 WS-REJ-CLOSED-SOURCE PIC 9(7) VALUE 0.
           01 WS-REF-IO-ERRORS PIC 9(7) VALUE 0.
           01 WS-REF-CHECK-DATE PIC 9(8) VALUE 0.

      * Req 008: parameter-driven file names (command line, then
      * environment variable, then a hardcoded default). Positional
      * args: 1=input 2=output 3=direction 4=merge-list 5=dup-report
           01 WS-STATS-WRITTEN PIC A(1) VALUE 'N'.
           01 WS-DEDUP-WRITTEN PIC A(1) VALUE 'N'.

      * Pre-load master backup. Before the load replaces them, both
      * indexed masters and the value/account cross-reference are
      * copied to flat backup files named for the run
      * (<file>.B<date>.<time>) and catalogued as types MASTBKUP,
      * ACCTBKUP and XREFBKUP under the run stamp, whatever the
      * generation mode, so the ROLLBACK program can put them back
      * as they stood before any run GENPURGE has not yet aged out.
      * A file not yet on disk has nothing to back up. The PIPELINE
      * driver's repair rerun (SORT_RECON_RESUBMIT_FEED set) takes
      * no backup: the masters it would copy are the ones the first
      * pass loaded that night, and the first pass's backup of the
      * night before must stay the latest one ROLLBACK finds.
           01 WS-MAST-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-ACCT-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-MAST-BKUP-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCT-BKUP-COUNT PIC 9(7) VALUE 0.
           01 WS-MAST-BKUP-DONE PIC A(1) VALUE 'N'.
           01 WS-ACCT-BKUP-DONE PIC A(1) VALUE 'N'.
           01 WS-XREF-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-XREF-BKUP-COUNT PIC 9(7) VALUE 0.
           01 WS-XREF-BKUP-DONE PIC A(1) VALUE 'N'.

      * Effective-date aging. In as-of mode, a record dated after
      * the run date is held out of tonight's output: it goes to
      * the pending holding table, which is written back to the
           01 WS-ACCT-FIRST-DATE PIC 9(8) VALUE 0.
           01 WS-ACCT-LAST-DATE PIC 9(8) VALUE 0.

      * Value/account cross-reference, rebuilt from the same
      * account-ordered table right after the account master: one
      * pass groups each distinct account/value pair and writes it
      * under both key orders (see the srtxref copybook).
           01 WS-XREF-FILE PIC X(100) VALUE SPACES.
           01 WS-XREF-PAIRS PIC 9(7) VALUE 0.
           01 WS-XREF-IX PIC 9(6) VALUE 0.
           01 WS-XREF-ACCOUNT PIC X(10) VALUE SPACES.
           01 WS-XREF-VALUE PIC 9(6) VALUE 0.
           01 WS-XREF-COUNT PIC 9(7) VALUE 0.

      * Accumulating account ledger: each account rolled up above
      * is also posted into the ledger (srtldgr copybook), adding
      * the night's count and value total to the month-to-date
      * figures of the open period. The open period is the month
      * after the last period the LEDGCLOS month-end close
      * completed (its close-control file); before any close has
      * run it is the earliest period on the ledger, and the run's
      * own month only while the ledger is empty - so a night that
      * runs before an overdue close still posts into the month
      * not yet closed, and says so. An account left behind in an
      * earlier period is not posted and is reported as an overdue
      * close. A same-day rerun replaces that day's posting.
      * The ledger is created on first use; one that cannot be
      * opened is warned about and leaves the rest of the run
      * alone.
           01 WS-LEDGER-FILE PIC X(100) VALUE SPACES.
           01 WS-LEDGER-CTL-FILE PIC X(100) VALUE SPACES.
           01 WS-LDGR-ACTIVE PIC A(1) VALUE 'N'.
           01 WS-LDGR-PERIOD PIC 9(6) VALUE 0.
           01 WS-LDGR-LAST-CLOSED PIC 9(6) VALUE 0.
           01 WS-LDGR-RUN-MONTH PIC 9(6) VALUE 0.
           01 WS-LDGR-YEAR PIC 9(4) VALUE 0.
           01 WS-LDGR-MONTH PIC 9(2) VALUE 0.
           01 WS-LDGR-POSTED PIC 9(6) VALUE 0.
           01 WS-LDGR-NEW PIC 9(6) VALUE 0.
           01 WS-LDGR-REPOSTED PIC 9(6) VALUE 0.
           01 WS-LDGR-ERRORS PIC 9(6) VALUE 0.
           01 WS-LDGR-MISMATCH PIC 9(6) VALUE 0.
           01 WS-LDGR-OVERDUE PIC 9(6) VALUE 0.
           01 WS-LDGR-OLDEST PIC 9(6) VALUE 0.
           01 WS-LDGR-HELD PIC A(1) VALUE 'N'.

      * Per-source-system reconciliation: every record read is
      * attributed to its SRT-SOURCE-SYS code (a legacy bare value
      * carries a space code; a reject too short to hold source
                   10 SRCSYS-CTL-COUNT PIC 9(7).
                   10 SRCSYS-CTL-HASH PIC 9(12).
                   10 SRCSYS-CTL-SEEN PIC A(1).
                   10 SRCSYS-STATUS PIC X(1).
           01 WS-SRC-SYS-COUNT PIC 9(3) VALUE 0.
           01 WS-SRC-SYS-IX PIC 9(3) VALUE 0.
           01 WS-SRCSYS-SCAN PIC 9(3) VALUE 0.
           01 WS-CHECK-FEED-NUM PIC 9(3) VALUE 0.
           01 WS-PENDING-FEED-NUM PIC 9(3) VALUE 0.

      * Per-source history: each source's reconciliation figures
      * and verdict are appended to this file every run (layout in
      * the srtshst copybook) for the SRCCARD scorecard, marked as
      * the repair rerun's when SORT_RECON_RESUBMIT_FEED is set.
           01 WS-SRC-HISTORY-FILE PIC X(100) VALUE SPACES.
           01 WS-SHST-WRITTEN PIC 9(3) VALUE 0.

      * Run stamp taken once in 0100-INITIALIZE and reused by every
      * artifact that carries it.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-PART-BOUND-IX PIC 9(6) VALUE 0.
           01 WS-PART-FAILED PIC A(1) VALUE 'N'.

      * Subscriber distribution: after the sorted output is written,
      * each receiver named in the subscription control file gets
      * its own extract, <output>.sub.<receiver>, holding only the
      * records its selection takes (see the srtsubs copybook) in
      * the final sorted order, in the same tagged wrapper with its
      * own count and hash total, logged in the transmission
      * register like the main output. The top-N / bottom-N window
      * belongs to the main output alone; a subscriber's selection
      * is applied to every record loaded. No control file on disk
      * means no extracts.
           01 WS-SUBS-CONTROL-FILE PIC X(100) VALUE SPACES.
           01 SUBS-RECORD.
               COPY "srtsubs.cpy".
           01 WS-SUBS-TABLE.
               05 WS-SUBS-ENTRY OCCURS 20 TIMES.
                   10 SUB-IMAGE PIC X(142).
                   10 SUB-VALUE-LOW PIC 9(6).
                   10 SUB-VALUE-HIGH PIC 9(6).
                   10 SUB-REC-COUNT PIC 9(7).
                   10 SUB-HASH PIC 9(12).
                   10 SUB-FILE-NAME PIC X(120).
                   10 SUB-WRITTEN PIC A(1).
           01 WS-SUBS-COUNT PIC 9(2) VALUE 0.
           01 WS-SUBS-IX PIC 9(2) VALUE 0.
           01 WS-SUBS-SCAN PIC 9(2) VALUE 0.
           01 WS-SUBS-REC-IX PIC 9(6) VALUE 0.
           01 WS-SUBS-BAD-LINES PIC 9(5) VALUE 0.
           01 WS-SUBS-REASON PIC X(40) VALUE SPACES.
           01 WS-SUBS-MATCH PIC A(1) VALUE 'N'.
           01 WS-SUBS-ANY PIC A(1) VALUE 'N'.
           01 WS-SUBS-LOW PIC 9(6) VALUE 0.
           01 WS-SUBS-HIGH PIC 9(6) VALUE 999999.
           01 WS-SUBS-ACCT-HIGH PIC X(10) VALUE SPACES.
           01 WS-SUBS-LEN PIC 9(3) VALUE 0.
           01 WS-SUBS-SPACES PIC 9(3) VALUE 0.
           01 WS-SUBS-FILE PIC X(120) VALUE SPACES.
           01 WS-SUBS-WRITTEN PIC 9(2) VALUE 0.
           01 WS-SUBS-MISSED PIC 9(2) VALUE 0.
           01 WS-SUBS-SUM PIC 9(7) VALUE 0.

           01 WS-FS-INPUT PIC XX.
           01 WS-FS-PRIOR PIC XX.
           01 WS-FS-DELTA PIC XX.
           01 WS-FS-TOL PIC XX.
           01 WS-FS-EXC PIC XX.
           01 WS-FS-XREG PIC XX.
           01 WS-FS-REF PIC XX.
           01 WS-FS-LDGR PIC XX.
           01 WS-FS-LCTL PIC XX.
           01 WS-FS-XREF PIC XX.
           01 WS-FS-SUBS PIC XX.
           01 WS-FS-SUBO PIC XX.
           01 WS-FS-SHST PIC XX.
           01 WS-FS-MBKUP PIC XX.
           01 WS-FS-ABKUP PIC XX.
           01 WS-FS-XBKUP PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0190-OPEN-REFERENCE-REGISTRY
           PERFORM 0200-LOAD-INPUT
           IF WS-REF-ACTIVE = 'Y'
              CLOSE REF-FILE
           END-IF
           IF WS-OVERFLOW-FLAG = 'Y'
              PERFORM 0950-ABEND-OVERFLOW
           END-IF
           PERFORM 0330-STATISTICS-REPORT
           PERFORM 0336-TOLERANCE-CHECK
           IF WS-TOL-BREACHED = 'N'
              IF ARRAYSIZE > 0
                 IF WS-RECON-RESUBMIT = SPACES
                    PERFORM 0345-BACKUP-MASTERS
                 ELSE
                    DISPLAY "MASTER BACKUP: NOT TAKEN ON THE REPAIR "
                        "RERUN - THE FIRST PASS'S BACKUP STANDS"
                 END-IF
              END-IF
              PERFORM 0340-LOAD-MASTER-FILE
              IF WS-PART-MODE NOT = 'N'
                 PERFORM 0360-WRITE-PARTITIONS
              PERFORM 0370-LOAD-ACCOUNT-MASTER
              PERFORM 0380-SORT-FINAL-ORDER
              PERFORM 0400-WRITE-SORTED-OUTPUT
              PERFORM 0430-WRITE-SUBSCRIBER-EXTRACTS
           END-IF
           PERFORM 0600-CONTROL-REPORT
           PERFORM 0620-SOURCE-RECONCILIATION
              MOVE "py_vs_X_xmitreg.txt" TO WS-XMITREG-FILE
           END-IF

           ACCEPT WS-REF-FILE FROM ENVIRONMENT
               "SORT_REFERENCE_FILE"
           IF WS-REF-FILE = SPACES
              MOVE "py_vs_X_refmast.dat" TO WS-REF-FILE
           END-IF

           ACCEPT WS-LEDGER-FILE FROM ENVIRONMENT
               "SORT_LEDGER_FILE"
           IF WS-LEDGER-FILE = SPACES
              MOVE "py_vs_X_ledger.dat" TO WS-LEDGER-FILE
           END-IF

           ACCEPT WS-LEDGER-CTL-FILE FROM ENVIRONMENT
               "SORT_LEDGER_CONTROL_FILE"
           IF WS-LEDGER-CTL-FILE = SPACES
              MOVE "py_vs_X_ledgctl.txt" TO WS-LEDGER-CTL-FILE
           END-IF

           ACCEPT WS-XREF-FILE FROM ENVIRONMENT
               "SORT_XREF_FILE"
           IF WS-XREF-FILE = SPACES
              MOVE "py_vs_X_xref.dat" TO WS-XREF-FILE
           END-IF

           ACCEPT WS-SUBS-CONTROL-FILE FROM ENVIRONMENT
               "SORT_SUBSCRIPTION_FILE"
           IF WS-SUBS-CONTROL-FILE = SPACES
              MOVE "py_vs_X_subscr.txt" TO WS-SUBS-CONTROL-FILE
           END-IF

           ACCEPT WS-SRC-HISTORY-FILE FROM ENVIRONMENT
               "SORT_SOURCE_HISTORY_FILE"
           IF WS-SRC-HISTORY-FILE = SPACES
              MOVE "py_vs_X_srchist.txt" TO WS-SRC-HISTORY-FILE
           END-IF

           IF WS-GEN-MODE = "Y"
              PERFORM 0135-APPLY-GENERATION-SUFFIX
           END-IF
                  "FILLS ITS 100-CHARACTER LIMIT - IT MAY HAVE "
                  "BEEN TRUNCATED"
           END-IF
           IF WS-REF-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: REFERENCE REGISTRY FILE NAME FILLS "
                  "ITS 100-CHARACTER LIMIT - IT MAY HAVE BEEN "
                  "TRUNCATED"
           END-IF
           IF WS-LEDGER-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: ACCOUNT LEDGER FILE NAME FILLS ITS "
                  "100-CHARACTER LIMIT - IT MAY HAVE BEEN TRUNCATED"
           END-IF
           IF WS-LEDGER-CTL-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: LEDGER CLOSE-CONTROL FILE NAME "
                  "FILLS ITS 100-CHARACTER LIMIT - IT MAY HAVE "
                  "BEEN TRUNCATED"
           END-IF
           IF WS-XREF-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: CROSS-REFERENCE FILE NAME FILLS ITS "
                  "100-CHARACTER LIMIT - IT MAY HAVE BEEN TRUNCATED"
           END-IF
           IF WS-SUBS-CONTROL-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: SUBSCRIPTION CONTROL FILE NAME FILLS "
                  "ITS 100-CHARACTER LIMIT - IT MAY HAVE BEEN "
                  "TRUNCATED"
           END-IF
           IF WS-SRC-HISTORY-FILE(100:1) NOT = SPACE
              DISPLAY "WARNING: SOURCE HISTORY FILE NAME FILLS ITS "
                  "100-CHARACTER LIMIT - IT MAY HAVE BEEN TRUNCATED"
           END-IF
           IF WS-MERGE-FILES(2600:1) NOT = SPACE
              DISPLAY "WARNING: MERGE FILE LIST FILLS ITS 2600-"
                  "CHARACTER LIMIT - ONE OR MORE FEEDS MAY BE "
              MOVE SRT-VALUE(ARRAYSIZE) TO WS-LOW-VALUE
           END-IF.

       0190-OPEN-REFERENCE-REGISTRY.
      * Open the reference registry for keyed lookups during the
      * load. Not on disk (file status 35): checks off, as before
      * the registry existed. Any other failure also leaves the
      * checks off, but loudly - the run's input is then validated
      * for format only.
           OPEN INPUT REF-FILE
           EVALUATE WS-FS-REF
               WHEN "00"
                   MOVE 'Y' TO WS-REF-ACTIVE
                   DISPLAY "REFERENCE: VALIDATING ACCOUNTS AND "
                       "SOURCE SYSTEMS AGAINST "
                       FUNCTION TRIM(WS-REF-FILE)
               WHEN "35"
                   DISPLAY "REFERENCE: NO REGISTRY AT "
                       FUNCTION TRIM(WS-REF-FILE)
                       " - ACCOUNTS AND SOURCES NOT CHECKED THIS RUN"
               WHEN OTHER
                   DISPLAY "WARNING: CANNOT OPEN REFERENCE REGISTRY "
                       WS-REF-FILE " - FILE STATUS " WS-FS-REF
                       " - ACCOUNTS AND SOURCES NOT CHECKED THIS RUN"
           END-EVALUATE.

       0200-LOAD-INPUT.
           PERFORM VARYING WS-SRC-INDEX FROM WS-SRC-INDEX BY 1
               UNTIL WS-SRC-INDEX > WS-INPUT-FILE-COUNT
           COMPUTE WS-RAW-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(ARR-VALUE))
           MOVE 'N' TO WS-RECORD-VALID
           MOVE "INVALID RECORD" TO WS-REJECT-REASON
           MOVE SPACES TO WS-VALID-ACCOUNT
           MOVE SPACES TO WS-VALID-VALUE
           MOVE ZEROES TO WS-VALID-DATE
                   IF WS-VALID-VALUE IS NUMERIC
                       AND WS-VALID-DATE IS NUMERIC
                      MOVE 'Y' TO WS-RECORD-VALID
                      IF WS-REF-ACTIVE = 'Y'
                         PERFORM 0226-CHECK-REFERENCE
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0226-CHECK-REFERENCE.
      * Account first, then source system; the first failure
      * names the reject. "Closed" is judged against the record's
      * own effective date, so a late-arriving record dated before
      * the close still loads. A registry read that fails outright
      * is counted and warned about and the record let through -
      * an I/O fault must not masquerade as a business reject.
           MOVE WS-VALID-DATE TO WS-REF-CHECK-DATE
           MOVE "A" TO REF-TYPE
           MOVE WS-VALID-ACCOUNT TO REF-CODE
           READ REF-FILE
           EVALUATE TRUE
               WHEN WS-FS-REF = "23"
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE "UNKNOWN ACCOUNT" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-UNKNOWN-ACCT
               WHEN WS-FS-REF NOT = "00"
                   PERFORM 0224-REFERENCE-READ-ERROR
               WHEN REF-STATUS = "C"
                   AND (WS-REF-CHECK-DATE = 0
                   OR WS-REF-CHECK-DATE NOT < REF-CLOSE-DATE)
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE "CLOSED ACCOUNT" TO WS-REJECT-REASON
                   ADD 1 TO WS-REJ-CLOSED-ACCT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RECORD-VALID = 'Y'
              MOVE "S" TO REF-TYPE
              MOVE WS-VALID-SOURCE TO REF-CODE
              READ REF-FILE
              EVALUATE TRUE
                  WHEN WS-FS-REF = "23"
                      MOVE 'N' TO WS-RECORD-VALID
                      MOVE "UNREGISTERED SOURCE" TO WS-REJECT-REASON
                      ADD 1 TO WS-REJ-UNREG-SOURCE
                  WHEN WS-FS-REF NOT = "00"
                      PERFORM 0224-REFERENCE-READ-ERROR
                  WHEN REF-STATUS = "C"
                      AND (WS-REF-CHECK-DATE = 0
                      OR WS-REF-CHECK-DATE NOT < REF-CLOSE-DATE)
                      MOVE 'N' TO WS-RECORD-VALID
                      MOVE "CLOSED SOURCE" TO WS-REJECT-REASON
                      ADD 1 TO WS-REJ-CLOSED-SOURCE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       0224-REFERENCE-READ-ERROR.
           ADD 1 TO WS-REF-IO-ERRORS
           IF WS-REF-IO-ERRORS = 1
              DISPLAY "WARNING: REFERENCE REGISTRY READ FAILED WITH "
                  "FILE STATUS " WS-FS-REF " - RECORD(S) LET "
                  "THROUGH UNCHECKED, SEE THE CONTROL REPORT"
           END-IF.

       0230-ADD-TO-TABLE.
           IF ARRAYSIZE NOT < WS-MAX-RECORDS
              MOVE 'Y' TO WS-OVERFLOW-FLAG
       0240-REJECT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE SPACES TO REJECT-REC
           STRING "REJECTED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-INPUT) DELIMITED BY SIZE
               " VALUE=[" DELIMITED BY SIZE
               WS-RAW-TRIMMED DELIMITED BY SIZE
                    DISPLAY "****************************************"
                    DISPLAY "TOLERANCE: " WS-TOL-BREACHES
                        " LIMIT(S) BREACHED - MASTERS,"
                    DISPLAY "PARTITIONS, EXTRACTS AND SORTED "
                        "OUTPUT SUPPRESSED THIS RUN."
                    DISPLAY "SEE " WS-EXCEPTIONS-FILE
                    DISPLAY "****************************************"
                 ELSE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF HIST-RECORDS-LOADED IS NUMERIC
                              AND HIST-RUN-TYPE NOT = "R"
                             ADD 1 TO WS-HAVG-TOTAL
                             COMPUTE WS-HAVG-SLOT =
                                 FUNCTION MOD(WS-HAVG-TOTAL - 1,
           END-IF
           DISPLAY "TOLERANCE BREACH: " EXCEPT-REPORT-REC.

       0345-BACKUP-MASTERS.
      * Copy both masters and the cross-reference aside before 0340,
      * 0370 and 0376 replace them, then catalog the copies. The
      * catalog is appended on its own here, not left to 0660, so a
      * run that dies during the load still leaves its backup on
      * record.
           MOVE SPACES TO WS-MAST-BKUP-FILE
           STRING FUNCTION TRIM(WS-MASTER-FILE) DELIMITED BY SIZE
               ".B" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-MAST-BKUP-FILE
           END-STRING
           MOVE SPACES TO WS-ACCT-BKUP-FILE
           STRING FUNCTION TRIM(WS-ACCT-MASTER-FILE) DELIMITED BY SIZE
               ".B" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-ACCT-BKUP-FILE
           END-STRING
           MOVE SPACES TO WS-XREF-BKUP-FILE
           STRING FUNCTION TRIM(WS-XREF-FILE) DELIMITED BY SIZE
               ".B" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-XREF-BKUP-FILE
           END-STRING
           PERFORM 0346-BACKUP-VALUE-MASTER
           PERFORM 0347-BACKUP-ACCOUNT-MASTER
           PERFORM 0349-BACKUP-CROSS-REFERENCE
           IF WS-MAST-BKUP-DONE = 'Y' OR WS-ACCT-BKUP-DONE = 'Y'
               OR WS-XREF-BKUP-DONE = 'Y'
              PERFORM 0348-CATALOG-BACKUPS
           END-IF
           IF WS-MAST-BKUP-DONE = 'Y' AND WS-ACCT-BKUP-DONE = 'N'
               OR WS-MAST-BKUP-DONE = 'N' AND WS-ACCT-BKUP-DONE = 'Y'
              DISPLAY "WARNING: ONLY ONE MASTER WAS BACKED UP - "
                  "THIS RUN CANNOT BE ROLLED BACK"
           END-IF
           IF WS-MAST-BKUP-DONE = 'Y' AND WS-ACCT-BKUP-DONE = 'Y'
               AND WS-XREF-BKUP-DONE = 'N'
              DISPLAY "WARNING: NO CROSS-REFERENCE BACKUP - A "
                  "ROLLBACK OF THIS RUN RESTORES THE MASTERS ONLY"
           END-IF.

       0346-BACKUP-VALUE-MASTER.
           MOVE 0 TO WS-MAST-BKUP-COUNT
           OPEN INPUT MASTER-FILE
           IF WS-FS-MAST = "35"
              DISPLAY "MASTER BACKUP: NO VALUE MASTER AT "
                  FUNCTION TRIM(WS-MASTER-FILE)
                  " YET - NOTHING TO BACK UP"
           ELSE
              IF WS-FS-MAST NOT = "00"
                 DISPLAY "WARNING: CANNOT READ VALUE MASTER "
                     FUNCTION TRIM(WS-MASTER-FILE) " - FILE STATUS "
                     WS-FS-MAST " - LOADING WITHOUT A BACKUP"
              ELSE
                 OPEN OUTPUT MAST-BKUP
                 IF WS-FS-MBKUP NOT = "00"
                    DISPLAY "WARNING: CANNOT OPEN MASTER BACKUP "
                        FUNCTION TRIM(WS-MAST-BKUP-FILE)
                        " - FILE STATUS " WS-FS-MBKUP
                        " - LOADING WITHOUT A BACKUP"
                 ELSE
                    MOVE 'Y' TO WS-MAST-BKUP-DONE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                        READ MASTER-FILE
                            AT END MOVE 'Y' TO WS-EOF
                            NOT AT END
                                MOVE MAST-RECORD TO MAST-BKUP-REC
                                WRITE MAST-BKUP-REC
                                IF WS-FS-MBKUP = "00"
                                   ADD 1 TO WS-MAST-BKUP-COUNT
                                ELSE
                                   MOVE 'N' TO WS-MAST-BKUP-DONE
                                   MOVE 'Y' TO WS-EOF
                                END-IF
                        END-READ
                    END-PERFORM
                    MOVE 'N' TO WS-EOF
                    CLOSE MAST-BKUP
                    IF WS-MAST-BKUP-DONE = 'Y'
                       DISPLAY "MASTER BACKUP: " WS-MAST-BKUP-COUNT
                           " VALUE(S) SAVED TO "
                           FUNCTION TRIM(WS-MAST-BKUP-FILE)
                    ELSE
                       DISPLAY "WARNING: MASTER BACKUP WRITE FAILED "
                           "WITH STATUS " WS-FS-MBKUP
                           " - LOADING WITHOUT A BACKUP"
                    END-IF
                 END-IF
                 CLOSE MASTER-FILE
              END-IF
           END-IF.

       0347-BACKUP-ACCOUNT-MASTER.
           MOVE 0 TO WS-ACCT-BKUP-COUNT
           OPEN INPUT ACCT-MASTER
           IF WS-FS-AMAST = "35"
              DISPLAY "MASTER BACKUP: NO ACCOUNT MASTER AT "
                  FUNCTION TRIM(WS-ACCT-MASTER-FILE)
                  " YET - NOTHING TO BACK UP"
           ELSE
              IF WS-FS-AMAST NOT = "00"
                 DISPLAY "WARNING: CANNOT READ ACCOUNT MASTER "
                     FUNCTION TRIM(WS-ACCT-MASTER-FILE)
                     " - FILE STATUS " WS-FS-AMAST
                     " - LOADING WITHOUT A BACKUP"
              ELSE
                 OPEN OUTPUT ACCT-BKUP
                 IF WS-FS-ABKUP NOT = "00"
                    DISPLAY "WARNING: CANNOT OPEN MASTER BACKUP "
                        FUNCTION TRIM(WS-ACCT-BKUP-FILE)
                        " - FILE STATUS " WS-FS-ABKUP
                        " - LOADING WITHOUT A BACKUP"
                 ELSE
                    MOVE 'Y' TO WS-ACCT-BKUP-DONE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                        READ ACCT-MASTER
                            AT END MOVE 'Y' TO WS-EOF
                            NOT AT END
                                MOVE ACCT-RECORD TO ACCT-BKUP-REC
                                WRITE ACCT-BKUP-REC
                                IF WS-FS-ABKUP = "00"
                                   ADD 1 TO WS-ACCT-BKUP-COUNT
                                ELSE
                                   MOVE 'N' TO WS-ACCT-BKUP-DONE
                                   MOVE 'Y' TO WS-EOF
                                END-IF
                        END-READ
                    END-PERFORM
                    MOVE 'N' TO WS-EOF
                    CLOSE ACCT-BKUP
                    IF WS-ACCT-BKUP-DONE = 'Y'
                       DISPLAY "MASTER BACKUP: " WS-ACCT-BKUP-COUNT
                           " ACCOUNT(S) SAVED TO "
                           FUNCTION TRIM(WS-ACCT-BKUP-FILE)
                    ELSE
                       DISPLAY "WARNING: MASTER BACKUP WRITE FAILED "
                           "WITH STATUS " WS-FS-ABKUP
                           " - LOADING WITHOUT A BACKUP"
                    END-IF
                 END-IF
                 CLOSE ACCT-MASTER
              END-IF
           END-IF.

       0348-CATALOG-BACKUPS.
           OPEN EXTEND CATALOG-OUT
           IF WS-FS-CAT = "35"
              OPEN OUTPUT CATALOG-OUT
           END-IF
           IF WS-FS-CAT = "00"
              MOVE 0 TO WS-CAT-WRITTEN
              IF WS-MAST-BKUP-DONE = 'Y'
                 MOVE "MASTBKUP" TO WS-CAT-TYPE
                 MOVE WS-MAST-BKUP-FILE TO WS-CAT-NAME
                 PERFORM 0665-CATALOG-ONE-ARTIFACT
              END-IF
              IF WS-ACCT-BKUP-DONE = 'Y'
                 MOVE "ACCTBKUP" TO WS-CAT-TYPE
                 MOVE WS-ACCT-BKUP-FILE TO WS-CAT-NAME
                 PERFORM 0665-CATALOG-ONE-ARTIFACT
              END-IF
              IF WS-XREF-BKUP-DONE = 'Y'
                 MOVE "XREFBKUP" TO WS-CAT-TYPE
                 MOVE WS-XREF-BKUP-FILE TO WS-CAT-NAME
                 PERFORM 0665-CATALOG-ONE-ARTIFACT
              END-IF
              CLOSE CATALOG-OUT
           ELSE
              DISPLAY "WARNING: CANNOT OPEN CATALOG FILE "
                  WS-CATALOG-FILE " - FILE STATUS " WS-FS-CAT
                  " - MASTER BACKUPS ARE UNCATALOGED AND ROLLBACK "
                  "WILL NOT FIND THEM"
           END-IF.

       0349-BACKUP-CROSS-REFERENCE.
      * Read back in key order, so ROLLBACK can load it sequentially.
           MOVE 0 TO WS-XREF-BKUP-COUNT
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF = "35"
              DISPLAY "MASTER BACKUP: NO CROSS-REFERENCE AT "
                  FUNCTION TRIM(WS-XREF-FILE)
                  " YET - NOTHING TO BACK UP"
           ELSE
              IF WS-FS-XREF NOT = "00"
                 DISPLAY "WARNING: CANNOT READ CROSS-REFERENCE "
                     FUNCTION TRIM(WS-XREF-FILE) " - FILE STATUS "
                     WS-FS-XREF " - LOADING WITHOUT A BACKUP"
              ELSE
                 OPEN OUTPUT XREF-BKUP
                 IF WS-FS-XBKUP NOT = "00"
                    DISPLAY "WARNING: CANNOT OPEN CROSS-REFERENCE "
                        "BACKUP " FUNCTION TRIM(WS-XREF-BKUP-FILE)
                        " - FILE STATUS " WS-FS-XBKUP
                        " - LOADING WITHOUT A BACKUP"
                 ELSE
                    MOVE 'Y' TO WS-XREF-BKUP-DONE
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                        READ XREF-FILE NEXT RECORD
                            AT END MOVE 'Y' TO WS-EOF
                            NOT AT END
                                MOVE XREF-RECORD TO XREF-BKUP-REC
                                WRITE XREF-BKUP-REC
                                IF WS-FS-XBKUP = "00"
                                   ADD 1 TO WS-XREF-BKUP-COUNT
                                ELSE
                                   MOVE 'N' TO WS-XREF-BKUP-DONE
                                   MOVE 'Y' TO WS-EOF
                                END-IF
                        END-READ
                    END-PERFORM
                    MOVE 'N' TO WS-EOF
                    CLOSE XREF-BKUP
                    IF WS-XREF-BKUP-DONE = 'Y'
                       DISPLAY "MASTER BACKUP: " WS-XREF-BKUP-COUNT
                           " CROSS-REFERENCE RECORD(S) SAVED TO "
                           FUNCTION TRIM(WS-XREF-BKUP-FILE)
                    ELSE
                       DISPLAY "WARNING: CROSS-REFERENCE BACKUP WRITE "
                           "FAILED WITH STATUS " WS-FS-XBKUP
                           " - LOADING WITHOUT A BACKUP"
                    END-IF
                 END-IF
                 CLOSE XREF-FILE
              END-IF
           END-IF.

       0360-WRITE-PARTITIONS.
      * One pass over the value-ordered table fans the records out
      * into the partition files, so the ranges can neither overlap
              MOVE 'Y' TO WS-ACCT-ORDERED
              OPEN OUTPUT ACCT-MASTER
              IF WS-FS-AMAST = "00"
                 PERFORM 0372-OPEN-LEDGER
                 MOVE 1 TO WS-CUR-IX
                 PERFORM UNTIL WS-CUR-IX > ARRAYSIZE
                     PERFORM 0375-ROLL-UP-ONE-ACCOUNT
                 CLOSE ACCT-MASTER
                 DISPLAY "ACCOUNT MASTER: " WS-ACCT-LOADED
                     " ACCOUNT(S) LOADED TO " WS-ACCT-MASTER-FILE
                 PERFORM 0376-WRITE-CROSS-REFERENCE
                 IF WS-LDGR-ACTIVE = 'Y'
                    CLOSE LEDGER-FILE
                    DISPLAY "ACCOUNT LEDGER: " WS-LDGR-POSTED
                        " ACCOUNT(S) POSTED TO PERIOD "
                        WS-LDGR-PERIOD " IN " WS-LEDGER-FILE
                 END-IF
              ELSE
                 DISPLAY "WARNING: CANNOT OPEN ACCOUNT MASTER FILE "
                     WS-ACCT-MASTER-FILE " - FILE STATUS "
           WRITE ACCT-RECORD
           IF WS-FS-AMAST = "00"
              ADD 1 TO WS-ACCT-LOADED
              IF WS-LDGR-ACTIVE = 'Y'
                 PERFORM 0378-POST-TO-LEDGER
              END-IF
           ELSE
              DISPLAY "WARNING: ACCOUNT MASTER WRITE FAILED WITH "
                  "STATUS " WS-FS-AMAST " AT ACCOUNT ["
              ADD 1 TO WS-CUR-IX
           END-IF.

       0376-WRITE-CROSS-REFERENCE.
      * The table is in account/value order here, so each pair is
      * one run of equal entries. Keyed writes let the V records
      * go in out of key order beside the A records.
           MOVE 0 TO WS-XREF-PAIRS
           OPEN OUTPUT XREF-FILE
           IF WS-FS-XREF = "00"
              MOVE 1 TO WS-XREF-IX
              PERFORM UNTIL WS-XREF-IX > ARRAYSIZE
                  MOVE SRT-ACCOUNT(WS-XREF-IX) TO WS-XREF-ACCOUNT
                  MOVE SRT-VALUE(WS-XREF-IX) TO WS-XREF-VALUE
                  MOVE 0 TO WS-XREF-COUNT
                  PERFORM UNTIL WS-XREF-IX > ARRAYSIZE
                      OR SRT-ACCOUNT(WS-XREF-IX) NOT = WS-XREF-ACCOUNT
                      OR SRT-VALUE(WS-XREF-IX) NOT = WS-XREF-VALUE
                      ADD 1 TO WS-XREF-COUNT
                      ADD 1 TO WS-XREF-IX
                  END-PERFORM
                  MOVE SPACES TO XREF-KEY
                  MOVE "A" TO XREF-TYPE
                  MOVE WS-XREF-ACCOUNT TO XREF-MAJOR
                  MOVE WS-XREF-VALUE TO XREF-MINOR(1:6)
                  MOVE WS-XREF-COUNT TO XREF-OCCURS
                  MOVE WS-RUN-DATE TO XREF-RUN-DATE
                  WRITE XREF-RECORD
                  IF WS-FS-XREF = "00"
                     MOVE SPACES TO XREF-KEY
                     MOVE "V" TO XREF-TYPE
                     MOVE WS-XREF-VALUE TO XREF-MAJOR(1:6)
                     MOVE WS-XREF-ACCOUNT TO XREF-MINOR
                     WRITE XREF-RECORD
                  END-IF
                  IF WS-FS-XREF = "00"
                     ADD 1 TO WS-XREF-PAIRS
                  ELSE
                     DISPLAY "WARNING: CROSS-REFERENCE WRITE FAILED "
                         "WITH STATUS " WS-FS-XREF " AT ACCOUNT ["
                         WS-XREF-ACCOUNT "] VALUE " WS-XREF-VALUE
                         " - CROSS-REFERENCE LOAD ABANDONED"
                     MOVE ARRAYSIZE TO WS-XREF-IX
                     ADD 1 TO WS-XREF-IX
                  END-IF
              END-PERFORM
              CLOSE XREF-FILE
              DISPLAY "CROSS-REFERENCE: " WS-XREF-PAIRS
                  " VALUE/ACCOUNT PAIR(S) LOADED TO " WS-XREF-FILE
           ELSE
              DISPLAY "WARNING: CANNOT OPEN CROSS-REFERENCE FILE "
                  WS-XREF-FILE " - FILE STATUS " WS-FS-XREF
                  " - SKIPPING CROSS-REFERENCE LOAD"
           END-IF.

       0371-FIND-OPEN-PERIOD.
      * The open period follows the latest period on the close-
      * control file. With no close on record yet it is the
      * earliest period on the ledger - the month the ledger
      * started in, still waiting for its first close - and only
      * an empty or missing ledger starts in the run's own month.
           MOVE 0 TO WS-LDGR-LAST-CLOSED
           MOVE WS-RUN-DATE(1:6) TO WS-LDGR-RUN-MONTH
           OPEN INPUT LEDGER-CTL
           IF WS-FS-LCTL = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ LEDGER-CTL
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF LCTL-PERIOD IS NUMERIC
                              AND LCTL-PERIOD > WS-LDGR-LAST-CLOSED
                             MOVE LCTL-PERIOD
                                 TO WS-LDGR-LAST-CLOSED
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEDGER-CTL
              MOVE 'N' TO WS-EOF
           END-IF
           IF WS-LDGR-LAST-CLOSED = 0
              PERFORM 0373-FIND-OLDEST-PERIOD
              IF WS-LDGR-OLDEST > 0
                 MOVE WS-LDGR-OLDEST TO WS-LDGR-PERIOD
              ELSE
                 MOVE WS-LDGR-RUN-MONTH TO WS-LDGR-PERIOD
              END-IF
           ELSE
              MOVE WS-LDGR-LAST-CLOSED(1:4) TO WS-LDGR-YEAR
              MOVE WS-LDGR-LAST-CLOSED(5:2) TO WS-LDGR-MONTH
              IF WS-LDGR-MONTH = 12
                 ADD 1 TO WS-LDGR-YEAR
                 MOVE 1 TO WS-LDGR-MONTH
              ELSE
                 ADD 1 TO WS-LDGR-MONTH
              END-IF
              COMPUTE WS-LDGR-PERIOD =
                  WS-LDGR-YEAR * 100 + WS-LDGR-MONTH
           END-IF
           IF WS-LDGR-RUN-MONTH > WS-LDGR-PERIOD
              DISPLAY "WARNING: MONTH-END CLOSE FOR PERIOD "
                  WS-LDGR-PERIOD " HAS NOT RUN - TONIGHT'S "
                  "FIGURES POST INTO " WS-LDGR-PERIOD
           END-IF.

       0373-FIND-OLDEST-PERIOD.
      * Earliest period carried by any ledger account. A ledger
      * that cannot be opened here is left to 0372 to create or
      * report.
           MOVE 0 TO WS-LDGR-OLDEST
           OPEN INPUT LEDGER-FILE
           IF WS-FS-LDGR = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ LEDGER-FILE NEXT RECORD
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          IF LDGR-PERIOD IS NUMERIC
                              AND LDGR-PERIOD > 0
                              AND (WS-LDGR-OLDEST = 0
                                OR LDGR-PERIOD < WS-LDGR-OLDEST)
                             MOVE LDGR-PERIOD TO WS-LDGR-OLDEST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
              MOVE 'N' TO WS-EOF
           END-IF.

       0372-OPEN-LEDGER.
           PERFORM 0371-FIND-OPEN-PERIOD
           OPEN I-O LEDGER-FILE
           IF WS-FS-LDGR = "35"
              OPEN OUTPUT LEDGER-FILE
              IF WS-FS-LDGR = "00"
                 CLOSE LEDGER-FILE
                 DISPLAY "ACCOUNT LEDGER: "
                     FUNCTION TRIM(WS-LEDGER-FILE) " CREATED"
                 OPEN I-O LEDGER-FILE
              END-IF
           END-IF
           IF WS-FS-LDGR = "00"
              MOVE 'Y' TO WS-LDGR-ACTIVE
           ELSE
              DISPLAY "WARNING: CANNOT OPEN ACCOUNT LEDGER "
                  WS-LEDGER-FILE " - FILE STATUS " WS-FS-LDGR
                  " - TONIGHT'S FIGURES NOT POSTED"
           END-IF.

       0378-POST-TO-LEDGER.
      * Post the account just rolled up. A ledger record already
      * posted today has that posting backed out first, so a rerun
      * replaces the day rather than doubling it. A record in a
      * later period than the open one was already rolled forward
      * by a close that never finished - it is posted as it stands
      * and counted so the control report can say so. A record
      * still in an earlier period missed a close that is now
      * overdue: adding tonight into that old month would put two
      * months on one statement, so the account is left unposted
      * and counted for the control report instead.
           MOVE 'N' TO WS-LDGR-HELD
           MOVE WS-CUR-ACCOUNT TO LDGR-ACCOUNT
           READ LEDGER-FILE
           EVALUATE WS-FS-LDGR
               WHEN "00"
                   IF LDGR-PERIOD < WS-LDGR-PERIOD
                      MOVE 'Y' TO WS-LDGR-HELD
                   ELSE
                      PERFORM 0379-ADD-TO-LEDGER-RECORD
                   END-IF
               WHEN "23"
                   MOVE WS-CUR-ACCOUNT TO LDGR-ACCOUNT
                   MOVE WS-LDGR-PERIOD TO LDGR-PERIOD
                   MOVE WS-ACCT-COUNT TO LDGR-MTD-COUNT
                   MOVE WS-ACCT-TOTAL TO LDGR-MTD-TOTAL
                   MOVE WS-LDGR-PERIOD(1:4) TO LDGR-YTD-YEAR
                   MOVE 0 TO LDGR-YTD-COUNT
                   MOVE 0 TO LDGR-YTD-TOTAL
                   MOVE WS-RUN-DATE TO LDGR-DAY-DATE
                   MOVE WS-ACCT-COUNT TO LDGR-DAY-COUNT
                   MOVE WS-ACCT-TOTAL TO LDGR-DAY-TOTAL
                   MOVE WS-RUN-DATE TO LDGR-FIRST-POST-DATE
                   MOVE 0 TO LDGR-CLOSED-PERIOD
                   MOVE 0 TO LDGR-CLOSED-COUNT
                   MOVE 0 TO LDGR-CLOSED-TOTAL
                   MOVE 0 TO LDGR-CLOSED-YTD-COUNT
                   MOVE 0 TO LDGR-CLOSED-YTD-TOTAL
                   WRITE LDGR-RECORD
                   IF WS-FS-LDGR = "00"
                      ADD 1 TO WS-LDGR-NEW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LDGR-HELD = 'Y'
                   ADD 1 TO WS-LDGR-OVERDUE
                   DISPLAY "WARNING: ACCOUNT LEDGER [" WS-CUR-ACCOUNT
                       "] STILL IN PERIOD " LDGR-PERIOD
                       " - MONTH-END CLOSE OVERDUE, NOT POSTED"
               WHEN WS-FS-LDGR = "00"
                   ADD 1 TO WS-LDGR-POSTED
               WHEN OTHER
                   ADD 1 TO WS-LDGR-ERRORS
                   DISPLAY "WARNING: ACCOUNT LEDGER POSTING FAILED "
                       "WITH STATUS " WS-FS-LDGR " AT ACCOUNT ["
                       WS-CUR-ACCOUNT "]"
           END-EVALUATE.

       0379-ADD-TO-LEDGER-RECORD.
           IF LDGR-PERIOD > WS-LDGR-PERIOD
              ADD 1 TO WS-LDGR-MISMATCH
           END-IF
           IF LDGR-DAY-DATE = WS-RUN-DATE
               AND LDGR-MTD-COUNT NOT < LDGR-DAY-COUNT
               AND LDGR-MTD-TOTAL NOT < LDGR-DAY-TOTAL
              SUBTRACT LDGR-DAY-COUNT FROM LDGR-MTD-COUNT
              SUBTRACT LDGR-DAY-TOTAL FROM LDGR-MTD-TOTAL
              ADD 1 TO WS-LDGR-REPOSTED
           END-IF
           ADD WS-ACCT-COUNT TO LDGR-MTD-COUNT
           ADD WS-ACCT-TOTAL TO LDGR-MTD-TOTAL
           MOVE WS-RUN-DATE TO LDGR-DAY-DATE
           MOVE WS-ACCT-COUNT TO LDGR-DAY-COUNT
           MOVE WS-ACCT-TOTAL TO LDGR-DAY-TOTAL
           REWRITE LDGR-RECORD.

       0380-SORT-FINAL-ORDER.
      * Re-sort into the operator-selected key and direction for the
      * deliverable output. The data value rides along as a secondary
                  " NOT REGISTERED"
           END-IF.

       0430-WRITE-SUBSCRIBER-EXTRACTS.
      * Load the subscription control file, then give each receiver
      * on it its own extract. A line that cannot be understood is
      * skipped with a warning rather than guessed at, and one
      * extract that cannot be opened does not stop the others.
           MOVE 0 TO WS-SUBS-COUNT
           MOVE 0 TO WS-SUBS-WRITTEN
           MOVE 0 TO WS-SUBS-SUM
           OPEN INPUT SUBS-CONTROL
           IF WS-FS-SUBS NOT = "00"
              DISPLAY "SUBSCRIPTIONS: NO CONTROL FILE AT "
                  FUNCTION TRIM(WS-SUBS-CONTROL-FILE)
                  " - NO SUBSCRIBER EXTRACTS THIS RUN"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ SUBS-CONTROL
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0432-PARSE-SUBSCRIPTION
                  END-READ
              END-PERFORM
              CLOSE SUBS-CONTROL
              MOVE 'N' TO WS-EOF
              IF WS-SUBS-BAD-LINES > 0
                 DISPLAY "WARNING: " WS-SUBS-BAD-LINES
                     " UNUSABLE LINE(S) IN THE SUBSCRIPTION "
                     "CONTROL FILE WERE SKIPPED"
              END-IF
              IF WS-SUBS-COUNT = 0
                 DISPLAY "SUBSCRIPTIONS: CONTROL FILE NAMED NO "
                     "USABLE RECEIVERS - NO SUBSCRIBER EXTRACTS "
                     "THIS RUN"
              ELSE
                 PERFORM VARYING WS-SUBS-IX FROM 1 BY 1
                     UNTIL WS-SUBS-IX > WS-SUBS-COUNT
                     PERFORM 0436-WRITE-ONE-EXTRACT
                 END-PERFORM
                 DISPLAY "SUBSCRIPTIONS: " WS-SUBS-SUM " RECORD(S) "
                     "ACROSS " WS-SUBS-WRITTEN " OF " WS-SUBS-COUNT
                     " SUBSCRIBER EXTRACT(S)"
                 IF WS-SUBS-WRITTEN < WS-SUBS-COUNT
                    COMPUTE WS-SUBS-MISSED =
                        WS-SUBS-COUNT - WS-SUBS-WRITTEN
                    DISPLAY "WARNING: " WS-SUBS-MISSED
                        " SUBSCRIBER EXTRACT(S) NOT WRITTEN - THOSE "
                        "RECEIVERS GET NOTHING FROM THIS RUN"
                 END-IF
              END-IF
           END-IF.

       0432-PARSE-SUBSCRIPTION.
           IF SUBS-CONTROL-REC = SPACES
               OR SUBS-CONTROL-REC(1:1) = "*"
              CONTINUE
           ELSE
              MOVE SUBS-CONTROL-REC(1:142) TO SUBS-RECORD
              MOVE SPACES TO WS-SUBS-REASON
              MOVE 0 TO WS-SUBS-LOW
              MOVE 999999 TO WS-SUBS-HIGH
      * The receiver becomes part of a file name, so it must be one
      * word starting in column 1.
              IF SUBS-RECEIVER = SPACES
                  OR SUBS-RECEIVER(1:1) = SPACE
                 MOVE "NO RECEIVER NAME IN COLUMNS 1-8"
                     TO WS-SUBS-REASON
              ELSE
                 COMPUTE WS-SUBS-LEN =
                     FUNCTION LENGTH(FUNCTION TRIM(SUBS-RECEIVER))
                 MOVE 0 TO WS-SUBS-SPACES
                 INSPECT SUBS-RECEIVER(1:WS-SUBS-LEN)
                     TALLYING WS-SUBS-SPACES FOR ALL SPACES
                 IF WS-SUBS-SPACES > 0
                    MOVE "RECEIVER NAME IS NOT ONE WORD"
                        TO WS-SUBS-REASON
                 END-IF
              END-IF
              IF WS-SUBS-REASON = SPACES
                 PERFORM VARYING WS-SUBS-SCAN FROM 1 BY 1
                     UNTIL WS-SUBS-SCAN > WS-SUBS-COUNT
                     IF SUB-IMAGE(WS-SUBS-SCAN)(1:8) = SUBS-RECEIVER
                        MOVE "RECEIVER ALREADY NAMED ON AN EARLIER LINE"
                            TO WS-SUBS-REASON
                     END-IF
                 END-PERFORM
              END-IF
              IF WS-SUBS-REASON = SPACES
                 IF SUBS-VALUE-LOW NOT = SPACES
                    IF SUBS-VALUE-LOW IS NUMERIC
                       MOVE SUBS-VALUE-LOW TO WS-SUBS-LOW
                    ELSE
                       MOVE "LOW VALUE IS NOT SIX DIGITS"
                           TO WS-SUBS-REASON
                    END-IF
                 END-IF
                 IF SUBS-VALUE-HIGH NOT = SPACES
                    IF SUBS-VALUE-HIGH IS NUMERIC
                       MOVE SUBS-VALUE-HIGH TO WS-SUBS-HIGH
                    ELSE
                       MOVE "HIGH VALUE IS NOT SIX DIGITS"
                           TO WS-SUBS-REASON
                    END-IF
                 END-IF
                 IF WS-SUBS-REASON = SPACES
                     AND WS-SUBS-LOW > WS-SUBS-HIGH
                    MOVE "LOW VALUE ABOVE HIGH VALUE"
                        TO WS-SUBS-REASON
                 END-IF
              END-IF
              IF WS-SUBS-REASON = SPACES
                 PERFORM VARYING WS-SUBS-SCAN FROM 1 BY 1
                     UNTIL WS-SUBS-SCAN > 4
                     IF SUBS-ACCT-LOW(WS-SUBS-SCAN) = SPACES
                         AND SUBS-ACCT-HIGH(WS-SUBS-SCAN) NOT = SPACES
                        MOVE "ACCOUNT RANGE HAS A HIGH BUT NO LOW"
                            TO WS-SUBS-REASON
                     END-IF
                     IF SUBS-ACCT-HIGH(WS-SUBS-SCAN) NOT = SPACES
                         AND SUBS-ACCT-HIGH(WS-SUBS-SCAN)
                             < SUBS-ACCT-LOW(WS-SUBS-SCAN)
                        MOVE "ACCOUNT RANGE LOW ABOVE ITS HIGH"
                            TO WS-SUBS-REASON
                     END-IF
                 END-PERFORM
              END-IF
              IF WS-SUBS-REASON = SPACES
                  AND WS-SUBS-COUNT NOT < 20
                 MOVE "MORE THAN 20 RECEIVERS" TO WS-SUBS-REASON
              END-IF
              IF WS-SUBS-REASON = SPACES
                 ADD 1 TO WS-SUBS-COUNT
                 MOVE SUBS-RECORD TO SUB-IMAGE(WS-SUBS-COUNT)
                 MOVE WS-SUBS-LOW TO SUB-VALUE-LOW(WS-SUBS-COUNT)
                 MOVE WS-SUBS-HIGH TO SUB-VALUE-HIGH(WS-SUBS-COUNT)
                 MOVE 0 TO SUB-REC-COUNT(WS-SUBS-COUNT)
                 MOVE 0 TO SUB-HASH(WS-SUBS-COUNT)
                 MOVE SPACES TO SUB-FILE-NAME(WS-SUBS-COUNT)
                 MOVE 'N' TO SUB-WRITTEN(WS-SUBS-COUNT)
              ELSE
                 DISPLAY "WARNING: SUBSCRIPTION LINE SKIPPED - "
                     FUNCTION TRIM(WS-SUBS-REASON) ": ["
                     SUBS-CONTROL-REC(1:40) "]"
                 ADD 1 TO WS-SUBS-BAD-LINES
              END-IF
           END-IF.

       0436-WRITE-ONE-EXTRACT.
           MOVE SUB-IMAGE(WS-SUBS-IX) TO SUBS-RECORD
           MOVE SPACES TO WS-SUBS-FILE
           STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               ".sub." DELIMITED BY SIZE
               FUNCTION TRIM(SUBS-RECEIVER) DELIMITED BY SIZE
               INTO WS-SUBS-FILE
           END-STRING
           MOVE WS-SUBS-FILE TO SUB-FILE-NAME(WS-SUBS-IX)
           OPEN OUTPUT SUBS-OUT
           IF WS-FS-SUBO NOT = "00"
              DISPLAY "WARNING: CANNOT OPEN SUBSCRIBER EXTRACT "
                  FUNCTION TRIM(WS-SUBS-FILE) " - FILE STATUS "
                  WS-FS-SUBO
           ELSE
              MOVE WS-RUN-DATE TO XMIT-H-RUN-DATE
              MOVE WS-RUN-TIME(1:6) TO XMIT-H-RUN-TIME
              MOVE WS-SORT-KEY TO XMIT-H-SORT-KEY
              MOVE WS-SORT-DIRECTION TO XMIT-H-DIRECTION
              MOVE WS-INPUT-FILE-COUNT TO XMIT-H-FEED-COUNT
              MOVE XMIT-HEADER TO SUBS-OUT-REC
              WRITE SUBS-OUT-REC
              PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                  UNTIL WS-SRC-INDEX > WS-INPUT-FILE-COUNT
                  MOVE WS-INPUT-LIST-ENTRY(WS-SRC-INDEX)
                      TO XMIT-F-FEED-NAME
                  MOVE XMIT-FEED TO SUBS-OUT-REC
                  WRITE SUBS-OUT-REC
              END-PERFORM
              PERFORM VARYING WS-SUBS-REC-IX FROM 1 BY 1
                  UNTIL WS-SUBS-REC-IX > ARRAYSIZE
                  PERFORM 0438-SELECT-FOR-SUBSCRIBER
                  IF WS-SUBS-MATCH = 'Y'
                     MOVE ARR-REC(WS-SUBS-REC-IX) TO XMIT-D-RECORD
                     MOVE XMIT-DETAIL TO SUBS-OUT-REC
                     WRITE SUBS-OUT-REC
                     ADD SRT-VALUE(WS-SUBS-REC-IX)
                         TO SUB-HASH(WS-SUBS-IX)
                     ADD 1 TO SUB-REC-COUNT(WS-SUBS-IX)
                  END-IF
              END-PERFORM
              MOVE SUB-REC-COUNT(WS-SUBS-IX) TO XMIT-T-RECORD-COUNT
              MOVE SUB-HASH(WS-SUBS-IX) TO XMIT-T-HASH-TOTAL
              MOVE XMIT-TRAILER TO SUBS-OUT-REC
              WRITE SUBS-OUT-REC
              CLOSE SUBS-OUT
              MOVE 'Y' TO SUB-WRITTEN(WS-SUBS-IX)
              ADD 1 TO WS-SUBS-WRITTEN
              ADD SUB-REC-COUNT(WS-SUBS-IX) TO WS-SUBS-SUM
              MOVE SUB-REC-COUNT(WS-SUBS-IX) TO XREG-REC-COUNT
              MOVE SUB-HASH(WS-SUBS-IX) TO XREG-HASH-TOTAL
              MOVE WS-SUBS-FILE TO XREG-FILE-NAME
              PERFORM 0420-LOG-TRANSMISSION
           END-IF.

       0438-SELECT-FOR-SUBSCRIBER.
      * A record goes to the subscriber in SUBS-RECORD only if it
      * passes the value range, the source-system list and the
      * account ranges; an empty list passes everything. A legacy
      * bare value has no source or account, so any list excludes
      * it.
           MOVE 'Y' TO WS-SUBS-MATCH
           IF SRT-VALUE(WS-SUBS-REC-IX) < SUB-VALUE-LOW(WS-SUBS-IX)
               OR SRT-VALUE(WS-SUBS-REC-IX) >
                   SUB-VALUE-HIGH(WS-SUBS-IX)
              MOVE 'N' TO WS-SUBS-MATCH
           END-IF
           IF WS-SUBS-MATCH = 'Y' AND SUBS-SOURCE-LIST NOT = SPACES
              MOVE 'N' TO WS-SUBS-ANY
              PERFORM VARYING WS-SUBS-SCAN FROM 1 BY 1
                  UNTIL WS-SUBS-SCAN > 8 OR WS-SUBS-ANY = 'Y'
                  IF SUBS-SOURCE(WS-SUBS-SCAN) NOT = SPACES
                      AND SUBS-SOURCE(WS-SUBS-SCAN) =
                          SRT-SOURCE-SYS(WS-SUBS-REC-IX)
                     MOVE 'Y' TO WS-SUBS-ANY
                  END-IF
              END-PERFORM
              MOVE WS-SUBS-ANY TO WS-SUBS-MATCH
           END-IF
           IF WS-SUBS-MATCH = 'Y' AND SUBS-ACCOUNT-LIST NOT = SPACES
              MOVE 'N' TO WS-SUBS-ANY
              PERFORM VARYING WS-SUBS-SCAN FROM 1 BY 1
                  UNTIL WS-SUBS-SCAN > 4 OR WS-SUBS-ANY = 'Y'
                  IF SUBS-ACCT-LOW(WS-SUBS-SCAN) NOT = SPACES
                     MOVE SUBS-ACCT-HIGH(WS-SUBS-SCAN)
                         TO WS-SUBS-ACCT-HIGH
                     IF WS-SUBS-ACCT-HIGH = SPACES
                        MOVE SUBS-ACCT-LOW(WS-SUBS-SCAN)
                            TO WS-SUBS-ACCT-HIGH
                     END-IF
                     IF SRT-ACCOUNT(WS-SUBS-REC-IX) NOT <
                         SUBS-ACCT-LOW(WS-SUBS-SCAN)
                         AND SRT-ACCOUNT(WS-SUBS-REC-IX) NOT >
                             WS-SUBS-ACCT-HIGH
                         AND SRT-ACCOUNT(WS-SUBS-REC-IX) NOT = SPACES
                        MOVE 'Y' TO WS-SUBS-ANY
                     END-IF
                  END-IF
              END-PERFORM
              MOVE WS-SUBS-ANY TO WS-SUBS-MATCH
           END-IF.

       0600-CONTROL-REPORT.
           DISPLAY "===================================="
           DISPLAY "SORT CONTROL / PROOF REPORT"
           END-PERFORM
           DISPLAY "RECORDS READ:       " WS-RECORDS-READ
           DISPLAY "RECORDS REJECTED:   " WS-RECORDS-REJECTED
           IF WS-REF-ACTIVE = 'Y'
              DISPLAY "  UNKNOWN ACCOUNT:     " WS-REJ-UNKNOWN-ACCT
              DISPLAY "  CLOSED ACCOUNT:      " WS-REJ-CLOSED-ACCT
              DISPLAY "  UNREGISTERED SOURCE: " WS-REJ-UNREG-SOURCE
              DISPLAY "  CLOSED SOURCE:       " WS-REJ-CLOSED-SOURCE
              IF WS-REF-IO-ERRORS > 0
                 DISPLAY "  *** " WS-REF-IO-ERRORS " RECORD(S) NOT "
                     "CHECKED - REFERENCE REGISTRY READ FAILED"
              END-IF
           ELSE
              DISPLAY "  (ACCOUNT/SOURCE REFERENCE CHECKS OFF - "
                  "REGISTRY NOT OPEN)"
           END-IF
           IF WS-RANGE-ACTIVE = 'Y'
              DISPLAY "RECORDS FILTERED:   " WS-RECORDS-FILTERED
                  " (VALUE RANGE " WS-RANGE-LOW " - "
           DISPLAY "RECORDS LOADED:     " ARRAYSIZE
           IF WS-TOL-BREACHED = 'Y'
              DISPLAY "TOLERANCE BREACHED: " WS-TOL-BREACHES
                  " LIMIT(S) - MASTERS, PARTITIONS, EXTRACTS AND "
                  "SORTED OUTPUT SUPPRESSED (SEE " WS-EXCEPTIONS-FILE
                  ")"
           END-IF
           DISPLAY "RECORDS WRITTEN:    " WS-XMIT-COUNT
           IF WS-RECORDS-LIMITED > 0
               " (" WS-MASTER-FILE ")"
           DISPLAY "MASTER ACCOUNTS:    " WS-ACCT-LOADED
               " (" WS-ACCT-MASTER-FILE ")"
           IF WS-LDGR-ACTIVE = 'Y'
              DISPLAY "LEDGER POSTINGS:    " WS-LDGR-POSTED
                  " INTO PERIOD " WS-LDGR-PERIOD " (" WS-LDGR-NEW
                  " NEW ACCOUNT(S), " WS-LDGR-REPOSTED
                  " SAME-DAY REPOSTING(S))"
              IF WS-LDGR-ERRORS > 0
                 DISPLAY "  *** " WS-LDGR-ERRORS " LEDGER "
                     "POSTING(S) FAILED"
              END-IF
              IF WS-LDGR-MISMATCH > 0
                 DISPLAY "  *** " WS-LDGR-MISMATCH " LEDGER "
                     "ACCOUNT(S) ALREADY ROLLED PAST PERIOD "
                     WS-LDGR-PERIOD " - A MONTH-END CLOSE DID NOT "
                     "FINISH, RERUN LEDGCLOS"
              END-IF
              IF WS-LDGR-OVERDUE > 0
                 DISPLAY "  *** " WS-LDGR-OVERDUE " LEDGER "
                     "ACCOUNT(S) STILL IN A PERIOD BEFORE "
                     WS-LDGR-PERIOD " - MONTH-END CLOSE OVERDUE, "
                     "NOT POSTED TONIGHT - RUN LEDGCLOS"
              END-IF
           END-IF
           DISPLAY "TRANSMISSIONS REGISTERED: " WS-XREG-LOGGED
               " (" WS-XMITREG-FILE ")"
           IF WS-PART-MODE NOT = 'N'
              DISPLAY "  PARTITION TOTAL:  " WS-PART-SUM
                  " (RECORDS LOADED: " ARRAYSIZE ")"
           END-IF
           IF WS-SUBS-COUNT > 0
              DISPLAY "SUBSCRIBER EXTRACTS:" WS-SUBS-WRITTEN
                  " OF " WS-SUBS-COUNT " WRITTEN"
              PERFORM VARYING WS-SUBS-IX FROM 1 BY 1
                  UNTIL WS-SUBS-IX > WS-SUBS-COUNT
                  IF SUB-WRITTEN(WS-SUBS-IX) = 'Y'
                     DISPLAY "  " SUB-IMAGE(WS-SUBS-IX)(1:8)
                         " COUNT " SUB-REC-COUNT(WS-SUBS-IX)
                         " HASH " SUB-HASH(WS-SUBS-IX) " "
                         FUNCTION TRIM(SUB-FILE-NAME(WS-SUBS-IX))
                  ELSE
                     DISPLAY "  " SUB-IMAGE(WS-SUBS-IX)(1:8)
                         " *** NOT WRITTEN - "
                         FUNCTION TRIM(SUB-FILE-NAME(WS-SUBS-IX))
                  END-IF
              END-PERFORM
           END-IF
           IF WS-DELTA-RAN = 'Y'
              DISPLAY "DELTA VS PRIOR RUN (" WS-PRIOR-FILE ")"
              DISPLAY "  NEW VALUES:       " WS-DELTA-ADDS
                     "BALANCE"
              END-IF
              DISPLAY "===================================="
              PERFORM 0630-WRITE-SOURCE-HISTORY
           END-IF.

       0625-LOAD-CONTROL-TOTALS.
                  = SRCSYS-CTL-COUNT(WS-SRCSYS-SCAN)
                  AND SRCSYS-HASH(WS-SRCSYS-SCAN)
                  = SRCSYS-CTL-HASH(WS-SRCSYS-SCAN)
                 MOVE "B" TO SRCSYS-STATUS(WS-SRCSYS-SCAN)
                 DISPLAY "  IN BALANCE WITH CONTROL COUNT "
                     SRCSYS-CTL-COUNT(WS-SRCSYS-SCAN)
                     " HASH " SRCSYS-CTL-HASH(WS-SRCSYS-SCAN)
              ELSE
                 ADD 1 TO WS-SRC-OOB-COUNT
                 EVALUATE TRUE
                     WHEN SRCSYS-READ(WS-SRCSYS-SCAN) = 0
                         MOVE "M" TO SRCSYS-STATUS(WS-SRCSYS-SCAN)
                     WHEN WS-RESUMED-RUN = 'Y'
                         MOVE "U" TO SRCSYS-STATUS(WS-SRCSYS-SCAN)
                     WHEN OTHER
                         MOVE "O" TO SRCSYS-STATUS(WS-SRCSYS-SCAN)
                 END-EVALUATE
                 DISPLAY "  *** OUT OF BALANCE - CONTROL COUNT "
                     SRCSYS-CTL-COUNT(WS-SRCSYS-SCAN)
                     " HASH " SRCSYS-CTL-HASH(WS-SRCSYS-SCAN)
              END-IF
           ELSE
              MOVE "N" TO SRCSYS-STATUS(WS-SRCSYS-SCAN)
              DISPLAY "  NO CONTROL TOTAL DECLARED"
           END-IF.

       0630-WRITE-SOURCE-HISTORY.
      * Append one per-source history record for every source
      * reconciled above. EXTEND creates nothing on its own, so a
      * first-ever run (file status 35) falls back to OPEN OUTPUT.
      * A history that cannot be written is warned about but never
      * fails the run, the same as the run history.
           OPEN EXTEND SRC-HIST
           IF WS-FS-SHST = "35"
              OPEN OUTPUT SRC-HIST
           END-IF
           IF WS-FS-SHST = "00"
              MOVE 0 TO WS-SHST-WRITTEN
              PERFORM VARYING WS-SRCSYS-SCAN FROM 1 BY 1
                  UNTIL WS-SRCSYS-SCAN > WS-SRC-SYS-COUNT
                  MOVE WS-RUN-DATE TO SHST-RUN-DATE
                  MOVE WS-RUN-TIME(1:6) TO SHST-RUN-TIME
                  MOVE SRCSYS-CODE(WS-SRCSYS-SCAN) TO SHST-SOURCE
                  MOVE SRCSYS-READ(WS-SRCSYS-SCAN) TO SHST-READ
                  MOVE SRCSYS-LOADED(WS-SRCSYS-SCAN) TO SHST-LOADED
                  MOVE SRCSYS-REJECTED(WS-SRCSYS-SCAN)
                      TO SHST-REJECTED
                  MOVE SRCSYS-HASH(WS-SRCSYS-SCAN) TO SHST-HASH
                  MOVE SRCSYS-CTL-COUNT(WS-SRCSYS-SCAN)
                      TO SHST-CTL-COUNT
                  MOVE SRCSYS-CTL-HASH(WS-SRCSYS-SCAN)
                      TO SHST-CTL-HASH
                  MOVE SRCSYS-STATUS(WS-SRCSYS-SCAN) TO SHST-STATUS
                  IF WS-RECON-RESUBMIT NOT = SPACES
                     MOVE "R" TO SHST-PASS
                  ELSE
                     MOVE SPACE TO SHST-PASS
                  END-IF
                  WRITE SHST-RECORD
                  ADD 1 TO WS-SHST-WRITTEN
              END-PERFORM
              CLOSE SRC-HIST
              DISPLAY "SOURCE HISTORY: " WS-SHST-WRITTEN
                  " SOURCE RECORD(S) APPENDED TO "
                  FUNCTION TRIM(WS-SRC-HISTORY-FILE)
           ELSE
              DISPLAY "WARNING: CANNOT OPEN SOURCE HISTORY FILE "
                  WS-SRC-HISTORY-FILE " - FILE STATUS " WS-FS-SHST
                  " - THIS RUN WILL BE MISSING FROM THE SCORECARD"
           END-IF.

       0640-WRITE-PENDING-FILE.
      * Rewrite the pending holding file for the next as-of run:
      * everything held tonight, including still-future records
              MOVE WS-INPUT-LIST-ENTRY(1) TO HIST-FIRST-FEED
              MOVE WS-RECORDS-FILTERED TO HIST-RECORDS-FILTERED
              MOVE WS-XMIT-COUNT TO HIST-RECORDS-WRITTEN
              MOVE SPACE TO HIST-RUN-TYPE
              WRITE HIST-RECORD
              CLOSE RUN-HIST
              DISPLAY "RUN HISTORY APPENDED TO " WS-HISTORY-FILE
                     PERFORM 0665-CATALOG-ONE-ARTIFACT
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-SUBS-IX FROM 1 BY 1
                  UNTIL WS-SUBS-IX > WS-SUBS-COUNT
                  IF SUB-WRITTEN(WS-SUBS-IX) = 'Y'
                     MOVE "SUBSCR" TO WS-CAT-TYPE
                     MOVE SUB-FILE-NAME(WS-SUBS-IX) TO WS-CAT-NAME
                     PERFORM 0665-CATALOG-ONE-ARTIFACT
                  END-IF
              END-PERFORM
              CLOSE CATALOG-OUT
              DISPLAY "CATALOG: " WS-CAT-WRITTEN " GENERATION(S) "
                  "RECORDED IN " WS-CATALOG-FILE
