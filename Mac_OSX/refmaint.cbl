       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REFMAINT".

      * Maintenance of the account / source-system reference
      * registry the SORT run validates its input against (layout
      * in the srtref copybook): applies keyed transactions from a
      * transaction file - register a new account or source system,
      * change an entry's open date or description, close an entry
      * - so the nightly run starts rejecting a retired account or
      * accepting a newly onboarded upstream without a program
      * change. Every transaction is validated field by field the
      * way MAINT validates its own, the rest are rejected with the
      * reason, and every applied change writes an audit record
      * carrying who, when, and the before and after image.
      *
      * Transaction record, fixed 66 characters:
      *   1      action: A=ADD, C=CHANGE, X=CLOSE
      *   2      entry type: A=ACCOUNT, S=SOURCE SYSTEM
      *   3-12   code: the account number, or the three-character
      *          source-system code in columns 3-5 with 6-12 blank
      *   13-20  open date YYYYMMDD (A: zeros = today; C: zeros =
      *          leave as is; X: ignored, zeros)
      *   21-28  close date YYYYMMDD (X: zeros = today; C: replaces
      *          the close date of an entry already closed, zeros =
      *          leave as is; A: must be zeros)
      *   29-36  user id of who keyed the transaction
      *   37-66  description (A: optional; C: blank = leave as is;
      *          X: ignored)
      *   anything past column 66 must be blank
      *
      * A closed entry stays on the registry with its close date so
      * the SORT run can tell a closed account from one it has
      * never heard of.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=transaction file, 2=registry
      * file, 3=audit file, 4=reject file. The registry is created
      * empty on first use.
      *
      * Return code 0 = every transaction applied, 4 = at least
      * one transaction rejected (see the reject file), 8 = a
      * registry read/write failed outright, 16 = a file could not
      * be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT TRANS-IN ASSIGN TO DYNAMIC WS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
               SELECT REF-FILE ASSIGN TO DYNAMIC WS-REF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-FS-REF.
               SELECT AUDIT-OUT ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
               SELECT REF-REJECTS ASSIGN TO DYNAMIC
               WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

       DATA DIVISION.
           FILE SECTION.
           FD TRANS-IN.
      * Wider than the 66-byte transaction so an over-length line
      * arrives whole and fails the length check instead of being
      * split across reads.
           01 TRANS-REC PIC X(100).

           FD REF-FILE.
           01 REF-RECORD.
               COPY "srtref.cpy".

           FD AUDIT-OUT.
           01 AUDIT-REC PIC X(220).

           FD REF-REJECTS.
           01 REF-REJECT-REC PIC X(130).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FILE PIC X(100) VALUE SPACES.
           01 WS-REF-FILE PIC X(100) VALUE SPACES.
           01 WS-AUDIT-FILE PIC X(100) VALUE SPACES.
           01 WS-REJECT-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-TRANS PIC XX.
           01 WS-FS-REF PIC XX.
           01 WS-FS-AUDIT PIC XX.
           01 WS-FS-REJECT PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

           01 WS-TRANS-READ PIC 9(7) VALUE 0.
           01 WS-ADDS-APPLIED PIC 9(7) VALUE 0.
           01 WS-CHANGES-APPLIED PIC 9(7) VALUE 0.
           01 WS-CLOSES-APPLIED PIC 9(7) VALUE 0.
           01 WS-TRANS-REJECTED PIC 9(7) VALUE 0.
           01 WS-IO-ERRORS PIC 9(7) VALUE 0.

      * The transaction pulled apart for validation: fixed-column
      * parse, then checks field by field. The trimmed copy exists
      * only for the reject-line display.
           01 WS-TRX-TRIMMED PIC X(100) VALUE SPACES.
           01 WS-TRX-ACTION PIC X(1) VALUE SPACE.
           01 WS-TRX-TYPE PIC X(1) VALUE SPACE.
           01 WS-TRX-CODE PIC X(10) VALUE SPACES.
           01 WS-TRX-OPEN PIC X(8) VALUE SPACES.
           01 WS-TRX-CLOSE PIC X(8) VALUE SPACES.
           01 WS-TRX-USER PIC X(8) VALUE SPACES.
           01 WS-TRX-DESC PIC X(30) VALUE SPACES.
           01 WS-TRX-OPEN-N PIC 9(8) VALUE 0.
           01 WS-TRX-CLOSE-N PIC 9(8) VALUE 0.
           01 WS-REJECT-REASON PIC X(24) VALUE SPACES.

      * Calendar sanity check on a supplied date: month 01-12 and
      * day 01-31 - enough to catch a transposed or mistyped date
      * before it reaches the registry.
           01 WS-CHECK-DATE PIC 9(8) VALUE 0.
           01 WS-CHECK-DATE-OK PIC A(1) VALUE 'N'.

      * Before/after image of the fields a transaction can touch,
      * captured for the audit record.
           01 WS-BEFORE-PRESENT PIC A(1) VALUE 'N'.
           01 WS-BEFORE-STATUS PIC X(1) VALUE SPACE.
           01 WS-BEFORE-OPEN PIC 9(8) VALUE 0.
           01 WS-BEFORE-CLOSE PIC 9(8) VALUE 0.
           01 WS-AFTER-PRESENT PIC A(1) VALUE 'N'.
           01 WS-AFTER-STATUS PIC X(1) VALUE SPACE.
           01 WS-AFTER-OPEN PIC 9(8) VALUE 0.
           01 WS-AFTER-CLOSE PIC 9(8) VALUE 0.
           01 WS-AFTER-DESC PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-APPLY-TRANSACTIONS
           PERFORM 0300-WRAP-UP
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-REF-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-REJECT-FILE FROM ARGUMENT-VALUE

           IF WS-TRANS-FILE = SPACES
              ACCEPT WS-TRANS-FILE FROM ENVIRONMENT
                  "SORT_REF_TRANS_FILE"
           END-IF
           IF WS-TRANS-FILE = SPACES
              MOVE "py_vs_X_reftrx.txt" TO WS-TRANS-FILE
           END-IF

           IF WS-REF-FILE = SPACES
              ACCEPT WS-REF-FILE FROM ENVIRONMENT
                  "SORT_REFERENCE_FILE"
           END-IF
           IF WS-REF-FILE = SPACES
              MOVE "py_vs_X_refmast.dat" TO WS-REF-FILE
           END-IF

           IF WS-AUDIT-FILE = SPACES
              ACCEPT WS-AUDIT-FILE FROM ENVIRONMENT
                  "SORT_REF_AUDIT_FILE"
           END-IF
           IF WS-AUDIT-FILE = SPACES
              MOVE "py_vs_X_refaudit.txt" TO WS-AUDIT-FILE
           END-IF

           IF WS-REJECT-FILE = SPACES
              ACCEPT WS-REJECT-FILE FROM ENVIRONMENT
                  "SORT_REF_REJECT_FILE"
           END-IF
           IF WS-REJECT-FILE = SPACES
              MOVE "py_vs_X_refrej.txt" TO WS-REJECT-FILE
           END-IF

           OPEN INPUT TRANS-IN
           IF WS-FS-TRANS NOT = "00"
              DISPLAY "REFMAINT: CANNOT OPEN TRANSACTION FILE "
                  WS-TRANS-FILE " - FILE STATUS " WS-FS-TRANS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * The registry is created by its own maintenance: the very
      * first pass (file status 35) builds an empty one and then
      * opens it for update like any other pass.
           OPEN I-O REF-FILE
           IF WS-FS-REF = "35"
              OPEN OUTPUT REF-FILE
              IF WS-FS-REF = "00"
                 CLOSE REF-FILE
                 DISPLAY "REFMAINT: REFERENCE REGISTRY "
                     FUNCTION TRIM(WS-REF-FILE) " CREATED"
                 OPEN I-O REF-FILE
              END-IF
           END-IF
           IF WS-FS-REF NOT = "00"
              DISPLAY "REFMAINT: CANNOT OPEN REFERENCE REGISTRY "
                  WS-REF-FILE " - FILE STATUS " WS-FS-REF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * EXTEND so the audit trail accumulates across passes; a
      * first-ever pass (file status 35) falls back to OPEN OUTPUT.
           OPEN EXTEND AUDIT-OUT
           IF WS-FS-AUDIT = "35"
              OPEN OUTPUT AUDIT-OUT
           END-IF
           IF WS-FS-AUDIT NOT = "00"
              DISPLAY "REFMAINT: CANNOT OPEN AUDIT FILE "
                  WS-AUDIT-FILE " - FILE STATUS " WS-FS-AUDIT
                  " - NO CHANGES APPLIED WITHOUT AN AUDIT TRAIL"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REF-REJECTS
           IF WS-FS-REJECT NOT = "00"
              DISPLAY "REFMAINT: CANNOT OPEN REJECT FILE "
                  WS-REJECT-FILE " - FILE STATUS " WS-FS-REJECT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 0220-PROCESS-ONE-TRANS
               END-READ
           END-PERFORM.

       0220-PROCESS-ONE-TRANS.
           PERFORM 0225-VALIDATE-TRANSACTION
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
              MOVE WS-TRX-TYPE TO REF-TYPE
              MOVE WS-TRX-CODE TO REF-CODE
              READ REF-FILE
              EVALUATE TRUE
                  WHEN WS-FS-REF = "00"
                      MOVE 'Y' TO WS-BEFORE-PRESENT
                      MOVE REF-STATUS TO WS-BEFORE-STATUS
                      MOVE REF-OPEN-DATE TO WS-BEFORE-OPEN
                      MOVE REF-CLOSE-DATE TO WS-BEFORE-CLOSE
                  WHEN WS-FS-REF = "23"
                      MOVE 'N' TO WS-BEFORE-PRESENT
                      MOVE SPACE TO WS-BEFORE-STATUS
                      MOVE 0 TO WS-BEFORE-OPEN
                      MOVE 0 TO WS-BEFORE-CLOSE
                  WHEN OTHER
                      ADD 1 TO WS-IO-ERRORS
                      MOVE "REGISTRY READ ERROR" TO WS-REJECT-REASON
                      PERFORM 0280-REJECT-TRANSACTION
              END-EVALUATE
              IF WS-REJECT-REASON = SPACES
                 EVALUATE WS-TRX-ACTION
                     WHEN "A"
                         PERFORM 0230-APPLY-ADD
                     WHEN "C"
                         PERFORM 0240-APPLY-CHANGE
                     WHEN OTHER
                         PERFORM 0250-APPLY-CLOSE
                 END-EVALUATE
              END-IF
           END-IF.

       0225-VALIDATE-TRANSACTION.
      * Reject reason stays spaces when the transaction is good.
      * Fields parse from the fixed columns of the raw record - a
      * short code, user id or description legitimately trails
      * blanks, so the length is proven by requiring everything
      * past column 66 blank rather than by trimming the record.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-TRX-TRIMMED
           MOVE FUNCTION TRIM(TRANS-REC) TO WS-TRX-TRIMMED
           MOVE SPACE TO WS-TRX-ACTION
           MOVE SPACE TO WS-TRX-TYPE
           MOVE SPACES TO WS-TRX-CODE
           MOVE SPACES TO WS-TRX-OPEN
           MOVE SPACES TO WS-TRX-CLOSE
           MOVE SPACES TO WS-TRX-USER
           MOVE SPACES TO WS-TRX-DESC
           MOVE 0 TO WS-TRX-OPEN-N
           MOVE 0 TO WS-TRX-CLOSE-N
           IF TRANS-REC = SPACES
               OR TRANS-REC(67:34) NOT = SPACES
              MOVE "BAD LENGTH" TO WS-REJECT-REASON
           ELSE
              MOVE TRANS-REC(1:1) TO WS-TRX-ACTION
              MOVE TRANS-REC(2:1) TO WS-TRX-TYPE
              MOVE TRANS-REC(3:10) TO WS-TRX-CODE
              MOVE TRANS-REC(13:8) TO WS-TRX-OPEN
              MOVE TRANS-REC(21:8) TO WS-TRX-CLOSE
              MOVE TRANS-REC(29:8) TO WS-TRX-USER
              MOVE TRANS-REC(37:30) TO WS-TRX-DESC
              MOVE FUNCTION UPPER-CASE(WS-TRX-ACTION)
                  TO WS-TRX-ACTION
              MOVE FUNCTION UPPER-CASE(WS-TRX-TYPE)
                  TO WS-TRX-TYPE
              EVALUATE TRUE
                  WHEN WS-TRX-ACTION NOT = "A"
                      AND WS-TRX-ACTION NOT = "C"
                      AND WS-TRX-ACTION NOT = "X"
                      MOVE "BAD ACTION" TO WS-REJECT-REASON
                  WHEN WS-TRX-TYPE NOT = "A"
                      AND WS-TRX-TYPE NOT = "S"
                      MOVE "BAD ENTRY TYPE" TO WS-REJECT-REASON
                  WHEN WS-TRX-CODE = SPACES
                      MOVE "NO CODE" TO WS-REJECT-REASON
                  WHEN WS-TRX-TYPE = "S"
                      AND WS-TRX-CODE(4:7) NOT = SPACES
                      MOVE "SOURCE CODE TOO LONG"
                          TO WS-REJECT-REASON
                  WHEN WS-TRX-OPEN IS NOT NUMERIC
                      MOVE "OPEN DATE NOT NUMERIC"
                          TO WS-REJECT-REASON
                  WHEN WS-TRX-CLOSE IS NOT NUMERIC
                      MOVE "CLOSE DATE NOT NUMERIC"
                          TO WS-REJECT-REASON
                  WHEN WS-TRX-USER = SPACES
                      MOVE "NO USER ID" TO WS-REJECT-REASON
                  WHEN OTHER
                      MOVE WS-TRX-OPEN TO WS-TRX-OPEN-N
                      MOVE WS-TRX-CLOSE TO WS-TRX-CLOSE-N
                      PERFORM 0227-VALIDATE-DATES
              END-EVALUATE
           END-IF.

       0227-VALIDATE-DATES.
           IF WS-TRX-OPEN-N > 0
              MOVE WS-TRX-OPEN-N TO WS-CHECK-DATE
              PERFORM 0228-CHECK-ONE-DATE
              IF WS-CHECK-DATE-OK = 'N'
                 MOVE "BAD OPEN DATE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-TRX-CLOSE-N > 0
              MOVE WS-TRX-CLOSE-N TO WS-CHECK-DATE
              PERFORM 0228-CHECK-ONE-DATE
              IF WS-CHECK-DATE-OK = 'N'
                 MOVE "BAD CLOSE DATE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-TRX-ACTION = "A" AND WS-TRX-CLOSE-N > 0
              MOVE "CLOSE DATE ON AN ADD" TO WS-REJECT-REASON
           END-IF.

       0228-CHECK-ONE-DATE.
           MOVE 'Y' TO WS-CHECK-DATE-OK
           IF WS-CHECK-DATE(5:2) < "01" OR WS-CHECK-DATE(5:2) > "12"
               OR WS-CHECK-DATE(7:2) < "01"
               OR WS-CHECK-DATE(7:2) > "31"
              MOVE 'N' TO WS-CHECK-DATE-OK
           END-IF.

       0230-APPLY-ADD.
           IF WS-BEFORE-PRESENT = 'Y'
              MOVE "ALREADY REGISTERED" TO WS-REJECT-REASON
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
              MOVE WS-TRX-TYPE TO REF-TYPE
              MOVE WS-TRX-CODE TO REF-CODE
              MOVE "O" TO REF-STATUS
              IF WS-TRX-OPEN-N > 0
                 MOVE WS-TRX-OPEN-N TO REF-OPEN-DATE
              ELSE
                 MOVE WS-RUN-DATE TO REF-OPEN-DATE
              END-IF
              MOVE 0 TO REF-CLOSE-DATE
              MOVE WS-TRX-DESC TO REF-DESCRIPTION
              MOVE WS-RUN-DATE TO REF-CHANGE-DATE
              MOVE WS-TRX-USER TO REF-CHANGE-USER
              WRITE REF-RECORD
              IF WS-FS-REF = "00"
                 ADD 1 TO WS-ADDS-APPLIED
                 PERFORM 0260-CAPTURE-AFTER
                 PERFORM 0270-WRITE-AUDIT
              ELSE
                 ADD 1 TO WS-IO-ERRORS
                 MOVE "REGISTRY WRITE ERROR" TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSACTION
              END-IF
           END-IF.

       0240-APPLY-CHANGE.
      * A change touches only what the transaction supplies: a
      * non-zero open date, a non-zero close date (an open entry
      * has no close date to amend - closing is the X action's
      * job), a non-blank description. Supplying none of them is
      * rejected rather than written as an empty audit record.
           EVALUATE TRUE
               WHEN WS-BEFORE-PRESENT = 'N'
                   MOVE "NOT REGISTERED" TO WS-REJECT-REASON
               WHEN WS-TRX-OPEN-N = 0 AND WS-TRX-CLOSE-N = 0
                   AND WS-TRX-DESC = SPACES
                   MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
               WHEN WS-TRX-CLOSE-N > 0 AND REF-STATUS NOT = "C"
                   MOVE "ENTRY NOT CLOSED" TO WS-REJECT-REASON
               WHEN OTHER
                   IF WS-TRX-OPEN-N > 0
                      MOVE WS-TRX-OPEN-N TO REF-OPEN-DATE
                   END-IF
                   IF WS-TRX-CLOSE-N > 0
                      MOVE WS-TRX-CLOSE-N TO REF-CLOSE-DATE
                   END-IF
                   IF WS-TRX-DESC NOT = SPACES
                      MOVE WS-TRX-DESC TO REF-DESCRIPTION
                   END-IF
                   IF REF-STATUS = "C"
                       AND REF-CLOSE-DATE < REF-OPEN-DATE
                      MOVE "CLOSE BEFORE OPEN" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
              MOVE WS-RUN-DATE TO REF-CHANGE-DATE
              MOVE WS-TRX-USER TO REF-CHANGE-USER
              REWRITE REF-RECORD
              IF WS-FS-REF = "00"
                 ADD 1 TO WS-CHANGES-APPLIED
                 PERFORM 0260-CAPTURE-AFTER
                 PERFORM 0270-WRITE-AUDIT
              ELSE
                 ADD 1 TO WS-IO-ERRORS
                 MOVE "REGISTRY REWRITE ERROR" TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSACTION
              END-IF
           END-IF.

       0250-APPLY-CLOSE.
           EVALUATE TRUE
               WHEN WS-BEFORE-PRESENT = 'N'
                   MOVE "NOT REGISTERED" TO WS-REJECT-REASON
               WHEN REF-STATUS = "C"
                   MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "C" TO REF-STATUS
                   IF WS-TRX-CLOSE-N > 0
                      MOVE WS-TRX-CLOSE-N TO REF-CLOSE-DATE
                   ELSE
                      MOVE WS-RUN-DATE TO REF-CLOSE-DATE
                   END-IF
                   IF REF-CLOSE-DATE < REF-OPEN-DATE
                      MOVE "CLOSE BEFORE OPEN" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
              MOVE WS-RUN-DATE TO REF-CHANGE-DATE
              MOVE WS-TRX-USER TO REF-CHANGE-USER
              REWRITE REF-RECORD
              IF WS-FS-REF = "00"
                 ADD 1 TO WS-CLOSES-APPLIED
                 PERFORM 0260-CAPTURE-AFTER
                 PERFORM 0270-WRITE-AUDIT
              ELSE
                 ADD 1 TO WS-IO-ERRORS
                 MOVE "REGISTRY REWRITE ERROR" TO WS-REJECT-REASON
                 PERFORM 0280-REJECT-TRANSACTION
              END-IF
           END-IF.

       0260-CAPTURE-AFTER.
           MOVE 'Y' TO WS-AFTER-PRESENT
           MOVE REF-STATUS TO WS-AFTER-STATUS
           MOVE REF-OPEN-DATE TO WS-AFTER-OPEN
           MOVE REF-CLOSE-DATE TO WS-AFTER-CLOSE
           MOVE REF-DESCRIPTION TO WS-AFTER-DESC.

       0270-WRITE-AUDIT.
      * One audit line per applied change: when, who, what, and
      * the before/after image of the fields a transaction can
      * touch (PRESENT N means the entry was not registered on
      * that side), with the description as it now stands.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               WS-TRX-USER DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               WS-TRX-ACTION DELIMITED BY SIZE
               " TYPE " DELIMITED BY SIZE
               WS-TRX-TYPE DELIMITED BY SIZE
               " CODE " DELIMITED BY SIZE
               WS-TRX-CODE DELIMITED BY SIZE
               " BEFORE [PRESENT " DELIMITED BY SIZE
               WS-BEFORE-PRESENT DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               WS-BEFORE-STATUS DELIMITED BY SIZE
               " OPEN " DELIMITED BY SIZE
               WS-BEFORE-OPEN DELIMITED BY SIZE
               " CLOSE " DELIMITED BY SIZE
               WS-BEFORE-CLOSE DELIMITED BY SIZE
               "] AFTER [PRESENT " DELIMITED BY SIZE
               WS-AFTER-PRESENT DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               WS-AFTER-STATUS DELIMITED BY SIZE
               " OPEN " DELIMITED BY SIZE
               WS-AFTER-OPEN DELIMITED BY SIZE
               " CLOSE " DELIMITED BY SIZE
               WS-AFTER-CLOSE DELIMITED BY SIZE
               "] DESC [" DELIMITED BY SIZE
               WS-AFTER-DESC DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.

       0280-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE SPACES TO REF-REJECT-REC
           STRING "REJECTED " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               " TRX=[" DELIMITED BY SIZE
               WS-TRX-TRIMMED DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO REF-REJECT-REC
           END-STRING
           WRITE REF-REJECT-REC
           DISPLAY "REFMAINT: " REF-REJECT-REC.

       0300-WRAP-UP.
           CLOSE TRANS-IN
           CLOSE REF-FILE
           CLOSE AUDIT-OUT
           CLOSE REF-REJECTS
           DISPLAY "===================================="
           DISPLAY "REFERENCE REGISTRY MAINTENANCE SUMMARY"
           DISPLAY "===================================="
           DISPLAY "TRANSACTIONS READ:  " WS-TRANS-READ
           DISPLAY "ENTRIES ADDED:      " WS-ADDS-APPLIED
           DISPLAY "ENTRIES CHANGED:    " WS-CHANGES-APPLIED
           DISPLAY "ENTRIES CLOSED:     " WS-CLOSES-APPLIED
           DISPLAY "REJECTED:           " WS-TRANS-REJECTED
           DISPLAY "REGISTRY I/O ERRORS:" WS-IO-ERRORS
           DISPLAY "AUDIT TRAIL:        " WS-AUDIT-FILE
           DISPLAY "REJECT FILE:        " WS-REJECT-FILE
           DISPLAY "===================================="
           IF WS-IO-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRANS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       END PROGRAM REFMAINT.
