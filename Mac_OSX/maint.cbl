      * better, not at tomorrow's load. Every transaction is
      * validated the way the SORT run validates its input
      * (fixed-width, numeric where numeric belongs), the rest are
      * rejected with the reason.
      *
      * Every user id must appear on the operator authority file
      * (srtauth copybook) holding the action it keys; unknown or
      * unauthorised ids are rejected. An add posts at once. A
      * delete or correction does not: it waits on the approval
      * queue (srtpend copybook, one pending change per value)
      * until a second user id - different from the one that keyed
      * it and holding the same authority - releases it (R) or
      * declines it (X). A release applies the change as keyed; a
      * decline drops it and is audited under action X with the
      * declined image as the after image.
      *
      * Every applied change writes an audit record carrying who,
      * when, the before and after image, and the approver where
      * there is one, so the nightly rebuild can be reconciled
      * against what was touched intraday (the MAINTREC program
      * does that after each load, and re-applies the changes
      * operations marked as standing).
      *
      * Transaction record, fixed 23 characters:
      *   1      action: A=ADD, D=DELETE, C=CORRECT COUNT,
      *          R=RELEASE or X=DECLINE the value's pending change
      *   2-7    value (six digits)
      *   8-14   occurrence count (seven digits; used by A and C,
      *          zeros on D, R and X)
      *   15-22  user id of who keyed the transaction (a shorter
      *          id pads its columns with trailing blanks); on R
      *          and X this is the approver
      *   23     S = standing: the change must survive the nightly
      *          rebuild even when the feeds still disagree, and
      *          MAINTREC re-applies it after every load until a
      *          later transaction for the value supersedes it;
      *          blank = a one-off fix. Always blank on R and X -
      *          the flag as keyed travels with the pending change.
      *          Anything past column 23 must be blank
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=transaction file, 2=master
      * file, 3=audit file, 4=reject file, 5=operator authority
      * file, 6=approval queue file.
      *
      * Return code 0 = every transaction applied or queued,
      * 4 = at least one transaction rejected (see the reject
      * file), 8 = a master or queue read/write failed outright,
      * 16 = a file could not be opened - including the authority
      * file: with no authority on record nothing is applied.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.
               SELECT AUTH-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
               SELECT PENDING-FILE ASSIGN TO DYNAMIC
               WS-PENDING-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-VALUE
               FILE STATUS IS WS-FS-PEND.

       DATA DIVISION.
           FILE SECTION.
           FD TRANS-IN.
      * Wider than the 23-byte transaction so an over-length line
      * arrives whole and fails the length check instead of being
      * split across reads.
           01 TRANS-REC PIC X(40).
               COPY "srtmast.cpy".

           FD AUDIT-OUT.
           01 AUDIT-REC PIC X(200).

           FD MAINT-REJECTS.
           01 MAINT-REJECT-REC PIC X(80).

           FD AUTH-FILE.
           01 AUTH-RECORD.
               COPY "srtauth.cpy".

           FD PENDING-FILE.
           01 PEND-RECORD.
               COPY "srtpend.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FILE PIC X(100) VALUE SPACES.
           01 WS-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-AUDIT-FILE PIC X(100) VALUE SPACES.
           01 WS-REJECT-FILE PIC X(100) VALUE SPACES.
           01 WS-AUTH-FILE PIC X(100) VALUE SPACES.
           01 WS-PENDING-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-TRANS PIC XX.
           01 WS-FS-MAST PIC XX.
           01 WS-FS-AUDIT PIC XX.
           01 WS-FS-REJECT PIC XX.
           01 WS-FS-AUTH PIC XX.
           01 WS-FS-PEND PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-ADDS-APPLIED PIC 9(7) VALUE 0.
           01 WS-DELETES-APPLIED PIC 9(7) VALUE 0.
           01 WS-CORRECTS-APPLIED PIC 9(7) VALUE 0.
           01 WS-QUEUED PIC 9(7) VALUE 0.
           01 WS-RELEASED PIC 9(7) VALUE 0.
           01 WS-DECLINED PIC 9(7) VALUE 0.
           01 WS-TRANS-REJECTED PIC 9(7) VALUE 0.
           01 WS-IO-ERRORS PIC 9(7) VALUE 0.

           01 WS-TRX-VALUE PIC X(6) VALUE SPACES.
           01 WS-TRX-COUNT PIC X(7) VALUE SPACES.
           01 WS-TRX-USER PIC X(8) VALUE SPACES.
           01 WS-TRX-STANDING PIC X(1) VALUE SPACE.
           01 WS-TRX-COUNT-N PIC 9(7) VALUE 0.
           01 WS-REJECT-REASON PIC X(24) VALUE SPACES.
      * The second id on a released or declined change (spaces on
      * an add), and the action the keying id must be authorised
      * for - the pending change's own action on R and X.
           01 WS-APPROVER PIC X(8) VALUE SPACES.
           01 WS-AUTH-ACTION PIC X(1) VALUE SPACE.

      * The operator authority file, loaded once at start-up.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 500 TIMES.
                   10 AUTHT-USER PIC X(8).
                   10 AUTHT-ACTIONS PIC X(3).
           01 WS-AUTH-COUNT PIC 9(4) VALUE 0.
           01 WS-AUTH-MAX PIC 9(4) VALUE 500.
           01 WS-AUTH-IX PIC 9(4) VALUE 0.
           01 WS-AUTH-FOUND PIC 9(4) VALUE 0.
           01 WS-AUTH-IGNORED PIC 9(4) VALUE 0.

      * Before/after image of the fields a transaction can touch,
      * captured for the audit record.
           ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-REJECT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-AUTH-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-PENDING-FILE FROM ARGUMENT-VALUE

           IF WS-TRANS-FILE = SPACES
              ACCEPT WS-TRANS-FILE FROM ENVIRONMENT
              MOVE "py_vs_X_maintrej.txt" TO WS-REJECT-FILE
           END-IF

           IF WS-AUTH-FILE = SPACES
              ACCEPT WS-AUTH-FILE FROM ENVIRONMENT
                  "SORT_OPERATOR_AUTH_FILE"
           END-IF
           IF WS-AUTH-FILE = SPACES
              MOVE "py_vs_X_opauth.txt" TO WS-AUTH-FILE
           END-IF

           IF WS-PENDING-FILE = SPACES
              ACCEPT WS-PENDING-FILE FROM ENVIRONMENT
                  "SORT_MAINT_PENDING_FILE"
           END-IF
           IF WS-PENDING-FILE = SPACES
              MOVE "py_vs_X_maintpend.dat" TO WS-PENDING-FILE
           END-IF

           PERFORM 0150-LOAD-AUTHORITY

           OPEN INPUT TRANS-IN
           IF WS-FS-TRANS NOT = "00"
              DISPLAY "MAINT: CANNOT OPEN TRANSACTION FILE "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * The approval queue is created by its first use, the way the
      * reference registry is: status 35 creates it empty.
           OPEN I-O PENDING-FILE
           IF WS-FS-PEND = "35"
              OPEN OUTPUT PENDING-FILE
              IF WS-FS-PEND = "00"
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE
              END-IF
           END-IF
           IF WS-FS-PEND NOT = "00"
              DISPLAY "MAINT: CANNOT OPEN APPROVAL QUEUE "
                  WS-PENDING-FILE " - FILE STATUS " WS-FS-PEND
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      * EXTEND so the audit trail accumulates across maintenance
      * passes until the nightly rebuild reconciles it; a
      * first-ever pass (file status 35) falls back to OPEN OUTPUT.
              STOP RUN
           END-IF.

       0150-LOAD-AUTHORITY.
      * No authority file means no one is authorised: refuse to run
      * rather than let every transaction through or reject them
      * all one by one.
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = "00"
              DISPLAY "MAINT: CANNOT OPEN OPERATOR AUTHORITY FILE "
                  WS-AUTH-FILE " - FILE STATUS " WS-FS-AUTH
                  " - NO MAINTENANCE WITHOUT AUTHORITY ON RECORD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUTH-USER = SPACES
                           OR AUTH-USER(1:1) = "*"
                          CONTINUE
                       ELSE
                          IF WS-AUTH-COUNT < WS-AUTH-MAX
                             ADD 1 TO WS-AUTH-COUNT
                             MOVE AUTH-USER
                                 TO AUTHT-USER(WS-AUTH-COUNT)
                             MOVE FUNCTION UPPER-CASE(AUTH-ACTIONS)
                                 TO AUTHT-ACTIONS(WS-AUTH-COUNT)
                          ELSE
                             ADD 1 TO WS-AUTH-IGNORED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           MOVE 'N' TO WS-EOF
           IF WS-AUTH-IGNORED > 0
              DISPLAY "MAINT: AUTHORITY TABLE FULL AT " WS-AUTH-MAX
                  " IDS - " WS-AUTH-IGNORED " ENTRIES IGNORED, "
                  "THOSE IDS WILL BE REJECTED AS UNKNOWN"
           END-IF.

       0200-APPLY-TRANSACTIONS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-IN
           END-PERFORM.

       0220-PROCESS-ONE-TRANS.
      * A release or decline is authorised against the action of
      * the change it approves, so the queue entry is read first.
           PERFORM 0225-VALIDATE-TRANSACTION
           IF WS-REJECT-REASON = SPACES
              IF WS-TRX-ACTION = "R" OR WS-TRX-ACTION = "X"
                 PERFORM 0232-READ-PENDING
              ELSE
                 MOVE WS-TRX-ACTION TO WS-AUTH-ACTION
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 0226-CHECK-AUTHORITY
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
                 EVALUATE WS-TRX-ACTION
                     WHEN "A"
                         PERFORM 0230-APPLY-ADD
                     WHEN "R"
                         PERFORM 0260-RELEASE-PENDING
                     WHEN "X"
                         PERFORM 0265-DECLINE-PENDING
                     WHEN OTHER
                         PERFORM 0235-QUEUE-FOR-APPROVAL
                 END-EVALUATE
              END-IF
           END-IF.
      * Fields parse from the fixed columns of the raw record - a
      * user id shorter than its eight columns legitimately trails
      * blanks, so the length is proven by requiring everything
      * past column 23 blank rather than by trimming the record
      * (a trim would reject every short user id as BAD LENGTH).
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-TRX-TRIMMED
           MOVE SPACES TO WS-TRX-VALUE
           MOVE SPACES TO WS-TRX-COUNT
           MOVE SPACES TO WS-TRX-USER
           MOVE SPACE TO WS-TRX-STANDING
           MOVE SPACES TO WS-APPROVER
           MOVE SPACE TO WS-AUTH-ACTION
           IF TRANS-REC = SPACES
               OR TRANS-REC(24:17) NOT = SPACES
              MOVE "BAD LENGTH" TO WS-REJECT-REASON
           ELSE
              MOVE TRANS-REC(1:1) TO WS-TRX-ACTION
              MOVE TRANS-REC(2:6) TO WS-TRX-VALUE
              MOVE TRANS-REC(8:7) TO WS-TRX-COUNT
              MOVE TRANS-REC(15:8) TO WS-TRX-USER
              MOVE TRANS-REC(23:1) TO WS-TRX-STANDING
              MOVE FUNCTION UPPER-CASE(WS-TRX-ACTION)
                  TO WS-TRX-ACTION
              MOVE FUNCTION UPPER-CASE(WS-TRX-STANDING)
                  TO WS-TRX-STANDING
              EVALUATE TRUE
                  WHEN WS-TRX-ACTION NOT = "A"
                      AND WS-TRX-ACTION NOT = "D"
                      AND WS-TRX-ACTION NOT = "C"
                      AND WS-TRX-ACTION NOT = "R"
                      AND WS-TRX-ACTION NOT = "X"
                      MOVE "BAD ACTION" TO WS-REJECT-REASON
                  WHEN WS-TRX-VALUE IS NOT NUMERIC
                      MOVE "VALUE NOT NUMERIC"
                          TO WS-REJECT-REASON
                  WHEN WS-TRX-USER = SPACES
                      MOVE "NO USER ID" TO WS-REJECT-REASON
                  WHEN WS-TRX-STANDING NOT = SPACE
                      AND WS-TRX-STANDING NOT = "S"
                      MOVE "BAD STANDING FLAG"
                          TO WS-REJECT-REASON
                  WHEN WS-TRX-STANDING NOT = SPACE
                      AND (WS-TRX-ACTION = "R"
                       OR WS-TRX-ACTION = "X")
                      MOVE "BAD STANDING FLAG"
                          TO WS-REJECT-REASON
                  WHEN OTHER
                      MOVE WS-TRX-COUNT TO WS-TRX-COUNT-N
                      IF WS-TRX-COUNT-N = 0
                          AND (WS-TRX-ACTION = "A"
                           OR WS-TRX-ACTION = "C")
                         MOVE "ZERO COUNT" TO WS-REJECT-REASON
                      END-IF
              END-EVALUATE
           END-IF.

       0226-CHECK-AUTHORITY.
      * The keying id must be on the authority file holding the
      * action; an approver must also not be the id that keyed the
      * change.
           MOVE 0 TO WS-AUTH-FOUND
           PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > WS-AUTH-COUNT
                  OR WS-AUTH-FOUND > 0
               IF AUTHT-USER(WS-AUTH-IX) = WS-TRX-USER
                  MOVE WS-AUTH-IX TO WS-AUTH-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AUTH-FOUND = 0
                   MOVE "UNKNOWN USER ID" TO WS-REJECT-REASON
               WHEN WS-AUTH-ACTION = "A"
                   AND AUTHT-ACTIONS(WS-AUTH-FOUND)(1:1) NOT = "A"
                   MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
               WHEN WS-AUTH-ACTION = "D"
                   AND AUTHT-ACTIONS(WS-AUTH-FOUND)(2:1) NOT = "D"
                   MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
               WHEN WS-AUTH-ACTION = "C"
                   AND AUTHT-ACTIONS(WS-AUTH-FOUND)(3:1) NOT = "C"
                   MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
               WHEN (WS-TRX-ACTION = "R" OR WS-TRX-ACTION = "X")
                   AND PEND-MAKER = WS-TRX-USER
                   MOVE "APPROVER IS THE MAKER" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-APPLY-ADD.
           IF WS-BEFORE-PRESENT = 'Y'
              MOVE "VALUE ALREADY PRESENT" TO WS-REJECT-REASON
              END-IF
           END-IF.

       0232-READ-PENDING.
           MOVE WS-TRX-VALUE TO PEND-VALUE
           READ PENDING-FILE
           EVALUATE TRUE
               WHEN WS-FS-PEND = "00"
                   MOVE PEND-ACTION TO WS-AUTH-ACTION
               WHEN WS-FS-PEND = "23"
                   MOVE "NOTHING PENDING" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-IO-ERRORS
                   MOVE "QUEUE READ ERROR" TO WS-REJECT-REASON
           END-EVALUATE.

       0235-QUEUE-FOR-APPROVAL.
      * A delete or correction waits for its second user. The value
      * must be on the master now; a value already holding a
      * pending change refuses another until that one is settled.
           IF WS-BEFORE-PRESENT = 'N'
              MOVE "VALUE NOT ON MASTER" TO WS-REJECT-REASON
              PERFORM 0280-REJECT-TRANSACTION
           ELSE
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-TRX-VALUE TO PEND-VALUE
              MOVE WS-TRX-ACTION TO PEND-ACTION
              MOVE WS-TRX-COUNT-N TO PEND-COUNT
              IF WS-TRX-ACTION = "D"
                 MOVE 0 TO PEND-COUNT
              END-IF
              MOVE WS-TRX-STANDING TO PEND-STANDING
              MOVE WS-TRX-USER TO PEND-MAKER
              MOVE WS-RUN-DATE TO PEND-DATE
              MOVE WS-RUN-TIME(1:6) TO PEND-TIME
              WRITE PEND-RECORD
              EVALUATE TRUE
                  WHEN WS-FS-PEND = "00"
                      ADD 1 TO WS-QUEUED
                      DISPLAY "MAINT: " WS-TRX-ACTION " OF VALUE "
                          WS-TRX-VALUE " BY " WS-TRX-USER
                          " QUEUED FOR APPROVAL"
                  WHEN WS-FS-PEND = "22"
                      MOVE "CHANGE ALREADY PENDING"
                          TO WS-REJECT-REASON
                      PERFORM 0280-REJECT-TRANSACTION
                  WHEN OTHER
                      ADD 1 TO WS-IO-ERRORS
                      MOVE "QUEUE WRITE ERROR" TO WS-REJECT-REASON
                      PERFORM 0280-REJECT-TRANSACTION
              END-EVALUATE
           END-IF.

       0240-APPLY-DELETE.
           IF WS-BEFORE-PRESENT = 'N'
              MOVE "VALUE NOT ON MASTER" TO WS-REJECT-REASON
              END-IF
           END-IF.

       0260-RELEASE-PENDING.
      * Apply the change exactly as keyed: the audit record names
      * the keying id as the user and the releasing id as the
      * approver. A change that can no longer apply (the value has
      * gone from the master) is rejected and stays queued for the
      * approver to decline.
           MOVE WS-TRX-USER TO WS-APPROVER
           MOVE PEND-MAKER TO WS-TRX-USER
           MOVE PEND-ACTION TO WS-TRX-ACTION
           MOVE PEND-COUNT TO WS-TRX-COUNT-N
           MOVE PEND-STANDING TO WS-TRX-STANDING
           IF WS-TRX-ACTION = "D"
              PERFORM 0240-APPLY-DELETE
           ELSE
              PERFORM 0250-APPLY-CORRECT
           END-IF
           IF WS-REJECT-REASON = SPACES
              DELETE PENDING-FILE
              IF WS-FS-PEND = "00"
                 ADD 1 TO WS-RELEASED
              ELSE
                 ADD 1 TO WS-IO-ERRORS
                 DISPLAY "MAINT: VALUE " WS-TRX-VALUE " RELEASED "
                     "BUT NOT CLEARED FROM THE APPROVAL QUEUE - "
                     "FILE STATUS " WS-FS-PEND
              END-IF
           END-IF.

       0265-DECLINE-PENDING.
      * Nothing changes on the master; the audit record keeps the
      * master as it stands for the before image and the declined
      * change for the after image, under action X.
           DELETE PENDING-FILE
           IF WS-FS-PEND = "00"
              ADD 1 TO WS-DECLINED
              MOVE WS-TRX-USER TO WS-APPROVER
              MOVE PEND-MAKER TO WS-TRX-USER
              MOVE PEND-STANDING TO WS-TRX-STANDING
              IF PEND-ACTION = "D"
                 MOVE 'N' TO WS-AFTER-PRESENT
                 MOVE 0 TO WS-AFTER-COUNT
                 MOVE 0 TO WS-AFTER-RUN-DATE
              ELSE
                 MOVE 'Y' TO WS-AFTER-PRESENT
                 MOVE PEND-COUNT TO WS-AFTER-COUNT
                 MOVE WS-BEFORE-RUN-DATE TO WS-AFTER-RUN-DATE
              END-IF
              PERFORM 0270-WRITE-AUDIT
           ELSE
              ADD 1 TO WS-IO-ERRORS
              MOVE "QUEUE DELETE ERROR" TO WS-REJECT-REASON
              PERFORM 0280-REJECT-TRANSACTION
           END-IF.

       0270-WRITE-AUDIT.
      * One audit line per applied change: when, who, what, and
      * the before/after image of the fields a transaction can
      * touch (PRESENT N means the value was absent on that side),
      * then whether the change was keyed as standing and the id
      * that released or declined it (blank on an add). Columns are
      * fixed - MAINTREC reads the images back by position.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-RUN-DATE DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO AUDIT-REC
           END-STRING
           IF WS-TRX-STANDING = "S"
              MOVE " STANDING Y" TO AUDIT-REC(151:11)
           ELSE
              MOVE " STANDING N" TO AUDIT-REC(151:11)
           END-IF
           MOVE " APPROVER " TO AUDIT-REC(162:10)
           MOVE WS-APPROVER TO AUDIT-REC(172:8)
           WRITE AUDIT-REC.

       0280-REJECT-TRANSACTION.
           CLOSE MASTER-FILE
           CLOSE AUDIT-OUT
           CLOSE MAINT-REJECTS
           CLOSE PENDING-FILE
           DISPLAY "===================================="
           DISPLAY "MASTER MAINTENANCE SUMMARY"
           DISPLAY "===================================="
           DISPLAY "ADDS APPLIED:       " WS-ADDS-APPLIED
           DISPLAY "DELETES APPLIED:    " WS-DELETES-APPLIED
           DISPLAY "COUNTS CORRECTED:   " WS-CORRECTS-APPLIED
           DISPLAY "QUEUED FOR APPROVAL:" WS-QUEUED
           DISPLAY "RELEASED:           " WS-RELEASED
           DISPLAY "DECLINED:           " WS-DECLINED
           DISPLAY "REJECTED:           " WS-TRANS-REJECTED
           DISPLAY "MASTER I/O ERRORS:  " WS-IO-ERRORS
           DISPLAY "AUDIT TRAIL:        " WS-AUDIT-FILE
