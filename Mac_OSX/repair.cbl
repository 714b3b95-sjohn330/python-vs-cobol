      * resubmission feed for the next run, and logs the disposition
      * of every reject so nothing is silently dropped.
      *
      * Rejects the SORT run raised against the reference registry
      * (UNKNOWN ACCOUNT, CLOSED ACCOUNT, UNREGISTERED SOURCE,
      * CLOSED SOURCE) carry a well-formed record: no edit of the
      * data can mend them, only a registry change or the upstream
      * can. They are logged with their own disposition and NOT
      * resubmitted, so a rerun does not simply reject them again.
      *
      * Positional args (each falls back to an environment variable,
      * then a default, the same way the SORT program resolves its
      * parameters): 1=reject file in, 2=resubmission feed out,
      * 3=disposition log out.
      *
      * Return code 0 = every reject repaired, 4 = at least one
      * reject dropped, unparseable or referred back for a registry
      * decision (see the log), 16 = a file could not be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
       DATA DIVISION.
           FILE SECTION.
           FD REJECT-IN.
           01 REJECT-IN-REC PIC X(190).

           FD RESUBMIT-OUT.
           01 RESUBMIT-REC PIC X(27).
           01 WS-REPAIRED PIC 9(7) VALUE 0.
           01 WS-DROPPED PIC 9(7) VALUE 0.
           01 WS-UNPARSEABLE PIC 9(7) VALUE 0.
           01 WS-REFERRED PIC 9(7) VALUE 0.

      * The raw value captured between VALUE=[ and ] on the reject
      * line, and the pieces the repair rules work on.
           01 WS-BEFORE-TAG PIC X(190) VALUE SPACES.
           01 WS-AFTER-TAG PIC X(190) VALUE SPACES.
           01 WS-RAW-VALUE PIC X(40) VALUE SPACES.
           01 WS-RAW-LEN PIC 9(4) VALUE 0.
           01 WS-DIGITS PIC X(40) VALUE SPACES.
              UNSTRING WS-AFTER-TAG DELIMITED BY "]"
                  INTO WS-RAW-VALUE
              END-UNSTRING
              PERFORM 0225-CHECK-REFERENCE-REJECT
              IF WS-DISPOSITION = SPACES
                 PERFORM 0230-APPLY-REPAIR-RULES
              ELSE
                 ADD 1 TO WS-REFERRED
                 MOVE SPACES TO WS-FIXED-REC
                 PERFORM 0260-LOG-DISPOSITION
              END-IF
           END-IF.

       0225-CHECK-REFERENCE-REJECT.
      * The reason text follows "REJECTED " on the reject line. A
      * reference-registry reason gets its own disposition; any
      * other reason leaves the disposition blank for the repair
      * rules.
           MOVE SPACES TO WS-DISPOSITION
           EVALUATE TRUE
               WHEN REJECT-IN-REC(1:29)
                   = "REJECTED UNKNOWN ACCOUNT FROM"
                   MOVE "UNKNOWN-ACCOUNT" TO WS-DISPOSITION
               WHEN REJECT-IN-REC(1:28)
                   = "REJECTED CLOSED ACCOUNT FROM"
                   MOVE "CLOSED-ACCOUNT" TO WS-DISPOSITION
               WHEN REJECT-IN-REC(1:33)
                   = "REJECTED UNREGISTERED SOURCE FROM"
                   MOVE "UNREG-SOURCE" TO WS-DISPOSITION
               WHEN REJECT-IN-REC(1:27)
                   = "REJECTED CLOSED SOURCE FROM"
                   MOVE "CLOSED-SOURCE" TO WS-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-APPLY-REPAIR-RULES.
      * Repair rules, in order:
      *   1. A 27-byte raw is a full record whose value or date
           DISPLAY "REPAIRED:           " WS-REPAIRED
           DISPLAY "DROPPED AS GARBAGE: " WS-DROPPED
           DISPLAY "UNPARSEABLE LINES:  " WS-UNPARSEABLE
           DISPLAY "REGISTRY REFERRALS: " WS-REFERRED
           DISPLAY "RESUBMISSION FEED:  " WS-RESUBMIT-FILE
           DISPLAY "DISPOSITION LOG:    " WS-LOG-FILE
           DISPLAY "===================================="
           IF WS-DROPPED > 0 OR WS-UNPARSEABLE > 0
               OR WS-REFERRED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

