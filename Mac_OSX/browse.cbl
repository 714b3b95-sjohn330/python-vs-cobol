       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BROWSE".

      * Help-desk browse panel over the nightly value master and
      * account master the SORT run loads. Where INQUIRY and
      * ACCTINQ answer one key per run, this stays up: it lists
      * either master a page at a time from any starting key, pages
      * forward and back, and shows each record's counts, feeds
      * and run dates. From a value it drills into the accounts
      * that sent it, and from an account into the values it sent,
      * through the value/account cross-reference the same SORT
      * run writes (srtxref copybook); a drill-down list drills on
      * again the other way, and B returns to the master list the
      * drill-down started from.
      *
      * Commands at the prompt (ENTER alone = next page):
      *   N        next page
      *   P        previous page
      *   S<key>   start the list at a key - a value of up to six
      *            digits on the value list, an account on the
      *            account list, and on a drill-down list the
      *            account or value within it
      *   D<n>     drill down from line n of the page shown
      *   V / A    switch to the value / account master list
      *   B        back from a drill-down to the master list
      *   Q        quit
      *
      * Positional args (each falls back to an environment
      * variable, then a default, the same way the inquiry
      * programs resolve theirs): 1=value master file, 2=account
      * master file, 3=cross-reference file. Without the account
      * master the account list is unavailable; without the
      * cross-reference the drill-downs are.
      *
      * Return code 0 = normal end, 16 = the value master could not
      * be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-VALUE
               FILE STATUS IS WS-FS-MAST.
               SELECT ACCT-MASTER ASSIGN TO DYNAMIC
               WS-ACCT-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT
               FILE STATUS IS WS-FS-AMAST.
               SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-FS-XREF.

       DATA DIVISION.
           FILE SECTION.
           FD MASTER-FILE.
           01 MAST-RECORD.
               COPY "srtmast.cpy".

           FD ACCT-MASTER.
           01 ACCT-RECORD.
               COPY "srtamst.cpy".

           FD XREF-FILE.
           01 XREF-RECORD.
               COPY "srtxref.cpy".

           WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-ACCT-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-XREF-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-MAST PIC XX.
           01 WS-FS-AMAST PIC XX.
           01 WS-FS-XREF PIC XX.
           01 WS-FS-CUR PIC XX.
           01 WS-ACCT-OPEN PIC A(1) VALUE 'N'.
           01 WS-XREF-OPEN PIC A(1) VALUE 'N'.

           01 WS-ANSWER PIC X(100) VALUE SPACES.
           01 WS-CMD PIC X(1) VALUE SPACE.
           01 WS-CMD-ARG PIC X(20) VALUE SPACES.
           01 WS-CMD-ARG-LEN PIC 9(4) VALUE 0.
           01 WS-QUIT PIC A(1) VALUE 'N'.

      * What is listed: V = value master, A = account master,
      * X = accounts that sent one value, Y = values one account
      * sent. The drill-down lists are bounded by their subject,
      * which is the major key of their cross-reference records.
           01 WS-MODE PIC X(1) VALUE "V".
           01 WS-SUBJECT PIC X(10) VALUE SPACES.
           01 WS-MAIN-MODE PIC X(1) VALUE "V".
           01 WS-MAIN-FIRST-KEY PIC X(21) VALUE SPACES.

      * Paging is stateless: every page STARTs afresh from the key
      * of the first or last line of the page on show, so a keyed
      * subject lookup in between cannot lose the place.
           01 WS-POS-KEY PIC X(21) VALUE SPACES.
           01 WS-START-OP PIC X(2) VALUE "GE".
           01 WS-READ-DIR PIC X(1) VALUE "N".
           01 WS-GOT PIC A(1) VALUE 'N'.
           01 WS-PAGE-SIZE PIC 9(2) VALUE 10.
           01 WS-NUM-WORK PIC 9(6) VALUE 0.

      * The page on show, and the one being built (filled from the
      * bottom up when paging back).
           01 WS-PAGE.
               05 WS-PAGE-LINE OCCURS 10 TIMES.
                   10 PG-KEY PIC X(21).
                   10 PG-DRILL PIC X(10).
                   10 PG-TEXT PIC X(110).
           01 WS-PAGE-COUNT PIC 9(2) VALUE 0.
           01 WS-NEW-PAGE.
               05 WS-NEW-LINE OCCURS 10 TIMES.
                   10 NEW-KEY PIC X(21).
                   10 NEW-DRILL PIC X(10).
                   10 NEW-TEXT PIC X(110).
           01 WS-NEW-COUNT PIC 9(2) VALUE 0.
           01 WS-NEW-SLOT PIC 9(2) VALUE 0.
           01 WS-PG-IX PIC 9(2) VALUE 0.
           01 WS-LINE-NO PIC 9(2) VALUE 0.

      * One record formatted for the page.
           01 WS-LINE-KEY PIC X(21) VALUE SPACES.
           01 WS-LINE-DRILL PIC X(10) VALUE SPACES.
           01 WS-LINE-TEXT PIC X(110) VALUE SPACES.
           01 WS-FEED-TEXT PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           MOVE "V" TO WS-MODE
           MOVE SPACES TO WS-POS-KEY
           PERFORM 0300-SHOW-FIRST-PAGE
           PERFORM UNTIL WS-QUIT = 'Y'
               PERFORM 0200-PROMPT-AND-ACT
           END-PERFORM
           CLOSE MASTER-FILE
           IF WS-ACCT-OPEN = 'Y'
              CLOSE ACCT-MASTER
           END-IF
           IF WS-XREF-OPEN = 'Y'
              CLOSE XREF-FILE
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-ACCT-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-XREF-FILE FROM ARGUMENT-VALUE

           IF WS-MASTER-FILE = SPACES
              ACCEPT WS-MASTER-FILE FROM ENVIRONMENT
                  "SORT_MASTER_FILE"
           END-IF
           IF WS-MASTER-FILE = SPACES
              MOVE "py_vs_X_master.dat" TO WS-MASTER-FILE
           END-IF

           IF WS-ACCT-MASTER-FILE = SPACES
              ACCEPT WS-ACCT-MASTER-FILE FROM ENVIRONMENT
                  "SORT_ACCT_MASTER_FILE"
           END-IF
           IF WS-ACCT-MASTER-FILE = SPACES
              MOVE "py_vs_X_acctmast.dat" TO WS-ACCT-MASTER-FILE
           END-IF

           IF WS-XREF-FILE = SPACES
              ACCEPT WS-XREF-FILE FROM ENVIRONMENT
                  "SORT_XREF_FILE"
           END-IF
           IF WS-XREF-FILE = SPACES
              MOVE "py_vs_X_xref.dat" TO WS-XREF-FILE
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-FS-MAST NOT = "00"
              DISPLAY "BROWSE: CANNOT OPEN MASTER FILE "
                  WS-MASTER-FILE " - FILE STATUS " WS-FS-MAST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-FS-AMAST = "00"
              MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
              DISPLAY "BROWSE: CANNOT OPEN ACCOUNT MASTER FILE "
                  WS-ACCT-MASTER-FILE " - FILE STATUS " WS-FS-AMAST
                  " - ACCOUNT LIST NOT AVAILABLE"
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-FS-XREF = "00"
              MOVE 'Y' TO WS-XREF-OPEN
           ELSE
              DISPLAY "BROWSE: CANNOT OPEN CROSS-REFERENCE FILE "
                  WS-XREF-FILE " - FILE STATUS " WS-FS-XREF
                  " - DRILL-DOWN NOT AVAILABLE"
           END-IF.

       0200-PROMPT-AND-ACT.
           DISPLAY "N=NEXT P=PREV S<KEY>=START AT D<LINE>=DRILL "
               "V=VALUES A=ACCOUNTS B=BACK Q=QUIT [N]:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-CMD
           MOVE SPACES TO WS-CMD-ARG
           MOVE FUNCTION TRIM(WS-ANSWER(2:99)) TO WS-CMD-ARG
           COMPUTE WS-CMD-ARG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER(2:99)))
           IF WS-CMD-ARG = SPACES
              MOVE 0 TO WS-CMD-ARG-LEN
           END-IF
           EVALUATE WS-CMD
               WHEN SPACE
               WHEN "N"
                   PERFORM 0310-SHOW-NEXT-PAGE
               WHEN "P"
                   PERFORM 0320-SHOW-PREVIOUS-PAGE
               WHEN "S"
                   PERFORM 0250-START-AT-KEY
               WHEN "D"
                   PERFORM 0260-DRILL-DOWN
               WHEN "V"
               WHEN "A"
                   PERFORM 0270-SWITCH-LIST
               WHEN "B"
                   PERFORM 0280-BACK-OUT
               WHEN "Q"
                   MOVE 'Y' TO WS-QUIT
               WHEN OTHER
                   DISPLAY "  NOT A COMMAND - [" WS-CMD "]"
           END-EVALUATE.

       0250-START-AT-KEY.
      * A value key is up to six digits and right-justified, so
      * "4500" starts at 004500; an account is taken as typed.
           EVALUATE TRUE
               WHEN WS-CMD-ARG-LEN = 0
                   DISPLAY "  SUPPLY THE KEY TO START AT, E.G. "
                       "S450000"
               WHEN (WS-MODE = "V" OR WS-MODE = "Y")
                   AND (WS-CMD-ARG-LEN > 6
                    OR WS-CMD-ARG(1:WS-CMD-ARG-LEN) IS NOT NUMERIC)
                   DISPLAY "  A VALUE KEY IS UP TO SIX DIGITS - GOT ["
                       FUNCTION TRIM(WS-CMD-ARG) "]"
               WHEN WS-CMD-ARG-LEN > 10
                   DISPLAY "  AN ACCOUNT KEY IS UP TO TEN "
                       "CHARACTERS - GOT [" FUNCTION TRIM(WS-CMD-ARG)
                       "]"
               WHEN OTHER
                   MOVE SPACES TO WS-POS-KEY
                   IF WS-MODE = "V" OR WS-MODE = "Y"
                      COMPUTE WS-NUM-WORK =
                          FUNCTION NUMVAL(WS-CMD-ARG)
                   END-IF
                   EVALUATE WS-MODE
                       WHEN "V"
                           MOVE WS-NUM-WORK TO WS-POS-KEY(1:6)
                       WHEN "A"
                           MOVE WS-CMD-ARG(1:10) TO WS-POS-KEY
                       WHEN "X"
                           MOVE "V" TO WS-POS-KEY(1:1)
                           MOVE WS-SUBJECT TO WS-POS-KEY(2:10)
                           MOVE WS-CMD-ARG(1:10) TO WS-POS-KEY(12:10)
                       WHEN OTHER
                           MOVE "A" TO WS-POS-KEY(1:1)
                           MOVE WS-SUBJECT TO WS-POS-KEY(2:10)
                           MOVE WS-NUM-WORK TO WS-POS-KEY(12:6)
                   END-EVALUATE
                   PERFORM 0300-SHOW-FIRST-PAGE
           END-EVALUATE.

       0260-DRILL-DOWN.
           MOVE 0 TO WS-LINE-NO
           IF WS-CMD-ARG-LEN > 0 AND WS-CMD-ARG-LEN < 3
              IF WS-CMD-ARG(1:WS-CMD-ARG-LEN) IS NUMERIC
                 COMPUTE WS-LINE-NO = FUNCTION NUMVAL(WS-CMD-ARG)
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-XREF-OPEN = 'N'
                   DISPLAY "  NO CROSS-REFERENCE FILE - DRILL-DOWN "
                       "NOT AVAILABLE"
               WHEN WS-LINE-NO = 0 OR WS-LINE-NO > WS-PAGE-COUNT
                   DISPLAY "  NO LINE [" FUNCTION TRIM(WS-CMD-ARG)
                       "] ON THIS PAGE"
               WHEN OTHER
      * Leaving a master list remembers where, for B.
                   IF WS-MODE = "V" OR WS-MODE = "A"
                      MOVE WS-MODE TO WS-MAIN-MODE
                      MOVE PG-KEY(1) TO WS-MAIN-FIRST-KEY
                   END-IF
                   MOVE PG-DRILL(WS-LINE-NO) TO WS-SUBJECT
                   MOVE SPACES TO WS-POS-KEY
                   IF WS-MODE = "V" OR WS-MODE = "Y"
                      MOVE "X" TO WS-MODE
                      MOVE "V" TO WS-POS-KEY(1:1)
                   ELSE
                      MOVE "Y" TO WS-MODE
                      MOVE "A" TO WS-POS-KEY(1:1)
                   END-IF
                   MOVE WS-SUBJECT TO WS-POS-KEY(2:10)
                   PERFORM 0330-SHOW-SUBJECT
                   PERFORM 0300-SHOW-FIRST-PAGE
           END-EVALUATE.

       0270-SWITCH-LIST.
           IF WS-CMD = "A" AND WS-ACCT-OPEN = 'N'
              DISPLAY "  NO ACCOUNT MASTER - ACCOUNT LIST NOT "
                  "AVAILABLE"
           ELSE
              MOVE WS-CMD TO WS-MODE
              MOVE SPACES TO WS-POS-KEY
              PERFORM 0300-SHOW-FIRST-PAGE
           END-IF.

       0280-BACK-OUT.
           IF WS-MODE = "V" OR WS-MODE = "A"
              DISPLAY "  ALREADY ON A MASTER LIST"
           ELSE
              MOVE WS-MAIN-MODE TO WS-MODE
              MOVE WS-MAIN-FIRST-KEY TO WS-POS-KEY
              PERFORM 0300-SHOW-FIRST-PAGE
           END-IF.

       0300-SHOW-FIRST-PAGE.
      * From WS-POS-KEY inclusive.
           MOVE "GE" TO WS-START-OP
           PERFORM 0400-FILL-PAGE-FORWARD
           IF WS-NEW-COUNT = 0
              DISPLAY "  NOTHING AT OR AFTER THAT KEY"
              MOVE 0 TO WS-PAGE-COUNT
           END-IF.

       0310-SHOW-NEXT-PAGE.
           IF WS-PAGE-COUNT = 0
              MOVE "GE" TO WS-START-OP
           ELSE
              MOVE PG-KEY(WS-PAGE-COUNT) TO WS-POS-KEY
              MOVE "GT" TO WS-START-OP
           END-IF
           PERFORM 0400-FILL-PAGE-FORWARD
           IF WS-NEW-COUNT = 0
              DISPLAY "  END OF LIST - NO FURTHER RECORDS"
           END-IF.

       0320-SHOW-PREVIOUS-PAGE.
           IF WS-PAGE-COUNT = 0
              DISPLAY "  NOTHING ON SHOW TO PAGE BACK FROM"
           ELSE
              MOVE PG-KEY(1) TO WS-POS-KEY
              PERFORM 0420-FILL-PAGE-BACKWARD
              IF WS-NEW-COUNT = 0
                 DISPLAY "  TOP OF LIST - NO EARLIER RECORDS"
              END-IF
           END-IF.

       0330-SHOW-SUBJECT.
      * The master record the drill-down is about, read by key.
           DISPLAY "----------------------------------------------"
           IF WS-MODE = "X"
              MOVE WS-SUBJECT(1:6) TO MAST-VALUE
              READ MASTER-FILE
              IF WS-FS-MAST = "00"
                 DISPLAY "VALUE " MAST-VALUE
                     "  COUNT " MAST-OCCUR-COUNT
                     "  RUN " MAST-RUN-DATE
                 DISPLAY "  FIRST FEED " FUNCTION TRIM(MAST-FIRST-FEED)
                 DISPLAY "  LAST FEED  " FUNCTION TRIM(MAST-LAST-FEED)
              ELSE
                 DISPLAY "VALUE " WS-SUBJECT(1:6)
                     " - NOT ON THE VALUE MASTER NOW (STATUS "
                     WS-FS-MAST ")"
              END-IF
              DISPLAY "ACCOUNTS THAT SENT IT:"
           ELSE
              MOVE 'N' TO WS-GOT
              IF WS-ACCT-OPEN = 'Y'
                 MOVE WS-SUBJECT TO ACCT-ACCOUNT
                 READ ACCT-MASTER
                 IF WS-FS-AMAST = "00"
                    MOVE 'Y' TO WS-GOT
                 END-IF
              END-IF
              IF WS-GOT = 'Y'
                 DISPLAY "ACCOUNT [" ACCT-ACCOUNT "]"
                     "  RECORDS " ACCT-REC-COUNT
                     "  VALUE TOTAL " ACCT-VALUE-TOTAL
                 DISPLAY "  VALUES " ACCT-LOW-VALUE " TO "
                     ACCT-HIGH-VALUE "  DATES " ACCT-FIRST-DATE
                     " TO " ACCT-LAST-DATE "  RUN " ACCT-RUN-DATE
              ELSE
                 DISPLAY "ACCOUNT [" WS-SUBJECT
                     "] - NOT ON THE ACCOUNT MASTER"
              END-IF
              DISPLAY "VALUES IT SENT:"
           END-IF.

       0400-FILL-PAGE-FORWARD.
      * A page only replaces the one on show when it found
      * something, so running off either end leaves the last good
      * page in place.
           MOVE 0 TO WS-NEW-COUNT
           PERFORM 0500-START-FILE
           IF WS-FS-CUR = "00"
              MOVE "N" TO WS-READ-DIR
              MOVE 'Y' TO WS-GOT
              PERFORM UNTIL WS-GOT = 'N'
                  OR WS-NEW-COUNT = WS-PAGE-SIZE
                  PERFORM 0510-READ-ONE
                  IF WS-GOT = 'Y'
                     ADD 1 TO WS-NEW-COUNT
                     MOVE WS-LINE-KEY TO NEW-KEY(WS-NEW-COUNT)
                     MOVE WS-LINE-DRILL TO NEW-DRILL(WS-NEW-COUNT)
                     MOVE WS-LINE-TEXT TO NEW-TEXT(WS-NEW-COUNT)
                  END-IF
              END-PERFORM
           END-IF
           IF WS-NEW-COUNT > 0
              MOVE WS-NEW-PAGE TO WS-PAGE
              MOVE WS-NEW-COUNT TO WS-PAGE-COUNT
              PERFORM 0600-SHOW-PAGE
           END-IF.

       0420-FILL-PAGE-BACKWARD.
      * Read backwards from just before the first line on show,
      * filling the new page bottom-up, then close it up to the top.
           MOVE 0 TO WS-NEW-COUNT
           MOVE WS-PAGE-SIZE TO WS-NEW-SLOT
           MOVE "LT" TO WS-START-OP
           PERFORM 0500-START-FILE
           IF WS-FS-CUR = "00"
              MOVE "P" TO WS-READ-DIR
              MOVE 'Y' TO WS-GOT
              PERFORM UNTIL WS-GOT = 'N'
                  OR WS-NEW-COUNT = WS-PAGE-SIZE
                  PERFORM 0510-READ-ONE
                  IF WS-GOT = 'Y'
                     ADD 1 TO WS-NEW-COUNT
                     MOVE WS-LINE-KEY TO NEW-KEY(WS-NEW-SLOT)
                     MOVE WS-LINE-DRILL TO NEW-DRILL(WS-NEW-SLOT)
                     MOVE WS-LINE-TEXT TO NEW-TEXT(WS-NEW-SLOT)
                     SUBTRACT 1 FROM WS-NEW-SLOT
                  END-IF
              END-PERFORM
           END-IF
           IF WS-NEW-COUNT > 0
              PERFORM VARYING WS-PG-IX FROM 1 BY 1
                  UNTIL WS-PG-IX > WS-NEW-COUNT
                  ADD 1 TO WS-NEW-SLOT
                  MOVE WS-NEW-LINE(WS-NEW-SLOT)
                      TO WS-PAGE-LINE(WS-PG-IX)
              END-PERFORM
              MOVE WS-NEW-COUNT TO WS-PAGE-COUNT
              PERFORM 0600-SHOW-PAGE
           END-IF.

       0500-START-FILE.
      * Position the file for the list on show: GE = at the key or
      * after, GT = after it, LT = before it (for reading back).
           EVALUATE WS-MODE
               WHEN "V"
                   IF WS-POS-KEY(1:6) IS NUMERIC
                      MOVE WS-POS-KEY(1:6) TO WS-NUM-WORK
                   ELSE
                      MOVE 0 TO WS-NUM-WORK
                   END-IF
                   MOVE WS-NUM-WORK TO MAST-VALUE
                   EVALUATE WS-START-OP
                       WHEN "GE"
                           START MASTER-FILE
                               KEY IS NOT LESS THAN MAST-VALUE
                       WHEN "GT"
                           START MASTER-FILE
                               KEY IS GREATER THAN MAST-VALUE
                       WHEN OTHER
                           START MASTER-FILE
                               KEY IS LESS THAN MAST-VALUE
                   END-EVALUATE
                   MOVE WS-FS-MAST TO WS-FS-CUR
               WHEN "A"
                   MOVE WS-POS-KEY(1:10) TO ACCT-ACCOUNT
                   EVALUATE WS-START-OP
                       WHEN "GE"
                           START ACCT-MASTER
                               KEY IS NOT LESS THAN ACCT-ACCOUNT
                       WHEN "GT"
                           START ACCT-MASTER
                               KEY IS GREATER THAN ACCT-ACCOUNT
                       WHEN OTHER
                           START ACCT-MASTER
                               KEY IS LESS THAN ACCT-ACCOUNT
                   END-EVALUATE
                   MOVE WS-FS-AMAST TO WS-FS-CUR
               WHEN OTHER
                   MOVE WS-POS-KEY TO XREF-KEY
                   EVALUATE WS-START-OP
                       WHEN "GE"
                           START XREF-FILE
                               KEY IS NOT LESS THAN XREF-KEY
                       WHEN "GT"
                           START XREF-FILE
                               KEY IS GREATER THAN XREF-KEY
                       WHEN OTHER
                           START XREF-FILE
                               KEY IS LESS THAN XREF-KEY
                   END-EVALUATE
                   MOVE WS-FS-XREF TO WS-FS-CUR
           END-EVALUATE.

       0510-READ-ONE.
      * WS-GOT comes back N at either end of the file, on a read
      * error, or - on a drill-down list - on reaching a record that
      * belongs to another subject.
           MOVE 'Y' TO WS-GOT
           EVALUATE WS-MODE
               WHEN "V"
                   IF WS-READ-DIR = "N"
                      READ MASTER-FILE NEXT RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   ELSE
                      READ MASTER-FILE PREVIOUS RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   END-IF
                   MOVE WS-FS-MAST TO WS-FS-CUR
               WHEN "A"
                   IF WS-READ-DIR = "N"
                      READ ACCT-MASTER NEXT RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   ELSE
                      READ ACCT-MASTER PREVIOUS RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   END-IF
                   MOVE WS-FS-AMAST TO WS-FS-CUR
               WHEN OTHER
                   IF WS-READ-DIR = "N"
                      READ XREF-FILE NEXT RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   ELSE
                      READ XREF-FILE PREVIOUS RECORD
                          AT END MOVE 'N' TO WS-GOT
                      END-READ
                   END-IF
                   MOVE WS-FS-XREF TO WS-FS-CUR
                   IF WS-GOT = 'Y'
                      IF XREF-MAJOR NOT = WS-SUBJECT
                          OR (WS-MODE = "X" AND XREF-TYPE NOT = "V")
                          OR (WS-MODE = "Y" AND XREF-TYPE NOT = "A")
                         MOVE 'N' TO WS-GOT
                      END-IF
                   END-IF
           END-EVALUATE
           IF WS-GOT = 'Y' AND WS-FS-CUR NOT = "00"
               AND WS-FS-CUR NOT = "02"
              DISPLAY "  READ FAILED WITH FILE STATUS " WS-FS-CUR
              MOVE 'N' TO WS-GOT
           END-IF
           IF WS-GOT = 'Y'
              PERFORM 0520-FORMAT-LINE
           END-IF.

       0520-FORMAT-LINE.
           MOVE SPACES TO WS-LINE-KEY
           MOVE SPACES TO WS-LINE-DRILL
           MOVE SPACES TO WS-LINE-TEXT
           EVALUATE WS-MODE
               WHEN "V"
                   MOVE MAST-VALUE TO WS-LINE-KEY(1:6)
                   MOVE MAST-VALUE TO WS-LINE-DRILL(1:6)
                   MOVE SPACES TO WS-FEED-TEXT
                   IF MAST-FIRST-FEED = MAST-LAST-FEED
                      MOVE FUNCTION TRIM(MAST-FIRST-FEED)
                          TO WS-FEED-TEXT
                   ELSE
                      STRING FUNCTION TRIM(MAST-FIRST-FEED)
                          DELIMITED BY SIZE
                          " .. " DELIMITED BY SIZE
                          FUNCTION TRIM(MAST-LAST-FEED)
                          DELIMITED BY SIZE
                          INTO WS-FEED-TEXT
                      END-STRING
                   END-IF
                   STRING "VALUE " DELIMITED BY SIZE
                       MAST-VALUE DELIMITED BY SIZE
                       "  COUNT " DELIMITED BY SIZE
                       MAST-OCCUR-COUNT DELIMITED BY SIZE
                       "  RUN " DELIMITED BY SIZE
                       MAST-RUN-DATE DELIMITED BY SIZE
                       "  FEEDS " DELIMITED BY SIZE
                       WS-FEED-TEXT DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               WHEN "A"
                   MOVE ACCT-ACCOUNT TO WS-LINE-KEY(1:10)
                   MOVE ACCT-ACCOUNT TO WS-LINE-DRILL
                   STRING "ACCOUNT [" DELIMITED BY SIZE
                       ACCT-ACCOUNT DELIMITED BY SIZE
                       "]  RECORDS " DELIMITED BY SIZE
                       ACCT-REC-COUNT DELIMITED BY SIZE
                       "  TOTAL " DELIMITED BY SIZE
                       ACCT-VALUE-TOTAL DELIMITED BY SIZE
                       "  DATES " DELIMITED BY SIZE
                       ACCT-FIRST-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ACCT-LAST-DATE DELIMITED BY SIZE
                       "  RUN " DELIMITED BY SIZE
                       ACCT-RUN-DATE DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               WHEN "X"
                   MOVE XREF-KEY TO WS-LINE-KEY
                   MOVE XREF-MINOR TO WS-LINE-DRILL
                   STRING "ACCOUNT [" DELIMITED BY SIZE
                       XREF-MINOR DELIMITED BY SIZE
                       "]  SENT IT " DELIMITED BY SIZE
                       XREF-OCCURS DELIMITED BY SIZE
                       " TIME(S)  RUN " DELIMITED BY SIZE
                       XREF-RUN-DATE DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE XREF-KEY TO WS-LINE-KEY
                   MOVE XREF-MINOR TO WS-LINE-DRILL
                   STRING "VALUE " DELIMITED BY SIZE
                       XREF-MINOR(1:6) DELIMITED BY SIZE
                       "  SENT " DELIMITED BY SIZE
                       XREF-OCCURS DELIMITED BY SIZE
                       " TIME(S)  RUN " DELIMITED BY SIZE
                       XREF-RUN-DATE DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
           END-EVALUATE.

       0600-SHOW-PAGE.
           DISPLAY "----------------------------------------------"
           EVALUATE WS-MODE
               WHEN "V"
                   DISPLAY "VALUE MASTER " FUNCTION TRIM(WS-MASTER-FILE)
               WHEN "A"
                   DISPLAY "ACCOUNT MASTER "
                       FUNCTION TRIM(WS-ACCT-MASTER-FILE)
               WHEN "X"
                   DISPLAY "ACCOUNTS FOR VALUE " WS-SUBJECT(1:6)
               WHEN OTHER
                   DISPLAY "VALUES FROM ACCOUNT [" WS-SUBJECT "]"
           END-EVALUATE
           PERFORM VARYING WS-PG-IX FROM 1 BY 1
               UNTIL WS-PG-IX > WS-PAGE-COUNT
               MOVE WS-PG-IX TO WS-LINE-NO
               DISPLAY WS-LINE-NO " " FUNCTION TRIM(PG-TEXT(WS-PG-IX)
                   TRAILING)
           END-PERFORM
           DISPLAY "----------------------------------------------".

       END PROGRAM BROWSE.
