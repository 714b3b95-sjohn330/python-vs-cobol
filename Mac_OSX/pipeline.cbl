      * Each step, its return code and its outputs go to one
      * consolidated job log.
      *
      * Each finished step is also recorded in a restart control
      * file (layout in the srtrstc copybook). When a chain stops,
      * or dies part-way, the next invocation offers to resume
      * after the last step that completed, picking up the output
      * and reject file names those steps recorded, instead of
      * sorting and reloading the masters all over again; the
      * steps it does not repeat are logged as skipped. A chain
      * that completes empties the file, so the next night starts
      * fresh. SORT_PIPELINE_RESTART=RESUME resumes without asking
      * and SORT_PIPELINE_RESTART=FRESH forces a fresh start from
      * the SORT; otherwise the operator is asked, and a blank
      * answer (or no console at all) resumes - but only a chain
      * started on today's run date. A chain from an earlier date
      * is resumed only on an explicit R answer or RESUME setting;
      * anything else starts fresh and logs the stale chain as
      * discarded, so an unattended run never skips tonight's SORT
      * to finish last night's chain.
      *
      * All settings arrive through the called programs' own
      * environment-variable chains (SORT_INPUT_FILE and friends);
      * the driver takes no positional arguments and tells its
      * callees to ignore the process command line the same way the
      * CONSOLE front end does. The job log name comes from
      * SORT_PIPELINE_LOG_FILE, the restart control file name from
      * SORT_PIPELINE_RESTART_FILE.
      *
      * Return code 0 = chain completed clean, 4 = chain completed
      * but REPAIR dropped at least one reject (see its log),
               WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJCHK.
               SELECT RESTART-CTL ASSIGN TO DYNAMIC
               WS-RESTART-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RSTC.

       DATA DIVISION.
           FILE SECTION.
           FD REJECT-CHK.
           01 REJECT-CHK-REC PIC X(180).

           FD RESTART-CTL.
           01 RSTC-RECORD.
               COPY "srtrstc.cpy".

           WORKING-STORAGE SECTION.
      * The file names the driver itself needs: the sorted output
      * (XMITCHK's target), the reject file (REPAIR's input) and
           01 WS-REJ-COUNT-KNOWN PIC A(1) VALUE 'N'.
           01 WS-NO-REJECTS PIC A(1) VALUE 'N'.

      * Step-level restart. Steps are numbered 1 SORT, 2 XMITCHK,
      * 3 REPAIR, 4 SORT-RERUN, 5 XMITCHK-RERUN; WS-RESUME-AT is the
      * first step this invocation runs (1 = a fresh chain). The
      * restart file is read into the WS-RST- fields first and only
      * copied over the driver's own state once the operator has
      * chosen to resume.
           01 WS-RESTART-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-RSTC PIC XX.
           01 WS-RESTART-MODE PIC X(10) VALUE SPACES.
           01 WS-ANSWER PIC X(100) VALUE SPACES.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RESUME-AT PIC 9(1) VALUE 1.
           01 WS-STEP-NUM PIC 9(1) VALUE 0.
           01 WS-RESUME-NAME PIC X(16) VALUE SPACES.
           01 WS-RESTART-FOUND PIC A(1) VALUE 'N'.
           01 WS-RESTART-BAD PIC 9(5) VALUE 0.
           01 WS-RESTART-WARNED PIC A(1) VALUE 'N'.
           01 WS-RESTART-STALE PIC A(1) VALUE 'N'.
           01 WS-CHAIN-DATE PIC 9(8) VALUE 0.
           01 WS-CHAIN-TIME PIC 9(6) VALUE 0.
           01 WS-DONE-TABLE.
               05 WS-DONE-RC PIC 9(2) OCCURS 5 TIMES.
           01 WS-RST-CHAIN-DATE PIC 9(8) VALUE 0.
           01 WS-RST-CHAIN-TIME PIC 9(6) VALUE 0.
           01 WS-RST-RESUME-AT PIC 9(1) VALUE 1.
           01 WS-RST-LAST-STEP PIC X(16) VALUE SPACES.
           01 WS-RST-LAST-RC PIC 9(2) VALUE 0.
           01 WS-RST-LAST-OUTCOME PIC X(1) VALUE SPACE.
           01 WS-RST-OUTPUT-FILE PIC X(100) VALUE SPACES.
           01 WS-RST-REJECT-FILE PIC X(100) VALUE SPACES.
           01 WS-RST-REJ-KNOWN PIC X(1) VALUE 'N'.
           01 WS-RST-REJ-COUNT PIC 9(7) VALUE 0.
           01 WS-RST-OOB-RC PIC 9(2) VALUE 0.
           01 WS-RST-REPAIR-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      * A step already completed by the chain being resumed is
      * logged as skipped instead of run; the two checks in between
      * are cheap and always re-run against the restored state.
           PERFORM 0100-INITIALIZE
           MOVE 1 TO WS-STEP-NUM
           IF WS-RESUME-AT > WS-STEP-NUM
              PERFORM 0960-LOG-SKIPPED-STEP
           ELSE
              PERFORM 0200-STEP-SORT
              PERFORM 0950-RECORD-STEP
           END-IF
           IF WS-CHAIN-STOPPED = 'N'
              MOVE 2 TO WS-STEP-NUM
              IF WS-RESUME-AT > WS-STEP-NUM
                 PERFORM 0960-LOG-SKIPPED-STEP
              ELSE
                 PERFORM 0300-STEP-XMITCHK
                 PERFORM 0950-RECORD-STEP
              END-IF
           END-IF
           IF WS-CHAIN-STOPPED = 'N'
              PERFORM 0350-CHECK-REJECT-FEED
           END-IF
           IF WS-CHAIN-STOPPED = 'N' AND WS-NO-REJECTS = 'N'
              MOVE 3 TO WS-STEP-NUM
              IF WS-RESUME-AT > WS-STEP-NUM
                 PERFORM 0960-LOG-SKIPPED-STEP
              ELSE
                 PERFORM 0400-STEP-REPAIR
                 PERFORM 0950-RECORD-STEP
              END-IF
           END-IF
           IF WS-CHAIN-STOPPED = 'N' AND WS-NO-REJECTS = 'N'
              PERFORM 0500-CHECK-RESUBMIT-FEED
           END-IF
           IF WS-CHAIN-STOPPED = 'N' AND WS-NO-REJECTS = 'N'
               AND WS-RESUBMIT-EMPTY = 'N'
              MOVE 4 TO WS-STEP-NUM
              IF WS-RESUME-AT > WS-STEP-NUM
                 PERFORM 0960-LOG-SKIPPED-STEP
              ELSE
                 PERFORM 0600-STEP-SORT-RERUN
                 PERFORM 0950-RECORD-STEP
              END-IF
           END-IF
           IF WS-CHAIN-STOPPED = 'N' AND WS-NO-REJECTS = 'N'
               AND WS-RESUBMIT-EMPTY = 'N'
              MOVE 5 TO WS-STEP-NUM
              IF WS-RESUME-AT > WS-STEP-NUM
                 PERFORM 0960-LOG-SKIPPED-STEP
              ELSE
                 PERFORM 0700-STEP-XMITCHK-RERUN
                 PERFORM 0950-RECORD-STEP
              END-IF
           END-IF
           PERFORM 0800-WRAP-UP
           STOP RUN.
                  " - FILE STATUS " WS-FS-LOG
                  " - STEPS LOGGED TO CONSOLE ONLY"
           END-IF
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-CHAIN-TIME
           MOVE SPACES TO WS-STEP-NOTE
           PERFORM 0150-CHECK-FOR-RESTART
           MOVE "CHAIN-START" TO WS-STEP-NAME
           MOVE 0 TO WS-STEP-RC
           PERFORM 0900-LOG-STEP

      * The callees take their settings from the environment; any
           SET ENVIRONMENT "SORT_FROM_CONSOLE" TO "N"
           SET ENVIRONMENT "SORT_FROM_DRIVER" TO "Y".

       0150-CHECK-FOR-RESTART.
      * Read what an unfinished earlier chain left in the restart
      * control file, offer to resume it, and leave the choice in
      * WS-RESUME-AT with WS-STEP-NOTE saying what was decided.
      * Resuming at step 1 is no different from a fresh start, so
      * either way a chain that starts at the SORT gets a new stamp
      * and an emptied restart file.
           ACCEPT WS-RESTART-FILE FROM ENVIRONMENT
               "SORT_PIPELINE_RESTART_FILE"
           IF WS-RESTART-FILE = SPACES
              MOVE "py_vs_X_pipertc.txt" TO WS-RESTART-FILE
           END-IF
           ACCEPT WS-RESTART-MODE FROM ENVIRONMENT
               "SORT_PIPELINE_RESTART"
           MOVE FUNCTION UPPER-CASE(WS-RESTART-MODE)
               TO WS-RESTART-MODE
           MOVE 1 TO WS-RESUME-AT
           MOVE 'N' TO WS-RESTART-FOUND
           OPEN INPUT RESTART-CTL
           IF WS-FS-RSTC = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ RESTART-CTL
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0155-READ-RESTART-RECORD
                  END-READ
              END-PERFORM
              CLOSE RESTART-CTL
           END-IF
           IF WS-RESTART-BAD > 0
              DISPLAY "PIPELINE: WARNING - " WS-RESTART-BAD
                  " UNREADABLE RECORD(S) IN RESTART CONTROL FILE "
                  FUNCTION TRIM(WS-RESTART-FILE) " IGNORED"
           END-IF
           IF WS-RESTART-FOUND = 'Y' AND WS-RST-RESUME-AT > 1
              MOVE WS-RST-RESUME-AT TO WS-STEP-NUM
              PERFORM 0158-NAME-STEP
              DISPLAY "PIPELINE: THE CHAIN STARTED "
                  WS-RST-CHAIN-DATE " " WS-RST-CHAIN-TIME
                  " DID NOT COMPLETE"
              IF WS-RST-LAST-OUTCOME = "F"
                 DISPLAY "PIPELINE: " FUNCTION TRIM(WS-RST-LAST-STEP)
                     " STOPPED IT WITH RC " WS-RST-LAST-RC
              ELSE
                 DISPLAY "PIPELINE: LAST COMPLETED STEP WAS "
                     FUNCTION TRIM(WS-RST-LAST-STEP) " (RC "
                     WS-RST-LAST-RC ")"
              END-IF
              IF WS-RST-CHAIN-DATE NOT = WS-RUN-DATE
                 MOVE 'Y' TO WS-RESTART-STALE
                 DISPLAY "PIPELINE: THAT CHAIN IS FROM AN EARLIER RUN "
                     "DATE - IT IS RESUMED ONLY ON AN EXPLICIT R"
              END-IF
              EVALUATE WS-RESTART-MODE
                  WHEN "FRESH"
                      MOVE "F" TO WS-ANSWER
                  WHEN "RESUME"
                      MOVE "R" TO WS-ANSWER
                  WHEN OTHER
                      IF WS-RESTART-STALE = 'Y'
                         DISPLAY "R=RESUME AT "
                             FUNCTION TRIM(WS-RESUME-NAME)
                             " F=FRESH START FROM THE SORT [F]:"
                      ELSE
                         DISPLAY "R=RESUME AT "
                             FUNCTION TRIM(WS-RESUME-NAME)
                             " F=FRESH START FROM THE SORT [R]:"
                      END-IF
                      MOVE SPACES TO WS-ANSWER
                      ACCEPT WS-ANSWER
              END-EVALUATE
              EVALUATE TRUE
                  WHEN WS-RESTART-STALE = 'Y'
                      AND FUNCTION UPPER-CASE(WS-ANSWER(1:1))
                          NOT = "R"
                      STRING "FRESH START - STALE CHAIN OF "
                          DELIMITED BY SIZE
                          WS-RST-CHAIN-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RST-CHAIN-TIME DELIMITED BY SIZE
                          " FROM AN EARLIER RUN DATE DISCARDED"
                          DELIMITED BY SIZE
                          INTO WS-STEP-NOTE
                      END-STRING
                  WHEN FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "F"
                      STRING "FRESH START FORCED - UNFINISHED CHAIN OF "
                          DELIMITED BY SIZE
                          WS-RST-CHAIN-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RST-CHAIN-TIME DELIMITED BY SIZE
                          " DISCARDED" DELIMITED BY SIZE
                          INTO WS-STEP-NOTE
                      END-STRING
                  WHEN OTHER
                      PERFORM 0160-RESTORE-CHAIN-STATE
              END-EVALUATE
           END-IF
           MOVE WS-RESUME-AT TO WS-RST-RESUME-AT
           IF WS-RESUME-AT = 1
              OPEN OUTPUT RESTART-CTL
              IF WS-FS-RSTC = "00"
                 CLOSE RESTART-CTL
              ELSE
                 PERFORM 0955-WARN-NO-RESTART
              END-IF
           ELSE
              DISPLAY "PIPELINE: RESUMING AT "
                  FUNCTION TRIM(WS-RESUME-NAME)
           END-IF.

       0155-READ-RESTART-RECORD.
      * The last record decides: a completed step moves the resume
      * point past it, a step that stopped the chain puts the
      * resume point on that step. The state it carries is the
      * state to resume with.
           IF RSTC-STEP-NUM IS NOT NUMERIC
               OR RSTC-STEP-RC IS NOT NUMERIC
               OR RSTC-CHAIN-DATE IS NOT NUMERIC
               OR RSTC-SORT-REJ-COUNT IS NOT NUMERIC
               OR RSTC-SORT-OOB-RC IS NOT NUMERIC
               OR RSTC-REPAIR-RC IS NOT NUMERIC
              ADD 1 TO WS-RESTART-BAD
           ELSE
              IF RSTC-STEP-NUM < 1 OR RSTC-STEP-NUM > 5
                 ADD 1 TO WS-RESTART-BAD
              ELSE
                 MOVE 'Y' TO WS-RESTART-FOUND
                 MOVE RSTC-CHAIN-DATE TO WS-RST-CHAIN-DATE
                 MOVE RSTC-CHAIN-TIME TO WS-RST-CHAIN-TIME
                 MOVE RSTC-STEP-RC TO WS-DONE-RC(RSTC-STEP-NUM)
                 IF RSTC-OUTCOME = "C"
                    COMPUTE WS-RST-RESUME-AT = RSTC-STEP-NUM + 1
                 ELSE
                    MOVE RSTC-STEP-NUM TO WS-RST-RESUME-AT
                 END-IF
                 MOVE RSTC-STEP-NAME TO WS-RST-LAST-STEP
                 MOVE RSTC-STEP-RC TO WS-RST-LAST-RC
                 MOVE RSTC-OUTCOME TO WS-RST-LAST-OUTCOME
                 MOVE RSTC-OUTPUT-FILE TO WS-RST-OUTPUT-FILE
                 MOVE RSTC-REJECT-FILE TO WS-RST-REJECT-FILE
                 MOVE RSTC-REJ-COUNT-KNOWN TO WS-RST-REJ-KNOWN
                 MOVE RSTC-SORT-REJ-COUNT TO WS-RST-REJ-COUNT
                 MOVE RSTC-SORT-OOB-RC TO WS-RST-OOB-RC
                 MOVE RSTC-REPAIR-RC TO WS-RST-REPAIR-RC
              END-IF
           END-IF.

       0158-NAME-STEP.
           EVALUATE WS-STEP-NUM
               WHEN 1
                   MOVE "SORT" TO WS-RESUME-NAME
               WHEN 2
                   MOVE "XMITCHK" TO WS-RESUME-NAME
               WHEN 3
                   MOVE "REPAIR" TO WS-RESUME-NAME
               WHEN 4
                   MOVE "SORT-RERUN" TO WS-RESUME-NAME
               WHEN 5
                   MOVE "XMITCHK-RERUN" TO WS-RESUME-NAME
               WHEN OTHER
                   MOVE "CHAIN-COMPLETE" TO WS-RESUME-NAME
           END-EVALUATE.

       0160-RESTORE-CHAIN-STATE.
      * Carry on the earlier chain under its own stamp, with the
      * file names and carried return codes its steps recorded.
      * The configured reject-file name is kept first, the same way
      * the SORT step keeps it, for the follow-up run to re-resolve.
           MOVE WS-RST-RESUME-AT TO WS-RESUME-AT
           MOVE WS-RST-CHAIN-DATE TO WS-CHAIN-DATE
           MOVE WS-RST-CHAIN-TIME TO WS-CHAIN-TIME
           MOVE WS-REJECT-FILE TO WS-REJECT-ORIG
           MOVE WS-RST-OUTPUT-FILE TO WS-OUTPUT-FILE
           MOVE WS-RST-REJECT-FILE TO WS-REJECT-FILE
           MOVE WS-RST-REJ-KNOWN TO WS-REJ-COUNT-KNOWN
           MOVE WS-RST-REJ-COUNT TO WS-SORT-REJ-COUNT
           MOVE WS-RST-OOB-RC TO WS-SORT-OOB-RC
           MOVE WS-RST-REPAIR-RC TO WS-REPAIR-RC
           STRING "RESUMING AT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RESUME-NAME) DELIMITED BY SIZE
               " - CHAIN OF " DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHAIN-TIME DELIMITED BY SIZE
               INTO WS-STEP-NOTE
           END-STRING.

       0200-STEP-SORT.
           DISPLAY "PIPELINE: STEP 1 - SORT"
           MOVE WS-REJECT-FILE TO WS-REJECT-ORIG
           END-IF.

       0400-STEP-REPAIR.
      * REPAIR's 4 means some rejects were dropped as garbage, or
      * referred back for a reference-registry decision, with the
      * evidence in its disposition log - the chain continues,
      * and the 4 surfaces as the driver's final return code if
      * nothing worse happens later.
           DISPLAY "PIPELINE: STEP 3 - REPAIR"
           IF WS-CHAIN-STOPPED = 'Y'
              MOVE WS-STEP-RC TO RETURN-CODE
              MOVE "CHAIN-STOPPED" TO WS-STEP-NAME
              MOVE WS-RST-RESUME-AT TO WS-STEP-NUM
              PERFORM 0158-NAME-STEP
              IF WS-RESTART-WARNED = 'N'
                 DISPLAY "PIPELINE: THE NEXT RUN CAN RESUME AT "
                     FUNCTION TRIM(WS-RESUME-NAME)
                     " (RESTART CONTROL IN "
                     FUNCTION TRIM(WS-RESTART-FILE) ")"
              END-IF
           ELSE
      * A completed chain leaves nothing to resume.
              OPEN OUTPUT RESTART-CTL
              IF WS-FS-RSTC = "00"
                 CLOSE RESTART-CTL
              END-IF
              IF WS-SORT-OOB-RC > WS-REPAIR-RC
                 MOVE WS-SORT-OOB-RC TO RETURN-CODE
                 MOVE WS-SORT-OOB-RC TO WS-STEP-RC
              DISPLAY JOB-LOG-REC
           END-IF.

       0950-RECORD-STEP.
      * Append the step just finished (number in WS-STEP-NUM, name
      * and return code as just logged) to the restart control
      * file, closing it again straight away so the record survives
      * whatever happens to the next step.
           MOVE WS-CHAIN-DATE TO RSTC-CHAIN-DATE
           MOVE WS-CHAIN-TIME TO RSTC-CHAIN-TIME
           MOVE WS-STEP-NUM TO RSTC-STEP-NUM
           MOVE WS-STEP-NAME TO RSTC-STEP-NAME
           MOVE WS-STEP-RC TO RSTC-STEP-RC
           IF WS-CHAIN-STOPPED = 'Y'
              MOVE "F" TO RSTC-OUTCOME
              MOVE WS-STEP-NUM TO WS-RST-RESUME-AT
           ELSE
              MOVE "C" TO RSTC-OUTCOME
              COMPUTE WS-RST-RESUME-AT = WS-STEP-NUM + 1
           END-IF
           MOVE WS-REJ-COUNT-KNOWN TO RSTC-REJ-COUNT-KNOWN
           MOVE WS-SORT-REJ-COUNT TO RSTC-SORT-REJ-COUNT
           MOVE WS-SORT-OOB-RC TO RSTC-SORT-OOB-RC
           MOVE WS-REPAIR-RC TO RSTC-REPAIR-RC
           MOVE WS-OUTPUT-FILE TO RSTC-OUTPUT-FILE
           MOVE WS-REJECT-FILE TO RSTC-REJECT-FILE
           OPEN EXTEND RESTART-CTL
           IF WS-FS-RSTC = "35"
              OPEN OUTPUT RESTART-CTL
           END-IF
           IF WS-FS-RSTC = "00"
              WRITE RSTC-RECORD
              CLOSE RESTART-CTL
           ELSE
              PERFORM 0955-WARN-NO-RESTART
           END-IF.

       0955-WARN-NO-RESTART.
           IF WS-RESTART-WARNED = 'N'
              MOVE 'Y' TO WS-RESTART-WARNED
              DISPLAY "PIPELINE: WARNING - CANNOT WRITE RESTART "
                  "CONTROL FILE " FUNCTION TRIM(WS-RESTART-FILE)
                  " - FILE STATUS " WS-FS-RSTC
                  " - THIS CHAIN CANNOT BE RESUMED"
           END-IF.

       0960-LOG-SKIPPED-STEP.
      * Log a step the resumed chain already completed, with the
      * return code it completed with.
           PERFORM 0158-NAME-STEP
           MOVE WS-RESUME-NAME TO WS-STEP-NAME
           MOVE WS-DONE-RC(WS-STEP-NUM) TO WS-STEP-RC
           MOVE SPACES TO WS-STEP-NOTE
           STRING "SKIPPED - COMPLETED BY THE CHAIN OF "
               DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHAIN-TIME DELIMITED BY SIZE
               INTO WS-STEP-NOTE
           END-STRING
           PERFORM 0900-LOG-STEP
           DISPLAY "PIPELINE: " FUNCTION TRIM(WS-STEP-NAME)
               " SKIPPED - ALREADY COMPLETED (RC " WS-STEP-RC ")".

       END PROGRAM PIPELINE.
