       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MAINTREC".

      * Post-load reconciliation of intraday maintenance: run after
      * the nightly SORT has rebuilt the value master, it reads the
      * MAINT audit trail back against the freshly loaded master
      * and reports, per corrected value, what the rebuild did to
      * the correction:
      *   AGREES    the master already holds the corrected image
      *             (the feed now agrees, or the change was made
      *             after the load)
      *   UNDONE    the rebuild put back exactly what the correction
      *             changed - the help-desk fix has been lost
      *   CONFLICT  the master holds something that is neither the
      *             corrected image nor what was corrected - the
      *             feed has moved on and someone must decide
      * Values whose correction operations keyed as standing (MAINT
      * transaction column 23 = S) and that did not agree are
      * re-applied to the master on the spot, and each re-applied
      * change writes its own audit record (user MAINTREC, standing
      * flag kept, approver carried from the change it re-applies -
      * the re-application rests on that approval, not a new one)
      * so the next night repeats the check.
      *
      * Which audit entries are looked at: for each value, only its
      * latest entry counts (later transactions supersede earlier
      * ones), and it is reported when it was keyed since the last
      * completed reconciliation, or when it is standing - so a
      * one-off fix is checked against one rebuild and then drops
      * out, while a standing one is checked after every load until
      * a later non-standing transaction for the value retires it.
      * Where a value was changed more than once since the last
      * reconciliation the comparison uses the image before the
      * first of those changes and after the last. The time of the
      * last completed reconciliation is kept on a one-line control
      * file; a run with master I/O errors does not advance it, so
      * the same entries are looked at again on the rerun.
      *
      * The audit record is read by position exactly as MAINT's
      * 0270-WRITE-AUDIT lays it out (date 1-8, time 10-15, user
      * 22-29, action 38, value 46-51, before present/count 69 and
      * 77-83, after present/count 118 and 126-132, standing flag
      * 161, approver 172-179). Lines that are not MAINT audit
      * records - the master rollbacks the ROLLBACK program records
      * (action B) among them - are counted and skipped, and so are
      * declined changes (action X), which never touched the master.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=audit file, 2=master file,
      * 3=reconciliation report file, 4=reconciliation control
      * file.
      *
      * Return code 0 = every correction agrees or was re-applied,
      * 4 = at least one one-off correction was undone or conflicts
      * (see the report), 8 = a master read/write failed or the
      * audit trail holds more values than the work table, 16 = a
      * file could not be opened.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
               SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-VALUE
               FILE STATUS IS WS-FS-MAST.
               SELECT RECON-REPORT ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
               SELECT RECON-CTL ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-FILE.
           01 AUDIT-REC PIC X(200).

           FD MASTER-FILE.
           01 MAST-RECORD.
               COPY "srtmast.cpy".

           FD RECON-REPORT.
           01 REPORT-REC PIC X(200).

      * The date and time the last completed reconciliation started.
           FD RECON-CTL.
           01 RCTL-RECORD.
               05 RCTL-DATE PIC 9(8).
               05 RCTL-TIME PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE PIC X(100) VALUE SPACES.
           01 WS-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-REPORT-FILE PIC X(100) VALUE SPACES.
           01 WS-CONTROL-FILE PIC X(100) VALUE SPACES.
           01 WS-FS-AUDIT PIC XX.
           01 WS-FS-MAST PIC XX.
           01 WS-FS-REPORT PIC XX.
           01 WS-FS-CTL PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-AUDIT-TIME PIC 9(8) VALUE 0.
           01 WS-LAST-DATE PIC 9(8) VALUE 0.
           01 WS-LAST-TIME PIC 9(6) VALUE 0.
           01 WS-LAST-STAMP PIC 9(14) VALUE 0.
           01 WS-ENTRY-STAMP PIC 9(14) VALUE 0.

           01 WS-AUDIT-READ PIC 9(7) VALUE 0.
           01 WS-AUDIT-SKIPPED PIC 9(7) VALUE 0.
           01 WS-AUDIT-OTHER PIC 9(7) VALUE 0.
           01 WS-CHECKED PIC 9(7) VALUE 0.
           01 WS-AGREES PIC 9(7) VALUE 0.
           01 WS-UNDONE PIC 9(7) VALUE 0.
           01 WS-CONFLICTS PIC 9(7) VALUE 0.
           01 WS-REAPPLIED PIC 9(7) VALUE 0.
           01 WS-ATTENTION PIC 9(7) VALUE 0.
           01 WS-IO-ERRORS PIC 9(7) VALUE 0.
           01 WS-TABLE-FULL PIC 9(7) VALUE 0.

      * One audit line pulled apart by position.
           01 WS-AUD-DATE PIC X(8) VALUE SPACES.
           01 WS-AUD-TIME PIC X(6) VALUE SPACES.
           01 WS-AUD-USER PIC X(8) VALUE SPACES.
           01 WS-AUD-ACTION PIC X(1) VALUE SPACE.
           01 WS-AUD-VALUE PIC X(6) VALUE SPACES.
           01 WS-AUD-BEFORE-PRESENT PIC X(1) VALUE SPACE.
           01 WS-AUD-BEFORE-COUNT PIC X(7) VALUE SPACES.
           01 WS-AUD-AFTER-PRESENT PIC X(1) VALUE SPACE.
           01 WS-AUD-AFTER-COUNT PIC X(7) VALUE SPACES.
           01 WS-AUD-STANDING PIC X(1) VALUE SPACE.
           01 WS-AUD-APPROVER PIC X(8) VALUE SPACES.
           01 WS-AUD-NEW PIC A(1) VALUE 'N'.

      * The latest audit entry per value, in first-seen order, with
      * the image before the first change since the last
      * reconciliation and the image after the latest change.
           01 WS-CORR-TABLE.
               05 WS-CORR-ENTRY
                   OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CORR-COUNT.
                   10 CORR-VALUE PIC 9(6).
                   10 CORR-ACTION PIC X(1).
                   10 CORR-USER PIC X(8).
                   10 CORR-DATE PIC 9(8).
                   10 CORR-TIME PIC 9(6).
                   10 CORR-STANDING PIC X(1).
                   10 CORR-APPROVER PIC X(8).
                   10 CORR-NEW PIC A(1).
                   10 CORR-BEFORE-PRESENT PIC A(1).
                   10 CORR-BEFORE-COUNT PIC 9(7).
                   10 CORR-AFTER-PRESENT PIC A(1).
                   10 CORR-AFTER-COUNT PIC 9(7).
           01 WS-CORR-COUNT PIC 9(6) VALUE 0.
           01 WS-CORR-MAX PIC 9(6) VALUE 20000.
           01 WS-CORR-IX PIC 9(6) VALUE 0.
           01 WS-FOUND-IX PIC 9(6) VALUE 0.

      * The master's state for the value being checked, the
      * verdict, and the before/after image of a re-application.
           01 WS-MAST-PRESENT PIC A(1) VALUE 'N'.
           01 WS-MAST-COUNT PIC 9(7) VALUE 0.
           01 WS-VERDICT PIC X(8) VALUE SPACES.
           01 WS-REAPPLY-NOTE PIC X(16) VALUE SPACES.
           01 WS-RA-ACTION PIC X(1) VALUE SPACE.
           01 WS-RA-BEFORE-PRESENT PIC A(1) VALUE 'N'.
           01 WS-RA-BEFORE-COUNT PIC 9(7) VALUE 0.
           01 WS-RA-BEFORE-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RA-AFTER-PRESENT PIC A(1) VALUE 'N'.
           01 WS-RA-AFTER-COUNT PIC 9(7) VALUE 0.
           01 WS-RA-AFTER-RUN-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-AUDIT-TRAIL
           PERFORM 0300-RECONCILE-CORRECTIONS
           PERFORM 0400-WRAP-UP
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-CONTROL-FILE FROM ARGUMENT-VALUE

           IF WS-AUDIT-FILE = SPACES
              ACCEPT WS-AUDIT-FILE FROM ENVIRONMENT
                  "SORT_MAINT_AUDIT_FILE"
           END-IF
           IF WS-AUDIT-FILE = SPACES
              MOVE "py_vs_X_maintaudit.txt" TO WS-AUDIT-FILE
           END-IF

           IF WS-MASTER-FILE = SPACES
              ACCEPT WS-MASTER-FILE FROM ENVIRONMENT
                  "SORT_MASTER_FILE"
           END-IF
           IF WS-MASTER-FILE = SPACES
              MOVE "py_vs_X_master.dat" TO WS-MASTER-FILE
           END-IF

           IF WS-REPORT-FILE = SPACES
              ACCEPT WS-REPORT-FILE FROM ENVIRONMENT
                  "SORT_MAINT_RECON_FILE"
           END-IF
           IF WS-REPORT-FILE = SPACES
              MOVE "py_vs_X_maintrecon.txt" TO WS-REPORT-FILE
           END-IF

           IF WS-CONTROL-FILE = SPACES
              ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT
                  "SORT_MAINT_RECON_CONTROL_FILE"
           END-IF
           IF WS-CONTROL-FILE = SPACES
              MOVE "py_vs_X_maintrcctl.txt" TO WS-CONTROL-FILE
           END-IF

      * No control file yet = never reconciled: every entry is new.
           OPEN INPUT RECON-CTL
           IF WS-FS-CTL = "00"
              READ RECON-CTL
                  AT END CONTINUE
                  NOT AT END
                      IF RCTL-DATE IS NUMERIC
                          AND RCTL-TIME IS NUMERIC
                         MOVE RCTL-DATE TO WS-LAST-DATE
                         MOVE RCTL-TIME TO WS-LAST-TIME
                      END-IF
              END-READ
              CLOSE RECON-CTL
           END-IF
           COMPUTE WS-LAST-STAMP =
               WS-LAST-DATE * 1000000 + WS-LAST-TIME

           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
              DISPLAY "MAINTREC: CANNOT OPEN AUDIT FILE "
                  WS-AUDIT-FILE " - FILE STATUS " WS-FS-AUDIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-FS-MAST NOT = "00"
              DISPLAY "MAINTREC: CANNOT OPEN MASTER FILE "
                  WS-MASTER-FILE " - FILE STATUS " WS-FS-MAST
                  " - HAS TONIGHT'S LOAD RUN YET?"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT
           IF WS-FS-REPORT NOT = "00"
              DISPLAY "MAINTREC: CANNOT OPEN REPORT FILE "
                  WS-REPORT-FILE " - FILE STATUS " WS-FS-REPORT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "MAINTENANCE RECONCILIATION RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               " - ENTRIES SINCE " DELIMITED BY SIZE
               WS-LAST-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAST-TIME DELIMITED BY SIZE
               " PLUS STANDING CORRECTIONS - MASTER "
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-MASTER-FILE) DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       0200-LOAD-AUDIT-TRAIL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 0220-PARSE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'N' TO WS-EOF
           IF WS-TABLE-FULL > 0
              DISPLAY "MAINTREC: WORK TABLE FULL AT " WS-CORR-MAX
                  " VALUES - " WS-TABLE-FULL " AUDIT ENTRIES NOT "
                  "RECONCILED"
           END-IF.

       0220-PARSE-AUDIT-ENTRY.
      * Only MAINT's own layout is trusted; anything else is
      * counted and left alone.
           IF AUDIT-REC(16:6) NOT = " USER "
               OR AUDIT-REC(30:8) NOT = " ACTION "
               OR AUDIT-REC(39:7) NOT = " VALUE "
               OR AUDIT-REC(52:17) NOT = " BEFORE [PRESENT "
               OR AUDIT-REC(101:17) NOT = "] AFTER [PRESENT "
              ADD 1 TO WS-AUDIT-SKIPPED
           ELSE
              MOVE AUDIT-REC(1:8) TO WS-AUD-DATE
              MOVE AUDIT-REC(10:6) TO WS-AUD-TIME
              MOVE AUDIT-REC(22:8) TO WS-AUD-USER
              MOVE AUDIT-REC(38:1) TO WS-AUD-ACTION
              MOVE AUDIT-REC(46:6) TO WS-AUD-VALUE
              MOVE AUDIT-REC(69:1) TO WS-AUD-BEFORE-PRESENT
              MOVE AUDIT-REC(77:7) TO WS-AUD-BEFORE-COUNT
              MOVE AUDIT-REC(118:1) TO WS-AUD-AFTER-PRESENT
              MOVE AUDIT-REC(126:7) TO WS-AUD-AFTER-COUNT
              MOVE 'N' TO WS-AUD-STANDING
              IF AUDIT-REC(151:10) = " STANDING "
                 MOVE AUDIT-REC(161:1) TO WS-AUD-STANDING
              END-IF
              MOVE SPACES TO WS-AUD-APPROVER
              IF AUDIT-REC(162:10) = " APPROVER "
                 MOVE AUDIT-REC(172:8) TO WS-AUD-APPROVER
              END-IF
              EVALUATE TRUE
                  WHEN WS-AUD-DATE IS NOT NUMERIC
                      OR WS-AUD-TIME IS NOT NUMERIC
                      OR WS-AUD-VALUE IS NOT NUMERIC
                      OR WS-AUD-BEFORE-COUNT IS NOT NUMERIC
                      OR WS-AUD-AFTER-COUNT IS NOT NUMERIC
                      ADD 1 TO WS-AUDIT-SKIPPED
                  WHEN WS-AUD-ACTION NOT = "A"
                      AND WS-AUD-ACTION NOT = "D"
                      AND WS-AUD-ACTION NOT = "C"
                      ADD 1 TO WS-AUDIT-OTHER
                  WHEN OTHER
                      PERFORM 0230-MERGE-AUDIT-ENTRY
              END-EVALUATE
           END-IF.

       0230-MERGE-AUDIT-ENTRY.
           COMPUTE WS-ENTRY-STAMP =
               FUNCTION NUMVAL(WS-AUD-DATE) * 1000000
               + FUNCTION NUMVAL(WS-AUD-TIME)
           IF WS-ENTRY-STAMP > WS-LAST-STAMP
              MOVE 'Y' TO WS-AUD-NEW
           ELSE
              MOVE 'N' TO WS-AUD-NEW
           END-IF
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
               UNTIL WS-CORR-IX > WS-CORR-COUNT
                  OR WS-FOUND-IX > 0
               IF CORR-VALUE(WS-CORR-IX) = WS-AUD-VALUE
                  MOVE WS-CORR-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
              IF WS-CORR-COUNT NOT < WS-CORR-MAX
                 ADD 1 TO WS-TABLE-FULL
              ELSE
                 ADD 1 TO WS-CORR-COUNT
                 MOVE WS-CORR-COUNT TO WS-FOUND-IX
                 MOVE WS-AUD-VALUE TO CORR-VALUE(WS-FOUND-IX)
                 MOVE 'N' TO CORR-NEW(WS-FOUND-IX)
              END-IF
           END-IF
           IF WS-FOUND-IX > 0
      * The "before" image is the one before the first change since
      * the last reconciliation: a later change in the same window
      * keeps it, anything else replaces it.
              IF WS-AUD-NEW = 'N' OR CORR-NEW(WS-FOUND-IX) = 'N'
                 MOVE WS-AUD-BEFORE-PRESENT
                     TO CORR-BEFORE-PRESENT(WS-FOUND-IX)
                 MOVE WS-AUD-BEFORE-COUNT
                     TO CORR-BEFORE-COUNT(WS-FOUND-IX)
              END-IF
              MOVE WS-AUD-NEW TO CORR-NEW(WS-FOUND-IX)
              MOVE WS-AUD-ACTION TO CORR-ACTION(WS-FOUND-IX)
              MOVE WS-AUD-USER TO CORR-USER(WS-FOUND-IX)
              MOVE WS-AUD-DATE TO CORR-DATE(WS-FOUND-IX)
              MOVE WS-AUD-TIME TO CORR-TIME(WS-FOUND-IX)
              MOVE WS-AUD-STANDING TO CORR-STANDING(WS-FOUND-IX)
              MOVE WS-AUD-APPROVER TO CORR-APPROVER(WS-FOUND-IX)
              MOVE WS-AUD-AFTER-PRESENT
                  TO CORR-AFTER-PRESENT(WS-FOUND-IX)
              MOVE WS-AUD-AFTER-COUNT
                  TO CORR-AFTER-COUNT(WS-FOUND-IX)
           END-IF.

       0300-RECONCILE-CORRECTIONS.
      * Re-applications are audited on the same trail, so it is
      * reopened for EXTEND only now the read pass is finished.
      * No trail, no changes - exactly as MAINT itself refuses.
           OPEN EXTEND AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
              DISPLAY "MAINTREC: CANNOT REOPEN AUDIT FILE "
                  WS-AUDIT-FILE " - FILE STATUS " WS-FS-AUDIT
                  " - NO CHANGES APPLIED WITHOUT AN AUDIT TRAIL"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
               UNTIL WS-CORR-IX > WS-CORR-COUNT
               IF CORR-NEW(WS-CORR-IX) = 'Y'
                   OR CORR-STANDING(WS-CORR-IX) = 'Y'
                  PERFORM 0320-CHECK-ONE-VALUE
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       0320-CHECK-ONE-VALUE.
           ADD 1 TO WS-CHECKED
           MOVE SPACES TO WS-REAPPLY-NOTE
           MOVE CORR-VALUE(WS-CORR-IX) TO MAST-VALUE
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN WS-FS-MAST = "00"
                   MOVE 'Y' TO WS-MAST-PRESENT
                   MOVE MAST-OCCUR-COUNT TO WS-MAST-COUNT
               WHEN WS-FS-MAST = "23"
                   MOVE 'N' TO WS-MAST-PRESENT
                   MOVE 0 TO WS-MAST-COUNT
               WHEN OTHER
                   ADD 1 TO WS-IO-ERRORS
                   MOVE "NO CHECK" TO WS-VERDICT
                   MOVE "READ ERROR " TO WS-REAPPLY-NOTE
                   MOVE WS-FS-MAST TO WS-REAPPLY-NOTE(12:2)
           END-EVALUATE
           IF WS-REAPPLY-NOTE = SPACES
              EVALUATE TRUE
                  WHEN WS-MAST-PRESENT = CORR-AFTER-PRESENT(WS-CORR-IX)
                      AND (WS-MAST-PRESENT = 'N'
                       OR WS-MAST-COUNT = CORR-AFTER-COUNT(WS-CORR-IX))
                      MOVE "AGREES" TO WS-VERDICT
                      ADD 1 TO WS-AGREES
                  WHEN WS-MAST-PRESENT =
                          CORR-BEFORE-PRESENT(WS-CORR-IX)
                      AND (WS-MAST-PRESENT = 'N'
                       OR WS-MAST-COUNT =
                          CORR-BEFORE-COUNT(WS-CORR-IX))
                      MOVE "UNDONE" TO WS-VERDICT
                      ADD 1 TO WS-UNDONE
                  WHEN OTHER
                      MOVE "CONFLICT" TO WS-VERDICT
                      ADD 1 TO WS-CONFLICTS
              END-EVALUATE
              IF WS-VERDICT NOT = "AGREES"
                 IF CORR-STANDING(WS-CORR-IX) = 'Y'
                    PERFORM 0340-REAPPLY-CORRECTION
                 ELSE
                    ADD 1 TO WS-ATTENTION
                 END-IF
              END-IF
           END-IF
           PERFORM 0380-WRITE-REPORT-LINE.

       0340-REAPPLY-CORRECTION.
      * Put the corrected image back: rewrite the count, re-add a
      * value the rebuild dropped, or delete one the rebuild
      * brought back. The feed names on a re-added value say where
      * it came from, as MAINT's own adds do.
           MOVE WS-MAST-PRESENT TO WS-RA-BEFORE-PRESENT
           MOVE WS-MAST-COUNT TO WS-RA-BEFORE-COUNT
           MOVE 0 TO WS-RA-BEFORE-RUN-DATE
           IF WS-MAST-PRESENT = 'Y'
              MOVE MAST-RUN-DATE TO WS-RA-BEFORE-RUN-DATE
           END-IF
           EVALUATE TRUE
               WHEN CORR-AFTER-PRESENT(WS-CORR-IX) = 'N'
                   MOVE "D" TO WS-RA-ACTION
                   DELETE MASTER-FILE
               WHEN WS-MAST-PRESENT = 'Y'
                   MOVE "C" TO WS-RA-ACTION
                   MOVE CORR-AFTER-COUNT(WS-CORR-IX)
                       TO MAST-OCCUR-COUNT
                   REWRITE MAST-RECORD
               WHEN OTHER
                   MOVE "A" TO WS-RA-ACTION
                   MOVE CORR-VALUE(WS-CORR-IX) TO MAST-VALUE
                   MOVE CORR-AFTER-COUNT(WS-CORR-IX)
                       TO MAST-OCCUR-COUNT
                   MOVE "STANDING-MAINT" TO MAST-FIRST-FEED
                   MOVE "STANDING-MAINT" TO MAST-LAST-FEED
                   MOVE WS-RUN-DATE TO MAST-RUN-DATE
                   WRITE MAST-RECORD
           END-EVALUATE
           IF WS-FS-MAST = "00"
              ADD 1 TO WS-REAPPLIED
              MOVE "REAPPLIED" TO WS-REAPPLY-NOTE
              MOVE CORR-AFTER-PRESENT(WS-CORR-IX)
                  TO WS-RA-AFTER-PRESENT
              MOVE 0 TO WS-RA-AFTER-COUNT
              MOVE 0 TO WS-RA-AFTER-RUN-DATE
              IF WS-RA-AFTER-PRESENT = 'Y'
                 MOVE MAST-OCCUR-COUNT TO WS-RA-AFTER-COUNT
                 MOVE MAST-RUN-DATE TO WS-RA-AFTER-RUN-DATE
              END-IF
              PERFORM 0360-WRITE-AUDIT
           ELSE
              ADD 1 TO WS-IO-ERRORS
              MOVE "REAPPLY FAILED " TO WS-REAPPLY-NOTE
              DISPLAY "MAINTREC: RE-APPLY OF VALUE "
                  CORR-VALUE(WS-CORR-IX) " FAILED WITH STATUS "
                  WS-FS-MAST
           END-IF.

       0360-WRITE-AUDIT.
      * Same layout as MAINT's audit record, so the re-application
      * is itself the standing entry the next reconciliation finds.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               "MAINTREC" DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               WS-RA-ACTION DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               CORR-VALUE(WS-CORR-IX) DELIMITED BY SIZE
               " BEFORE [PRESENT " DELIMITED BY SIZE
               WS-RA-BEFORE-PRESENT DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               WS-RA-BEFORE-COUNT DELIMITED BY SIZE
               " RUNDATE " DELIMITED BY SIZE
               WS-RA-BEFORE-RUN-DATE DELIMITED BY SIZE
               "] AFTER [PRESENT " DELIMITED BY SIZE
               WS-RA-AFTER-PRESENT DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               WS-RA-AFTER-COUNT DELIMITED BY SIZE
               " RUNDATE " DELIMITED BY SIZE
               WS-RA-AFTER-RUN-DATE DELIMITED BY SIZE
               "] STANDING Y" DELIMITED BY SIZE
               " APPROVER " DELIMITED BY SIZE
               CORR-APPROVER(WS-CORR-IX) DELIMITED BY SIZE
               INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.

       0380-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "VALUE " DELIMITED BY SIZE
               CORR-VALUE(WS-CORR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               CORR-ACTION(WS-CORR-IX) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               CORR-USER(WS-CORR-IX) DELIMITED BY SIZE
               " KEYED " DELIMITED BY SIZE
               CORR-DATE(WS-CORR-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CORR-TIME(WS-CORR-IX) DELIMITED BY SIZE
               " STANDING " DELIMITED BY SIZE
               CORR-STANDING(WS-CORR-IX) DELIMITED BY SIZE
               " CORRECTED [PRESENT " DELIMITED BY SIZE
               CORR-AFTER-PRESENT(WS-CORR-IX) DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               CORR-AFTER-COUNT(WS-CORR-IX) DELIMITED BY SIZE
               "] LOADED [PRESENT " DELIMITED BY SIZE
               WS-MAST-PRESENT DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               WS-MAST-COUNT DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-REAPPLY-NOTE DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       0400-WRAP-UP.
      * A clean pass moves the reconciliation point up to this
      * run's start; after a master I/O error it stays put so the
      * rerun looks at the same entries again.
           CLOSE MASTER-FILE
           CLOSE RECON-REPORT
           IF WS-IO-ERRORS = 0
              OPEN OUTPUT RECON-CTL
              IF WS-FS-CTL = "00"
                 MOVE WS-RUN-DATE TO RCTL-DATE
                 MOVE WS-RUN-TIME(1:6) TO RCTL-TIME
                 WRITE RCTL-RECORD
                 CLOSE RECON-CTL
              ELSE
                 DISPLAY "MAINTREC: CANNOT WRITE CONTROL FILE "
                     WS-CONTROL-FILE " - FILE STATUS " WS-FS-CTL
                     " - NEXT RUN REPEATS THESE ENTRIES"
              END-IF
           END-IF
           DISPLAY "===================================="
           DISPLAY "MAINTENANCE RECONCILIATION SUMMARY"
           DISPLAY "===================================="
           DISPLAY "AUDIT ENTRIES READ: " WS-AUDIT-READ
           DISPLAY "NOT MAINT ENTRIES:  " WS-AUDIT-SKIPPED
           DISPLAY "OTHER ACTIONS:      " WS-AUDIT-OTHER
           DISPLAY "VALUES CHECKED:     " WS-CHECKED
           DISPLAY "AGREES:             " WS-AGREES
           DISPLAY "UNDONE:             " WS-UNDONE
           DISPLAY "CONFLICT:           " WS-CONFLICTS
           DISPLAY "STANDING REAPPLIED: " WS-REAPPLIED
           DISPLAY "NEED ATTENTION:     " WS-ATTENTION
           DISPLAY "MASTER I/O ERRORS:  " WS-IO-ERRORS
           DISPLAY "REPORT:             " WS-REPORT-FILE
           DISPLAY "===================================="
           IF WS-IO-ERRORS > 0 OR WS-TABLE-FULL > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ATTENTION > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.

       END PROGRAM MAINTREC.
