       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ROLLBACK".

      * Puts back the value master and the account master as they
      * stood before a chosen SORT run loaded them. Every run that
      * loads the masters first copies both aside, with the
      * value/account cross-reference, and catalogs the copies
      * (types MASTBKUP, ACCTBKUP and XREFBKUP in the srtcat
      * catalog, under the run stamp); this program restores one
      * run's backups - all of them or none - so a night that took
      * a bad feed can be undone before INQUIRY, BATCHINQ, ACCTINQ
      * and BROWSE answer from it all day. A generation with no
      * cross-reference backup restores the masters alone, and the
      * cross-reference keeps the bad run's pairs until the next
      * SORT run rebuilds it. The PIPELINE repair rerun takes no
      * backup, so the latest pair of a repaired night is still the
      * one taken before its first pass.
      *
      * The run's posting to the general ledger is not reversed:
      * the DAY figures it added stay in the month- and year-to-date
      * totals. The operator is warned, and the audit line says so,
      * so the ledger can be adjusted by hand.
      *
      * Before anything is touched the MAINT audit trail is read
      * for applied changes (actions A, D, C) stamped at or after
      * the backup: those changes are not in the backup and are
      * lost by the restore, so each is listed and the operator is
      * warned before being asked to confirm. The restore itself is
      * recorded twice: a run-history record of run type R (layout
      * in the srthist copybook, values restored as its LOADED
      * figure) and a MAINT audit line of action B under the
      * operator's user id. The user id must be on the operator
      * authority file holding add, delete and correct authority -
      * a rollback does all three to the whole master.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=generation - the run stamp as
      * YYYYMMDD.HHMMSS, blank for the latest complete pair, or
      * LIST to list the catalogued pairs and stop
      * (SORT_ROLLBACK_GENERATION), 2=user id (SORT_ROLLBACK_USER,
      * else asked for), 3=catalog file, 4=value master file,
      * 5=account master file, 6=run history file, 7=MAINT audit
      * file, 8=operator authority file. SORT_ROLLBACK_CONFIRM=Y
      * answers the confirmation for an unattended run; otherwise
      * the operator is asked, and a blank answer declines.
      *
      * Return code 0 = both masters restored (or the list shown),
      * 4 = restored, but MAINT changes made after the backup were
      * lost, the generation had no cross-reference backup, or the
      * run history could not be written, 8 = nothing
      * restored - no such generation, only one master of it
      * backed up, user not authorised, or the operator declined,
      * 16 = a file could not be opened (nothing restored), or a
      * master write failed part-way (both masters must then be
      * restored again from the same generation).
      * The cross-reference file name comes from SORT_XREF_FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CATALOG-IN ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAT.
               SELECT AUTH-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTH.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
               SELECT RUN-HIST ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.
               SELECT MAST-BKUP ASSIGN TO DYNAMIC WS-MAST-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MBKUP.
               SELECT ACCT-BKUP ASSIGN TO DYNAMIC WS-ACCT-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABKUP.
               SELECT XREF-BKUP ASSIGN TO DYNAMIC WS-XREF-BKUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-XBKUP.
               SELECT MASTER-FILE ASSIGN TO DYNAMIC
               WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-VALUE
               FILE STATUS IS WS-FS-MAST.
               SELECT ACCT-MASTER ASSIGN TO DYNAMIC
               WS-ACCT-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT
               FILE STATUS IS WS-FS-AMAST.
               SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-FS-XREF.

       DATA DIVISION.
           FILE SECTION.
           FD CATALOG-IN.
           01 CATALOG-REC.
               COPY "srtcat.cpy".

           FD AUTH-FILE.
           01 AUTH-RECORD.
               COPY "srtauth.cpy".

           FD AUDIT-FILE.
      * MAINT's audit line, read by position the way MAINTREC reads
      * it (date 1-8, time 10-15, user 22-29, action 38, value
      * 46-51).
           01 AUDIT-REC PIC X(200).

           FD RUN-HIST.
           01 HIST-RECORD.
               COPY "srthist.cpy".

           FD MAST-BKUP.
           01 MAST-BKUP-REC PIC X(221).

           FD ACCT-BKUP.
           01 ACCT-BKUP-REC PIC X(65).

           FD XREF-BKUP.
           01 XREF-BKUP-REC PIC X(36).

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
           01 WS-GEN-ARG PIC X(20) VALUE SPACES.
           01 WS-USER PIC X(8) VALUE SPACES.
           01 WS-CATALOG-FILE PIC X(100) VALUE SPACES.
           01 WS-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-ACCT-MASTER-FILE PIC X(100) VALUE SPACES.
           01 WS-HISTORY-FILE PIC X(100) VALUE SPACES.
           01 WS-AUDIT-FILE PIC X(100) VALUE SPACES.
           01 WS-AUTH-FILE PIC X(100) VALUE SPACES.
           01 WS-XREF-FILE PIC X(100) VALUE SPACES.
           01 WS-MAST-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-ACCT-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-XREF-BKUP-FILE PIC X(120) VALUE SPACES.
           01 WS-CONFIRM PIC X(10) VALUE SPACES.
           01 WS-ANSWER PIC X(100) VALUE SPACES.
           01 WS-FS-CAT PIC XX.
           01 WS-FS-AUTH PIC XX.
           01 WS-FS-AUDIT PIC XX.
           01 WS-FS-HIST PIC XX.
           01 WS-FS-MBKUP PIC XX.
           01 WS-FS-ABKUP PIC XX.
           01 WS-FS-MAST PIC XX.
           01 WS-FS-AMAST PIC XX.
           01 WS-FS-XBKUP PIC XX.
           01 WS-FS-XREF PIC XX.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-LIST-ONLY PIC A(1) VALUE 'N'.
           01 WS-AUTHORISED PIC A(1) VALUE 'N'.
           01 WS-RESTORE-FAILED PIC A(1) VALUE 'N'.
           01 WS-XREF-MISSING PIC A(1) VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.
           01 WS-FINAL-RC PIC 9(2) VALUE 0.

      * The run stamp asked for, and the pair chosen.
           01 WS-WANT-DATE PIC X(8) VALUE SPACES.
           01 WS-WANT-TIME PIC X(6) VALUE SPACES.
           01 WS-PICKED PIC 9(4) VALUE 0.
           01 WS-PICKED-STAMP PIC 9(14) VALUE 0.

      * Every catalogued backup, one entry per run stamp, built in
      * catalog (oldest first) order.
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 2000 TIMES.
                   10 GEN-DATE PIC 9(8).
                   10 GEN-TIME PIC 9(6).
                   10 GEN-MAST-NAME PIC X(120).
                   10 GEN-ACCT-NAME PIC X(120).
                   10 GEN-XREF-NAME PIC X(120).
           01 WS-GEN-COUNT PIC 9(4) VALUE 0.
           01 WS-GEN-MAX PIC 9(4) VALUE 2000.
           01 WS-GEN-IX PIC 9(4) VALUE 0.
           01 WS-GEN-FOUND PIC 9(4) VALUE 0.
           01 WS-GEN-STAMP PIC 9(14) VALUE 0.

      * MAINT changes made after the backup was taken.
           01 WS-AUD-STAMP PIC 9(14) VALUE 0.
           01 WS-LATER-MAINT PIC 9(5) VALUE 0.
           01 WS-LATER-SHOWN PIC 9(5) VALUE 0.
           01 WS-LATER-MORE PIC 9(5) VALUE 0.

           01 WS-MAST-RESTORED PIC 9(7) VALUE 0.
           01 WS-ACCT-RESTORED PIC 9(7) VALUE 0.
           01 WS-XREF-RESTORED PIC 9(7) VALUE 0.
           01 WS-LOW-VALUE PIC 9(6) VALUE 0.
           01 WS-HIGH-VALUE PIC 9(6) VALUE 0.
           01 WS-RESULT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-CATALOG
           IF WS-LIST-ONLY = 'Y'
              PERFORM 0250-LIST-GENERATIONS
              STOP RUN
           END-IF
           PERFORM 0150-CHECK-AUTHORITY
           PERFORM 0300-PICK-GENERATION
           PERFORM 0400-CHECK-LATER-MAINT
           PERFORM 0500-CONFIRM
           PERFORM 0600-RESTORE-MASTERS
           PERFORM 0700-WRITE-HISTORY
           PERFORM 0750-WRITE-AUDIT
           PERFORM 0800-REPORT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-GEN-ARG FROM ARGUMENT-VALUE
           ACCEPT WS-USER FROM ARGUMENT-VALUE
           ACCEPT WS-CATALOG-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-ACCT-MASTER-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-AUDIT-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-AUTH-FILE FROM ARGUMENT-VALUE

           IF WS-GEN-ARG = SPACES
              ACCEPT WS-GEN-ARG FROM ENVIRONMENT
                  "SORT_ROLLBACK_GENERATION"
           END-IF
           IF WS-USER = SPACES
              ACCEPT WS-USER FROM ENVIRONMENT "SORT_ROLLBACK_USER"
           END-IF
           IF WS-CATALOG-FILE = SPACES
              ACCEPT WS-CATALOG-FILE FROM ENVIRONMENT
                  "SORT_CATALOG_FILE"
           END-IF
           IF WS-CATALOG-FILE = SPACES
              MOVE "py_vs_X_catalog.txt" TO WS-CATALOG-FILE
           END-IF
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
           IF WS-HISTORY-FILE = SPACES
              ACCEPT WS-HISTORY-FILE FROM ENVIRONMENT
                  "SORT_HISTORY_FILE"
           END-IF
           IF WS-HISTORY-FILE = SPACES
              MOVE "py_vs_X_runhist.txt" TO WS-HISTORY-FILE
           END-IF
           IF WS-AUDIT-FILE = SPACES
              ACCEPT WS-AUDIT-FILE FROM ENVIRONMENT
                  "SORT_MAINT_AUDIT_FILE"
           END-IF
           IF WS-AUDIT-FILE = SPACES
              MOVE "py_vs_X_maintaudit.txt" TO WS-AUDIT-FILE
           END-IF
           IF WS-AUTH-FILE = SPACES
              ACCEPT WS-AUTH-FILE FROM ENVIRONMENT
                  "SORT_OPERATOR_AUTH_FILE"
           END-IF
           IF WS-AUTH-FILE = SPACES
              MOVE "py_vs_X_opauth.txt" TO WS-AUTH-FILE
           END-IF
           ACCEPT WS-XREF-FILE FROM ENVIRONMENT "SORT_XREF_FILE"
           IF WS-XREF-FILE = SPACES
              MOVE "py_vs_X_xref.dat" TO WS-XREF-FILE
           END-IF
           ACCEPT WS-CONFIRM FROM ENVIRONMENT "SORT_ROLLBACK_CONFIRM"
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM

      * The generation: LIST, blank (latest complete pair), or the
      * run stamp with or without the dot between date and time.
           MOVE FUNCTION UPPER-CASE(WS-GEN-ARG) TO WS-GEN-ARG
           EVALUATE TRUE
               WHEN WS-GEN-ARG = "LIST"
                   MOVE 'Y' TO WS-LIST-ONLY
               WHEN WS-GEN-ARG = SPACES
                   CONTINUE
               WHEN WS-GEN-ARG(9:1) = "."
                   MOVE WS-GEN-ARG(1:8) TO WS-WANT-DATE
                   MOVE WS-GEN-ARG(10:6) TO WS-WANT-TIME
               WHEN OTHER
                   MOVE WS-GEN-ARG(1:8) TO WS-WANT-DATE
                   MOVE WS-GEN-ARG(9:6) TO WS-WANT-TIME
           END-EVALUATE
           IF WS-WANT-DATE NOT = SPACES
              IF WS-WANT-DATE IS NOT NUMERIC
                  OR WS-WANT-TIME IS NOT NUMERIC
                 DISPLAY "ROLLBACK: GENERATION ["
                     FUNCTION TRIM(WS-GEN-ARG) "] IS NOT A RUN "
                     "STAMP - GIVE YYYYMMDD.HHMMSS, OR LIST"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0150-CHECK-AUTHORITY.
      * A rollback adds, deletes and corrects across the whole
      * master, so the id must hold all three authorities.
           IF WS-USER = SPACES
              DISPLAY "ROLLBACK: USER ID:"
              ACCEPT WS-USER
           END-IF
           IF WS-USER = SPACES
              DISPLAY "ROLLBACK: NO USER ID GIVEN - NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AUTH-FILE
           IF WS-FS-AUTH NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN OPERATOR AUTHORITY FILE "
                  FUNCTION TRIM(WS-AUTH-FILE) " - FILE STATUS "
                  WS-FS-AUTH " - NO ROLLBACK WITHOUT AUTHORITY ON "
                  "RECORD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTH-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUTH-USER = WS-USER
                           AND AUTH-USER(1:1) NOT = "*"
                          MOVE 'Y' TO WS-EOF
                          IF FUNCTION UPPER-CASE(AUTH-ADD) = "A"
                              AND FUNCTION UPPER-CASE(AUTH-DELETE)
                                  = "D"
                              AND FUNCTION UPPER-CASE(AUTH-CORRECT)
                                  = "C"
                             MOVE 'Y' TO WS-AUTHORISED
                          END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           MOVE 'N' TO WS-EOF
           IF WS-AUTHORISED = 'N'
              DISPLAY "ROLLBACK: USER " FUNCTION TRIM(WS-USER)
                  " DOES NOT HOLD ADD, DELETE AND CORRECT AUTHORITY"
                  " - NOTHING RESTORED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-LOAD-CATALOG.
           OPEN INPUT CATALOG-IN
           IF WS-FS-CAT NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN CATALOG "
                  FUNCTION TRIM(WS-CATALOG-FILE) " - FILE STATUS "
                  WS-FS-CAT " - NO MASTER BACKUPS ON RECORD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CAT-ARTIFACT-TYPE = "MASTBKUP"
                           OR CAT-ARTIFACT-TYPE = "ACCTBKUP"
                           OR CAT-ARTIFACT-TYPE = "XREFBKUP"
                          PERFORM 0220-FILE-ONE-BACKUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-IN
           MOVE 'N' TO WS-EOF.

       0220-FILE-ONE-BACKUP.
      * File each backup with the other backups taken under the
      * same run stamp.
           IF CAT-RUN-DATE IS NUMERIC AND CAT-RUN-TIME IS NUMERIC
              MOVE 0 TO WS-GEN-FOUND
              PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                  UNTIL WS-GEN-IX < 1 OR WS-GEN-FOUND > 0
                  IF GEN-DATE(WS-GEN-IX) = CAT-RUN-DATE
                      AND GEN-TIME(WS-GEN-IX) = CAT-RUN-TIME
                     MOVE WS-GEN-IX TO WS-GEN-FOUND
                  END-IF
              END-PERFORM
              IF WS-GEN-FOUND = 0
                 IF WS-GEN-COUNT >= WS-GEN-MAX
                    DISPLAY "ROLLBACK: CATALOG HOLDS MORE THAN "
                        WS-GEN-MAX " BACKUP GENERATIONS - RUN "
                        "GENPURGE FIRST - NOTHING RESTORED"
                    CLOSE CATALOG-IN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-GEN-COUNT
                 MOVE WS-GEN-COUNT TO WS-GEN-FOUND
                 MOVE CAT-RUN-DATE TO GEN-DATE(WS-GEN-FOUND)
                 MOVE CAT-RUN-TIME TO GEN-TIME(WS-GEN-FOUND)
                 MOVE SPACES TO GEN-MAST-NAME(WS-GEN-FOUND)
                 MOVE SPACES TO GEN-ACCT-NAME(WS-GEN-FOUND)
                 MOVE SPACES TO GEN-XREF-NAME(WS-GEN-FOUND)
              END-IF
              EVALUATE CAT-ARTIFACT-TYPE
                  WHEN "MASTBKUP"
                      MOVE CAT-FILE-NAME TO GEN-MAST-NAME(WS-GEN-FOUND)
                  WHEN "ACCTBKUP"
                      MOVE CAT-FILE-NAME TO GEN-ACCT-NAME(WS-GEN-FOUND)
                  WHEN OTHER
                      MOVE CAT-FILE-NAME TO GEN-XREF-NAME(WS-GEN-FOUND)
              END-EVALUATE
           END-IF.

       0250-LIST-GENERATIONS.
           DISPLAY "=============================================="
           DISPLAY "MASTER BACKUP GENERATIONS IN "
               FUNCTION TRIM(WS-CATALOG-FILE)
           DISPLAY "=============================================="
           IF WS-GEN-COUNT = 0
              DISPLAY "NONE CATALOGUED"
           END-IF
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
               UNTIL WS-GEN-IX < 1
               IF GEN-MAST-NAME(WS-GEN-IX) NOT = SPACES
                   AND GEN-ACCT-NAME(WS-GEN-IX) NOT = SPACES
                  IF GEN-XREF-NAME(WS-GEN-IX) NOT = SPACES
                     DISPLAY GEN-DATE(WS-GEN-IX) "."
                         GEN-TIME(WS-GEN-IX) " COMPLETE   "
                         FUNCTION TRIM(GEN-MAST-NAME(WS-GEN-IX))
                  ELSE
                     DISPLAY GEN-DATE(WS-GEN-IX) "."
                         GEN-TIME(WS-GEN-IX) " MASTERS ONLY "
                         FUNCTION TRIM(GEN-MAST-NAME(WS-GEN-IX))
                  END-IF
               ELSE
                  DISPLAY GEN-DATE(WS-GEN-IX) "." GEN-TIME(WS-GEN-IX)
                      " ONE MASTER ONLY - CANNOT BE RESTORED"
               END-IF
           END-PERFORM
           DISPLAY "==============================================".

       0300-PICK-GENERATION.
      * The stamp asked for, or the latest run with both backups.
           MOVE 0 TO WS-PICKED
           IF WS-WANT-DATE = SPACES
              PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                  UNTIL WS-GEN-IX < 1 OR WS-PICKED > 0
                  IF GEN-MAST-NAME(WS-GEN-IX) NOT = SPACES
                      AND GEN-ACCT-NAME(WS-GEN-IX) NOT = SPACES
                     MOVE WS-GEN-IX TO WS-PICKED
                  END-IF
              END-PERFORM
              IF WS-PICKED = 0
                 DISPLAY "ROLLBACK: NO COMPLETE MASTER BACKUP IS "
                     "CATALOGUED IN " FUNCTION TRIM(WS-CATALOG-FILE)
                     " - NOTHING RESTORED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                  UNTIL WS-GEN-IX > WS-GEN-COUNT OR WS-PICKED > 0
                  IF GEN-DATE(WS-GEN-IX) = WS-WANT-DATE
                      AND GEN-TIME(WS-GEN-IX) = WS-WANT-TIME
                     MOVE WS-GEN-IX TO WS-PICKED
                  END-IF
              END-PERFORM
              IF WS-PICKED = 0
                 DISPLAY "ROLLBACK: NO MASTER BACKUP CATALOGUED FOR "
                     "RUN " WS-WANT-DATE "." WS-WANT-TIME
                     " - NOTHING RESTORED (LIST SHOWS WHAT IS)"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF GEN-MAST-NAME(WS-PICKED) = SPACES
                  OR GEN-ACCT-NAME(WS-PICKED) = SPACES
                 DISPLAY "ROLLBACK: RUN " WS-WANT-DATE "."
                     WS-WANT-TIME " BACKED UP ONLY ONE MASTER - "
                     "BOTH ARE RESTORED TOGETHER OR NOT AT ALL - "
                     "NOTHING RESTORED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE GEN-MAST-NAME(WS-PICKED) TO WS-MAST-BKUP-FILE
           MOVE GEN-ACCT-NAME(WS-PICKED) TO WS-ACCT-BKUP-FILE
           MOVE GEN-XREF-NAME(WS-PICKED) TO WS-XREF-BKUP-FILE
           COMPUTE WS-PICKED-STAMP =
               GEN-DATE(WS-PICKED) * 1000000 + GEN-TIME(WS-PICKED)
           DISPLAY "ROLLBACK: GENERATION " GEN-DATE(WS-PICKED) "."
               GEN-TIME(WS-PICKED)
           DISPLAY "  VALUE MASTER   FROM "
               FUNCTION TRIM(WS-MAST-BKUP-FILE)
           DISPLAY "  ACCOUNT MASTER FROM "
               FUNCTION TRIM(WS-ACCT-BKUP-FILE)
           IF WS-XREF-BKUP-FILE = SPACES
              MOVE 'Y' TO WS-XREF-MISSING
              DISPLAY "WARNING: NO CROSS-REFERENCE BACKUP IN THIS "
                  "GENERATION - BROWSE DRILL-DOWNS WILL NOT MATCH "
                  "THE MASTERS UNTIL THE NEXT SORT RUN"
           ELSE
              DISPLAY "  CROSS-REFERENCE FROM "
                  FUNCTION TRIM(WS-XREF-BKUP-FILE)
           END-IF
           DISPLAY "WARNING: THE GENERAL LEDGER STILL CARRIES THE DAY "
               "POSTING OF EVERY RUN SINCE THIS BACKUP - ADJUST "
               "MTD/YTD BY HAND".

       0400-CHECK-LATER-MAINT.
      * Applied MAINT changes stamped at or after the backup are not
      * in it. Declined changes (X) never touched the master, and
      * earlier rollbacks (B) are not changes to a value.
           MOVE 0 TO WS-LATER-MAINT
           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
              DISPLAY "ROLLBACK: NO MAINT AUDIT TRAIL AT "
                  FUNCTION TRIM(WS-AUDIT-FILE)
                  " - NO INTRADAY CHANGES ON RECORD"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ AUDIT-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END PERFORM 0420-CHECK-ONE-AUDIT-LINE
                  END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
              MOVE 'N' TO WS-EOF
           END-IF
           IF WS-LATER-MAINT > WS-LATER-SHOWN
              COMPUTE WS-LATER-MORE = WS-LATER-MAINT - WS-LATER-SHOWN
              DISPLAY "  ... AND " WS-LATER-MORE " MORE"
           END-IF
           IF WS-LATER-MAINT > 0
              DISPLAY "WARNING: " WS-LATER-MAINT " MAINT CHANGE(S) "
                  "WERE APPLIED AFTER THIS BACKUP WAS TAKEN - THE "
                  "RESTORE LOSES THEM AND THEY MUST BE KEYED AGAIN"
           END-IF.

       0420-CHECK-ONE-AUDIT-LINE.
           IF AUDIT-REC(16:6) = " USER "
               AND AUDIT-REC(30:8) = " ACTION "
               AND AUDIT-REC(39:7) = " VALUE "
               AND AUDIT-REC(1:8) IS NUMERIC
               AND AUDIT-REC(10:6) IS NUMERIC
              IF AUDIT-REC(38:1) = "A" OR AUDIT-REC(38:1) = "D"
                  OR AUDIT-REC(38:1) = "C"
                 COMPUTE WS-AUD-STAMP =
                     FUNCTION NUMVAL(AUDIT-REC(1:8)) * 1000000
                     + FUNCTION NUMVAL(AUDIT-REC(10:6))
                 IF WS-AUD-STAMP >= WS-PICKED-STAMP
                    ADD 1 TO WS-LATER-MAINT
                    IF WS-LATER-SHOWN < 20
                       ADD 1 TO WS-LATER-SHOWN
                       IF WS-LATER-SHOWN = 1
                          DISPLAY "MAINT CHANGES MADE SINCE THE "
                              "BACKUP:"
                       END-IF
                       DISPLAY "  " AUDIT-REC(1:51)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0500-CONFIRM.
           IF WS-CONFIRM = "Y"
              DISPLAY "ROLLBACK: CONFIRMED BY SORT_ROLLBACK_CONFIRM"
           ELSE
              DISPLAY "RESTORE THE MASTERS TO GENERATION "
                  GEN-DATE(WS-PICKED) "." GEN-TIME(WS-PICKED)
                  " (Y/N) [N]:"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = "Y"
                 DISPLAY "ROLLBACK: NOT CONFIRMED - NOTHING RESTORED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0600-RESTORE-MASTERS.
      * Every backup and the audit trail must open before any file
      * is touched; a rollback is never made unrecorded.
           OPEN INPUT MAST-BKUP
           IF WS-FS-MBKUP NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN VALUE MASTER BACKUP "
                  FUNCTION TRIM(WS-MAST-BKUP-FILE) " - FILE STATUS "
                  WS-FS-MBKUP " - NOTHING RESTORED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCT-BKUP
           IF WS-FS-ABKUP NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN ACCOUNT MASTER BACKUP "
                  FUNCTION TRIM(WS-ACCT-BKUP-FILE) " - FILE STATUS "
                  WS-FS-ABKUP " - NOTHING RESTORED"
              CLOSE MAST-BKUP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-XREF-MISSING = 'N'
              OPEN INPUT XREF-BKUP
              IF WS-FS-XBKUP NOT = "00"
                 DISPLAY "ROLLBACK: CANNOT OPEN CROSS-REFERENCE BACKUP "
                     FUNCTION TRIM(WS-XREF-BKUP-FILE)
                     " - FILE STATUS " WS-FS-XBKUP
                     " - NOTHING RESTORED"
                 CLOSE MAST-BKUP
                 CLOSE ACCT-BKUP
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-FS-AUDIT = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-FS-AUDIT NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN AUDIT FILE "
                  FUNCTION TRIM(WS-AUDIT-FILE) " - FILE STATUS "
                  WS-FS-AUDIT " - NOTHING RESTORED WITHOUT AN AUDIT "
                  "TRAIL"
              CLOSE MAST-BKUP
              CLOSE ACCT-BKUP
              IF WS-XREF-MISSING = 'N'
                 CLOSE XREF-BKUP
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0620-RESTORE-VALUE-MASTER
           IF WS-RESTORE-FAILED = 'N'
              PERFORM 0640-RESTORE-ACCOUNT-MASTER
           END-IF
           IF WS-RESTORE-FAILED = 'N' AND WS-XREF-MISSING = 'N'
              PERFORM 0660-RESTORE-CROSS-REFERENCE
           END-IF
           CLOSE MAST-BKUP
           CLOSE ACCT-BKUP
           IF WS-XREF-MISSING = 'N'
              CLOSE XREF-BKUP
           END-IF
           IF WS-RESTORE-FAILED = 'Y'
              MOVE "FAILED" TO WS-RESULT
              MOVE 16 TO WS-FINAL-RC
           ELSE
              MOVE "COMPLETE" TO WS-RESULT
              IF WS-LATER-MAINT > 0 OR WS-XREF-MISSING = 'Y'
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

       0620-RESTORE-VALUE-MASTER.
      * The backup was copied out in key order, so it loads back
      * through sequential access as the SORT run loads it.
           OPEN OUTPUT MASTER-FILE
           IF WS-FS-MAST NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN VALUE MASTER "
                  FUNCTION TRIM(WS-MASTER-FILE) " - FILE STATUS "
                  WS-FS-MAST
              MOVE 'Y' TO WS-RESTORE-FAILED
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ MAST-BKUP
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          MOVE MAST-BKUP-REC TO MAST-RECORD
                          WRITE MAST-RECORD
                          IF WS-FS-MAST = "00"
                             ADD 1 TO WS-MAST-RESTORED
                             IF WS-MAST-RESTORED = 1
                                MOVE MAST-VALUE TO WS-LOW-VALUE
                             END-IF
                             MOVE MAST-VALUE TO WS-HIGH-VALUE
                          ELSE
                             DISPLAY "ROLLBACK: VALUE MASTER WRITE "
                                 "FAILED WITH STATUS " WS-FS-MAST
                                 " AT VALUE " MAST-VALUE
                             MOVE 'Y' TO WS-RESTORE-FAILED
                             MOVE 'Y' TO WS-EOF
                          END-IF
                  END-READ
              END-PERFORM
              MOVE 'N' TO WS-EOF
              CLOSE MASTER-FILE
              DISPLAY "ROLLBACK: " WS-MAST-RESTORED
                  " VALUE(S) RESTORED TO "
                  FUNCTION TRIM(WS-MASTER-FILE)
           END-IF.

       0640-RESTORE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCT-MASTER
           IF WS-FS-AMAST NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN ACCOUNT MASTER "
                  FUNCTION TRIM(WS-ACCT-MASTER-FILE) " - FILE STATUS "
                  WS-FS-AMAST
              MOVE 'Y' TO WS-RESTORE-FAILED
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ ACCT-BKUP
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          MOVE ACCT-BKUP-REC TO ACCT-RECORD
                          WRITE ACCT-RECORD
                          IF WS-FS-AMAST = "00"
                             ADD 1 TO WS-ACCT-RESTORED
                          ELSE
                             DISPLAY "ROLLBACK: ACCOUNT MASTER WRITE "
                                 "FAILED WITH STATUS " WS-FS-AMAST
                                 " AT ACCOUNT " ACCT-ACCOUNT
                             MOVE 'Y' TO WS-RESTORE-FAILED
                             MOVE 'Y' TO WS-EOF
                          END-IF
                  END-READ
              END-PERFORM
              MOVE 'N' TO WS-EOF
              CLOSE ACCT-MASTER
              DISPLAY "ROLLBACK: " WS-ACCT-RESTORED
                  " ACCOUNT(S) RESTORED TO "
                  FUNCTION TRIM(WS-ACCT-MASTER-FILE)
           END-IF.

       0660-RESTORE-CROSS-REFERENCE.
      * Backed up in key order, so it loads back sequentially too.
           OPEN OUTPUT XREF-FILE
           IF WS-FS-XREF NOT = "00"
              DISPLAY "ROLLBACK: CANNOT OPEN CROSS-REFERENCE "
                  FUNCTION TRIM(WS-XREF-FILE) " - FILE STATUS "
                  WS-FS-XREF
              MOVE 'Y' TO WS-RESTORE-FAILED
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ XREF-BKUP
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                          MOVE XREF-BKUP-REC TO XREF-RECORD
                          WRITE XREF-RECORD
                          IF WS-FS-XREF = "00"
                             ADD 1 TO WS-XREF-RESTORED
                          ELSE
                             DISPLAY "ROLLBACK: CROSS-REFERENCE WRITE "
                                 "FAILED WITH STATUS " WS-FS-XREF
                                 " AT KEY " XREF-KEY
                             MOVE 'Y' TO WS-RESTORE-FAILED
                             MOVE 'Y' TO WS-EOF
                          END-IF
                  END-READ
              END-PERFORM
              MOVE 'N' TO WS-EOF
              CLOSE XREF-FILE
              DISPLAY "ROLLBACK: " WS-XREF-RESTORED
                  " CROSS-REFERENCE RECORD(S) RESTORED TO "
                  FUNCTION TRIM(WS-XREF-FILE)
           END-IF.

       0700-WRITE-HISTORY.
      * A run-type R record, so the morning checks and the TREND
      * report see that the masters no longer match the last run.
      * A history that cannot be written is warned about; the
      * audit line is the record of authority.
           OPEN EXTEND RUN-HIST
           IF WS-FS-HIST = "35"
              OPEN OUTPUT RUN-HIST
           END-IF
           IF WS-FS-HIST = "00"
              MOVE SPACES TO HIST-RECORD
              MOVE WS-RUN-DATE TO HIST-RUN-DATE
              MOVE WS-RUN-TIME(1:6) TO HIST-RUN-TIME
              MOVE 0 TO HIST-FEED-COUNT
              MOVE 0 TO HIST-RECORDS-READ
              MOVE 0 TO HIST-RECORDS-REJECTED
              MOVE WS-MAST-RESTORED TO HIST-RECORDS-LOADED
              MOVE 0 TO HIST-DUP-GROUPS
              MOVE WS-HIGH-VALUE TO HIST-HIGH-VALUE
              MOVE WS-LOW-VALUE TO HIST-LOW-VALUE
              MOVE WS-FINAL-RC TO HIST-RETURN-CODE
              MOVE WS-MAST-BKUP-FILE TO HIST-FIRST-FEED
              MOVE 0 TO HIST-RECORDS-FILTERED
              MOVE 0 TO HIST-RECORDS-WRITTEN
              MOVE "R" TO HIST-RUN-TYPE
              WRITE HIST-RECORD
              CLOSE RUN-HIST
           ELSE
              DISPLAY "WARNING: CANNOT OPEN RUN HISTORY FILE "
                  FUNCTION TRIM(WS-HISTORY-FILE) " - FILE STATUS "
                  WS-FS-HIST " - ROLLBACK NOT ON THE RUN HISTORY"
              IF WS-FINAL-RC < 4
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

       0750-WRITE-AUDIT.
      * Same leading columns as MAINT's audit line (date, time,
      * user, action) so the trail reads in one sequence; action B
      * with no VALUE column, which MAINTREC passes over.
           MOVE SPACES TO AUDIT-REC
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               " USER " DELIMITED BY SIZE
               WS-USER DELIMITED BY SIZE
               " ACTION B ROLLBACK TO GENERATION " DELIMITED BY SIZE
               GEN-DATE(WS-PICKED) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               GEN-TIME(WS-PICKED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT DELIMITED BY SPACE
               " VALUES " DELIMITED BY SIZE
               WS-MAST-RESTORED DELIMITED BY SIZE
               " ACCOUNTS " DELIMITED BY SIZE
               WS-ACCT-RESTORED DELIMITED BY SIZE
               " LATER MAINT CHANGES LOST " DELIMITED BY SIZE
               WS-LATER-MAINT DELIMITED BY SIZE
               " LEDGER DAY POSTING NOT REVERSED" DELIMITED BY SIZE
               INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       0800-REPORT.
           DISPLAY "=============================================="
           DISPLAY "ROLLBACK TO GENERATION " GEN-DATE(WS-PICKED) "."
               GEN-TIME(WS-PICKED) " " WS-RESULT
           DISPLAY "  BY USER:            " WS-USER
           DISPLAY "  VALUES RESTORED:    " WS-MAST-RESTORED
           DISPLAY "  ACCOUNTS RESTORED:  " WS-ACCT-RESTORED
           DISPLAY "  LATER MAINT LOST:   " WS-LATER-MAINT
           IF WS-XREF-MISSING = 'Y'
              DISPLAY "  CROSS-REFERENCE:    NOT BACKED UP - LEFT AS "
                  "THE LATEST RUN WROTE IT"
           ELSE
              DISPLAY "  XREF RECS RESTORED: " WS-XREF-RESTORED
           END-IF
           DISPLAY "  LEDGER:             DAY POSTING NOT REVERSED - "
               "ADJUST BY HAND"
           IF WS-RESTORE-FAILED = 'Y'
              DISPLAY "THE MASTERS ARE NOT IN STEP - RUN ROLLBACK "
                  "AGAIN FOR THE SAME GENERATION BEFORE ANY INQUIRY"
           END-IF
           DISPLAY "==============================================".

       END PROGRAM ROLLBACK.
