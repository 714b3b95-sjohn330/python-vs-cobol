      * record appended per artifact generation the SORT run kept,
      * carrying the run stamp that named the generation, the
      * artifact type (SORTED, DUPS, REJECTS, DELTA, STATS, STALE,
      * DUPDROPS, EXCEPTS, PART or SUBSCR, and MASTBKUP, ACCTBKUP
      * and XREFBKUP for the pre-load backups of the two masters
      * and the value/account cross-reference the ROLLBACK program
      * restores from) and the generation file name.
      * Fields are written at level 05 so the copying program
      * supplies its own enclosing 01 (the FD record in the SORT
      * program, the GENPURGE retention utility and the ROLLBACK
      * program).
               05 CAT-RUN-DATE PIC 9(8).
               05 CAT-RUN-TIME PIC 9(6).
               05 CAT-ARTIFACT-TYPE PIC X(8).
