      * Shared record layout for the operator authority file: one
      * line per user id allowed to key master maintenance, with
      * the actions it may perform - column 9 holds A when it may
      * add a value, column 10 D when it may delete one, column 11
      * C when it may correct an occurrence count (a blank column
      * withholds that action) - and the operator's name for the
      * listing. Deletes and corrections need a second id holding
      * the same authority to release them. Lines that are blank or
      * start with an asterisk are commentary. The MAINT program
      * loads it at start-up. Fields are written at level 05 so the
      * copying program supplies its own enclosing 01.
               05 AUTH-USER PIC X(8).
               05 AUTH-ACTIONS.
                   10 AUTH-ADD PIC X(1).
                   10 AUTH-DELETE PIC X(1).
                   10 AUTH-CORRECT PIC X(1).
               05 AUTH-NAME PIC X(30).
