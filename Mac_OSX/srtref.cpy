      * Shared record layout for the account / source-system
      * reference registry: one indexed record per account number
      * and per upstream source-system code the business has
      * registered, keyed on the entry type (A = account, S =
      * source system) followed by the code itself - an account
      * fills all ten code columns, a source-system code fills the
      * first three and leaves the rest blank, exactly as
      * SRT-SOURCE-SYS arrives in a feed. Each entry carries its
      * status (O = open, C = closed), the date it opened, the
      * date it closed (zero while open), a free-text description,
      * and the date and user id of the last maintenance
      * transaction that touched it. The SORT run reads it by key
      * while validating input; the REFMAINT program maintains it.
      * Fields are written at level 05 so the copying program
      * supplies its own enclosing 01 (the FD record in both).
               05 REF-KEY.
                   10 REF-TYPE PIC X(1).
                   10 REF-CODE PIC X(10).
               05 REF-STATUS PIC X(1).
               05 REF-OPEN-DATE PIC 9(8).
               05 REF-CLOSE-DATE PIC 9(8).
               05 REF-DESCRIPTION PIC X(30).
               05 REF-CHANGE-DATE PIC 9(8).
               05 REF-CHANGE-USER PIC X(8).
