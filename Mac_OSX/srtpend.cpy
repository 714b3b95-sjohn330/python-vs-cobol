      * Shared record layout for the maintenance approval queue:
      * one indexed record per value with a delete or count
      * correction keyed but not yet released, carrying the action
      * (D or C), the corrected count (zero on a delete), the
      * standing flag as keyed, and who keyed it and when. A value
      * holds at most one pending change at a time. MAINT writes an
      * entry when a delete or correction is keyed and removes it
      * when a second authorised user releases or declines it.
      * Fields are written at level 05 so the copying program
      * supplies its own enclosing 01.
               05 PEND-VALUE PIC 9(6).
               05 PEND-ACTION PIC X(1).
               05 PEND-COUNT PIC 9(7).
               05 PEND-STANDING PIC X(1).
               05 PEND-MAKER PIC X(8).
               05 PEND-DATE PIC 9(8).
               05 PEND-TIME PIC 9(6).
