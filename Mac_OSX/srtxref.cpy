      * Shared record layout for the value/account cross-reference
      * rebuilt by every SORT run alongside the two masters: each
      * distinct value/account pair in the run is written twice,
      * once under type V (major key the value, minor the account)
      * and once under type A (major the account, minor the value),
      * so a keyed START on the type and major key followed by
      * sequential reads lists every account that sent a value, or
      * every value an account sent, in key order. A value sits in
      * the first six key columns with the rest blank. Each record
      * carries how many input records the pair accounted for and
      * the date of the run that loaded it. The BROWSE
      * program reads it for its drill-downs. Fields are written at
      * level 05 so the copying program supplies its own enclosing
      * 01 (the FD record in both).
               05 XREF-KEY.
                   10 XREF-TYPE PIC X(1).
                   10 XREF-MAJOR PIC X(10).
                   10 XREF-MINOR PIC X(10).
               05 XREF-OCCURS PIC 9(7).
               05 XREF-RUN-DATE PIC 9(8).
