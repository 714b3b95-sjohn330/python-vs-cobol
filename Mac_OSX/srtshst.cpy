      * Shared record layout for the per-source history file: one
      * record appended per source system per SORT run, carrying the
      * run stamp and that source's reconciliation figures - what
      * was read, loaded and rejected, the value hash, the control
      * totals its upstream declared (zero when none) - and the
      * verdict: B in balance with its control totals, O out of
      * balance, M declared by the upstream but nothing read (a
      * missing feed), U missed its control totals on a run resumed
      * from a checkpoint (unverified, not enforced), N no control
      * total declared - and the pass: blank for an ordinary run, R
      * for the PIPELINE driver's repair rerun, whose records stand
      * in for that night's first-pass records (the rerun re-reads
      * the same feeds). The SRCCARD scorecard reports over it.
      * Fields are written at level 05 so the copying program
      * supplies its own enclosing 01 (the FD record in both).
               05 SHST-RUN-DATE PIC 9(8).
               05 SHST-RUN-TIME PIC 9(6).
               05 SHST-SOURCE PIC X(3).
               05 SHST-READ PIC 9(7).
               05 SHST-LOADED PIC 9(7).
               05 SHST-REJECTED PIC 9(7).
               05 SHST-HASH PIC 9(12).
               05 SHST-CTL-COUNT PIC 9(7).
               05 SHST-CTL-HASH PIC 9(12).
               05 SHST-STATUS PIC X(1).
               05 SHST-PASS PIC X(1).
