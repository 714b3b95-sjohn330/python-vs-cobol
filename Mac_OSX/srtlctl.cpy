      * Shared record layout for the ledger close-control file: one
      * record appended by the LEDGCLOS month-end close for every
      * period it completes, carrying the period closed (YYYYMM),
      * when the close ran, and the statement totals. The close
      * refuses a period already on this file; the SORT run reads
      * the latest period here to know which month it is posting
      * into (the month after the last close; before any close has
      * run, the earliest period on the ledger, or the run's own
      * month while the ledger is still empty). Fields are written
      * at level 05 so the copying program supplies its own
      * enclosing 01 (the FD record in both programs).
               05 LCTL-PERIOD PIC 9(6).
               05 LCTL-CLOSE-DATE PIC 9(8).
               05 LCTL-CLOSE-TIME PIC 9(6).
               05 LCTL-ACCOUNTS PIC 9(7).
               05 LCTL-PERIOD-COUNT PIC 9(11).
               05 LCTL-PERIOD-TOTAL PIC 9(15).
