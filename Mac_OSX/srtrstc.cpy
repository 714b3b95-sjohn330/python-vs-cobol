      * Shared record layout for the PIPELINE restart control file:
      * one record appended as each step of the overnight chain
      * finishes, stamped with the date and time the chain started,
      * carrying the step's number and name, its return code, C
      * when the chain went on past it or F when it stopped the
      * chain, and the driver's state at that point - the sorted
      * output and reject file names the step left behind, the
      * SORT's exported reject count, and the reconciliation and
      * repair return codes carried towards the final verdict - so
      * a later invocation can resume after the last completed step
      * without redoing it. The file is emptied when a chain
      * completes. Fields are written at level 05 so the copying
      * program supplies its own enclosing 01.
               05 RSTC-CHAIN-DATE PIC 9(8).
               05 RSTC-CHAIN-TIME PIC 9(6).
               05 RSTC-STEP-NUM PIC 9(1).
               05 RSTC-STEP-NAME PIC X(16).
               05 RSTC-STEP-RC PIC 9(2).
               05 RSTC-OUTCOME PIC X(1).
               05 RSTC-REJ-COUNT-KNOWN PIC X(1).
               05 RSTC-SORT-REJ-COUNT PIC 9(7).
               05 RSTC-SORT-OOB-RC PIC 9(2).
               05 RSTC-REPAIR-RC PIC 9(2).
               05 RSTC-OUTPUT-FILE PIC X(100).
               05 RSTC-REJECT-FILE PIC X(100).
