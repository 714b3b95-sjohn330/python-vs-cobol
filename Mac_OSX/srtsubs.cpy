      * Shared record layout for the subscription control file: one
      * line per downstream receiver, naming the receiver (one word,
      * columns 1-8) and what it takes from each night's run - up to
      * eight SRT-SOURCE-SYS codes (columns 10-41, each code followed
      * by a space), up to four account ranges (columns 42-129, each
      * a low and a high account followed by a space; a blank high
      * means the low account alone) and one value range (columns
      * 130-135 low, 137-142 high). A blank selection takes
      * everything: no codes means every source system, no ranges
      * every account, a blank low value 000000 and a blank high
      * value 999999. A record must pass all three to go to the
      * receiver. Lines that are blank or start with an asterisk are
      * commentary. The SORT run reads it after the sorted output is
      * written and sends each receiver its own extract. Fields are
      * written at level 05 so the copying program supplies its own
      * enclosing 01.
               05 SUBS-RECEIVER PIC X(8).
               05 FILLER PIC X(1).
               05 SUBS-SOURCE-LIST.
                   10 SUBS-SOURCE-ENTRY OCCURS 8 TIMES.
                       15 SUBS-SOURCE PIC X(3).
                       15 FILLER PIC X(1).
               05 SUBS-ACCOUNT-LIST.
                   10 SUBS-ACCT-RANGE OCCURS 4 TIMES.
                       15 SUBS-ACCT-LOW PIC X(10).
                       15 FILLER PIC X(1).
                       15 SUBS-ACCT-HIGH PIC X(10).
                       15 FILLER PIC X(1).
               05 SUBS-VALUE-LOW PIC X(6).
               05 FILLER PIC X(1).
               05 SUBS-VALUE-HIGH PIC X(6).
