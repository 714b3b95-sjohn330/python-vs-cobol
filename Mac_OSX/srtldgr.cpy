      * Shared record layout for the accumulating account ledger:
      * one indexed record per account number, keyed on the
      * account, that - unlike the account master, rebuilt from
      * scratch every night - carries its figures forward from run
      * to run. Each SORT run's account rollup posts the night's
      * record count and value total into the month-to-date
      * figures of the open period (LDGR-PERIOD, YYYYMM); the
      * LEDGCLOS month-end close prints the period statement, rolls
      * the month into the year-to-date figures for LDGR-YTD-YEAR
      * and resets the month. The DAY fields remember the last
      * night's posting so a same-day rerun (the PIPELINE driver's
      * rerun with repaired rejects merged in) replaces that
      * night's figures instead of counting them twice. The CLOSED
      * fields are set by the close as it rolls the account: the
      * period just closed and the month and year-to-date figures
      * the statement showed for it, so a rerun of an interrupted
      * close can still count accounts the earlier attempt rolled
      * into the period's totals. Fields are written at level 05
      * so the copying program supplies its own enclosing 01 (the
      * FD record in both programs).
               05 LDGR-ACCOUNT PIC X(10).
               05 LDGR-PERIOD PIC 9(6).
               05 LDGR-MTD-COUNT PIC 9(9).
               05 LDGR-MTD-TOTAL PIC 9(15).
               05 LDGR-YTD-YEAR PIC 9(4).
               05 LDGR-YTD-COUNT PIC 9(9).
               05 LDGR-YTD-TOTAL PIC 9(15).
               05 LDGR-DAY-DATE PIC 9(8).
               05 LDGR-DAY-COUNT PIC 9(7).
               05 LDGR-DAY-TOTAL PIC 9(12).
               05 LDGR-FIRST-POST-DATE PIC 9(8).
               05 LDGR-CLOSED-PERIOD PIC 9(6).
               05 LDGR-CLOSED-COUNT PIC 9(9).
               05 LDGR-CLOSED-TOTAL PIC 9(15).
               05 LDGR-CLOSED-YTD-COUNT PIC 9(9).
               05 LDGR-CLOSED-YTD-TOTAL PIC 9(15).
