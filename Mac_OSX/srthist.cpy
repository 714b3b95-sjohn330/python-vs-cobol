      * zero.
               05 HIST-RECORDS-FILTERED PIC 9(7).
               05 HIST-RECORDS-WRITTEN PIC 9(7).
      * Run type, added last for the same reason: blank (every
      * record the SORT run writes, and every old record) for a
      * nightly run, R for a master rollback the ROLLBACK program
      * recorded - its LOADED figure is the values it restored and
      * its first-feed name the value-master backup it restored
      * from. Readers averaging run volumes leave R records out.
               05 HIST-RUN-TYPE PIC X(1).
