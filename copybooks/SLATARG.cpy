      * Service-level target record on C06R16T.DAT, kept by hand like
      * the C06R07 thresholds: one line per department (as on
      * REQMAST.DAT) with the hours allowed from a batch's arrival
      * at the C06E08 consolidation to its first processing by
      * C06E01, and the hours a rejection or hold may sit before
      * C06E03 or C06M04 deals with it.  A line for the department
      * '*DEFAULT*' sets the targets for every department without a
      * line of its own.
       01 SLA-TARGET-RECORD.
          05 ST-DEPARTMENT                   PIC X(10).
          05 ST-TURNAROUND-HOURS             PIC 9(3).
          05 ST-CLEAR-HOURS                  PIC 9(3).
