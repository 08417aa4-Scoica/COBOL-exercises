      * operator the C06M01 menu captured at sign-on, so "who
      * changed it and when" is answered from the log instead of
      * guesswork.  C06M03 writes C06M03L.DAT for the rate table and
      * C06M02 writes C06M02L.DAT for the requestor master, C06M05
      * writes C06M05L.DAT for the GL account map, C06M06 writes
      * C06M06L.DAT for the operator master (as does C06M01 when it
      * locks an ID or records a PIN change at sign-on), C06M07 writes
      * C06M07L.DAT for the standing instructions and C06M08 writes
      * C06M08L.DAT for period closes and reopens, C06M09 writes
      * C06M09L.DAT for run locks cleared and C06M10 writes
      * C06M10L.DAT for files restored from backup; C06R11 reports
      * over any of the logs.
       01 MAINT-LOG-RECORD.
          05 ML-TIMESTAMP                    PIC X(26).
          05 ML-PROGRAM                      PIC X(8).
