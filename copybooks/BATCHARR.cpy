      * Batch arrival record, appended by C06E08 to C06E08A.DAT for
      * each batch ID it finds in an accepted department feeder: when
      * the batch arrived (the time of the consolidation that took
      * it in), the feeder file it came in and the feeder's batch
      * date, with the requestor on its first detail so the batch
      * can be placed in a department through REQMAST.DAT.  The
      * C06R16 service-level report measures each batch's turnaround
      * from here to its BATCHREG.DAT timestamps.  A batch sent again
      * on a later night is logged again; the report measures the
      * first arrival.
       01 BATCH-ARRIVAL-RECORD.
          05 BA-BATCH-ID                     PIC X(10).
          05 BA-REQUESTOR                    PIC X(20).
          05 BA-ARRIVAL-TIMESTAMP            PIC X(26).
          05 BA-BATCH-DATE                   PIC X(8).
          05 BA-FEEDER-NAME                  PIC X(40).
