      * Run lock: the single record on RUNLOCK.DAT while an updating
      * program - C06E01, C06E03, C06M04, C06E04 or the C06E05
      * nightly driver - is rewriting the shared files C06E01X.DAT,
      * C06E01P.DAT and BATCHREG.DAT, or while the C06E15 backup
      * copies the master files or C06M10 restores one, or while
      * C06E13 appends rate adjustments to the audit trail, results
      * and accounting export.  The file is empty when no one holds
      * the lock.  It is only ever read or written through C06U03,
      * which also hands the holder back to a program that finds the
      * lock taken, in this same layout.
      * LK-OPERATOR is the operator signed on to the C06M01 menu, or
      * BATCH RUN for a program started outside it.
       01 RUN-LOCK-RECORD.
          05 LK-PROGRAM                      PIC X(8).
          05 LK-OPERATOR                     PIC X(35).
          05 LK-TAKEN-TIMESTAMP              PIC X(26).
