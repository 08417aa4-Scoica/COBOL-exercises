      * Backup catalog: one record per generation the C06E15 nightly
      * backup holds of a master or control file, on C06E15C.DAT in
      * the order they were taken.  A generation is a copy of the
      * whole file, named after it with the backup date in place of
      * the extension (REQMAST.DAT is kept as REQMAST.20261015 and
      * so on), with the records it held counted so a restore can be
      * checked.  A generation pruned once more than the chosen
      * number are kept is deleted and dropped from the catalog.
      * C06M10 lists the catalog to restore from.
       01 BACKUP-CATALOG-RECORD.
          05 BC-FILE-NAME                    PIC X(12).
          05 BC-GENERATION-NAME              PIC X(20).
          05 BC-BACKUP-DATE                  PIC X(8).
          05 BC-BACKUP-TIMESTAMP             PIC X(26).
          05 BC-RECORD-COUNT                 PIC 9(7).
