      * C06E01, C06E03 and C06E04 as they touch the batch.  C06E06
      * shows it first, so "where is batch MKT0814?" is answered
      * from one record instead of four file scans.
      * BR-REVERSED-COUNT counts 'V' reversals C06E01 has posted
      * against the batch; a batch with some of its results backed
      * out shows PART REV, one with all of them backed out REVERSED.
      * A registry written with the shorter record before the count
      * was added must be reloaded by C06E16, which starts it at zero.
       01 BATCH-REGISTRY-RECORD.
          05 BR-BATCH-ID                     PIC X(10).
          05 BR-STATUS                       PIC X(10).
             88 BatchRejected        VALUE 'REJECTED'.
             88 BatchRecycled        VALUE 'RECYCLED'.
             88 BatchArchived        VALUE 'ARCHIVED'.
             88 BatchPartReversed    VALUE 'PART REV'.
             88 BatchReversed        VALUE 'REVERSED'.
          05 BR-FIRST-TIMESTAMP              PIC X(26).
          05 BR-LAST-TIMESTAMP               PIC X(26).
          05 BR-RESULT-COUNT                 PIC 9(7).
          05 BR-EXCEPTION-COUNT              PIC 9(7).
          05 BR-RECYCLED-COUNT               PIC 9(7).
          05 BR-ARCHIVED-COUNT               PIC 9(7).
          05 BR-REVERSED-COUNT               PIC 9(7).
