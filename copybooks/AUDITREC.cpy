      * The batch and requestor identify where each calculation came
      * from, and let C06E01 spot a batch that was already processed
      * in an earlier run.
      * AR-SEQUENCE-NO numbers every posting on the trail, carrying
      * on across C06E04 archives, so a posting can be named by that
      * number alone.  A 'V' reversal entry negates an earlier
      * posting and carries its number in AR-ORIGINAL-SEQ; records
      * written before the numbering was introduced hold spaces in
      * all three fields.
      * AR-CHAIN-VALUE is a check value chained from the previous
      * record's (C06U02), so a record edited, deleted or slipped in
      * by hand on the live trail or an archive is caught by the
      * C06R14 integrity check.  Records written before it existed
      * hold spaces there.
      * AR-RATE-CODE names the RATETAB code a posting made from an
      * 'R' rate detail was calculated at, so C06E13 can find the
      * postings a back-dated rate change has made wrong; every
      * other entry, and records written before the field existed,
      * hold spaces.  An 'A' adjustment entry is written by C06E13
      * for the difference between what such a posting (named in
      * AR-ORIGINAL-SEQ) was charged and what the corrected rate
      * gives.  The check value covers the rate code whenever one
      * is present.
       01 AUDIT-RECORD.
          05 AR-TIMESTAMP                    PIC X(26).
          05 AR-BATCH-ID                     PIC X(10).
          05 AR-OPERATOR                     PIC X.
          05 AR-RESULT                       PIC S9(7)V99
                                              SIGN IS LEADING SEPARATE.
          05 AR-SEQUENCE-NO                  PIC 9(9).
          05 AR-ENTRY-TYPE                   PIC X.
             88 CalculationEntry     VALUE 'C', SPACE.
             88 ReversalEntry        VALUE 'V'.
             88 AdjustmentEntry      VALUE 'A'.
          05 AR-ORIGINAL-SEQ                 PIC 9(9).
          05 AR-CHAIN-VALUE                  PIC 9(10).
          05 AR-RATE-CODE                    PIC X(8).
