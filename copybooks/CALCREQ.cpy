      * literal percentage; C06E01 looks the code up and applies the
      * table rate with the '%' operator.  Rate details contribute
      * only Num1 to the trailer hash total.
      * A 'V' reversal detail backs out a result that was already
      * posted: it names the original batch and requestor and the
      * AR-SEQUENCE-NO of the posting on the audit trail, and C06E01
      * writes the negating result, audit and accounting entries.
      * Reversal details count in the trailer record count but add
      * nothing to the hash total.
       01 CALC-REQUEST.
          05 CQ-RECORD-TYPE                  PIC X.
             88 HeaderRecord         VALUE 'H'.
             88 DetailRecord         VALUE 'D'.
             88 ChainedRecord        VALUE 'C'.
             88 RateRecord           VALUE 'R'.
             88 ReversalRecord       VALUE 'V'.
             88 TrailerRecord        VALUE 'T'.
          05 CQ-DETAIL.
             10 CQ-BATCH-ID                  PIC X(10).
                                              SIGN IS LEADING SEPARATE.
             10 CQ-RT-RATE-CODE              PIC X(8).
             10 FILLER                       PIC X(3).
          05 CQ-REVERSAL-DETAIL REDEFINES CQ-DETAIL.
             10 CQ-RV-BATCH-ID               PIC X(10).
             10 CQ-RV-REQUESTOR              PIC X(20).
             10 CQ-RV-POSTING-SEQ            PIC 9(9).
             10 FILLER                       PIC X(12).
          05 CQ-TRAILER REDEFINES CQ-DETAIL.
             10 CQ-TRL-RECORD-COUNT          PIC 9(7).
             10 CQ-TRL-HASH-TOTAL            PIC S9(9)V99
