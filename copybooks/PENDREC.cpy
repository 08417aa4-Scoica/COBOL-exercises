      * next C06E01 run, the way C06E03 releases corrected
      * rejections) or refuses it; the status byte keeps a reviewed
      * hold from being released twice.
      * PD-REASON says why the transaction was held - over the
      * approval limit, or over the requestor's monthly budget -
      * so the supervisor knows what is being approved; holds
      * written before the field existed carry spaces and were all
      * approval-limit holds.
      * A transaction held as UNUSUAL AMOUNT - far outside the
      * requestor's profile of typical amounts - carries the typical
      * amount it was measured against and how many spreads away
      * from it Num1 was, so C06M04 and the C06R15 anomaly report
      * can show how unusual it is.  Other holds carry zeros there,
      * and holds written before the fields existed carry spaces.
      * PD-REVIEWED-TIMESTAMP records when C06M04 approved or refused
      * the hold, for the C06R16 service-level report; it is spaces
      * while the hold awaits review.
       01 PENDING-RECORD.
          05 PD-BATCH-ID                     PIC X(10).
          05 PD-REQUESTOR                    PIC X(20).
             88 PendingApproval      VALUE SPACE.
             88 PendingApproved      VALUE 'A'.
             88 PendingRefused       VALUE 'R'.
          05 PD-REASON                       PIC X(40).
          05 PD-PROFILE-MEAN                 PIC 9(7)V99.
          05 PD-DEVIATION                    PIC S9(5)V9
                                              SIGN IS LEADING SEPARATE.
          05 PD-REVIEWED-TIMESTAMP           PIC X(26).
