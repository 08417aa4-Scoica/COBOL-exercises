      * Requestor month-to-date balance record: what each requestor
      * has consumed against RQ-MONTHLY-BUDGET in one calendar month.
      * REQBAL.DAT is an indexed file keyed on requestor and month,
      * so a new month starts from a fresh record and earlier months
      * stay on file for comparison.  C06E01 adds every posted result
      * (a reversal's negative result gives the amount back) and
      * holds a transaction that would take the requestor over
      * budget; C06R13 reports utilization from it.
       01 REQUESTOR-BALANCE-RECORD.
          05 RB-KEY.
             10 RB-REQUESTOR-ID              PIC X(20).
             10 RB-MONTH                     PIC X(6).
          05 RB-CONSUMED                     PIC S9(9)V99
                                              SIGN IS LEADING SEPARATE.
          05 RB-POSTING-COUNT                PIC 9(7).
          05 RB-LAST-UPDATED                 PIC X(26).
