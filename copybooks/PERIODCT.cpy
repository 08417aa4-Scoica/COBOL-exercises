      * Accounting period control record: one record per calendar
      * month (PC-PERIOD, YYYYMM) on the indexed file PERIOD.DAT,
      * saying whether the month is open or closed for posting.  A
      * month with no record has never been closed and is open.
      * C06M08 closes a month - only once no holds or rejections
      * from it are still open - and records who closed it and when,
      * with the month's posting count and result total as the
      * control figures; C06E01 rejects any batch whose header date
      * falls in a closed month.  A month reopened by a supervisor
      * through C06M08 goes back to 'O' but keeps the last closing
      * details for reference.
       01 PERIOD-CONTROL-RECORD.
          05 PC-PERIOD                       PIC X(6).
          05 PC-STATUS                       PIC X.
             88 PeriodOpen           VALUE 'O', SPACE.
             88 PeriodClosed         VALUE 'C'.
          05 PC-CLOSED-BY                    PIC X(35).
          05 PC-CLOSED-TIMESTAMP             PIC X(26).
          05 PC-POSTING-COUNT                PIC 9(7).
          05 PC-RESULT-TOTAL                 PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
          05 PC-DEPARTMENT-COUNT             PIC 9(4).
