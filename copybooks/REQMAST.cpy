      * is held on the C06E01 pending-approval queue for supervisor
      * review (C06M04) instead of being calculated or rejected;
      * zero leaves the requestor with no hold tier.
      * RQ-MONTHLY-BUDGET caps what the requestor may consume in a
      * calendar month; C06E01 keeps the month-to-date figure on
      * REQBAL.DAT and holds a transaction that would overrun it.
      * Zero leaves the requestor with no monthly budget.  A master
      * written with the shorter record before the field was added
      * must be reloaded by C06E16, which sets the budget to zero.
       01 REQUESTOR-RECORD.
          05 RQ-REQUESTOR-ID                 PIC X(20).
          05 RQ-NAME                         PIC X(35).
             88 RequestorInactive    VALUE 'I'.
          05 RQ-MAX-VALUE                    PIC 9(7)V99.
          05 RQ-APPROVE-LIMIT                PIC 9(7)V99.
          05 RQ-MONTHLY-BUDGET               PIC 9(9)V99.
