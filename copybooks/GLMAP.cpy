      * General-ledger account map: for each department on the
      * requestor master and each calculation operator, the GL
      * accounts a posting is debited and credited to.  GLMAP.DAT is
      * an indexed file keyed on department plus operator, maintained
      * with C06M05 and read by the C06E10 journal job, which refuses
      * to build a journal while any department/operator pair on the
      * accounting export has no entry here.
       01 GL-MAP-RECORD.
          05 GM-KEY.
             10 GM-DEPARTMENT                PIC X(10).
             10 GM-OPERATOR                  PIC X.
                88 MappedOperator    VALUE '+', '-', '*', '/', '%'.
          05 GM-DEBIT-ACCOUNT                PIC X(12).
          05 GM-CREDIT-ACCOUNT               PIC X(12).
          05 GM-DESCRIPTION                  PIC X(30).
