      * so the C06R10 aging report can spot rejections left open for
      * weeks; records stamped before the field existed carry
      * spaces and age as unknown.
      * ER-CLEARED-TIMESTAMP records when C06E03 recycled or dropped
      * the rejection, so the C06R16 service-level report can show
      * how long rejections sat before they were dealt with; it is
      * spaces while the rejection is open.
       01 EXCEPTION-RECORD.
          05 ER-BATCH-ID                     PIC X(10).
          05 ER-REQUESTOR                    PIC X(20).
             88 ExceptionRecycled    VALUE 'R'.
             88 ExceptionDropped     VALUE 'D'.
          05 ER-WRITTEN-TIMESTAMP            PIC X(26).
          05 ER-CLEARED-TIMESTAMP            PIC X(26).
