           MOVE OM-ACTIVE-FLAG  TO RQ-ACTIVE-FLAG
           MOVE OM-MAX-VALUE    TO RQ-MAX-VALUE
      * The old layout had no approval limit - converted requestors
      * start with no hold tier and no monthly budget until C06M02
      * sets them.
           MOVE ZERO            TO RQ-APPROVE-LIMIT
           MOVE ZERO            TO RQ-MONTHLY-BUDGET
           WRITE REQUESTOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
