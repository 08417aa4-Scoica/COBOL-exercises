           MOVE WS-REASON        TO ER-REASON
           SET ExceptionOpen     TO TRUE
           MOVE FUNCTION CURRENT-DATE TO ER-WRITTEN-TIMESTAMP
           MOVE SPACES TO ER-CLEARED-TIMESTAMP
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           .                                                                    
