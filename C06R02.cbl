       PROCEDURE DIVISION.
       00000-BUILD-ACTIVITY-STATEMENT.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-ACTIVITY-COUNT
           MOVE ZERO TO WS-GRAND-COUNT
           MOVE ZERO TO WS-GRAND-TOTAL

           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               DISPLAY 'Result file C06E01R.DAT not found - '
                   'activity statement skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
               DISPLAY 'Unable to open report file C06R02.RPT - '
                   'activity statement skipped.'
               CLOSE RESULT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ReadResultRecord

           DISPLAY 'Requestor activity statement complete.'

           GOBACK.

       ReadResultRecord.
           READ RESULT-FILE
