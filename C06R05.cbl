       PROCEDURE DIVISION.
       00000-RECONCILE-RUN.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE ZERO TO WS-RESULT-COUNT
           MOVE 'N' TO WS-TABLE-FULL-FLAG
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE ZERO TO WS-AUDIT-TOTAL
           MOVE ZERO TO WS-AUDIT-MATCHED
           MOVE ZERO TO WS-MISMATCH-COUNT

           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               DISPLAY 'Result file C06E01R.DAT not found - '
                   'reconciliation skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
               DISPLAY 'Unable to open report file C06R05.RPT - '
                   'reconciliation skipped.'
               CLOSE RESULT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'THREE-WAY RECONCILIATION - C06E01 RUN'
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

       LoadResultFile.
           MOVE 'N' TO WS-EOF-FLAG
