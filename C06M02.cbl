      * operator the C06M01 menu captured at sign-on, so a raised
      * RQ-MAX-VALUE can be traced to when and whom in front of the
      * auditors.  C06R11 reports over the log.
      * The monthly budget is kept here too: C06E01 holds any
      * transaction that would take the requestor's month-to-date
      * consumption past it, and C06R13 reports utilization.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-SHOW-MAX                            PIC Z(6)9.99.
       01 WS-SHOW-APPROVE                        PIC Z(6)9.99.
       01 WS-SHOW-BUDGET                         PIC Z(8)9.99.

       01 WS-MAINT-LOG-STATUS                    PIC XX.

           DISPLAY ' '
           DISPLAY 'ID                   NAME'
               '                                DEPT       A'
               '      MAX    APPROVE       BUDGET'
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO RQ-REQUESTOR-ID
           START REQMAST-FILE KEY NOT < RQ-REQUESTOR-ID
               PERFORM UNTIL EndOfReqMaster
                   MOVE RQ-MAX-VALUE TO WS-SHOW-MAX
                   MOVE RQ-APPROVE-LIMIT TO WS-SHOW-APPROVE
                   MOVE RQ-MONTHLY-BUDGET TO WS-SHOW-BUDGET
                   DISPLAY RQ-REQUESTOR-ID ' '
                       RQ-NAME ' '
                       RQ-DEPARTMENT ' '
                       RQ-ACTIVE-FLAG ' '
                       WS-SHOW-MAX ' '
                       WS-SHOW-APPROVE ' '
                       WS-SHOW-BUDGET
                   PERFORM ReadNextMasterRecord
               END-PERFORM
           END-IF
                   MOVE 'A' TO RQ-ACTIVE-FLAG
                   MOVE ZERO TO RQ-MAX-VALUE
                   MOVE ZERO TO RQ-APPROVE-LIMIT
                   MOVE ZERO TO RQ-MONTHLY-BUDGET
                   PERFORM EnterMasterDetails
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   WRITE REQUESTOR-RECORD
               MOVE FUNCTION NUMVAL(WS-ENTRY) TO RQ-APPROVE-LIMIT
           END-IF

      * Zero means no monthly budget.
           DISPLAY 'Monthly budget '
               '(ENTER keeps current) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-ENTRY) TO RQ-MONTHLY-BUDGET
           END-IF

           DISPLAY 'Active (A) or inactive (I) '
               '(ENTER keeps current) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY
