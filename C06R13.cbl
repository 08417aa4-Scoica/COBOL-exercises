       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06R13.
       AUTHOR. Andrei Stoica.
      * Monthly budget utilization report.  RQ-MAX-VALUE and
      * RQ-APPROVE-LIMIT only cap a single transaction; the monthly
      * budget on the requestor master caps the month, and C06E01
      * keeps what each requestor has consumed against it on the
      * indexed balance file REQBAL.DAT.  This report walks the
      * master, looks up each requestor's balance for the month and
      * lists budget, amount consumed, percent used and a projected
      * month-end figure - consumption so far spread over the days
      * elapsed and carried to the end of the month - grouped by
      * department with department totals.  Requestors with neither
      * a budget nor any consumption are left off.  A projection
      * over budget is flagged so the department can act before the
      * overrun starts landing on the C06M04 approval queue.
      * The month (YYYYMM) may be given on the command line; it
      * defaults to the current month.  A past month is complete, so
      * its projection is simply what was consumed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQMAST-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "REQBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06R13.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQMAST-FILE.
           COPY REQMAST.

       FD  BALANCE-FILE.
           COPY REQBAL.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfReqMaster             VALUE 'Y'.

       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-BALANCE-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-BALANCE-OPEN-FLAG                   PIC X VALUE 'N'.
          88 BalanceOpen                VALUE 'Y'.

       01 WS-RUN-PARM                            PIC X(40) VALUE SPACE.

       01 WS-TODAY                               PIC X(8).

       01 WS-REPORT-MONTH                        PIC X(6).
       01 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
          05 WS-REPORT-YEAR                      PIC 9(4).
          05 WS-REPORT-MM                        PIC 99.

      * First day of the report month and of the month after it, to
      * count the days in the month.
       01 WS-MONTH-START                         PIC 9(8).
       01 WS-NEXT-MONTH-START                    PIC 9(8).
       01 WS-NEXT-YEAR                           PIC 9(4).
       01 WS-NEXT-MM                             PIC 99.

       01 WS-DAYS-IN-MONTH                       PIC 99.
       01 WS-DAYS-ELAPSED                        PIC 99.

      * One entry per department on the master, with its budgeted or
      * consuming requestors underneath.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-COUNT                       PIC 9(4) VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES.
             10 WS-DPT-NAME                      PIC X(10).
             10 WS-DPT-BUDGET                    PIC S9(11)V99.
             10 WS-DPT-CONSUMED                  PIC S9(11)V99.
             10 WS-DPT-PROJECTED                 PIC S9(11)V99.
             10 WS-DPT-REQ-COUNT                 PIC 9(3).
             10 WS-DPT-REQ OCCURS 50 TIMES.
                15 WS-DPT-REQ-ID                 PIC X(20).
                15 WS-DPT-REQ-BUDGET             PIC 9(9)V99.
                15 WS-DPT-REQ-CONSUMED           PIC S9(9)V99.
                15 WS-DPT-REQ-PROJECTED          PIC S9(9)V99.

       01 WS-DEPT-IX                             PIC 9(4) COMP.
       01 WS-REQ-IX                              PIC 9(4) COMP.

       01 WS-FOUND-DEPT-IX                       PIC 9(4) COMP.
       01 WS-FOUND-FLAG                          PIC X VALUE 'N'.
          88 EntryFound                 VALUE 'Y'.

       01 WS-CURR-BUDGET                         PIC 9(9)V99.
       01 WS-CURR-CONSUMED                       PIC S9(9)V99.
       01 WS-CURR-PROJECTED                      PIC S9(9)V99.

       01 WS-LINE-BUDGET                         PIC S9(11)V99.
       01 WS-LINE-CONSUMED                       PIC S9(11)V99.
       01 WS-LINE-PROJECTED                      PIC S9(11)V99.
       01 WS-LINE-PERCENT                        PIC 9(5)V9.

       01 WS-GRAND-BUDGET                        PIC S9(11)V99
                                                 VALUE ZERO.
       01 WS-GRAND-CONSUMED                      PIC S9(11)V99
                                                 VALUE ZERO.
       01 WS-GRAND-PROJECTED                     PIC S9(11)V99
                                                 VALUE ZERO.

       01 WS-OVER-COUNT                          PIC 9(5) VALUE ZERO.

       01 WS-REPORT-BUDGET                       PIC -(9)9.99.
       01 WS-REPORT-CONSUMED                     PIC -(9)9.99.
       01 WS-REPORT-PROJECTED                    PIC -(9)9.99.
       01 WS-REPORT-PERCENT-AREA.
          05 WS-REPORT-PERCENT                   PIC ZZZZ9.9.
       01 WS-REPORT-FLAG                         PIC X(4).
       01 WS-REPORT-NUMBER                       PIC Z(4)9.
       01 WS-REPORT-DAY                          PIC Z9.

       PROCEDURE DIVISION.
       00000-BUILD-BUDGET-REPORT.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-BALANCE-OPEN-FLAG
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-GRAND-BUDGET
           MOVE ZERO TO WS-GRAND-CONSUMED
           MOVE ZERO TO WS-GRAND-PROJECTED
           MOVE ZERO TO WS-OVER-COUNT

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-RUN-PARM(1:6) IS NUMERIC
               AND WS-RUN-PARM(5:2) > '00'
               AND WS-RUN-PARM(5:2) < '13'
               MOVE WS-RUN-PARM(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF

           IF WS-REPORT-MONTH > WS-TODAY(1:6)
               DISPLAY 'Report month ' WS-REPORT-MONTH
                   ' has not started - budget report skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WorkOutMonthDays

           OPEN INPUT REQMAST-FILE
           IF WS-REQMAST-STATUS NOT = '00'
               DISPLAY 'Requestor master REQMAST.DAT not found - '
                   'budget report skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY 'Requestor balance file REQBAL.DAT not found '
                   '- every requestor shows nothing consumed.'
           ELSE
               MOVE 'Y' TO WS-BALANCE-OPEN-FLAG
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06R13.RPT - '
                   'budget report skipped.'
               CLOSE REQMAST-FILE
               IF BalanceOpen
                   CLOSE BALANCE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ReadMasterRecord

           PERFORM UNTIL EndOfReqMaster
               PERFORM AccumulateRequestor
               PERFORM ReadMasterRecord
           END-PERFORM

           CLOSE REQMAST-FILE
           IF BalanceOpen
               CLOSE BALANCE-FILE
           END-IF

           PERFORM WriteBudgetReport

           CLOSE REPORT-FILE

           IF WS-OVER-COUNT > ZERO
               MOVE WS-OVER-COUNT TO WS-REPORT-NUMBER
               DISPLAY 'Requestors projected over budget - '
                   WS-REPORT-NUMBER
           END-IF
           DISPLAY 'Budget utilization report complete.'

           GOBACK.

      * Days in the month from the first of the month to the first
      * of the next; days elapsed is today's day for the current
      * month, and the whole month for a month already over.
       WorkOutMonthDays.
           COMPUTE WS-MONTH-START =
               WS-REPORT-YEAR * 10000 + WS-REPORT-MM * 100 + 1
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-YEAR = WS-REPORT-YEAR + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-REPORT-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MM = WS-REPORT-MM + 1
           END-IF
           COMPUTE WS-NEXT-MONTH-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

           IF WS-REPORT-MONTH = WS-TODAY(1:6)
               MOVE WS-TODAY(7:2) TO WS-DAYS-ELAPSED
           ELSE
               MOVE WS-DAYS-IN-MONTH TO WS-DAYS-ELAPSED
           END-IF
           .

       ReadMasterRecord.
           READ REQMAST-FILE NEXT RECORD
               AT END SET EndOfReqMaster TO TRUE
           END-READ
           .

       AccumulateRequestor.
           MOVE RQ-MONTHLY-BUDGET TO WS-CURR-BUDGET

           MOVE ZERO TO WS-CURR-CONSUMED
           IF BalanceOpen
               MOVE RQ-REQUESTOR-ID TO RB-REQUESTOR-ID
               MOVE WS-REPORT-MONTH TO RB-MONTH
               READ BALANCE-FILE
                   NOT INVALID KEY
                       MOVE RB-CONSUMED TO WS-CURR-CONSUMED
               END-READ
           END-IF

           IF WS-CURR-BUDGET = ZERO AND WS-CURR-CONSUMED = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CURR-PROJECTED ROUNDED =
               WS-CURR-CONSUMED / WS-DAYS-ELAPSED * WS-DAYS-IN-MONTH
               ON SIZE ERROR
                   MOVE WS-CURR-CONSUMED TO WS-CURR-PROJECTED
           END-COMPUTE

           PERFORM FindDepartment
           IF NOT EntryFound
               EXIT PARAGRAPH
           END-IF

           IF WS-DPT-REQ-COUNT(WS-FOUND-DEPT-IX) NOT < 50
               DISPLAY 'WARNING - more than 50 budgeted requestors '
                   'for department ' WS-DPT-NAME(WS-FOUND-DEPT-IX)
               DISPLAY 'the requestor list on the report is '
                   'incomplete.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DPT-REQ-COUNT(WS-FOUND-DEPT-IX)
           MOVE WS-DPT-REQ-COUNT(WS-FOUND-DEPT-IX) TO WS-REQ-IX
           MOVE RQ-REQUESTOR-ID
               TO WS-DPT-REQ-ID(WS-FOUND-DEPT-IX, WS-REQ-IX)
           MOVE WS-CURR-BUDGET
               TO WS-DPT-REQ-BUDGET(WS-FOUND-DEPT-IX, WS-REQ-IX)
           MOVE WS-CURR-CONSUMED
               TO WS-DPT-REQ-CONSUMED(WS-FOUND-DEPT-IX, WS-REQ-IX)
           MOVE WS-CURR-PROJECTED
               TO WS-DPT-REQ-PROJECTED(WS-FOUND-DEPT-IX, WS-REQ-IX)

           ADD WS-CURR-BUDGET    TO WS-DPT-BUDGET(WS-FOUND-DEPT-IX)
           ADD WS-CURR-CONSUMED  TO WS-DPT-CONSUMED(WS-FOUND-DEPT-IX)
           ADD WS-CURR-PROJECTED TO WS-DPT-PROJECTED(WS-FOUND-DEPT-IX)
           .

       FindDepartment.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DPT-NAME(WS-DEPT-IX) = RQ-DEPARTMENT
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-DEPT-IX TO WS-FOUND-DEPT-IX
               END-IF
           END-PERFORM

           IF NOT EntryFound
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-FOUND-DEPT-IX
                   MOVE RQ-DEPARTMENT
                       TO WS-DPT-NAME(WS-FOUND-DEPT-IX)
                   MOVE ZERO TO WS-DPT-BUDGET(WS-FOUND-DEPT-IX)
                   MOVE ZERO TO WS-DPT-CONSUMED(WS-FOUND-DEPT-IX)
                   MOVE ZERO TO WS-DPT-PROJECTED(WS-FOUND-DEPT-IX)
                   MOVE ZERO TO WS-DPT-REQ-COUNT(WS-FOUND-DEPT-IX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   DISPLAY 'WARNING - more than 50 departments on '
                       'the master; report is incomplete.'
               END-IF
           END-IF
           .

       WriteBudgetReport.
           MOVE SPACES TO REPORT-LINE
           STRING 'MONTHLY BUDGET UTILIZATION - ' DELIMITED BY SIZE
               WS-REPORT-MONTH                    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DAYS-ELAPSED TO WS-REPORT-DAY
           MOVE SPACES TO REPORT-LINE
           STRING 'PROJECTION BASED ON DAY ' DELIMITED BY SIZE
               WS-REPORT-DAY                  DELIMITED BY SIZE
               ' OF '                         DELIMITED BY SIZE
               WS-DAYS-IN-MONTH               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  REQUESTOR                   BUDGET      CONSUMED'
               TO REPORT-LINE
           MOVE '  USED%     PROJECTED' TO REPORT-LINE(52:21)
           WRITE REPORT-LINE

           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               PERFORM WriteDepartmentSection
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-BUDGET    TO WS-LINE-BUDGET
           MOVE WS-GRAND-CONSUMED  TO WS-LINE-CONSUMED
           MOVE WS-GRAND-PROJECTED TO WS-LINE-PROJECTED
           PERFORM FormatAmounts
           MOVE SPACES TO REPORT-LINE
           MOVE 'GRAND TOTAL' TO REPORT-LINE(1:20)
           PERFORM PlaceAmounts
           WRITE REPORT-LINE

           MOVE WS-OVER-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTORS PROJECTED OVER BUDGET - '
                                           DELIMITED BY SIZE
               WS-REPORT-NUMBER            DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WriteDepartmentSection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
               WS-DPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-DPT-REQ-COUNT(WS-DEPT-IX)
               MOVE WS-DPT-REQ-BUDGET(WS-DEPT-IX, WS-REQ-IX)
                   TO WS-LINE-BUDGET
               MOVE WS-DPT-REQ-CONSUMED(WS-DEPT-IX, WS-REQ-IX)
                   TO WS-LINE-CONSUMED
               MOVE WS-DPT-REQ-PROJECTED(WS-DEPT-IX, WS-REQ-IX)
                   TO WS-LINE-PROJECTED
               PERFORM FormatAmounts
               IF WS-LINE-BUDGET > ZERO
                   AND WS-LINE-PROJECTED > WS-LINE-BUDGET
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DPT-REQ-ID(WS-DEPT-IX, WS-REQ-IX)
                   TO REPORT-LINE(3:20)
               PERFORM PlaceAmounts
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-DPT-BUDGET(WS-DEPT-IX)    TO WS-LINE-BUDGET
           MOVE WS-DPT-CONSUMED(WS-DEPT-IX)  TO WS-LINE-CONSUMED
           MOVE WS-DPT-PROJECTED(WS-DEPT-IX) TO WS-LINE-PROJECTED
           PERFORM FormatAmounts
           MOVE SPACES TO REPORT-LINE
           MOVE '  DEPARTMENT TOTAL' TO REPORT-LINE(1:20)
           PERFORM PlaceAmounts
           WRITE REPORT-LINE

           ADD WS-DPT-BUDGET(WS-DEPT-IX)    TO WS-GRAND-BUDGET
           ADD WS-DPT-CONSUMED(WS-DEPT-IX)  TO WS-GRAND-CONSUMED
           ADD WS-DPT-PROJECTED(WS-DEPT-IX) TO WS-GRAND-PROJECTED
           .

      * A requestor with no budget has no percent used; a projection
      * past the budget is flagged OVER.
       FormatAmounts.
           MOVE WS-LINE-BUDGET    TO WS-REPORT-BUDGET
           MOVE WS-LINE-CONSUMED  TO WS-REPORT-CONSUMED
           MOVE WS-LINE-PROJECTED TO WS-REPORT-PROJECTED
           MOVE SPACES TO WS-REPORT-FLAG
           IF WS-LINE-BUDGET > ZERO
               IF WS-LINE-CONSUMED > ZERO
                   COMPUTE WS-LINE-PERCENT ROUNDED =
                       WS-LINE-CONSUMED * 100 / WS-LINE-BUDGET
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-LINE-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-LINE-PERCENT
               END-IF
               MOVE WS-LINE-PERCENT TO WS-REPORT-PERCENT
               IF WS-LINE-PROJECTED > WS-LINE-BUDGET
                   MOVE 'OVER' TO WS-REPORT-FLAG
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-PERCENT-AREA
           END-IF
           .

       PlaceAmounts.
           MOVE WS-REPORT-BUDGET    TO REPORT-LINE(24:13)
           MOVE WS-REPORT-CONSUMED  TO REPORT-LINE(38:13)
           MOVE WS-REPORT-PERCENT-AREA TO REPORT-LINE(52:7)
           MOVE WS-REPORT-PROJECTED TO REPORT-LINE(60:13)
           MOVE WS-REPORT-FLAG      TO REPORT-LINE(74:4)
           .
