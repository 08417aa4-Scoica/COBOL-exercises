       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M08.
       AUTHOR. Andrei Stoica.
      * Accounting period close.  Accounting closes each calendar
      * month here once it is over, and from then on C06E01 rejects
      * any batch whose header date falls in that month, so a late
      * feeder can no longer post into a month that has been
      * reported.  The month is recorded as closed on the period
      * control file PERIOD.DAT with who closed it and when.
      * A month is not closed while transactions from it are still
      * in flight: any hold on C06E01P.DAT still awaiting approval,
      * or rejection on C06E01X.DAT still open, that was written in
      * the month is listed and the close refused until C06M04 and
      * C06E03 have dealt with them.
      * On close the month's postings are totalled per department
      * from the audit trail - the C06E04 archives on the manifest
      * whose dates reach into the month, then the live C06E01A.DAT
      * - through the department on REQMAST.DAT, shown for the
      * supervisor to confirm, and written as the closing control
      * totals to C06M08T.DAT.  A posting belongs to the month it
      * was posted in (AR-TIMESTAMP).
      * A month closed in error can be reopened here; both closing
      * and reopening are written to the change log C06M08L.DAT,
      * attributed to the operator the C06M01 menu captured at
      * sign-on.  Reached from the supervisor functions of the
      * C06M01 menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PENDING-FILE ASSIGN TO "C06E01P.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "C06E01X.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AUDIT-FILE  ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REQUESTOR-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "C06M08T.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M08L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODCT.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  EXCEPTION-FILE.
           COPY EXCEPREC.

       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REQUESTOR-FILE.
           COPY REQMAST.

       FD  TOTALS-FILE.
           COPY CLOSETOT.

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS                       PIC XX.
       01 WS-PENDING-STATUS                      PIC XX.
       01 WS-EXCEPTION-STATUS                    PIC XX.
       01 WS-MANIFEST-STATUS                     PIC XX.
       01 WS-AUDIT-STATUS                        PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-TOTALS-STATUS                       PIC XX.
       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfInput                 VALUE 'Y'.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

       01 WS-MENU-CHOICE                         PIC X.
          88 ListPeriods                VALUE 'L', 'l'.
          88 ClosePeriod                VALUE 'C', 'c'.
          88 ReopenPeriod               VALUE 'R', 'r'.
          88 ExitPeriodClose            VALUE 'X', 'x'.

       01 WS-FOUND-FLAG                          PIC X VALUE 'N'.
          88 PeriodFound                VALUE 'Y'.

       01 WS-MASTER-OPEN-FLAG                    PIC X VALUE 'N'.
          88 MasterOpen                 VALUE 'Y'.

       01 WS-ENTRY-PERIOD.
          05 WS-ENTRY-YEAR                       PIC X(4).
          05 WS-ENTRY-MONTH                      PIC XX.
             88 ValidEntryMonth         VALUE '01' THRU '12'.
       01 WS-ENTRY-VALID-FLAG                    PIC X VALUE 'N'.
          88 EntryValid                 VALUE 'Y'.

       01 WS-CURRENT-PERIOD                      PIC X(6).
       01 WS-NOW                                 PIC X(26).

       01 WS-CONFIRM                             PIC X.
          88 ActionConfirmed            VALUE 'Y', 'y'.

       01 WS-OPEN-HOLD-COUNT                     PIC 9(7).
       01 WS-OPEN-REJECT-COUNT                   PIC 9(7).

       01 WS-AUDIT-FILE-NAME                     PIC X(20).

      * Requestor departments already looked up on the master.
       01 WS-REQUESTOR-CACHE.
          05 WS-CACHE-COUNT                      PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-CACHE-ENTRY OCCURS 500 TIMES.
             10 WS-CACHE-REQUESTOR               PIC X(20).
             10 WS-CACHE-DEPARTMENT              PIC X(10).
       01 WS-CACHE-IX                            PIC 9(4) COMP.

       01 WS-CACHE-FOUND-FLAG                    PIC X VALUE 'N'.
          88 CacheHit                   VALUE 'Y'.

       01 WS-LOOKUP-REQUESTOR                    PIC X(20).
       01 WS-LOOKUP-DEPARTMENT                   PIC X(10).

      * The month's postings per department.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-COUNT                       PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEPT-CODE                     PIC X(10).
             10 WS-DEPT-POSTING-COUNT            PIC 9(7).
             10 WS-DEPT-REVERSAL-COUNT           PIC 9(7).
             10 WS-DEPT-ADJUSTMENT-COUNT         PIC 9(7).
             10 WS-DEPT-RESULT-TOTAL             PIC S9(11)V99.
       01 WS-DEPT-IX                             PIC 9(4) COMP.
       01 WS-DEPT-OVERFLOW                       PIC 9(7) VALUE ZERO.

       01 WS-PERIOD-POSTING-COUNT                PIC 9(7).
       01 WS-PERIOD-REVERSAL-COUNT               PIC 9(7).
       01 WS-PERIOD-ADJUSTMENT-COUNT             PIC 9(7).
       01 WS-PERIOD-RESULT-TOTAL                 PIC S9(11)V99.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-AMOUNT                         PIC -(10)9.99.

       01 WS-LOG-ACTION                          PIC X(10).
       01 WS-BEFORE-IMAGE                        PIC X(100).

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-CLOSE-ACCOUNTING-PERIOD.

      * The menu CALLs this program repeatedly in one session and
      * working storage keeps its last-used state between CALLs, so
      * the per-call state is re-initialized here.
           MOVE SPACE TO WS-MENU-CHOICE
           MOVE 'N' TO WS-EOF-FLAG

           PERFORM OpenPeriodFile
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'Unable to open period control file PERIOD.DAT'
                   ' - status ' WS-PERIOD-STATUS '.'
               GOBACK
           END-IF

           PERFORM UNTIL ExitPeriodClose
               DISPLAY ' '
               DISPLAY 'Accounting period close'
               DISPLAY 'L)ist  C)lose a month  R)eopen a month  X)it'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE TRUE
               WHEN ListPeriods
                   PERFORM ListPeriodControl
               WHEN ClosePeriod
                   PERFORM CloseAccountingPeriod
               WHEN ReopenPeriod
                   PERFORM ReopenAccountingPeriod
               WHEN ExitPeriodClose
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice - please try again.'
               END-EVALUATE
           END-PERFORM

           CLOSE PERIOD-FILE

           GOBACK.

      * A missing control file means no month has been closed yet;
      * it is created empty, then reopened for update.
       OpenPeriodFile.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = '35'
               DISPLAY 'Period control file PERIOD.DAT not found - '
                   'starting a new one.'
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           .

       ListPeriodControl.
           DISPLAY ' '
           DISPLAY 'MONTH  STATUS   CLOSED BY       CLOSED AT       '
               '  POSTINGS'
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO PC-PERIOD
           START PERIOD-FILE KEY NOT < PC-PERIOD
               INVALID KEY SET EndOfInput TO TRUE
           END-START

           IF NOT EndOfInput
               PERFORM ReadNextPeriodRecord
               PERFORM UNTIL EndOfInput
                   MOVE PC-POSTING-COUNT TO WS-SHOW-COUNT
                   IF PeriodClosed
                       DISPLAY PC-PERIOD ' CLOSED   '
                           PC-CLOSED-BY(1:15) ' '
                           PC-CLOSED-TIMESTAMP(1:14) ' '
                           WS-SHOW-COUNT
                   ELSE
                       DISPLAY PC-PERIOD ' REOPENED '
                           PC-CLOSED-BY(1:15) ' '
                           PC-CLOSED-TIMESTAMP(1:14) ' '
                           WS-SHOW-COUNT
                   END-IF
                   PERFORM ReadNextPeriodRecord
               END-PERFORM
           END-IF
           DISPLAY 'Months not listed have never been closed.'
           .

       ReadNextPeriodRecord.
           READ PERIOD-FILE NEXT RECORD
               AT END SET EndOfInput TO TRUE
           END-READ
           .

      * Only a month that is over can be closed.
       AcceptPeriod.
           MOVE 'Y' TO WS-ENTRY-VALID-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:6) TO WS-CURRENT-PERIOD
           DISPLAY 'Month (YYYYMM) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-PERIOD
           IF WS-ENTRY-PERIOD NOT NUMERIC
               OR NOT ValidEntryMonth
               DISPLAY 'Month must be YYYYMM.'
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF
           .

       ReadPeriodByKey.
           MOVE 'Y' TO WS-FOUND-FLAG
           MOVE WS-ENTRY-PERIOD TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           .

       CloseAccountingPeriod.
           PERFORM AcceptPeriod
           IF NOT EntryValid
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY 'Month ' WS-ENTRY-PERIOD ' is not over yet '
                   '- it cannot be closed.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadPeriodByKey
           IF PeriodFound AND PeriodClosed
               DISPLAY 'Month ' WS-ENTRY-PERIOD ' is already closed.'
               EXIT PARAGRAPH
           END-IF

           PERFORM CheckOpenItems
           IF WS-OPEN-HOLD-COUNT > ZERO
               OR WS-OPEN-REJECT-COUNT > ZERO
               DISPLAY 'Month ' WS-ENTRY-PERIOD ' NOT closed - '
                   WS-OPEN-HOLD-COUNT ' hold(s) and '
                   WS-OPEN-REJECT-COUNT ' rejection(s) from it are '
                   'still open.'
               DISPLAY 'Clear them with C06M04 and C06E03, then '
                   'close the month again.'
               EXIT PARAGRAPH
           END-IF

           PERFORM TotalPeriodPostings
           PERFORM ShowClosingTotals
           IF WS-DEPT-OVERFLOW > ZERO
               DISPLAY 'More than 100 departments posted in the '
                   'month - month NOT closed.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Close month ' WS-ENTRY-PERIOD ' - are you sure '
               '(Y/N)? ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT ActionConfirmed
               DISPLAY 'Month not closed.'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF PeriodFound
               MOVE PERIOD-CONTROL-RECORD TO WS-BEFORE-IMAGE
           END-IF
           MOVE WS-ENTRY-PERIOD           TO PC-PERIOD
           SET PeriodClosed               TO TRUE
           MOVE OperatorName              TO PC-CLOSED-BY
           MOVE WS-NOW                    TO PC-CLOSED-TIMESTAMP
           MOVE WS-PERIOD-POSTING-COUNT   TO PC-POSTING-COUNT
           MOVE WS-PERIOD-RESULT-TOTAL    TO PC-RESULT-TOTAL
           MOVE WS-DEPT-COUNT             TO PC-DEPARTMENT-COUNT
           IF PeriodFound
               REWRITE PERIOD-CONTROL-RECORD
           ELSE
               WRITE PERIOD-CONTROL-RECORD
           END-IF
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'Unable to record the close - status '
                   WS-PERIOD-STATUS '; month NOT closed.'
               EXIT PARAGRAPH
           END-IF

           PERFORM WriteClosingTotals
           MOVE 'CLOSE' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Month ' WS-ENTRY-PERIOD ' closed; closing totals '
               'written to C06M08T.DAT.'
           .

      * Holds and rejections count against the month they were
      * written in.  Rejections stamped before ER-WRITTEN-TIMESTAMP
      * existed cannot be placed in a month and are not counted.
       CheckOpenItems.
           MOVE ZERO TO WS-OPEN-HOLD-COUNT
           MOVE ZERO TO WS-OPEN-REJECT-COUNT

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfInput
                   IF PendingApproval
                       AND PD-HELD-TIMESTAMP(1:6) = WS-ENTRY-PERIOD
                       ADD 1 TO WS-OPEN-HOLD-COUNT
                       DISPLAY '  HELD     ' PD-BATCH-ID ' '
                           PD-REQUESTOR ' ' PD-HELD-TIMESTAMP(1:8)
                           ' ' PD-REASON
                   END-IF
                   PERFORM ReadPendingRecord
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
               PERFORM ReadExceptionRecord
               PERFORM UNTIL EndOfInput
                   IF ExceptionOpen
                       AND ER-WRITTEN-TIMESTAMP(1:6) = WS-ENTRY-PERIOD
                       ADD 1 TO WS-OPEN-REJECT-COUNT
                       DISPLAY '  REJECTED ' ER-BATCH-ID ' '
                           ER-REQUESTOR ' '
                           ER-WRITTEN-TIMESTAMP(1:8) ' ' ER-REASON
                   END-IF
                   PERFORM ReadExceptionRecord
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF
           .

       ReadPendingRecord.
           READ PENDING-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

       ReadExceptionRecord.
           READ EXCEPTION-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

      * Archives whose date range lies wholly outside the month are
      * passed over; an archive named on the manifest but no longer
      * on disk is passed over too, and C06R14 reports it.
       TotalPeriodPostings.
           MOVE ZERO TO WS-CACHE-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-OVERFLOW
           MOVE ZERO TO WS-PERIOD-POSTING-COUNT
           MOVE ZERO TO WS-PERIOD-REVERSAL-COUNT
           MOVE ZERO TO WS-PERIOD-ADJUSTMENT-COUNT
           MOVE ZERO TO WS-PERIOD-RESULT-TOTAL

           MOVE 'N' TO WS-MASTER-OPEN-FLAG
           OPEN INPUT REQUESTOR-FILE
           IF WS-REQMAST-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'Requestor master REQMAST.DAT not found - '
                   'every posting counts as UNASSIGNED.'
           END-IF

           MOVE 'N' TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   IF MF-FROM-DATE(1:6) NOT > WS-ENTRY-PERIOD
                       AND MF-TO-DATE(1:6) NOT < WS-ENTRY-PERIOD
                       MOVE MF-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
                       PERFORM TotalAuditFile
                   END-IF
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM TotalAuditFile

           IF MasterOpen
               CLOSE REQUESTOR-FILE
           END-IF
           .

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

       TotalAuditFile.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfInput
               IF AR-TIMESTAMP(1:6) = WS-ENTRY-PERIOD
                   PERFORM AddAuditRecordToTotals
               END-IF
               PERFORM ReadAuditRecord
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

       AddAuditRecordToTotals.
           MOVE AR-REQUESTOR TO WS-LOOKUP-REQUESTOR
           PERFORM LookUpDepartment
           PERFORM FindDepartment
           IF WS-DEPT-IX > WS-DEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
           WHEN ReversalEntry
               ADD 1 TO WS-DEPT-REVERSAL-COUNT(WS-DEPT-IX)
               ADD 1 TO WS-PERIOD-REVERSAL-COUNT
           WHEN AdjustmentEntry
               ADD 1 TO WS-DEPT-ADJUSTMENT-COUNT(WS-DEPT-IX)
               ADD 1 TO WS-PERIOD-ADJUSTMENT-COUNT
           WHEN OTHER
               ADD 1 TO WS-DEPT-POSTING-COUNT(WS-DEPT-IX)
               ADD 1 TO WS-PERIOD-POSTING-COUNT
           END-EVALUATE
           ADD AR-RESULT TO WS-DEPT-RESULT-TOTAL(WS-DEPT-IX)
           ADD AR-RESULT TO WS-PERIOD-RESULT-TOTAL
           .

       LookUpDepartment.
           MOVE 'N' TO WS-CACHE-FOUND-FLAG
           PERFORM VARYING WS-CACHE-IX FROM 1 BY 1
                   UNTIL WS-CACHE-IX > WS-CACHE-COUNT
                      OR CacheHit
               IF WS-CACHE-REQUESTOR(WS-CACHE-IX)
                   = WS-LOOKUP-REQUESTOR
                   MOVE WS-CACHE-DEPARTMENT(WS-CACHE-IX)
                       TO WS-LOOKUP-DEPARTMENT
                   MOVE 'Y' TO WS-CACHE-FOUND-FLAG
               END-IF
           END-PERFORM
           IF CacheHit
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RQ-DEPARTMENT
           IF MasterOpen
               MOVE WS-LOOKUP-REQUESTOR TO RQ-REQUESTOR-ID
               READ REQUESTOR-FILE
                   INVALID KEY MOVE SPACES TO RQ-DEPARTMENT
               END-READ
           END-IF
           MOVE RQ-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
           IF WS-LOOKUP-DEPARTMENT = SPACE
               MOVE 'UNASSIGNED' TO WS-LOOKUP-DEPARTMENT
           END-IF

           IF WS-CACHE-COUNT < 500
               ADD 1 TO WS-CACHE-COUNT
               MOVE WS-LOOKUP-REQUESTOR
                   TO WS-CACHE-REQUESTOR(WS-CACHE-COUNT)
               MOVE WS-LOOKUP-DEPARTMENT
                   TO WS-CACHE-DEPARTMENT(WS-CACHE-COUNT)
           END-IF
           .

      * Leaves WS-DEPT-IX past the table when the department is new
      * and the table is full; the close is then refused.
       FindDepartment.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IX) = WS-LOOKUP-DEPARTMENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-DEPT-COUNT NOT < 100
               ADD 1 TO WS-DEPT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IX
           MOVE WS-LOOKUP-DEPARTMENT TO WS-DEPT-CODE(WS-DEPT-IX)
           MOVE ZERO TO WS-DEPT-POSTING-COUNT(WS-DEPT-IX)
           MOVE ZERO TO WS-DEPT-REVERSAL-COUNT(WS-DEPT-IX)
           MOVE ZERO TO WS-DEPT-ADJUSTMENT-COUNT(WS-DEPT-IX)
           MOVE ZERO TO WS-DEPT-RESULT-TOTAL(WS-DEPT-IX)
           .

       ShowClosingTotals.
           DISPLAY ' '
           DISPLAY 'Closing totals for ' WS-ENTRY-PERIOD
           DISPLAY 'DEPARTMENT POSTINGS REVERSED ADJUSTED  '
               '     RESULT TOTAL'
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               MOVE WS-DEPT-RESULT-TOTAL(WS-DEPT-IX) TO WS-SHOW-AMOUNT
               DISPLAY WS-DEPT-CODE(WS-DEPT-IX) ' '
                   WS-DEPT-POSTING-COUNT(WS-DEPT-IX) '  '
                   WS-DEPT-REVERSAL-COUNT(WS-DEPT-IX) '  '
                   WS-DEPT-ADJUSTMENT-COUNT(WS-DEPT-IX) '  '
                   WS-SHOW-AMOUNT
           END-PERFORM
           MOVE WS-PERIOD-RESULT-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY '*PERIOD*   '
               WS-PERIOD-POSTING-COUNT '  '
               WS-PERIOD-REVERSAL-COUNT '  '
               WS-PERIOD-ADJUSTMENT-COUNT '  '
               WS-SHOW-AMOUNT
           .

       WriteClosingTotals.
           OPEN EXTEND TOTALS-FILE
           IF WS-TOTALS-STATUS = '35'
               OPEN OUTPUT TOTALS-FILE
           END-IF
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               MOVE WS-ENTRY-PERIOD TO CT-PERIOD
               MOVE WS-DEPT-CODE(WS-DEPT-IX) TO CT-DEPARTMENT
               MOVE WS-DEPT-POSTING-COUNT(WS-DEPT-IX)
                   TO CT-POSTING-COUNT
               MOVE WS-DEPT-REVERSAL-COUNT(WS-DEPT-IX)
                   TO CT-REVERSAL-COUNT
               MOVE WS-DEPT-ADJUSTMENT-COUNT(WS-DEPT-IX)
                   TO CT-ADJUSTMENT-COUNT
               MOVE WS-DEPT-RESULT-TOTAL(WS-DEPT-IX) TO CT-RESULT-TOTAL
               MOVE OperatorName TO CT-CLOSED-BY
               MOVE WS-NOW TO CT-CLOSED-TIMESTAMP
               WRITE CLOSING-TOTAL-RECORD
           END-PERFORM
           MOVE WS-ENTRY-PERIOD            TO CT-PERIOD
           MOVE '*PERIOD*'                 TO CT-DEPARTMENT
           MOVE WS-PERIOD-POSTING-COUNT    TO CT-POSTING-COUNT
           MOVE WS-PERIOD-REVERSAL-COUNT   TO CT-REVERSAL-COUNT
           MOVE WS-PERIOD-ADJUSTMENT-COUNT TO CT-ADJUSTMENT-COUNT
           MOVE WS-PERIOD-RESULT-TOTAL     TO CT-RESULT-TOTAL
           MOVE OperatorName               TO CT-CLOSED-BY
           MOVE WS-NOW                     TO CT-CLOSED-TIMESTAMP
           WRITE CLOSING-TOTAL-RECORD
           CLOSE TOTALS-FILE
           .

      * Reopening lets C06E01 post into the month again; the last
      * closing details stay on the record for reference.
       ReopenAccountingPeriod.
           PERFORM AcceptPeriod
           IF NOT EntryValid
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadPeriodByKey
           IF NOT PeriodFound OR NOT PeriodClosed
               DISPLAY 'Month ' WS-ENTRY-PERIOD ' is not closed.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Month ' WS-ENTRY-PERIOD ' was closed by '
               PC-CLOSED-BY(1:15) ' at ' PC-CLOSED-TIMESTAMP(1:14)
           DISPLAY 'Reopen it for posting - are you sure (Y/N)? '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT ActionConfirmed
               DISPLAY 'Month not reopened.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE PERIOD-CONTROL-RECORD TO WS-BEFORE-IMAGE
           SET PeriodOpen TO TRUE
           REWRITE PERIOD-CONTROL-RECORD
           MOVE 'REOPEN' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Month ' WS-ENTRY-PERIOD ' reopened.'
           .

       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M08'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE WS-LOG-ACTION     TO ML-ACTION
           MOVE WS-ENTRY-PERIOD   TO ML-KEY
           MOVE WS-BEFORE-IMAGE   TO ML-BEFORE-IMAGE
           MOVE PERIOD-CONTROL-RECORD TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .
