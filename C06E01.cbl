      * or pending files; every record that would be rejected goes
      * to the edit report C06E01E.RPT instead, so departments can
      * pre-check a feeder file in the afternoon.
      * Every posting is numbered on the audit trail (AR-SEQUENCE-NO)
      * and a 'V' reversal detail naming that number backs it out:
      * the original is looked up on the live trail, and if it is
      * still standing a negating result, audit record and accounting
      * line are written, each pointing back to it, and the batch is
      * shown as partly reversed on the registry.
      * Every posting is also added to the requestor's month-to-date
      * balance on REQBAL.DAT.  A calculation that would take a
      * requestor past RQ-MONTHLY-BUDGET is held on the pending
      * queue for C06M04 with the reason OVER MONTHLY BUDGET, the
      * way an amount over the approval limit is held.
      * Each audit record also carries a check value chained from
      * the one before it (C06U02), carried on from the last record
      * on the trail or, when the trail has been archived away, from
      * the C06E04 manifest; C06R14 verifies the chain.
      * A posting made from an 'R' rate detail carries its rate code
      * on the audit record, so C06E13 can correct it if the rate is
      * later changed back-dated.
      * Each batch header's date is looked up on the period control
      * file PERIOD.DAT, and every detail under a header dated in a
      * month C06M08 has closed is rejected as CLOSED PERIOD, so a
      * late feeder cannot post into a month already reported.
      * Each keyed Num1 is also measured against the requestor's
      * profile of typical amounts on REQPROF.DAT (rebuilt by
      * C06E14), and one far outside it is held on the pending
      * queue as UNUSUAL AMOUNT instead of posting, so an extra zero
      * that stays under RQ-MAX-VALUE is caught before accounting
      * sees it.
      * A posting run takes the C06U03 run lock on entry and releases
      * it at end of job, and does not start while another updating
      * program holds it; an edit-only run posts nothing and runs
      * without it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "REQBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "REQPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-REQUESTOR-ID
               FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
                                               SIGN IS LEADING SEPARATE.
           05 RR-OPERATOR                     PIC X.
           05 RR-RESULT                       PIC -(7)9.99.
           05 RR-SEQUENCE-NO                  PIC 9(9).
           05 RR-ENTRY-TYPE                   PIC X.
           05 RR-ORIGINAL-SEQ                 PIC 9(9).

       FD  AUDIT-FILE.
           COPY AUDITREC.
           COPY EXCEPREC.

       FD  ACCOUNTING-FILE.
       01  ACCOUNTING-RECORD                      PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       FD  REGISTRY-FILE.
           COPY BATCHREG.

       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  BALANCE-FILE.
           COPY REQBAL.

       FD  PERIOD-FILE.
           COPY PERIODCT.

       FD  PROFILE-FILE.
           COPY REQPROF.

       WORKING-STORAGE SECTION.
       01 Num1                                   PIC S9(7)V99.

       01 WS-REGISTRY-KIND                       PIC X.
          88 RegistryResult             VALUE 'R'.
          88 RegistryException          VALUE 'X'.
          88 RegistryReversal           VALUE 'V'.

       01 WS-CHECKPOINT-INTERVAL                 PIC 9(4) VALUE 100.

       01 WS-CURR-REQ-NEG                        PIC S9(7)V99.
       01 WS-CURR-APP-NEG                        PIC S9(7)V99.

      * Why the current transaction is being held, carried onto the
      * pending record for the C06M04 reviewer.
       01 WS-HOLD-REASON                         PIC X(40).

      * The current requestor's monthly budget (zero for none) and
      * month-to-date consumption, checked once the result is known.
       01 WS-CURR-BUDGET                         PIC 9(9)V99.
       01 WS-BUDGET-CONSUMED                     PIC S9(9)V99.

       01 WS-BUDGET-HOLD-FLAG                    PIC X VALUE 'N'.
          88 OverMonthlyBudget          VALUE 'Y'.

       01 WS-PROFILE-STATUS                      PIC XX.

       01 WS-PROFILE-OPEN-FLAG                   PIC X VALUE 'N'.
          88 ProfileFileOpen            VALUE 'Y'.

      * A Num1 more than this many spreads from the requestor's
      * typical amount is held as UNUSUAL AMOUNT.  The spread is the
      * profile's standard deviation, but never less than the
      * given percentage of the typical amount nor less than 1.00,
      * so a requestor who always keys the same figure is not held
      * for a few cents' difference.
       01 WS-UNUSUAL-LIMIT                       PIC 9(3)V9 VALUE 5.0.
       01 WS-MIN-SPREAD-PCT                      PIC 9(3) VALUE 10.

       01 WS-AMOUNT-SIZE                         PIC 9(7)V99.
       01 WS-SPREAD                              PIC 9(7)V99.

      * The measurement behind an UNUSUAL AMOUNT hold, carried onto
      * the pending record; zero for every other hold.
       01 WS-HOLD-MEAN                           PIC 9(7)V99.
       01 WS-HOLD-DEVIATION                      PIC S9(5)V9.

       01 WS-BALANCE-STATUS                      PIC XX.

       01 WS-BALANCE-OPEN-FLAG                   PIC X VALUE 'N'.
          88 BalanceOpen                VALUE 'Y'.

       01 WS-PENDING-STATUS                      PIC XX.

       01 WS-HELD-COUNT                          PIC 9(8) VALUE ZERO.
       01 WS-DUP-FLAG                            PIC X VALUE 'N'.
          88 DuplicateBatch             VALUE 'Y'.

       01 WS-PERIOD-STATUS                       PIC XX.

       01 WS-PERIOD-OPEN-FLAG                    PIC X VALUE 'N'.
          88 PeriodFileOpen             VALUE 'Y'.

      * Set from each batch header: the header's date falls in a
      * month closed on PERIOD.DAT.
       01 WS-CLOSED-PERIOD-FLAG                  PIC X VALUE 'N'.
          88 BatchPeriodClosed          VALUE 'Y'.

      * Highest AR-SEQUENCE-NO already used - from the live trail,
      * or from the C06E04 manifest when the live trail has been
      * archived away - so each posting this run takes the next one.
       01 WS-LAST-SEQUENCE-NO                    PIC 9(9) VALUE ZERO.

      * Check value of that last posting, which the next audit
      * record chains from.
       01 WS-LAST-CHAIN-VALUE                    PIC 9(10) VALUE ZERO.

       01 WS-MANIFEST-STATUS                     PIC XX.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

      * What the posting being written is: an ordinary calculation,
      * or a reversal of the posting numbered in WS-ORIGINAL-SEQ.
       01 WS-ENTRY-TYPE                          PIC X VALUE 'C'.
          88 PostingReversal            VALUE 'V'.

       01 WS-ORIGINAL-SEQ                        PIC 9(9) VALUE ZERO.

       01 WS-ACCT-ORIGINAL-SEQ                   PIC 9(9).

       01 WS-ACCT-POINTER                        PIC 9(3) COMP.

      * Postings named by this run's 'V' reversal details, gathered
      * before the audit trail is read so that the one pass over the
      * trail finds each original and any earlier reversal of it.
       01 WS-REVERSAL-TABLE.
          05 WS-REV-COUNT                        PIC 9(4) VALUE ZERO.
          05 WS-REV-ENTRY OCCURS 200 TIMES.
             10 WS-REV-SEQ                       PIC 9(9).
             10 WS-REV-FOUND-FLAG                PIC X.
                88 RevOriginalFound     VALUE 'Y'.
             10 WS-REV-DONE-FLAG                 PIC X.
                88 RevAlreadyReversed   VALUE 'Y'.
             10 WS-REV-BATCH-ID                  PIC X(10).
             10 WS-REV-REQUESTOR                 PIC X(20).
             10 WS-REV-NUM1                      PIC S9(7)V99.
             10 WS-REV-NUM2                      PIC S9(7)V99.
             10 WS-REV-OPERATOR                  PIC X.
             10 WS-REV-RESULT                    PIC S9(7)V99.
             10 WS-REV-ENTRY-TYPE                PIC X.

       01 WS-REV-IX                              PIC 9(4) COMP.

       01 WS-REV-FOUND-IX                        PIC 9(4) COMP.

       01 WS-REV-FULL-FLAG                       PIC X VALUE 'N'.
          88 ReversalTableFull          VALUE 'Y'.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E01'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-CALCULATE-RESULT.

           MOVE 'N' TO WS-HISTORY-FULL-FLAG
           MOVE LOW-VALUES TO WS-CURR-BATCH-ID
           MOVE 'N' TO WS-DUP-FLAG
           MOVE 'N' TO WS-PERIOD-OPEN-FLAG
           MOVE 'N' TO WS-CLOSED-PERIOD-FLAG
           MOVE 'N' TO WS-PROFILE-OPEN-FLAG
           MOVE 'N' TO WS-PRIOR-FLAG
           MOVE LOW-VALUES TO WS-PRIOR-BATCH-ID
           MOVE ZERO TO WS-PRIOR-RESULT
           MOVE ZERO TO WS-CHECKPOINT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE 'N' TO WS-REQ-HOLD-FLAG
           MOVE 'N' TO WS-BUDGET-HOLD-FLAG
           MOVE 'N' TO WS-BALANCE-OPEN-FLAG
           MOVE 'N' TO WS-REGISTRY-OPEN-FLAG
           MOVE 'P' TO WS-RUN-STATUS
           MOVE ZERO TO WS-LAST-SEQUENCE-NO
           MOVE ZERO TO WS-LAST-CHAIN-VALUE
           MOVE ZERO TO WS-REV-COUNT
           MOVE 'N' TO WS-REV-FULL-FLAG
           MOVE 'N' TO WS-LOCK-RESULT

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

               DISPLAY 'Edit-only run - nothing will be posted.'
           END-IF

           IF NOT EditOnlyRun
               PERFORM TakeRunLock
               IF NOT RunLockTaken
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF RestartRun
               PERFORM ReadCheckpoint
           END-IF
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'Transaction file C06E01T.DAT not found - '
                   'batch run skipped.'
               PERFORM ReleaseRunLock
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LoadReversalRequests

      * The audit trail is read on every run - for the posting number
      * to carry on from and for the originals of any reversals - but
      * a RESTART resumes the very batch whose audit records were
      * already half-written, so the duplicate check is only loaded
      * on a fresh run without the month-end override.
           PERFORM LoadProcessedBatches
           PERFORM LoadArchivedSequence

           PERFORM OpenRequestorMaster

           PERFORM LoadRateTable

           PERFORM OpenPeriodFile

           PERFORM OpenProfileFile

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM OpenOutputFiles
               WHEN HeaderRecord
                   MOVE CQ-HDR-BATCH-DATE    TO WS-HDR-BATCH-DATE
                   MOVE CQ-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
                   PERFORM CheckBatchPeriod
               WHEN TrailerRecord
                   SET TrailerSeen TO TRUE
                   MOVE CQ-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   ADD CQ-NUM2 TO WS-HASH-TOTAL
                   IF WS-RECORD-COUNT > WS-RESTART-COUNT
                       PERFORM CheckDuplicateBatch
                       EVALUATE TRUE
                       WHEN BatchPeriodClosed
                           PERFORM RejectClosedPeriodRecord
                       WHEN DuplicateBatch
                           PERFORM RejectDuplicateRecord
                       WHEN OTHER
                           PERFORM ProcessDetailRecord
                       END-EVALUATE
                   END-IF
               WHEN RateRecord
                   ADD 1       TO WS-DETAIL-COUNT
                   ADD CQ-NUM1 TO WS-HASH-TOTAL
                   IF WS-RECORD-COUNT > WS-RESTART-COUNT
                       PERFORM CheckDuplicateBatch
                       EVALUATE TRUE
                       WHEN BatchPeriodClosed
                           PERFORM RejectClosedPeriodRecord
                       WHEN DuplicateBatch
                           PERFORM RejectDuplicateRecord
                       WHEN OTHER
                           PERFORM ProcessRateRecord
                       END-EVALUATE
                   END-IF
      * A reversal names a batch that is on the audit trail by
      * definition, so it never goes through the duplicate check.
               WHEN ReversalRecord
                   ADD 1       TO WS-DETAIL-COUNT
                   IF WS-RECORD-COUNT > WS-RESTART-COUNT
                       IF BatchPeriodClosed
                           PERFORM RejectClosedPeriodRecord
                       ELSE
                           PERFORM ProcessReversalRecord
                       END-IF
                   END-IF
               WHEN OTHER
               MOVE 'N' TO WS-REGISTRY-OPEN-FLAG
           END-IF

           IF BalanceOpen
               CLOSE BALANCE-FILE
               MOVE 'N' TO WS-BALANCE-OPEN-FLAG
           END-IF

           IF PeriodFileOpen
               CLOSE PERIOD-FILE
               MOVE 'N' TO WS-PERIOD-OPEN-FLAG
           END-IF

           IF ProfileFileOpen
               CLOSE PROFILE-FILE
               MOVE 'N' TO WS-PROFILE-OPEN-FLAG
           END-IF

           IF WS-HELD-COUNT > ZERO AND NOT EditOnlyRun
               DISPLAY 'Held for approval - ' WS-HELD-COUNT
                   ' transaction(s) on C06E01P.DAT; review with '
           END-IF

           PERFORM WriteRunSummary
           PERFORM ReleaseRunLock

           GOBACK.

                   END-EVALUATE

                   IF NOT SizeErrorOccurred
                       PERFORM CheckMonthlyBudget
                   END-IF

                   IF NOT SizeErrorOccurred AND OverMonthlyBudget
                       MOVE 'OVER MONTHLY BUDGET' TO WS-HOLD-REASON
                       PERFORM WriteHoldRecord
                   END-IF

                   IF NOT SizeErrorOccurred AND NOT OverMonthlyBudget
      * An edit pass still tracks the would-be result so chained
      * transactions validate against the right Num1 - it just
      * posts nothing.
                       IF NOT EditOnlyRun
                           MOVE 'C'  TO WS-ENTRY-TYPE
                           MOVE ZERO TO WS-ORIGINAL-SEQ
                           PERFORM PostResult
                       END-IF

                       MOVE CQ-BATCH-ID     TO WS-PRIOR-BATCH-ID
           END-IF
           .

      * Result, audit and accounting entries for one posting, all
      * carrying the same AR-SEQUENCE-NO.
       PostResult.
           ADD 1 TO WS-LAST-SEQUENCE-NO

           MOVE CQ-BATCH-ID         TO RR-BATCH-ID
           MOVE CQ-REQUESTOR        TO RR-REQUESTOR
           MOVE Num1                TO RR-NUM1
           MOVE Num2                TO RR-NUM2
           MOVE Operator            TO RR-OPERATOR
           MOVE Result              TO RR-RESULT
           MOVE WS-LAST-SEQUENCE-NO TO RR-SEQUENCE-NO
           MOVE WS-ENTRY-TYPE       TO RR-ENTRY-TYPE
           MOVE WS-ORIGINAL-SEQ     TO RR-ORIGINAL-SEQ
           WRITE RESULT-RECORD

           ADD 1 TO WS-RESULTS-WRITTEN

           PERFORM WriteAuditRecord
           PERFORM WriteAccountingRecord

           IF PostingReversal
               SET RegistryReversal TO TRUE
           ELSE
               SET RegistryResult TO TRUE
           END-IF
           PERFORM UpdateBatchRegistry
           PERFORM UpdateRequestorBalance
           .

      * Only a positive result can push a requestor over budget; a
      * C06M04 release feed is exempt for the same reason it is
      * exempt from the approval limit - the supervisor has already
      * approved the overrun.  An edit pass checks against the
      * balance as it stood before the run, since it posts nothing.
       CheckMonthlyBudget.
           MOVE 'N' TO WS-BUDGET-HOLD-FLAG
           IF WS-CURR-BUDGET = ZERO
               OR NOT BalanceOpen
               OR WS-HDR-SOURCE-SYSTEM = 'C06M04'
               OR WS-CALC-RESULT NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-BUDGET-CONSUMED
           MOVE CQ-REQUESTOR     TO RB-REQUESTOR-ID
           MOVE WS-RUN-DATE(1:6) TO RB-MONTH
           READ BALANCE-FILE
               NOT INVALID KEY
                   MOVE RB-CONSUMED TO WS-BUDGET-CONSUMED
           END-READ

           IF WS-BUDGET-CONSUMED + WS-CALC-RESULT > WS-CURR-BUDGET
               MOVE 'Y' TO WS-BUDGET-HOLD-FLAG
           END-IF
           .

      * One balance record per requestor per month, created on the
      * first posting of the month.  A reversal posts a negative
      * result, so it gives the amount back to the month it is
      * posted in.
       UpdateRequestorBalance.
           IF NOT BalanceOpen OR EditOnlyRun
               EXIT PARAGRAPH
           END-IF

           MOVE CQ-REQUESTOR     TO RB-REQUESTOR-ID
           MOVE WS-RUN-DATE(1:6) TO RB-MONTH
           READ BALANCE-FILE
               INVALID KEY
                   MOVE CQ-REQUESTOR     TO RB-REQUESTOR-ID
                   MOVE WS-RUN-DATE(1:6) TO RB-MONTH
                   MOVE ZERO TO RB-CONSUMED
                   MOVE ZERO TO RB-POSTING-COUNT
                   MOVE FUNCTION CURRENT-DATE TO RB-LAST-UPDATED
                   WRITE REQUESTOR-BALANCE-RECORD
           END-READ

           ADD WS-CALC-RESULT TO RB-CONSUMED
           ADD 1 TO RB-POSTING-COUNT
           MOVE FUNCTION CURRENT-DATE TO RB-LAST-UPDATED
           REWRITE REQUESTOR-BALANCE-RECORD
           .

       ProcessRateRecord.
           MOVE CQ-RT-NUM1 TO Num1
           MOVE ZERO       TO Num2
           END-IF
           .

      * A reversal backs out a posting from an earlier run, named by
      * its AR-SEQUENCE-NO.  The original must be on the live trail,
      * belong to the batch and requestor the reversal names, be a
      * calculation rather than another reversal or a C06E13 rate
      * adjustment, and not have been reversed already - on the
      * trail or earlier in this run.  An adjusted posting is backed
      * out at what it was charged, adjustments included.  A
      * posting C06E04 has archived is out of reach and is rejected
      * as not on the trail.  A rejected reversal carries operator
      * 'V' and the posting number on its reason, so C06E03 can tell
      * it from a rejected calculation.
       ProcessReversalRecord.
           MOVE ZERO TO Num1
           MOVE ZERO TO Num2
           MOVE 'V'  TO Operator
      * A reversal leaves no result for a chained detail to use.
           MOVE 'N'  TO WS-PRIOR-FLAG

           MOVE ZERO TO WS-REV-FOUND-IX
           IF CQ-RV-POSTING-SEQ NUMERIC
               PERFORM VARYING WS-REV-IX FROM 1 BY 1
                       UNTIL WS-REV-IX > WS-REV-COUNT
                   IF WS-REV-SEQ(WS-REV-IX) = CQ-RV-POSTING-SEQ
                       MOVE WS-REV-IX TO WS-REV-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
           WHEN CQ-RV-POSTING-SEQ NOT NUMERIC
               OR CQ-RV-POSTING-SEQ = ZERO
               MOVE 'INVALID POSTING NUMBER' TO WS-REASON
           WHEN WS-REV-FOUND-IX = ZERO
               STRING 'POSTING NOT ON AUDIT TRAIL ' DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN NOT RevOriginalFound(WS-REV-FOUND-IX)
               STRING 'POSTING NOT ON AUDIT TRAIL ' DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN WS-REV-BATCH-ID(WS-REV-FOUND-IX) NOT = CQ-RV-BATCH-ID
               OR WS-REV-REQUESTOR(WS-REV-FOUND-IX)
                   NOT = CQ-RV-REQUESTOR
               STRING 'POSTING NOT FOR THIS BATCH ' DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN WS-REV-ENTRY-TYPE(WS-REV-FOUND-IX) = 'V'
               STRING 'POSTING IS A REVERSAL '  DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
      * An adjustment is corrected by the next C06E13 run, which
      * would never see it reversed.
           WHEN WS-REV-ENTRY-TYPE(WS-REV-FOUND-IX) = 'A'
               STRING 'POSTING IS AN ADJUSTMENT ' DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN RevAlreadyReversed(WS-REV-FOUND-IX)
               STRING 'POSTING ALREADY REVERSED ' DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ             DELIMITED BY SIZE
                   INTO WS-REASON
           END-EVALUATE

           IF WS-REASON NOT = SPACE
               PERFORM WriteExceptionRecord
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REV-NUM1(WS-REV-FOUND-IX)     TO Num1
           MOVE WS-REV-NUM2(WS-REV-FOUND-IX)     TO Num2
           MOVE WS-REV-OPERATOR(WS-REV-FOUND-IX) TO Operator
           COMPUTE WS-CALC-RESULT =
               ZERO - WS-REV-RESULT(WS-REV-FOUND-IX)
           MOVE WS-CALC-RESULT TO Result

      * Marked even on an edit pass, so a second reversal of the same
      * posting further down the file shows up on the edit report.
           MOVE 'Y' TO WS-REV-DONE-FLAG(WS-REV-FOUND-IX)

           IF NOT EditOnlyRun
               MOVE 'V'               TO WS-ENTRY-TYPE
               MOVE CQ-RV-POSTING-SEQ TO WS-ORIGINAL-SEQ
               PERFORM PostResult
           END-IF
           .

      * The failing rate code is carried on the exception reason -
      * ER-NUM2 is numeric, so the reason text is the only place
      * the C06E03 repair operator can see which code to fix.
           END-READ
           .

      * Reads the whole transaction file once for its 'V' details,
      * then reopens it for the real pass.
       LoadReversalRequests.
           PERFORM ReadTransaction
           PERFORM UNTIL EndOfTransactions
               IF ReversalRecord AND CQ-RV-POSTING-SEQ NUMERIC
                   IF WS-REV-COUNT < 200
                       ADD 1 TO WS-REV-COUNT
                       MOVE CQ-RV-POSTING-SEQ
                           TO WS-REV-SEQ(WS-REV-COUNT)
                       MOVE 'N' TO WS-REV-FOUND-FLAG(WS-REV-COUNT)
                       MOVE 'N' TO WS-REV-DONE-FLAG(WS-REV-COUNT)
                       MOVE SPACE TO WS-REV-ENTRY-TYPE(WS-REV-COUNT)
                   ELSE
                       IF NOT ReversalTableFull
                           MOVE 'Y' TO WS-REV-FULL-FLAG
                           DISPLAY 'WARNING - more than 200 reversals '
                               'in one run; the rest will be '
                               'rejected.  Split the file.'
                       END-IF
                   END-IF
               END-IF
               PERFORM ReadTransaction
           END-PERFORM
           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           .

       LoadProcessedBatches.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM ReadAuditHistory
               PERFORM UNTIL EndOfAuditHistory
                   IF NOT RestartRun AND NOT OverrideDuplicates
                       PERFORM NoteProcessedBatch
                   END-IF
                   IF AR-SEQUENCE-NO NUMERIC
                       AND AR-SEQUENCE-NO > WS-LAST-SEQUENCE-NO
                       MOVE AR-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
                       PERFORM NoteLastChainValue
                   END-IF
                   PERFORM NoteReversalOriginal
                   PERFORM ReadAuditHistory
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

      * The posting numbers carry on across archival, so the highest
      * number C06E04 has rolled out to an archive counts as used too.
       LoadArchivedSequence.
           MOVE 'N' TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   IF MF-LAST-SEQUENCE NUMERIC
                       AND MF-LAST-SEQUENCE > WS-LAST-SEQUENCE-NO
                       MOVE MF-LAST-SEQUENCE TO WS-LAST-SEQUENCE-NO
                       IF MF-LAST-CHAIN-VALUE NUMERIC
                           MOVE MF-LAST-CHAIN-VALUE
                               TO WS-LAST-CHAIN-VALUE
                       ELSE
                           MOVE ZERO TO WS-LAST-CHAIN-VALUE
                       END-IF
                   END-IF
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           .

      * A posting written before the check value existed holds
      * spaces there, and the chain starts again from zero after it.
       NoteLastChainValue.
           IF AR-CHAIN-VALUE NUMERIC
               MOVE AR-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
           ELSE
               MOVE ZERO TO WS-LAST-CHAIN-VALUE
           END-IF
           .

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

      * Captures the original of each requested reversal as the trail
      * goes past, and notes any reversal already posted against it.
      * C06E13 adjustments against the original follow it on the
      * trail and are added to its result, so the reversal negates
      * everything the posting was charged.
       NoteReversalOriginal.
           IF WS-REV-COUNT = ZERO OR AR-SEQUENCE-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-COUNT
               IF WS-REV-SEQ(WS-REV-IX) = AR-SEQUENCE-NO
                   MOVE 'Y'          TO WS-REV-FOUND-FLAG(WS-REV-IX)
                   MOVE AR-BATCH-ID  TO WS-REV-BATCH-ID(WS-REV-IX)
                   MOVE AR-REQUESTOR TO WS-REV-REQUESTOR(WS-REV-IX)
                   MOVE AR-NUM1      TO WS-REV-NUM1(WS-REV-IX)
                   MOVE AR-NUM2      TO WS-REV-NUM2(WS-REV-IX)
                   MOVE AR-OPERATOR  TO WS-REV-OPERATOR(WS-REV-IX)
                   MOVE AR-RESULT    TO WS-REV-RESULT(WS-REV-IX)
                   MOVE AR-ENTRY-TYPE
                       TO WS-REV-ENTRY-TYPE(WS-REV-IX)
               END-IF
               IF ReversalEntry
                   AND AR-ORIGINAL-SEQ = WS-REV-SEQ(WS-REV-IX)
                   MOVE 'Y' TO WS-REV-DONE-FLAG(WS-REV-IX)
               END-IF
               IF AdjustmentEntry
                   AND AR-ORIGINAL-SEQ = WS-REV-SEQ(WS-REV-IX)
                   AND RevOriginalFound(WS-REV-IX)
                   ADD AR-RESULT TO WS-REV-RESULT(WS-REV-IX)
               END-IF
           END-PERFORM
           .

       ReadAuditHistory.
           READ AUDIT-FILE
               AT END SET EndOfAuditHistory TO TRUE
           PERFORM WriteExceptionRecord
           .

      * Everything under a header dated in a closed month is
      * rejected; the month stays on the reason so the C06E03 repair
      * operator can see why.  A rate detail carries its code, and
      * a reversal the posting it names, as on their other
      * rejections.
       RejectClosedPeriodRecord.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
           WHEN RateRecord
               MOVE CQ-NUM1 TO Num1
               MOVE ZERO    TO Num2
               MOVE '%'     TO Operator
               STRING 'CLOSED PERIOD '      DELIMITED BY SIZE
                   WS-HDR-BATCH-DATE(1:6)   DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   CQ-RT-RATE-CODE          DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN ReversalRecord
               MOVE ZERO    TO Num1
               MOVE ZERO    TO Num2
               MOVE 'V'     TO Operator
               STRING 'CLOSED PERIOD '      DELIMITED BY SIZE
                   WS-HDR-BATCH-DATE(1:6)   DELIMITED BY SIZE
                   ' POSTING '              DELIMITED BY SIZE
                   CQ-RV-POSTING-SEQ        DELIMITED BY SIZE
                   INTO WS-REASON
           WHEN OTHER
               MOVE CQ-NUM1     TO Num1
               MOVE CQ-NUM2     TO Num2
               MOVE CQ-OPERATOR TO Operator
               STRING 'CLOSED PERIOD '      DELIMITED BY SIZE
                   WS-HDR-BATCH-DATE(1:6)   DELIMITED BY SIZE
                   INTO WS-REASON
           END-EVALUATE
           PERFORM WriteExceptionRecord
           .

      * A missing control file means no month has been closed yet.
       OpenPeriodFile.
           OPEN INPUT PERIOD-FILE
           EVALUATE WS-PERIOD-STATUS
           WHEN '00'
               MOVE 'Y' TO WS-PERIOD-OPEN-FLAG
           WHEN '35'
               CONTINUE
           WHEN OTHER
               DISPLAY 'Period control file PERIOD.DAT unavailable '
                   '- status ' WS-PERIOD-STATUS
                   '; closed periods not checked this run.'
           END-EVALUATE
           .

       CheckBatchPeriod.
           MOVE 'N' TO WS-CLOSED-PERIOD-FLAG
           IF NOT PeriodFileOpen
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-BATCH-DATE(1:6) TO PC-PERIOD
           READ PERIOD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PeriodClosed
                       MOVE 'Y' TO WS-CLOSED-PERIOD-FLAG
                       DISPLAY 'Batch header dated '
                           WS-HDR-BATCH-DATE ' falls in closed '
                           'period - details routed to exception file.'
                   END-IF
           END-READ
           .

      * Without a profile file every transaction goes unmeasured.
       OpenProfileFile.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = '00'
               MOVE 'Y' TO WS-PROFILE-OPEN-FLAG
           ELSE
               DISPLAY 'Requestor profile file REQPROF.DAT '
                   'unavailable - status ' WS-PROFILE-STATUS
                   '; unusual amounts not checked this run.'
           END-IF
           .

      * Only a keyed Num1 is measured: a chained detail's Num1 is
      * the previous result, and a C06M04 release feed was approved
      * already.  A requestor with no profile, or too little history
      * for one, is not measured.
       CheckUnusualAmount.
           IF NOT ProfileFileOpen
               OR ChainedRecord
               OR WS-HDR-SOURCE-SYSTEM = 'C06M04'
               EXIT PARAGRAPH
           END-IF

           MOVE CQ-REQUESTOR TO PF-REQUESTOR-ID
           READ PROFILE-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT ProfileUsable
               EXIT PARAGRAPH
           END-IF

           IF Num1 < ZERO
               COMPUTE WS-AMOUNT-SIZE = ZERO - Num1
           ELSE
               MOVE Num1 TO WS-AMOUNT-SIZE
           END-IF

           MOVE PF-STD-DEVIATION TO WS-SPREAD
           IF WS-SPREAD < PF-MEAN-AMOUNT * WS-MIN-SPREAD-PCT / 100
               COMPUTE WS-SPREAD =
                   PF-MEAN-AMOUNT * WS-MIN-SPREAD-PCT / 100
           END-IF
           IF WS-SPREAD < 1.00
               MOVE 1.00 TO WS-SPREAD
           END-IF

           COMPUTE WS-HOLD-DEVIATION ROUNDED =
               (WS-AMOUNT-SIZE - PF-MEAN-AMOUNT) / WS-SPREAD
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-HOLD-DEVIATION
           END-COMPUTE

           IF WS-HOLD-DEVIATION > WS-UNUSUAL-LIMIT
               OR WS-HOLD-DEVIATION < ZERO - WS-UNUSUAL-LIMIT
               MOVE 'Y' TO WS-REQ-HOLD-FLAG
               MOVE 'UNUSUAL AMOUNT' TO WS-HOLD-REASON
               MOVE PF-MEAN-AMOUNT TO WS-HOLD-MEAN
           ELSE
               MOVE ZERO TO WS-HOLD-DEVIATION
           END-IF
           .

      * The master is indexed on RQ-REQUESTOR-ID, so it stays open
      * for the whole run and each transaction reads its requestor
      * by key - no in-core table and no 200-record cap.
       ValidateRequestor.
           MOVE 'Y' TO WS-REQ-VALID-FLAG
           MOVE 'N' TO WS-REQ-HOLD-FLAG
           MOVE ZERO TO WS-CURR-BUDGET
           MOVE ZERO TO WS-HOLD-MEAN
           MOVE ZERO TO WS-HOLD-DEVIATION

           IF MasterLoaded
               MOVE 'Y' TO WS-REQ-FOUND-FLAG
                               OR Num1 < WS-CURR-APP-NEG
                               OR Num2 < WS-CURR-APP-NEG)
                               MOVE 'Y' TO WS-REQ-HOLD-FLAG
                               MOVE 'OVER APPROVAL LIMIT'
                                   TO WS-HOLD-REASON
                           END-IF
                           MOVE RQ-MONTHLY-BUDGET TO WS-CURR-BUDGET
                           IF NOT HoldForApproval
                               PERFORM CheckUnusualAmount
                           END-IF
                       END-IF
                   END-IF
           MOVE Num2         TO AR-NUM2
           MOVE Operator     TO AR-OPERATOR
           MOVE Result       TO AR-RESULT
           MOVE WS-LAST-SEQUENCE-NO TO AR-SEQUENCE-NO
           MOVE WS-ENTRY-TYPE       TO AR-ENTRY-TYPE
           MOVE WS-ORIGINAL-SEQ     TO AR-ORIGINAL-SEQ
           MOVE SPACES              TO AR-RATE-CODE
           IF RateRecord AND NOT PostingReversal
               MOVE CQ-RT-RATE-CODE TO AR-RATE-CODE
           END-IF
           CALL 'C06U02' USING AUDIT-RECORD WS-LAST-CHAIN-VALUE
               AR-CHAIN-VALUE
           MOVE AR-CHAIN-VALUE      TO WS-LAST-CHAIN-VALUE
           WRITE AUDIT-RECORD
           .

       WriteAccountingRecord.
           MOVE SPACES TO ACCOUNTING-RECORD
           MOVE 1 TO WS-ACCT-POINTER
           MOVE Num1   TO WS-ACCT-NUM1
           MOVE Num2   TO WS-ACCT-NUM2
           MOVE Result TO WS-ACCT-RESULT
               ','                DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCT-RESULT) DELIMITED BY SIZE
               INTO ACCOUNTING-RECORD
               WITH POINTER WS-ACCT-POINTER
      * A reversal line names the posting it reverses after the
      * result, so accounting can pair it with the original line.
           IF PostingReversal
               MOVE WS-ORIGINAL-SEQ TO WS-ACCT-ORIGINAL-SEQ
               STRING ',V,'            DELIMITED BY SIZE
                   WS-ACCT-ORIGINAL-SEQ DELIMITED BY SIZE
                   INTO ACCOUNTING-RECORD
                   WITH POINTER WS-ACCT-POINTER
           END-IF
           WRITE ACCOUNTING-RECORD
           .

      * chain in progress the way a rejection does.
           MOVE 'N' TO WS-PRIOR-FLAG
           IF EditOnlyRun
               MOVE SPACES TO WS-REASON
               STRING 'WOULD HOLD - ' DELIMITED BY SIZE
                   WS-HOLD-REASON     DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM WriteEditReportLine
               EXIT PARAGRAPH
           END-IF
           MOVE Operator              TO PD-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO PD-HELD-TIMESTAMP
           SET PendingApproval        TO TRUE
           MOVE WS-HOLD-REASON        TO PD-REASON
           MOVE WS-HOLD-MEAN          TO PD-PROFILE-MEAN
           MOVE WS-HOLD-DEVIATION     TO PD-DEVIATION
           MOVE SPACES                TO PD-REVIEWED-TIMESTAMP
           WRITE PENDING-RECORD
           ADD 1 TO WS-HELD-COUNT
           .
           MOVE WS-REASON         TO ER-REASON
           SET ExceptionOpen      TO TRUE
           MOVE FUNCTION CURRENT-DATE TO ER-WRITTEN-TIMESTAMP
           MOVE SPACES TO ER-CLEARED-TIMESTAMP
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTIONS-WRITTEN

           END-IF
           .

      * The balance file carries month-to-date consumption across
      * runs.  An edit pass only reads it, to report would-be budget
      * holds; a missing file on an edit pass means nothing has been
      * consumed yet.
       OpenBalanceFile.
           IF EditOnlyRun
               OPEN INPUT BALANCE-FILE
           ELSE
               OPEN I-O BALANCE-FILE
               IF WS-BALANCE-STATUS = '35'
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
                   OPEN I-O BALANCE-FILE
               END-IF
           END-IF
           IF WS-BALANCE-STATUS = '00'
               MOVE 'Y' TO WS-BALANCE-OPEN-FLAG
           ELSE
               IF NOT EditOnlyRun
                   DISPLAY 'Requestor balance file REQBAL.DAT '
                       'unavailable - status ' WS-BALANCE-STATUS
                       '; monthly budgets not applied this run.'
               END-IF
           END-IF
           .

      * One registry record per batch ID, created on first touch
      * and kept current with the counts and stage of life; the
      * status is derived from what has happened to the batch so
                   MOVE ZERO TO BR-EXCEPTION-COUNT
                   MOVE ZERO TO BR-RECYCLED-COUNT
                   MOVE ZERO TO BR-ARCHIVED-COUNT
                   MOVE ZERO TO BR-REVERSED-COUNT
                   WRITE BATCH-REGISTRY-RECORD
           END-READ

           EVALUATE TRUE
           WHEN RegistryResult
               ADD 1 TO BR-RESULT-COUNT
           WHEN RegistryReversal
               ADD 1 TO BR-REVERSED-COUNT
           WHEN OTHER
               ADD 1 TO BR-EXCEPTION-COUNT
           END-EVALUATE

           EVALUATE TRUE
           WHEN BR-REVERSED-COUNT > ZERO
               AND BR-REVERSED-COUNT NOT < BR-RESULT-COUNT
               MOVE 'REVERSED' TO BR-STATUS
           WHEN BR-REVERSED-COUNT > ZERO
               MOVE 'PART REV' TO BR-STATUS
           WHEN BR-RESULT-COUNT > ZERO
               AND BR-EXCEPTION-COUNT > ZERO
               MOVE 'PART REJ' TO BR-STATUS
           .

       OpenOutputFiles.
           PERFORM OpenBalanceFile

      * An edit pass opens only its own report - truncating the
      * live result or exception files during an afternoon
      * pre-check would destroy the previous night's output.
           CLOSE CHECKPOINT-FILE
           ADD 1 TO WS-CHECKPOINT-COUNT
           .

      * The holder is shown so the operator knows whom to ask, or the
      * supervisor can judge whether the lock is stale.
       TakeRunLock.
           MOVE 'T' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT
           IF NOT RunLockTaken
               DISPLAY WS-LOCK-PROGRAM ' not started - the run lock '
                   'is held by ' FUNCTION TRIM(LK-PROGRAM) ' for '
                   FUNCTION TRIM(LK-OPERATOR)
               DISPLAY 'since ' LK-TAKEN-TIMESTAMP(1:8) ' '
                   LK-TAKEN-TIMESTAMP(9:2) ':' LK-TAKEN-TIMESTAMP(11:2)
                   ' - run it again when that job has finished.'
           END-IF
           .

      * The CALL resets RETURN-CODE, so the job's own return code is
      * kept across it.
       ReleaseRunLock.
           IF RunLockTaken
               MOVE RETURN-CODE TO WS-LOCK-RETURN-CODE
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
                   RUN-LOCK-RECORD WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-RESULT
               MOVE WS-LOCK-RETURN-CODE TO RETURN-CODE
           END-IF
           .
