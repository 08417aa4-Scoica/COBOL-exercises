       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E13.
       AUTHOR. Andrei Stoica.
      * Retroactive rate correction.  When finance back-dates a
      * standard rate change on RATETAB.DAT, every posting made from
      * an 'R' rate detail at the old rate since the new
      * RT-EFFECTIVE-DATE is wrong, and used to be found and redone
      * by hand.  Finance lists each correction wanted on the request
      * file C06E13Q.DAT - a rate code and a posting date range - and
      * this job walks the audit trail, the C06E04 archives named on
      * the manifest first and then the live C06E01A.DAT, for the
      * postings made on that code in that range (the code is carried
      * on the audit record as AR-RATE-CODE).  Each is recomputed at
      * the rate in effect on its posting date, and where that
      * differs from what was charged an adjustment entry for the
      * difference only - entry type 'A', naming the posting it
      * corrects - is appended to the results C06E01R.DAT, the audit
      * trail C06E01A.DAT (numbered and chained like any posting)
      * and the accounting export C06E01C.DAT.  Nothing else is
      * touched.  The correction report C06E13.RPT lists every
      * adjustment by requestor, with requestor totals, so chargeback
      * can explain it.
      * Adjustments already made against a posting count towards
      * what it was charged, so a request run twice adjusts nothing
      * the second time; a posting since reversed is left alone.
      * Postings dated before the code's effective date, or after
      * its end date, were charged a rate that was right at the time
      * and are not touched.  Postings written before the rate code
      * was carried on the audit record cannot be told from other
      * percentage postings and are not corrected.
      * It runs as a C06E05 calendar step between C06E01 and the
      * C06E10 journal, so the adjustments go out with the night's
      * results and export, and is gated on the C06E01 run summary
      * as the journal is.  Each request is marked done (or refused,
      * with the reason) on C06E13Q.DAT so it is acted on once.
      * The adjustments are appended to files C06E01 and C06E04 also
      * write, so the C06U03 run lock is held from the gate check to
      * the end of the run; a run started while another updating
      * program holds it stops with return code 4.
      * C06E13Q.DAT layout, one request per line: rate code (columns
      * 1-8), from date and to date YYYYMMDD (9-16 and 17-24), then
      * the status, time and note this job fills in.  A blank from
      * date means the code's effective date, a blank to date today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "C06E01S.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "C06E13Q.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT REQUEST-WORK-FILE ASSIGN TO "C06E13W.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-WORK-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AUDIT-FILE  ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESULT-FILE ASSIGN TO "C06E01R.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT ACCOUNTING-FILE ASSIGN TO "C06E01C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06E13.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           COPY RUNSUMM.

       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 CR-RATE-CODE                    PIC X(8).
           05 CR-FROM-DATE                    PIC X(8).
           05 CR-TO-DATE                      PIC X(8).
           05 CR-STATUS                       PIC X.
              88 RequestPending       VALUE SPACE.
           05 CR-DONE-TIMESTAMP               PIC X(26).
           05 CR-NOTE                         PIC X(30).

       FD  REQUEST-WORK-FILE.
       01  REQUEST-WORK-RECORD                   PIC X(81).

       FD  RATE-FILE.
           COPY RATETAB.

       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RR-BATCH-ID                     PIC X(10).
           05 RR-REQUESTOR                    PIC X(20).
           05 RR-NUM1                         PIC S9(7)V99
                                               SIGN IS LEADING SEPARATE.
           05 RR-NUM2                         PIC S9(7)V99
                                               SIGN IS LEADING SEPARATE.
           05 RR-OPERATOR                     PIC X.
           05 RR-RESULT                       PIC -(7)9.99.
           05 RR-SEQUENCE-NO                  PIC 9(9).
           05 RR-ENTRY-TYPE                   PIC X.
           05 RR-ORIGINAL-SEQ                 PIC 9(9).

       FD  ACCOUNTING-FILE.
       01  ACCOUNTING-RECORD                      PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SUMMARY-STATUS                      PIC XX.
       01 WS-REQUEST-STATUS                      PIC XX.
       01 WS-REQUEST-WORK-STATUS                 PIC XX.
       01 WS-RATE-STATUS                         PIC XX.
       01 WS-MANIFEST-STATUS                     PIC XX.
       01 WS-AUDIT-STATUS                        PIC XX.
       01 WS-RESULT-STATUS                       PIC XX.
       01 WS-ACCOUNTING-STATUS                   PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-GATE-FLAG                           PIC X VALUE 'Y'.
          88 RunOutputsUsable           VALUE 'Y'.

       01 WS-REQUEST-EOF-FLAG                    PIC X VALUE 'N'.
          88 EndOfRequests              VALUE 'Y'.

       01 WS-RATE-EOF-FLAG                       PIC X VALUE 'N'.
          88 EndOfRateTable             VALUE 'Y'.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfAuditLog              VALUE 'Y'.

       01 WS-AUDIT-FILE-NAME                     PIC X(20).

       01 WS-TODAY                               PIC X(8).
       01 WS-NOW                                 PIC X(26).

      * Every line of the request file, kept whole so it can be
      * written back with each pending request's outcome.
       01 WS-REQUEST-TABLE.
          05 WS-REQ-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-REQ-ENTRY OCCURS 50 TIMES.
             10 WS-REQ-RECORD                    PIC X(81).
             10 WS-REQ-ACTIVE-FLAG               PIC X.
                88 RequestActive        VALUE 'Y'.
             10 WS-REQ-PCT                       PIC 9(3)V99.
             10 WS-REQ-EFF-DATE                  PIC X(8).
             10 WS-REQ-END-DATE                  PIC X(8).
             10 WS-REQ-ADJUST-COUNT              PIC 9(7).
             10 WS-REQ-ADJUST-TOTAL              PIC S9(9)V99.
       01 WS-REQ-IX                              PIC 9(4) COMP.
       01 WS-REQ-DROPPED                         PIC 9(4) VALUE ZERO.
       01 WS-REQ-LINE-NO                         PIC 9(4) COMP.
       01 WS-UNREAD-SAVED-FLAG                   PIC X VALUE 'N'.
          88 UnreadRequestsSaved        VALUE 'Y'.
       01 WS-PENDING-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT                       PIC 9(4) VALUE ZERO.

       01 WS-DATE-CHECK                          PIC X(8).
       01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                                 PIC 9(8).

      * The rate table, as C06E01 loads it.
       01 WS-RATE-TABLE.
          05 WS-RATE-COUNT                       PIC 9(4) VALUE ZERO.
          05 WS-RATE-ENTRY OCCURS 50 TIMES.
             10 WS-RATE-CODE                     PIC X(8).
             10 WS-RATE-PCT                      PIC 9(3)V99.
             10 WS-RATE-EFF-DATE                 PIC X(8).
             10 WS-RATE-END-DATE                 PIC X(8).
       01 WS-RATE-IX                             PIC 9(4) COMP.

      * Rate postings found for the active requests, with what
      * has been charged against each so far.
       01 WS-POSTING-TABLE.
          05 WS-POST-COUNT                       PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-POST-ENTRY OCCURS 2000 TIMES.
             10 WS-POST-SEQ                      PIC 9(9).
             10 WS-POST-REQ-IX                   PIC 9(4) COMP.
             10 WS-POST-BATCH-ID                 PIC X(10).
             10 WS-POST-REQUESTOR                PIC X(20).
             10 WS-POST-DATE                     PIC X(8).
             10 WS-POST-NUM1                     PIC S9(7)V99.
             10 WS-POST-OLD-PCT                  PIC S9(7)V99.
             10 WS-POST-CHARGED                  PIC S9(9)V99.
             10 WS-POST-CORRECT                  PIC S9(9)V99.
             10 WS-POST-ADJUSTMENT               PIC S9(9)V99.
             10 WS-POST-REVERSED-FLAG            PIC X.
                88 PostingReversed      VALUE 'Y'.
             10 WS-POST-OUTCOME                  PIC X(15).
             10 WS-POST-LISTED-FLAG              PIC X.
                88 PostingListed        VALUE 'Y'.
       01 WS-POST-IX                             PIC 9(4) COMP.
       01 WS-LIST-IX                             PIC 9(4) COMP.
       01 WS-POST-DROPPED                        PIC 9(7) VALUE ZERO.

       01 WS-POSTING-DATE                        PIC X(8).

       01 WS-LAST-SEQUENCE-NO                    PIC 9(9) VALUE ZERO.
       01 WS-LAST-CHAIN-VALUE                    PIC 9(10) VALUE ZERO.

       01 WS-CORRECT-RESULT                      PIC S9(7)V99.
       01 WS-SIZE-ERROR-FLAG                     PIC X VALUE 'N'.
          88 SizeErrorOccurred          VALUE 'Y'.

       01 WS-ACCT-POINTER                        PIC 9(3).
       01 WS-ACCT-NUM1                           PIC -(7)9.99.
       01 WS-ACCT-NUM2                           PIC -(7)9.99.
       01 WS-ACCT-RESULT                         PIC -(7)9.99.
       01 WS-ACCT-ORIGINAL-SEQ                   PIC 9(9).

       01 WS-ADJUST-COUNT                        PIC 9(7) VALUE ZERO.
       01 WS-ADJUST-TOTAL                        PIC S9(9)V99
                                                 VALUE ZERO.
       01 WS-REQUESTOR-COUNT                     PIC 9(7) VALUE ZERO.
       01 WS-REQUESTOR-TOTAL                     PIC S9(9)V99
                                                 VALUE ZERO.
       01 WS-CURRENT-REQUESTOR                   PIC X(20).

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-NUMBER                         PIC Z(8)9.
       01 WS-SHOW-NUM                            PIC -(7)9.99.
       01 WS-SHOW-AMOUNT                         PIC -(8)9.99.
       01 WS-SHOW-PCT                            PIC ZZ9.99.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E13'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-CORRECT-RATE-POSTINGS.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'Y' TO WS-GATE-FLAG
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO WS-REQ-DROPPED
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-REFUSED-COUNT
           MOVE ZERO TO WS-RATE-COUNT
           MOVE ZERO TO WS-POST-COUNT
           MOVE ZERO TO WS-POST-DROPPED
           MOVE ZERO TO WS-LAST-SEQUENCE-NO
           MOVE ZERO TO WS-LAST-CHAIN-VALUE
           MOVE ZERO TO WS-ADJUST-COUNT
           MOVE ZERO TO WS-ADJUST-TOTAL
           MOVE 'N' TO WS-LOCK-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY

           PERFORM LoadRequests
           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'No rate corrections requested on C06E13Q.DAT'
                   ' - nothing to do.'
               GOBACK
           END-IF

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CheckRunSummary
           IF NOT RunOutputsUsable
               DISPLAY '*** LATEST C06E01 RUN DID NOT COMPLETE '
                   '- RATE CORRECTION REFUSED ***'
               DISPLAY 'Resolve the failed run (see C06E01S.DAT)'
                   ' and rerun before correcting.'
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06E13.RPT - '
                   'rate correction skipped.'
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'RETROACTIVE RATE CORRECTION - RUN OF '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LoadRateTable
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE WS-REQ-RECORD(WS-REQ-IX) TO REQUEST-RECORD
               IF RequestPending AND CR-RATE-CODE NOT = SPACE
                   PERFORM ValidateRequest
                   PERFORM WriteRequestLine
               END-IF
           END-PERFORM

      * Archives first, then the live trail, so reversals and
      * earlier adjustments are met after the postings they name.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   PERFORM NoteArchivedSequence
                   MOVE MF-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
                   PERFORM ScanAuditFile
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM ScanAuditFile

           PERFORM WorkOutAdjustments

           IF WS-ADJUST-COUNT > ZERO
               PERFORM PostAdjustments
           END-IF

           PERFORM WriteCorrectionReport
           CLOSE REPORT-FILE

           PERFORM RewriteRequests

           MOVE WS-ADJUST-COUNT TO WS-SHOW-COUNT
           MOVE WS-ADJUST-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY 'Rate correction complete - ' WS-SHOW-COUNT
               ' adjustment(s) totalling ' WS-SHOW-AMOUNT
               '; see C06E13.RPT.'
           IF WS-REFUSED-COUNT > ZERO OR WS-POST-DROPPED > ZERO
               OR WS-REQ-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM ReleaseRunLock
           GOBACK.

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

      * Requests past the table's capacity are kept on the file
      * untouched for the next run - RewriteRequests writes them back
      * after the ones acted on.
       LoadRequests.
           MOVE 'N' TO WS-REQUEST-EOF-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadRequestRecord
           PERFORM UNTIL EndOfRequests
               IF WS-REQ-COUNT < 50
                   ADD 1 TO WS-REQ-COUNT
                   MOVE REQUEST-RECORD TO WS-REQ-RECORD(WS-REQ-COUNT)
                   MOVE 'N' TO WS-REQ-ACTIVE-FLAG(WS-REQ-COUNT)
                   MOVE ZERO TO WS-REQ-ADJUST-COUNT(WS-REQ-COUNT)
                   MOVE ZERO TO WS-REQ-ADJUST-TOTAL(WS-REQ-COUNT)
                   IF RequestPending AND CR-RATE-CODE NOT = SPACE
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REQ-DROPPED
               END-IF
               PERFORM ReadRequestRecord
           END-PERFORM
           CLOSE REQUEST-FILE
           .

       ReadRequestRecord.
           READ REQUEST-FILE
               AT END SET EndOfRequests TO TRUE
           END-READ
           .

       CheckRunSummary.
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = '00'
               READ SUMMARY-FILE
                   AT END MOVE 'N' TO WS-GATE-FLAG
                   NOT AT END
                       IF NOT RunCompleted
                           MOVE 'N' TO WS-GATE-FLAG
                       END-IF
               END-READ
               CLOSE SUMMARY-FILE
           END-IF
           .

       LoadRateTable.
           MOVE 'N' TO WS-RATE-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'Rate table RATETAB.DAT not found - every '
                   'correction will be refused.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadRateRecord
           PERFORM UNTIL EndOfRateTable
               IF WS-RATE-COUNT < 50
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-RATE-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                   MOVE RT-PERCENTAGE TO WS-RATE-PCT(WS-RATE-COUNT)
                   MOVE RT-EFFECTIVE-DATE
                       TO WS-RATE-EFF-DATE(WS-RATE-COUNT)
                   MOVE RT-END-DATE TO WS-RATE-END-DATE(WS-RATE-COUNT)
               END-IF
               PERFORM ReadRateRecord
           END-PERFORM
           CLOSE RATE-FILE
           .

       ReadRateRecord.
           READ RATE-FILE
               AT END SET EndOfRateTable TO TRUE
           END-READ
           .

      * A request is acted on only for a code on the rate table and
      * a date range that reads as real dates, in order.  The range
      * is narrowed to the code's own effective and end dates.
       ValidateRequest.
           MOVE SPACES TO CR-NOTE
           MOVE ZERO TO WS-RATE-IX
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                      OR WS-RATE-CODE(WS-RATE-IX) = CR-RATE-CODE
               CONTINUE
           END-PERFORM

           IF CR-FROM-DATE = SPACE AND WS-RATE-IX NOT > WS-RATE-COUNT
               MOVE WS-RATE-EFF-DATE(WS-RATE-IX) TO CR-FROM-DATE
           END-IF
           IF CR-TO-DATE = SPACE
               MOVE WS-TODAY TO CR-TO-DATE
           END-IF

           EVALUATE TRUE
           WHEN WS-RATE-IX > WS-RATE-COUNT
               MOVE 'RATE CODE NOT ON RATETAB' TO CR-NOTE
           WHEN CR-FROM-DATE NOT NUMERIC
               MOVE 'FROM DATE NOT YYYYMMDD' TO CR-NOTE
           WHEN CR-TO-DATE NOT NUMERIC
               MOVE 'TO DATE NOT YYYYMMDD' TO CR-NOTE
           WHEN CR-FROM-DATE > CR-TO-DATE
               MOVE 'FROM DATE AFTER TO DATE' TO CR-NOTE
           END-EVALUATE
           IF CR-NOTE = SPACE
               MOVE CR-FROM-DATE TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-N)
                   NOT = ZERO
                   MOVE 'FROM DATE NOT A VALID DATE' TO CR-NOTE
               END-IF
               MOVE CR-TO-DATE TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-N)
                   NOT = ZERO
                   MOVE 'TO DATE NOT A VALID DATE' TO CR-NOTE
               END-IF
           END-IF

           MOVE WS-NOW TO CR-DONE-TIMESTAMP
           IF CR-NOTE NOT = SPACE
               MOVE 'E' TO CR-STATUS
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE 'D' TO CR-STATUS
               MOVE 'Y' TO WS-REQ-ACTIVE-FLAG(WS-REQ-IX)
               MOVE WS-RATE-PCT(WS-RATE-IX) TO WS-REQ-PCT(WS-REQ-IX)
               MOVE WS-RATE-EFF-DATE(WS-RATE-IX)
                   TO WS-REQ-EFF-DATE(WS-REQ-IX)
               MOVE WS-RATE-END-DATE(WS-RATE-IX)
                   TO WS-REQ-END-DATE(WS-REQ-IX)
               IF CR-FROM-DATE < WS-REQ-EFF-DATE(WS-REQ-IX)
                   MOVE WS-REQ-EFF-DATE(WS-REQ-IX) TO CR-FROM-DATE
               END-IF
      * Spaces or zeros on the end date leave the code open-ended.
               IF WS-REQ-END-DATE(WS-REQ-IX) NOT = SPACE
                   AND WS-REQ-END-DATE(WS-REQ-IX) NOT = ZERO
                   AND WS-REQ-END-DATE(WS-REQ-IX) < CR-TO-DATE
                   MOVE WS-REQ-END-DATE(WS-REQ-IX) TO CR-TO-DATE
               END-IF
           END-IF
           MOVE REQUEST-RECORD TO WS-REQ-RECORD(WS-REQ-IX)
           .

       WriteRequestLine.
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUEST - RATE CODE ' DELIMITED BY SIZE
               CR-RATE-CODE              DELIMITED BY SIZE
               ' POSTED '                DELIMITED BY SIZE
               CR-FROM-DATE              DELIMITED BY SIZE
               ' TO '                    DELIMITED BY SIZE
               CR-TO-DATE                DELIMITED BY SIZE
               INTO REPORT-LINE
           IF RequestActive(WS-REQ-IX)
               MOVE WS-REQ-PCT(WS-REQ-IX) TO WS-SHOW-PCT
               MOVE ' - CORRECTED TO' TO REPORT-LINE(58:15)
               MOVE WS-SHOW-PCT TO REPORT-LINE(74:6)
               MOVE '%' TO REPORT-LINE(80:1)
           ELSE
               MOVE ' - REFUSED:' TO REPORT-LINE(58:11)
               MOVE CR-NOTE TO REPORT-LINE(70:30)
           END-IF
           WRITE REPORT-LINE
           .

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

      * Posting numbers and the check-value chain carry on across
      * archival, as in C06E01.
       NoteArchivedSequence.
           IF MF-LAST-SEQUENCE NUMERIC
               AND MF-LAST-SEQUENCE > WS-LAST-SEQUENCE-NO
               MOVE MF-LAST-SEQUENCE TO WS-LAST-SEQUENCE-NO
               IF MF-LAST-CHAIN-VALUE NUMERIC
                   MOVE MF-LAST-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
               ELSE
                   MOVE ZERO TO WS-LAST-CHAIN-VALUE
               END-IF
           END-IF
           .

      * An archive named on the manifest but no longer on disk is
      * passed over; C06R14 reports it.
       ScanAuditFile.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfAuditLog
               IF AR-SEQUENCE-NO NUMERIC
                   IF AR-SEQUENCE-NO > WS-LAST-SEQUENCE-NO
                       MOVE AR-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
                       IF AR-CHAIN-VALUE NUMERIC
                           MOVE AR-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
                       ELSE
                           MOVE ZERO TO WS-LAST-CHAIN-VALUE
                       END-IF
                   END-IF
                   EVALUATE TRUE
                   WHEN ReversalEntry
                       PERFORM NoteReversal
                   WHEN AdjustmentEntry
                       PERFORM NoteEarlierAdjustment
                   WHEN CalculationEntry AND AR-RATE-CODE NOT = SPACE
                       PERFORM NoteRatePosting
                   END-EVALUATE
               END-IF
               PERFORM ReadAuditRecord
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfAuditLog TO TRUE
           END-READ
           .

      * A posting is taken by the first active request for its code
      * whose date range holds the posting date.
       NoteRatePosting.
           MOVE AR-TIMESTAMP(1:8) TO WS-POSTING-DATE
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE WS-REQ-RECORD(WS-REQ-IX) TO REQUEST-RECORD
               IF RequestActive(WS-REQ-IX)
                   AND CR-RATE-CODE = AR-RATE-CODE
                   AND WS-POSTING-DATE NOT < CR-FROM-DATE
                   AND WS-POSTING-DATE NOT > CR-TO-DATE
                   PERFORM AddRatePosting
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       AddRatePosting.
           IF WS-POST-COUNT NOT < 2000
               ADD 1 TO WS-POST-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE AR-SEQUENCE-NO  TO WS-POST-SEQ(WS-POST-COUNT)
           MOVE WS-REQ-IX       TO WS-POST-REQ-IX(WS-POST-COUNT)
           MOVE AR-BATCH-ID     TO WS-POST-BATCH-ID(WS-POST-COUNT)
           MOVE AR-REQUESTOR    TO WS-POST-REQUESTOR(WS-POST-COUNT)
           MOVE WS-POSTING-DATE TO WS-POST-DATE(WS-POST-COUNT)
           MOVE AR-NUM1         TO WS-POST-NUM1(WS-POST-COUNT)
           MOVE AR-NUM2         TO WS-POST-OLD-PCT(WS-POST-COUNT)
           MOVE AR-RESULT       TO WS-POST-CHARGED(WS-POST-COUNT)
           MOVE ZERO            TO WS-POST-CORRECT(WS-POST-COUNT)
           MOVE ZERO            TO WS-POST-ADJUSTMENT(WS-POST-COUNT)
           MOVE 'N'             TO WS-POST-REVERSED-FLAG(WS-POST-COUNT)
           MOVE SPACES          TO WS-POST-OUTCOME(WS-POST-COUNT)
           MOVE 'N'             TO WS-POST-LISTED-FLAG(WS-POST-COUNT)
           .

       NoteReversal.
           PERFORM FindPostingForOriginal
           IF WS-POST-IX NOT > WS-POST-COUNT
               MOVE 'Y' TO WS-POST-REVERSED-FLAG(WS-POST-IX)
           END-IF
           .

      * C06E01 refuses to reverse an adjustment, so every one found
      * still counts towards what its posting was charged.
       NoteEarlierAdjustment.
           PERFORM FindPostingForOriginal
           IF WS-POST-IX NOT > WS-POST-COUNT
               ADD AR-RESULT TO WS-POST-CHARGED(WS-POST-IX)
           END-IF
           .

       FindPostingForOriginal.
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-POST-COUNT
                      OR WS-POST-SEQ(WS-POST-IX) = AR-ORIGINAL-SEQ
               CONTINUE
           END-PERFORM
           .

      * The corrected result is worked out exactly as C06E01 works
      * out a '%' posting.
       WorkOutAdjustments.
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-POST-COUNT
               MOVE WS-POST-REQ-IX(WS-POST-IX) TO WS-REQ-IX
               MOVE 'N' TO WS-SIZE-ERROR-FLAG
               COMPUTE WS-CORRECT-RESULT ROUNDED =
                   WS-POST-NUM1(WS-POST-IX) * WS-REQ-PCT(WS-REQ-IX)
                   / 100
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-FLAG
               END-COMPUTE
               MOVE WS-CORRECT-RESULT TO WS-POST-CORRECT(WS-POST-IX)
               EVALUATE TRUE
               WHEN PostingReversed(WS-POST-IX)
                   MOVE 'REVERSED - LEFT' TO WS-POST-OUTCOME(WS-POST-IX)
               WHEN SizeErrorOccurred
                   MOVE 'SIZE ERROR' TO WS-POST-OUTCOME(WS-POST-IX)
               WHEN WS-CORRECT-RESULT = WS-POST-CHARGED(WS-POST-IX)
                   MOVE 'ALREADY RIGHT' TO WS-POST-OUTCOME(WS-POST-IX)
               WHEN OTHER
                   COMPUTE WS-POST-ADJUSTMENT(WS-POST-IX) =
                       WS-CORRECT-RESULT - WS-POST-CHARGED(WS-POST-IX)
                   MOVE 'ADJUSTED' TO WS-POST-OUTCOME(WS-POST-IX)
                   ADD 1 TO WS-ADJUST-COUNT
                   ADD WS-POST-ADJUSTMENT(WS-POST-IX)
                       TO WS-ADJUST-TOTAL
                   ADD 1 TO WS-REQ-ADJUST-COUNT(WS-REQ-IX)
                   ADD WS-POST-ADJUSTMENT(WS-POST-IX)
                       TO WS-REQ-ADJUST-TOTAL(WS-REQ-IX)
               END-EVALUATE
           END-PERFORM
           .

      * The adjustments are appended to the night's result and
      * accounting files and to the live trail, after its last
      * posting.
       PostAdjustments.
           OPEN EXTEND RESULT-FILE
           IF WS-RESULT-STATUS = '35'
               OPEN OUTPUT RESULT-FILE
           END-IF
           OPEN EXTEND ACCOUNTING-FILE
           IF WS-ACCOUNTING-STATUS = '35'
               OPEN OUTPUT ACCOUNTING-FILE
           END-IF
           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-POST-COUNT
               IF WS-POST-OUTCOME(WS-POST-IX) = 'ADJUSTED'
                   PERFORM WriteAdjustment
               END-IF
           END-PERFORM

           CLOSE RESULT-FILE
           CLOSE ACCOUNTING-FILE
           CLOSE AUDIT-FILE
           .

       WriteAdjustment.
           MOVE WS-POST-REQ-IX(WS-POST-IX) TO WS-REQ-IX
           ADD 1 TO WS-LAST-SEQUENCE-NO

           MOVE WS-POST-BATCH-ID(WS-POST-IX)   TO RR-BATCH-ID
           MOVE WS-POST-REQUESTOR(WS-POST-IX)  TO RR-REQUESTOR
           MOVE WS-POST-NUM1(WS-POST-IX)       TO RR-NUM1
           MOVE WS-REQ-PCT(WS-REQ-IX)          TO RR-NUM2
           MOVE '%'                            TO RR-OPERATOR
           MOVE WS-POST-ADJUSTMENT(WS-POST-IX) TO RR-RESULT
           MOVE WS-LAST-SEQUENCE-NO            TO RR-SEQUENCE-NO
           MOVE 'A'                            TO RR-ENTRY-TYPE
           MOVE WS-POST-SEQ(WS-POST-IX)        TO RR-ORIGINAL-SEQ
           WRITE RESULT-RECORD

           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE          TO AR-TIMESTAMP
           MOVE WS-POST-BATCH-ID(WS-POST-IX)   TO AR-BATCH-ID
           MOVE WS-POST-REQUESTOR(WS-POST-IX)  TO AR-REQUESTOR
           MOVE WS-POST-NUM1(WS-POST-IX)       TO AR-NUM1
           MOVE WS-REQ-PCT(WS-REQ-IX)          TO AR-NUM2
           MOVE '%'                            TO AR-OPERATOR
           MOVE WS-POST-ADJUSTMENT(WS-POST-IX) TO AR-RESULT
           MOVE WS-LAST-SEQUENCE-NO            TO AR-SEQUENCE-NO
           SET AdjustmentEntry TO TRUE
           MOVE WS-POST-SEQ(WS-POST-IX)        TO AR-ORIGINAL-SEQ
           MOVE WS-REQ-RECORD(WS-REQ-IX)       TO REQUEST-RECORD
           MOVE CR-RATE-CODE                   TO AR-RATE-CODE
           CALL 'C06U02' USING AUDIT-RECORD WS-LAST-CHAIN-VALUE
               AR-CHAIN-VALUE
           MOVE AR-CHAIN-VALUE                 TO WS-LAST-CHAIN-VALUE
           WRITE AUDIT-RECORD

      * Like a reversal line, an adjustment line names the posting
      * it adjusts after the result.
           MOVE SPACES TO ACCOUNTING-RECORD
           MOVE 1 TO WS-ACCT-POINTER
           MOVE WS-POST-NUM1(WS-POST-IX)       TO WS-ACCT-NUM1
           MOVE WS-REQ-PCT(WS-REQ-IX)          TO WS-ACCT-NUM2
           MOVE WS-POST-ADJUSTMENT(WS-POST-IX) TO WS-ACCT-RESULT
           MOVE WS-POST-SEQ(WS-POST-IX)        TO WS-ACCT-ORIGINAL-SEQ
           STRING WS-POST-BATCH-ID(WS-POST-IX)  DELIMITED BY SPACE
               ','                              DELIMITED BY SIZE
               WS-POST-REQUESTOR(WS-POST-IX)    DELIMITED BY SPACE
               ','                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCT-NUM1)      DELIMITED BY SIZE
               ','                              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCT-NUM2)      DELIMITED BY SIZE
               ',%,'                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCT-RESULT)    DELIMITED BY SIZE
               ',A,'                            DELIMITED BY SIZE
               WS-ACCT-ORIGINAL-SEQ             DELIMITED BY SIZE
               INTO ACCOUNTING-RECORD
               WITH POINTER WS-ACCT-POINTER
           WRITE ACCOUNTING-RECORD
           .

      * Every posting found is listed under its requestor, adjusted
      * or not, so chargeback sees why a posting was left alone.
       WriteCorrectionReport.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '      SEQ BATCH      POSTED          NUM1 OLD %'
               TO REPORT-LINE
           MOVE '     CHARGED  NEW %     CORRECT   ADJUSTMENT'
               TO REPORT-LINE(48:45)
           MOVE ' OUTCOME' TO REPORT-LINE(94:8)
           WRITE REPORT-LINE

           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-POST-COUNT
               IF NOT PostingListed(WS-POST-IX)
                   PERFORM ListRequestorPostings
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POST-COUNT = ZERO
               MOVE 'NO POSTINGS FOUND FOR THE REQUESTS' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-ADJUST-COUNT TO WS-SHOW-COUNT
           MOVE WS-ADJUST-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL ADJUSTMENTS - ' DELIMITED BY SIZE
               WS-SHOW-COUNT            DELIMITED BY SIZE
               ' POSTING(S), '          DELIMITED BY SIZE
               WS-SHOW-AMOUNT           DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-POST-DROPPED > ZERO
               MOVE WS-POST-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 2000 POSTINGS - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' NOT CORRECTED THIS RUN; RESUBMIT THE REQUEST'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-REQ-DROPPED > ZERO
               MOVE WS-REQ-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 50 REQUEST LINES - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' LEFT ON C06E13Q.DAT UNREAD' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       ListRequestorPostings.
           MOVE WS-POST-REQUESTOR(WS-POST-IX) TO WS-CURRENT-REQUESTOR
           MOVE ZERO TO WS-REQUESTOR-COUNT
           MOVE ZERO TO WS-REQUESTOR-TOTAL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTOR ' DELIMITED BY SIZE
               WS-CURRENT-REQUESTOR DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-LIST-IX FROM WS-POST-IX BY 1
                   UNTIL WS-LIST-IX > WS-POST-COUNT
               IF WS-POST-REQUESTOR(WS-LIST-IX) = WS-CURRENT-REQUESTOR
                   PERFORM WritePostingLine
               END-IF
           END-PERFORM

           MOVE WS-REQUESTOR-COUNT TO WS-SHOW-COUNT
           MOVE WS-REQUESTOR-TOTAL TO WS-SHOW-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  REQUESTOR TOTAL - ' DELIMITED BY SIZE
               WS-SHOW-COUNT            DELIMITED BY SIZE
               ' ADJUSTMENT(S)'         DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(81:12)
           WRITE REPORT-LINE
           .

       WritePostingLine.
           MOVE 'Y' TO WS-POST-LISTED-FLAG(WS-LIST-IX)
           MOVE WS-POST-REQ-IX(WS-LIST-IX) TO WS-REQ-IX
           MOVE SPACES TO REPORT-LINE
           MOVE WS-POST-SEQ(WS-LIST-IX) TO WS-SHOW-NUMBER
           MOVE WS-SHOW-NUMBER TO REPORT-LINE(1:9)
           MOVE WS-POST-BATCH-ID(WS-LIST-IX) TO REPORT-LINE(11:10)
           MOVE WS-POST-DATE(WS-LIST-IX) TO REPORT-LINE(22:8)
           MOVE WS-POST-NUM1(WS-LIST-IX) TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM TO REPORT-LINE(31:11)
           MOVE WS-POST-OLD-PCT(WS-LIST-IX) TO WS-SHOW-PCT
           MOVE WS-SHOW-PCT TO REPORT-LINE(43:6)
           MOVE WS-POST-CHARGED(WS-LIST-IX) TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(50:12)
           MOVE WS-REQ-PCT(WS-REQ-IX) TO WS-SHOW-PCT
           MOVE WS-SHOW-PCT TO REPORT-LINE(63:6)
           MOVE WS-POST-CORRECT(WS-LIST-IX) TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(69:12)
           IF WS-POST-OUTCOME(WS-LIST-IX) = 'ADJUSTED'
               MOVE WS-POST-ADJUSTMENT(WS-LIST-IX) TO WS-SHOW-AMOUNT
               MOVE WS-SHOW-AMOUNT TO REPORT-LINE(81:12)
               ADD 1 TO WS-REQUESTOR-COUNT
               ADD WS-POST-ADJUSTMENT(WS-LIST-IX)
                   TO WS-REQUESTOR-TOTAL
           END-IF
           MOVE WS-POST-OUTCOME(WS-LIST-IX) TO REPORT-LINE(95:15)
           WRITE REPORT-LINE
           .

      * The lines past the table are copied aside to C06E13W.DAT
      * first and written back after the table, so the file is never
      * shortened.  If they cannot be copied aside the file is left
      * as it was; the requests acted on are then run again next
      * time, and adjust nothing the second time.
       RewriteRequests.
           IF WS-REQ-DROPPED > ZERO
               PERFORM SaveUnreadRequests
               IF NOT UnreadRequestsSaved
                   DISPLAY 'Unable to set aside the unread requests on '
                       'C06E13W.DAT - C06E13Q.DAT left unchanged.'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'Unable to rewrite C06E13Q.DAT - mark the '
                   'requests done by hand before the next run.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE WS-REQ-RECORD(WS-REQ-IX) TO REQUEST-RECORD
               WRITE REQUEST-RECORD
           END-PERFORM

           IF WS-REQ-DROPPED > ZERO
               OPEN INPUT REQUEST-WORK-FILE
               MOVE 'N' TO WS-REQUEST-EOF-FLAG
               PERFORM ReadRequestWorkRecord
               PERFORM UNTIL EndOfRequests
                   MOVE REQUEST-WORK-RECORD TO REQUEST-RECORD
                   WRITE REQUEST-RECORD
                   PERFORM ReadRequestWorkRecord
               END-PERFORM
               CLOSE REQUEST-WORK-FILE
           END-IF
           CLOSE REQUEST-FILE
           .

       SaveUnreadRequests.
           MOVE 'N' TO WS-UNREAD-SAVED-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REQUEST-WORK-FILE
           IF WS-REQUEST-WORK-STATUS NOT = '00'
               CLOSE REQUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-UNREAD-SAVED-FLAG
           MOVE ZERO TO WS-REQ-LINE-NO
           MOVE 'N' TO WS-REQUEST-EOF-FLAG
           PERFORM ReadRequestRecord
           PERFORM UNTIL EndOfRequests
               ADD 1 TO WS-REQ-LINE-NO
               IF WS-REQ-LINE-NO > WS-REQ-COUNT
                   MOVE REQUEST-RECORD TO REQUEST-WORK-RECORD
                   WRITE REQUEST-WORK-RECORD
                   IF WS-REQUEST-WORK-STATUS NOT = '00'
                       MOVE 'N' TO WS-UNREAD-SAVED-FLAG
                   END-IF
               END-IF
               PERFORM ReadRequestRecord
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE REQUEST-WORK-FILE
           IF WS-REQUEST-WORK-STATUS NOT = '00'
               MOVE 'N' TO WS-UNREAD-SAVED-FLAG
           END-IF
           .

       ReadRequestWorkRecord.
           READ REQUEST-WORK-FILE
               AT END SET EndOfRequests TO TRUE
           END-READ
           .
