      * the next C06E01 run), drop it, or leave it for later.
      * Corrected and dropped records are flagged in the exception
      * file so the same rejection cannot be resubmitted twice.
      * A rejected reversal (operator 'V') is corrected by keying the
      * posting number again, and goes back as a 'V' reversal detail.
      * Each rejection recycled or dropped is stamped with the time
      * it was cleared, for the C06R16 service-level report.
      * The C06U03 run lock is taken on entry and released at end of
      * job, so a review does not start while the nightly run or
      * another updating program is rewriting the exception file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CALCREQ.

       FD  WORK-FILE.
       01  WORK-RECORD                            PIC X(144).

       FD  REGISTRY-FILE.
           COPY BATCHREG.
       01 WS-NEW-NUM1                            PIC S9(7)V99.
       01 WS-NEW-NUM2                            PIC S9(7)V99.
       01 WS-NEW-OPERATOR                        PIC X.
       01 WS-NEW-POSTING-SEQ                     PIC 9(9).

       01 WS-SHOW-NUM1                           PIC -(7)9.99.
       01 WS-SHOW-NUM2                           PIC -(7)9.99.
       01 WS-REGISTRY-OPEN-FLAG                  PIC X VALUE 'N'.
          88 RegistryOpen               VALUE 'Y'.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E03'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-RECYCLE-EXCEPTIONS.

           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-REGISTRY-OPEN-FLAG
           MOVE 'N' TO WS-LOCK-RESULT

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'Exception file C06E01X.DAT not found - '
                   'nothing to recycle.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           DISPLAY 'Corrected and recycled   - ' WS-RECYCLED-COUNT
           DISPLAY 'Dropped                  - ' WS-DROPPED-COUNT
           DISPLAY 'Recycled transactions written to C06E03T.DAT.'
           PERFORM ReleaseRunLock

           GOBACK.

           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF NOT ExceptionOpen
               MOVE FUNCTION CURRENT-DATE TO ER-CLEARED-TIMESTAMP
           END-IF
           .

       CorrectAndRecycle.
           IF ER-OPERATOR = 'V'
               PERFORM CorrectAndRecycleReversal
               EXIT PARAGRAPH
           END-IF

           MOVE ER-NUM1     TO WS-NEW-NUM1
           MOVE ER-NUM2     TO WS-NEW-NUM2
           MOVE ER-OPERATOR TO WS-NEW-OPERATOR
           PERFORM NoteRecycledBatch
           .

      * The posting number of a rejected reversal is on its reason,
      * not in ER-NUM1, so it is keyed in full.  Reversal details add
      * nothing to the trailer hash total.
       CorrectAndRecycleReversal.
           DISPLAY 'Posting number to reverse (ENTER leaves it) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ENTRY) TO WS-NEW-POSTING-SEQ

           MOVE SPACES TO CALC-REQUEST
           SET ReversalRecord TO TRUE
           MOVE ER-BATCH-ID        TO CQ-RV-BATCH-ID
           MOVE ER-REQUESTOR       TO CQ-RV-REQUESTOR
           MOVE WS-NEW-POSTING-SEQ TO CQ-RV-POSTING-SEQ
           WRITE CALC-REQUEST

           SET ExceptionRecycled TO TRUE
           ADD 1 TO WS-RECYCLED-COUNT

           PERFORM NoteRecycledBatch
           .

       OpenBatchRegistry.
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '35'
                   MOVE ZERO TO BR-EXCEPTION-COUNT
                   MOVE ZERO TO BR-RECYCLED-COUNT
                   MOVE ZERO TO BR-ARCHIVED-COUNT
                   MOVE ZERO TO BR-REVERSED-COUNT
                   WRITE BATCH-REGISTRY-RECORD
           END-READ

               AT END SET EndOfExceptions TO TRUE
           END-READ
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
