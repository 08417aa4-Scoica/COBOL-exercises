      * built on a work file and C06M04T.DAT is replaced only when
      * the session approved something, so a session that releases
      * nothing leaves an earlier, not-yet-run feed untouched.
      * Transactions that would take a requestor over the monthly
      * budget are held on the same queue; each hold shows its
      * reason, so the supervisor can tell a large single amount
      * from a budget overrun before approving it.
      * An UNUSUAL AMOUNT hold also shows the requestor's typical
      * amount and how far from it Num1 was, so a keying error can
      * be told from a genuine large transaction.
      * Each hold approved or refused is stamped with the time it
      * was reviewed, for the C06R16 service-level report.
      * The C06U03 run lock is taken on entry and released at end of
      * job, so a review does not start while the nightly run or
      * another updating program is rewriting the pending file.
      * Reached from the C06M01 menu.

       ENVIRONMENT DIVISION.
       01  RELEASE-RECORD                         PIC X(80).

       FD  WORK-FILE.
       01  WORK-RECORD                            PIC X(160).

       FD  RELEASE-WORK-FILE.
           COPY CALCREQ.

       01 WS-SHOW-NUM1                           PIC -(7)9.99.
       01 WS-SHOW-NUM2                           PIC -(7)9.99.
       01 WS-SHOW-MEAN                           PIC Z(6)9.99.
       01 WS-SHOW-DEVIATION                      PIC -(5)9.9.

       01 WS-RUN-DATE                            PIC X(8).


       01 WS-SHOW-COUNT                          PIC Z(4)9.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06M04'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-REVIEW-PENDING-APPROVALS.

           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-APPROVED-COUNT
           MOVE ZERO TO WS-REFUSED-COUNT
           MOVE 'N' TO WS-LOCK-RESULT

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'Pending-approval file C06E01P.DAT not found'
                   ' - nothing to review.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

               DISPLAY 'Nothing approved - C06M04T.DAT left as it '
                   'was.'
           END-IF
           PERFORM ReleaseRunLock

           GOBACK.

           DISPLAY 'Num2      - ' WS-SHOW-NUM2
           DISPLAY 'Operator  - ' PD-OPERATOR
           DISPLAY 'Held at   - ' PD-HELD-TIMESTAMP(1:14)
           IF PD-REASON = SPACE
               DISPLAY 'Reason    - OVER APPROVAL LIMIT'
           ELSE
               DISPLAY 'Reason    - ' PD-REASON
           END-IF
           IF PD-REASON(1:14) = 'UNUSUAL AMOUNT'
               AND PD-PROFILE-MEAN NUMERIC
               AND PD-DEVIATION NUMERIC
               MOVE PD-PROFILE-MEAN TO WS-SHOW-MEAN
               MOVE PD-DEVIATION    TO WS-SHOW-DEVIATION
               DISPLAY 'Typical   - ' WS-SHOW-MEAN
                   '  (Num1 is ' WS-SHOW-DEVIATION
                   ' spreads from it)'
           END-IF
           DISPLAY 'A)pprove, R)efuse or L)eave for later - '
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF NOT PendingApproval
               MOVE FUNCTION CURRENT-DATE TO PD-REVIEWED-TIMESTAMP
           END-IF
           .

       ApproveAndRelease.
               AT END SET EndOfPending TO TRUE
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
