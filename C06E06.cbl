      * registry is shown first - stage of life, counts and
      * timestamps - so most calls are answered without reading a
      * single transaction.  Reached from the C06M01 menu.
      * The batch's postings on the live audit trail are listed by
      * posting number with each 'V' reversal shown directly under
      * the original it backs out, so a partly reversed batch reads
      * as one story.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "C06E01A.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                                               SIGN IS LEADING SEPARATE.
           05 RR-OPERATOR                     PIC X.
           05 RR-RESULT-X                     PIC X(11).
           05 RR-SEQUENCE-NO                  PIC 9(9).
           05 RR-ENTRY-TYPE                   PIC X.
           05 RR-ORIGINAL-SEQ                 PIC 9(9).

       FD  EXCEPTION-FILE.
           COPY EXCEPREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REGISTRY-FILE.
           COPY BATCHREG.


       01 WS-SHOW-REG-COUNT                      PIC Z(6)9.

       01 WS-AUDIT-STATUS                        PIC XX.

       01 WS-POSTING-HITS                        PIC 9(5).

      * The batch's postings off the audit trail, held so each
      * reversal can be listed under its original whatever order
      * they were posted in.
       01 WS-POSTING-TABLE.
          05 WS-POST-COUNT                       PIC 9(4) VALUE ZERO.
          05 WS-POST-ENTRY OCCURS 300 TIMES.
             10 WS-POST-SEQ                      PIC 9(9).
             10 WS-POST-DATE                     PIC X(8).
             10 WS-POST-REQUESTOR                PIC X(20).
             10 WS-POST-NUM1                     PIC S9(7)V99.
             10 WS-POST-NUM2                     PIC S9(7)V99.
             10 WS-POST-OPERATOR                 PIC X.
             10 WS-POST-RESULT                   PIC S9(7)V99.
             10 WS-POST-ENTRY-TYPE               PIC X.
             10 WS-POST-ORIGINAL-SEQ             PIC 9(9).
             10 WS-POST-SHOWN-FLAG               PIC X.
                88 PostingShown         VALUE 'Y'.

       01 WS-POST-IX                             PIC 9(4) COMP.
       01 WS-REV-IX                              PIC 9(4) COMP.

       01 WS-POST-FULL-FLAG                      PIC X VALUE 'N'.
          88 PostingTableFull           VALUE 'Y'.

       01 WS-SHOW-SEQ                            PIC Z(8)9.
       01 WS-SHOW-ORIG-SEQ                       PIC Z(8)9.
       01 WS-SHOW-RESULT                         PIC -(7)9.99.

       PROCEDURE DIVISION.
       00000-INQUIRE-ON-BATCH.

           IF WS-BATCH-ID NOT = SPACE
               MOVE ZERO TO WS-RESULT-HITS
               MOVE ZERO TO WS-EXCEPTION-HITS
               MOVE ZERO TO WS-POSTING-HITS
               PERFORM ShowBatchRegistry
               PERFORM ListBatchResults
               PERFORM ListBatchExceptions
               PERFORM ListBatchPostings
               IF WS-RESULT-HITS = ZERO
                   AND WS-EXCEPTION-HITS = ZERO
                   AND WS-POSTING-HITS = ZERO
                   DISPLAY 'Batch ' WS-BATCH-ID ' not found on the '
                       'current result, exception or audit files.'
               END-IF
           END-IF
           .
                   DISPLAY '  Recycled    - ' WS-SHOW-REG-COUNT
                   MOVE BR-ARCHIVED-COUNT TO WS-SHOW-REG-COUNT
                   DISPLAY '  Archived    - ' WS-SHOW-REG-COUNT
                   MOVE BR-REVERSED-COUNT TO WS-SHOW-REG-COUNT
                   DISPLAY '  Reversed    - ' WS-SHOW-REG-COUNT
           END-READ

           CLOSE REGISTRY-FILE
                   DISPLAY '  ' RR-REQUESTOR ' ' WS-SHOW-NUM1 ' '
                       RR-OPERATOR ' ' WS-SHOW-NUM2 ' = '
                       RR-RESULT-X
                   IF RR-ENTRY-TYPE = 'V'
                       MOVE RR-ORIGINAL-SEQ TO WS-SHOW-ORIG-SEQ
                       DISPLAY '      reversal of posting '
                           WS-SHOW-ORIG-SEQ
                   END-IF
               END-IF
               PERFORM ReadResultRecord
           END-PERFORM
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * Postings written before the audit trail was numbered have no
      * posting number and are listed as they stand.
       ListBatchPostings.
           MOVE ZERO TO WS-POST-COUNT
           MOVE 'N' TO WS-POST-FULL-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfFile
               IF AR-BATCH-ID = WS-BATCH-ID
                   ADD 1 TO WS-POSTING-HITS
                   PERFORM HoldBatchPosting
               END-IF
               PERFORM ReadAuditRecord
           END-PERFORM
           CLOSE AUDIT-FILE

           IF WS-POST-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'POSTINGS ON THE AUDIT TRAIL'
           PERFORM VARYING WS-POST-IX FROM 1 BY 1
                   UNTIL WS-POST-IX > WS-POST-COUNT
               IF WS-POST-ENTRY-TYPE(WS-POST-IX) NOT = 'V'
                   PERFORM ShowPosting
                   PERFORM VARYING WS-REV-IX FROM 1 BY 1
                           UNTIL WS-REV-IX > WS-POST-COUNT
                       IF WS-POST-ENTRY-TYPE(WS-REV-IX) = 'V'
                           AND WS-POST-SEQ(WS-POST-IX) NOT = ZERO
                           AND WS-POST-ORIGINAL-SEQ(WS-REV-IX)
                               = WS-POST-SEQ(WS-POST-IX)
                           PERFORM ShowReversal
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

      * A reversal whose original has been archived by C06E04 has
      * nothing left to sit under.
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-POST-COUNT
               IF WS-POST-ENTRY-TYPE(WS-REV-IX) = 'V'
                   AND NOT PostingShown(WS-REV-IX)
                   PERFORM ShowReversal
               END-IF
           END-PERFORM

           IF PostingTableFull
               DISPLAY '  (more than 300 postings - list truncated)'
           END-IF
           .

       HoldBatchPosting.
           IF WS-POST-COUNT NOT < 300
               MOVE 'Y' TO WS-POST-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE WS-POST-COUNT TO WS-POST-IX
           IF AR-SEQUENCE-NO NUMERIC
               MOVE AR-SEQUENCE-NO TO WS-POST-SEQ(WS-POST-IX)
           ELSE
               MOVE ZERO TO WS-POST-SEQ(WS-POST-IX)
           END-IF
           IF AR-ORIGINAL-SEQ NUMERIC
               MOVE AR-ORIGINAL-SEQ TO WS-POST-ORIGINAL-SEQ(WS-POST-IX)
           ELSE
               MOVE ZERO TO WS-POST-ORIGINAL-SEQ(WS-POST-IX)
           END-IF
           MOVE AR-TIMESTAMP(1:8) TO WS-POST-DATE(WS-POST-IX)
           MOVE AR-REQUESTOR      TO WS-POST-REQUESTOR(WS-POST-IX)
           MOVE AR-NUM1           TO WS-POST-NUM1(WS-POST-IX)
           MOVE AR-NUM2           TO WS-POST-NUM2(WS-POST-IX)
           MOVE AR-OPERATOR       TO WS-POST-OPERATOR(WS-POST-IX)
           MOVE AR-RESULT         TO WS-POST-RESULT(WS-POST-IX)
           MOVE AR-ENTRY-TYPE     TO WS-POST-ENTRY-TYPE(WS-POST-IX)
           MOVE 'N'               TO WS-POST-SHOWN-FLAG(WS-POST-IX)
           .

       ShowPosting.
           MOVE WS-POST-SEQ(WS-POST-IX)    TO WS-SHOW-SEQ
           MOVE WS-POST-NUM1(WS-POST-IX)   TO WS-SHOW-NUM1
           MOVE WS-POST-NUM2(WS-POST-IX)   TO WS-SHOW-NUM2
           MOVE WS-POST-RESULT(WS-POST-IX) TO WS-SHOW-RESULT
           DISPLAY '  #' WS-SHOW-SEQ ' ' WS-POST-DATE(WS-POST-IX) ' '
               WS-POST-REQUESTOR(WS-POST-IX) ' ' WS-SHOW-NUM1 ' '
               WS-POST-OPERATOR(WS-POST-IX) ' ' WS-SHOW-NUM2 ' = '
               WS-SHOW-RESULT
           MOVE 'Y' TO WS-POST-SHOWN-FLAG(WS-POST-IX)
           .

       ShowReversal.
           MOVE WS-POST-SEQ(WS-REV-IX)          TO WS-SHOW-SEQ
           MOVE WS-POST-ORIGINAL-SEQ(WS-REV-IX) TO WS-SHOW-ORIG-SEQ
           MOVE WS-POST-RESULT(WS-REV-IX)       TO WS-SHOW-RESULT
           DISPLAY '    REVERSED by #' WS-SHOW-SEQ ' '
               WS-POST-DATE(WS-REV-IX) ' of #' WS-SHOW-ORIG-SEQ
               ' = ' WS-SHOW-RESULT
           MOVE 'Y' TO WS-POST-SHOWN-FLAG(WS-REV-IX)
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .
