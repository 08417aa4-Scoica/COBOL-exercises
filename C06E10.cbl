       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E10.
       AUTHOR. Andrei Stoica.
      * Builds the general-ledger journal from the accounting export
      * of a completed C06E01 run, so accounting no longer hand-maps
      * every C06E01C.DAT line to a GL account.  Each line's
      * requestor is looked up on REQMAST.DAT for its department,
      * and department plus operator on the C06M05-maintained
      * GLMAP.DAT for the accounts: the result is debited to one and
      * credited to the other (the other way round for a negative
      * result, such as a reversal), giving two journal lines per
      * posting on C06E10J.DAT under one journal number, with a
      * trailer whose control total must balance to zero.
      * Nothing is dropped: a department or operator with no mapping,
      * or a requestor no longer on the master, stops the journal -
      * every unmapped combination is listed on C06E10.RPT and no
      * journal is written until C06M05 has mapped them.
      * The C06E01 run summary gates the journal exactly as it gates
      * C06R01, and the run last journaled is kept on C06E10N.DAT so
      * the same run is never journaled twice.  Journal numbers are
      * GL, the run date and a two-digit sequence for the day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "C06E01S.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT ACCOUNTING-FILE ASSIGN TO "C06E01C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNTING-STATUS.

           SELECT REQUESTOR-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQUESTOR-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "C06E10J.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "C06E10N.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06E10.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           COPY RUNSUMM.

       FD  ACCOUNTING-FILE.
       01  ACCOUNTING-RECORD                     PIC X(100).

       FD  REQUESTOR-FILE.
           COPY REQMAST.

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  JOURNAL-FILE.
           COPY GLJRNL.

      * The run summary last journaled, and the last journal number
      * issued for its run date.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 NC-LAST-SUMMARY                 PIC X(41).
           05 NC-LAST-RUN-DATE                PIC X(8).
           05 NC-LAST-JOURNAL-SEQ             PIC 99.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUMMARY-STATUS                      PIC XX.
       01 WS-ACCOUNTING-STATUS                   PIC XX.
       01 WS-REQUESTOR-STATUS                    PIC XX.
       01 WS-GLMAP-STATUS                        PIC XX.
       01 WS-JOURNAL-STATUS                      PIC XX.
       01 WS-CONTROL-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-GATE-FLAG                           PIC X VALUE 'Y'.
          88 RunOutputsUsable           VALUE 'Y'.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfAccounting            VALUE 'Y'.

       01 WS-RUN-SUMMARY                         PIC X(41).
       01 WS-RUN-DATE                            PIC X(8).

       01 WS-JOURNAL-SEQ                         PIC 99 VALUE ZERO.
       01 WS-JOURNAL-NO                          PIC X(12).

       01 WS-CURRENT-DATE-TIME                   PIC X(21).

      * One accounting export line, split on its commas.  A reversal
      * line carries a 'V' and the original posting number after the
      * result, a C06E13 rate adjustment an 'A' and the posting it
      * adjusts; the journal takes the result sign as it stands.
       01 WS-ACCT-FIELDS.
          05 WS-ACCT-BATCH-ID                    PIC X(10).
          05 WS-ACCT-REQUESTOR                   PIC X(20).
          05 WS-ACCT-NUM1                        PIC X(15).
          05 WS-ACCT-NUM2                        PIC X(15).
          05 WS-ACCT-OPERATOR                    PIC X.
          05 WS-ACCT-RESULT                      PIC X(15).
          05 WS-ACCT-ENTRY-TYPE                  PIC X.
          05 WS-ACCT-ORIGINAL-SEQ                PIC X(9).

       01 WS-AMOUNT                              PIC S9(9)V99.
       01 WS-DEPARTMENT                          PIC X(10).

       01 WS-MAP-FLAG                            PIC X VALUE 'N'.
          88 LineMapped                 VALUE 'Y'.

       01 WS-UNMAPPED-REASON                     PIC X(20).

      * Department/operator combinations with no GL mapping, and
      * requestors with no department, each listed once with the
      * first requestor and the number of export lines affected.
       01 WS-UNMAPPED-TABLE.
          05 WS-UNMAPPED-ENTRY OCCURS 200 TIMES.
             10 WS-UNM-DEPARTMENT                PIC X(10).
             10 WS-UNM-OPERATOR                  PIC X.
             10 WS-UNM-REQUESTOR                 PIC X(20).
             10 WS-UNM-REASON                    PIC X(20).
             10 WS-UNM-LINES                     PIC 9(7).
       01 WS-UNMAPPED-COUNT                      PIC 9(4) COMP
                                                 VALUE ZERO.
       01 WS-UNM-IX                              PIC 9(4) COMP.
       01 WS-UNM-FOUND-IX                        PIC 9(4) COMP.
       01 WS-UNMAPPED-FULL-FLAG                  PIC X VALUE 'N'.
          88 UnmappedTableFull          VALUE 'Y'.

       01 WS-LINES-READ                          PIC 9(7) VALUE ZERO.
       01 WS-ZERO-LINES                          PIC 9(7) VALUE ZERO.
       01 WS-UNMAPPED-LINES                      PIC 9(7) VALUE ZERO.
       01 WS-JOURNAL-LINES                       PIC 9(7) VALUE ZERO.
       01 WS-LINE-NO                             PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL                         PIC S9(11)V99
                                                 VALUE ZERO.
       01 WS-CREDIT-TOTAL                        PIC S9(11)V99
                                                 VALUE ZERO.
       01 WS-CONTROL-TOTAL                       PIC S9(11)V99
                                                 VALUE ZERO.

       01 WS-REPORT-NUMBER                       PIC Z(6)9.
       01 WS-REPORT-AMOUNT                       PIC -(11)9.99.

       PROCEDURE DIVISION.
       00000-BUILD-GL-JOURNAL.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'Y' TO WS-GATE-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE 'N' TO WS-UNMAPPED-FULL-FLAG
           MOVE ZERO TO WS-LINES-READ
           MOVE ZERO TO WS-ZERO-LINES
           MOVE ZERO TO WS-UNMAPPED-LINES
           MOVE ZERO TO WS-JOURNAL-LINES
           MOVE ZERO TO WS-LINE-NO
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-CONTROL-TOTAL

           PERFORM CheckRunSummary
           IF NOT RunOutputsUsable
               DISPLAY '*** LATEST C06E01 RUN DID NOT COMPLETE '
                   '- GL JOURNAL REFUSED ***'
               DISPLAY 'Resolve the failed run (see C06E01S.DAT)'
                   ' and rerun before journaling.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ReadJournalControl
           IF WS-RUN-SUMMARY NOT = SPACE
               AND WS-RUN-SUMMARY = NC-LAST-SUMMARY
               DISPLAY 'Run of ' WS-RUN-DATE ' already journaled '
                   'as ' NC-LAST-RUN-DATE ' sequence '
                   NC-LAST-JOURNAL-SEQ ' - GL journal skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNTING-FILE
           IF WS-ACCOUNTING-STATUS NOT = '00'
               DISPLAY 'Accounting export C06E01C.DAT not found - '
                   'GL journal skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT REQUESTOR-FILE
           IF WS-REQUESTOR-STATUS NOT = '00'
               DISPLAY 'Requestor master REQMAST.DAT unavailable - '
                   'status ' WS-REQUESTOR-STATUS
                   '; GL journal refused.'
               CLOSE ACCOUNTING-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GL account map GLMAP.DAT unavailable - '
                   'status ' WS-GLMAP-STATUS
                   '; set it up with C06M05 first.'
               CLOSE ACCOUNTING-FILE
               CLOSE REQUESTOR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06E10.RPT - '
                   'GL journal refused.'
               CLOSE ACCOUNTING-FILE
               CLOSE REQUESTOR-FILE
               CLOSE GLMAP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * First pass: every line must map before any journal is cut.
           PERFORM ReadAccountingRecord
           PERFORM UNTIL EndOfAccounting
               ADD 1 TO WS-LINES-READ
               PERFORM MapAccountingLine
               IF NOT LineMapped
                   ADD 1 TO WS-UNMAPPED-LINES
                   PERFORM NoteUnmappedLine
               END-IF
               PERFORM ReadAccountingRecord
           END-PERFORM
           CLOSE ACCOUNTING-FILE

           IF WS-UNMAPPED-LINES > ZERO
               PERFORM ReportUnmappedLines
               CLOSE REQUESTOR-FILE
               CLOSE GLMAP-FILE
               CLOSE REPORT-FILE
               MOVE WS-UNMAPPED-LINES TO WS-REPORT-NUMBER
               DISPLAY '*** ' WS-REPORT-NUMBER ' ACCOUNTING LINES '
                   'HAVE NO GL MAPPING - JOURNAL NOT WRITTEN ***'
               DISPLAY 'See C06E10.RPT; map them with C06M05 and '
                   'rerun.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Second pass: write the journal.
           PERFORM AssignJournalNumber
           OPEN OUTPUT JOURNAL-FILE
           PERFORM WriteJournalHeader

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNTING-FILE
           PERFORM ReadAccountingRecord
           PERFORM UNTIL EndOfAccounting
               PERFORM MapAccountingLine
               IF WS-AMOUNT = ZERO
                   ADD 1 TO WS-ZERO-LINES
               ELSE
                   PERFORM WriteJournalPair
               END-IF
               PERFORM ReadAccountingRecord
           END-PERFORM
           CLOSE ACCOUNTING-FILE
           CLOSE REQUESTOR-FILE
           CLOSE GLMAP-FILE

           PERFORM WriteJournalTrailer
           CLOSE JOURNAL-FILE

           PERFORM ReportJournalTotals
           CLOSE REPORT-FILE

           IF WS-CONTROL-TOTAL NOT = ZERO
               OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY '*** GL JOURNAL ' WS-JOURNAL-NO ' DOES NOT '
                   'BALANCE - DO NOT POST ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WriteJournalControl

           MOVE WS-JOURNAL-LINES TO WS-REPORT-NUMBER
           DISPLAY 'GL journal ' WS-JOURNAL-NO ' written - '
               WS-REPORT-NUMBER ' lines to C06E10J.DAT.'

           GOBACK.

      * A missing summary file means C06E01 has not run since this
      * gate was introduced - journal as C06R01 reports, rather than
      * blocking operations on day one.
       CheckRunSummary.
           MOVE SPACES TO WS-RUN-SUMMARY
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = '00'
               READ SUMMARY-FILE
                   AT END MOVE 'N' TO WS-GATE-FLAG
                   NOT AT END
                       IF NOT RunCompleted
                           MOVE 'N' TO WS-GATE-FLAG
                       END-IF
                       MOVE RUN-SUMMARY-RECORD TO WS-RUN-SUMMARY
                       MOVE RU-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE SUMMARY-FILE
           END-IF
           IF WS-RUN-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           END-IF
           .

       ReadJournalControl.
           MOVE SPACES TO CONTROL-RECORD
           MOVE ZERO TO NC-LAST-JOURNAL-SEQ
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       MOVE SPACES TO CONTROL-RECORD
                       MOVE ZERO TO NC-LAST-JOURNAL-SEQ
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .

      * A second run on the same date takes the next sequence.
       AssignJournalNumber.
           IF NC-LAST-RUN-DATE = WS-RUN-DATE
               AND NC-LAST-JOURNAL-SEQ NUMERIC
               COMPUTE WS-JOURNAL-SEQ = NC-LAST-JOURNAL-SEQ + 1
           ELSE
               MOVE 1 TO WS-JOURNAL-SEQ
           END-IF
           MOVE SPACES TO WS-JOURNAL-NO
           STRING 'GL'           DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               WS-JOURNAL-SEQ    DELIMITED BY SIZE
               INTO WS-JOURNAL-NO
           .

       WriteJournalControl.
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-RUN-SUMMARY TO NC-LAST-SUMMARY
           MOVE WS-RUN-DATE    TO NC-LAST-RUN-DATE
           MOVE WS-JOURNAL-SEQ TO NC-LAST-JOURNAL-SEQ
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           .

       ReadAccountingRecord.
           READ ACCOUNTING-FILE
               AT END SET EndOfAccounting TO TRUE
           END-READ
           .

      * Splits the export line, then finds the requestor's department
      * and the accounts for department and operator.
       MapAccountingLine.
           MOVE SPACES TO WS-ACCT-FIELDS
           UNSTRING ACCOUNTING-RECORD DELIMITED BY ','
               INTO WS-ACCT-BATCH-ID
                    WS-ACCT-REQUESTOR
                    WS-ACCT-NUM1
                    WS-ACCT-NUM2
                    WS-ACCT-OPERATOR
                    WS-ACCT-RESULT
                    WS-ACCT-ENTRY-TYPE
                    WS-ACCT-ORIGINAL-SEQ
           END-UNSTRING

           MOVE ZERO TO WS-AMOUNT
           IF WS-ACCT-RESULT NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-ACCT-RESULT) TO WS-AMOUNT
           END-IF

           MOVE 'Y' TO WS-MAP-FLAG
           MOVE SPACES TO WS-DEPARTMENT
           MOVE SPACES TO WS-UNMAPPED-REASON

           MOVE WS-ACCT-REQUESTOR TO RQ-REQUESTOR-ID
           READ REQUESTOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MAP-FLAG
                   MOVE 'REQUESTOR NOT ON FILE' TO WS-UNMAPPED-REASON
               NOT INVALID KEY
                   MOVE RQ-DEPARTMENT TO WS-DEPARTMENT
           END-READ

           IF LineMapped
               MOVE WS-DEPARTMENT    TO GM-DEPARTMENT
               MOVE WS-ACCT-OPERATOR TO GM-OPERATOR
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MAP-FLAG
                       MOVE 'NO GL MAPPING' TO WS-UNMAPPED-REASON
               END-READ
           END-IF
           .

       NoteUnmappedLine.
           MOVE ZERO TO WS-UNM-FOUND-IX
           PERFORM VARYING WS-UNM-IX FROM 1 BY 1
                   UNTIL WS-UNM-IX > WS-UNMAPPED-COUNT
                      OR WS-UNM-FOUND-IX > ZERO
               IF WS-UNM-DEPARTMENT(WS-UNM-IX) = WS-DEPARTMENT
                   AND WS-UNM-OPERATOR(WS-UNM-IX) = WS-ACCT-OPERATOR
                   AND WS-UNM-REASON(WS-UNM-IX) = WS-UNMAPPED-REASON
                   AND (WS-DEPARTMENT NOT = SPACE
                     OR WS-UNM-REQUESTOR(WS-UNM-IX)
                            = WS-ACCT-REQUESTOR)
                   MOVE WS-UNM-IX TO WS-UNM-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-UNM-FOUND-IX > ZERO
               ADD 1 TO WS-UNM-LINES(WS-UNM-FOUND-IX)
           ELSE
               IF WS-UNMAPPED-COUNT < 200
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-DEPARTMENT
                       TO WS-UNM-DEPARTMENT(WS-UNMAPPED-COUNT)
                   MOVE WS-ACCT-OPERATOR
                       TO WS-UNM-OPERATOR(WS-UNMAPPED-COUNT)
                   MOVE WS-ACCT-REQUESTOR
                       TO WS-UNM-REQUESTOR(WS-UNMAPPED-COUNT)
                   MOVE WS-UNMAPPED-REASON
                       TO WS-UNM-REASON(WS-UNMAPPED-COUNT)
                   MOVE 1 TO WS-UNM-LINES(WS-UNMAPPED-COUNT)
               ELSE
                   MOVE 'Y' TO WS-UNMAPPED-FULL-FLAG
               END-IF
           END-IF
           .

       ReportUnmappedLines.
           MOVE 'GL JOURNAL REFUSED - UNMAPPED ACCOUNTING LINES'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPT       OP REQUESTOR            '
                                               DELIMITED BY SIZE
               'REASON                 LINES'  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-UNM-IX FROM 1 BY 1
                   UNTIL WS-UNM-IX > WS-UNMAPPED-COUNT
               MOVE WS-UNM-LINES(WS-UNM-IX) TO WS-REPORT-NUMBER
               MOVE SPACES TO REPORT-LINE
               STRING WS-UNM-DEPARTMENT(WS-UNM-IX) DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-UNM-OPERATOR(WS-UNM-IX)  DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WS-UNM-REQUESTOR(WS-UNM-IX) DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-UNM-REASON(WS-UNM-IX)    DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-REPORT-NUMBER            DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF UnmappedTableFull
               MOVE SPACES TO REPORT-LINE
               STRING 'More than 200 unmapped combinations - '
                                               DELIMITED BY SIZE
                   'only the first 200 are listed.'
                                               DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WriteJournalHeader.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JournalHeader TO TRUE
           MOVE WS-JOURNAL-NO TO JE-JOURNAL-NO
           MOVE WS-RUN-DATE TO JE-HDR-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(1:14) TO JE-HDR-CREATED
           MOVE 'C06E01C.DAT' TO JE-HDR-SOURCE
           WRITE GL-JOURNAL-RECORD
           .

      * A positive result debits the mapped debit account and credits
      * the credit account; a negative one (a reversal, or a negative
      * calculation) swaps them, so every line amount is the result's
      * absolute value, signed positive for debit and negative for
      * credit.
       WriteJournalPair.
           IF WS-AMOUNT < ZERO
               COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT
               MOVE GM-CREDIT-ACCOUNT TO JE-ACCOUNT
               PERFORM WriteDebitLine
               MOVE GM-DEBIT-ACCOUNT TO JE-ACCOUNT
               PERFORM WriteCreditLine
           ELSE
               MOVE GM-DEBIT-ACCOUNT TO JE-ACCOUNT
               PERFORM WriteDebitLine
               MOVE GM-CREDIT-ACCOUNT TO JE-ACCOUNT
               PERFORM WriteCreditLine
           END-IF
           .

       WriteDebitLine.
           PERFORM SetJournalDetail
           SET DebitLine TO TRUE
           MOVE WS-AMOUNT TO JE-AMOUNT
           ADD WS-AMOUNT TO WS-DEBIT-TOTAL
           ADD WS-AMOUNT TO WS-CONTROL-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

       WriteCreditLine.
           PERFORM SetJournalDetail
           SET CreditLine TO TRUE
           COMPUTE JE-AMOUNT = ZERO - WS-AMOUNT
           ADD WS-AMOUNT TO WS-CREDIT-TOTAL
           SUBTRACT WS-AMOUNT FROM WS-CONTROL-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

      * The account is moved in by the caller and kept here.
       SetJournalDetail.
           SET JournalDetail TO TRUE
           MOVE WS-JOURNAL-NO TO JE-JOURNAL-NO
           ADD 1 TO WS-LINE-NO
           ADD 1 TO WS-JOURNAL-LINES
           MOVE WS-LINE-NO        TO JE-LINE-NO
           MOVE WS-ACCT-BATCH-ID  TO JE-BATCH-ID
           MOVE WS-ACCT-REQUESTOR TO JE-REQUESTOR
           MOVE WS-DEPARTMENT     TO JE-DEPARTMENT
           MOVE WS-ACCT-OPERATOR  TO JE-OPERATOR
           .

       WriteJournalTrailer.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET JournalTrailer TO TRUE
           MOVE WS-JOURNAL-NO TO JE-JOURNAL-NO
           MOVE WS-JOURNAL-LINES TO JE-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO JE-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO JE-TRL-CREDIT-TOTAL
           MOVE WS-CONTROL-TOTAL TO JE-TRL-CONTROL-TOTAL
           WRITE GL-JOURNAL-RECORD
           .

       ReportJournalTotals.
           MOVE SPACES TO REPORT-LINE
           STRING 'GL JOURNAL ' DELIMITED BY SIZE
               WS-JOURNAL-NO    DELIMITED BY SIZE
               ' - RUN OF '     DELIMITED BY SIZE
               WS-RUN-DATE      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LINES-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'Export lines read      ' DELIMITED BY SIZE
               WS-REPORT-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ZERO-LINES TO WS-REPORT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'Zero results skipped   ' DELIMITED BY SIZE
               WS-REPORT-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-JOURNAL-LINES TO WS-REPORT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'Journal lines written  ' DELIMITED BY SIZE
               WS-REPORT-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEBIT-TOTAL TO WS-REPORT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'Total debits    ' DELIMITED BY SIZE
               WS-REPORT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CREDIT-TOTAL TO WS-REPORT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'Total credits   ' DELIMITED BY SIZE
               WS-REPORT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CONTROL-TOTAL TO WS-REPORT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'Control total   ' DELIMITED BY SIZE
               WS-REPORT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CONTROL-TOTAL = ZERO
               MOVE 'Journal balances.' TO REPORT-LINE
           ELSE
               MOVE '*** JOURNAL DOES NOT BALANCE - DO NOT POST ***'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .
