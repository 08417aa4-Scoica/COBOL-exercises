       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06R15.
       AUTHOR. Andrei Stoica.
      * Nightly anomaly report.  C06E01 holds a keyed Num1 far outside
      * the requestor's profile of typical amounts on the pending
      * queue C06E01P.DAT as UNUSUAL AMOUNT.  This report lists the
      * holds of that kind written on the report date: the amount,
      * the typical amount it was measured against, how many spreads
      * it lay from it and how many times the typical amount it is -
      * an extra zero shows as ten - with where the hold stands now
      * (awaiting review in C06M04, approved or refused).  A second
      * section lists the requestors C06E14 could not profile for
      * lack of history, whose transactions are not being checked,
      * so the department can be asked whether their limits are
      * right.  The report goes to C06R15.RPT.
      * The report date (YYYYMMDD) may be given on the command line;
      * it defaults to today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "C06E01P.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "REQPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PF-REQUESTOR-ID
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06R15.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  PROFILE-FILE.
           COPY REQPROF.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS                      PIC XX.
       01 WS-PROFILE-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfPending               VALUE 'Y'.

       01 WS-PROFILE-EOF-FLAG                    PIC X VALUE 'N'.
          88 EndOfProfiles              VALUE 'Y'.

       01 WS-RUN-PARM                            PIC X(80).
       01 WS-REPORT-DATE                         PIC X(8).
       01 WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
                                                 PIC 9(8).

       01 WS-FLAGGED-COUNT                       PIC 9(5) VALUE ZERO.
       01 WS-AWAITING-COUNT                      PIC 9(5) VALUE ZERO.
       01 WS-UNPROFILED-COUNT                    PIC 9(5) VALUE ZERO.
       01 WS-PROFILE-COUNT                       PIC 9(5) VALUE ZERO.

       01 WS-AMOUNT-SIZE                         PIC 9(7)V99.
       01 WS-TIMES-TYPICAL                       PIC 9(5)V9.

       01 WS-SHOW-NUM                            PIC -(7)9.99.
       01 WS-SHOW-MEAN                           PIC Z(6)9.99.
       01 WS-SHOW-DEVIATION                      PIC -(5)9.9.
       01 WS-SHOW-TIMES                          PIC Z(4)9.9.
       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-MINIMUM                        PIC ZZ9.

       PROCEDURE DIVISION.
       00000-BUILD-ANOMALY-REPORT.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-PROFILE-EOF-FLAG
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE ZERO TO WS-AWAITING-COUNT
           MOVE ZERO TO WS-UNPROFILED-COUNT
           MOVE ZERO TO WS-PROFILE-COUNT

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-RUN-PARM(1:8) TO WS-REPORT-DATE
           IF WS-REPORT-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE-N)
                   NOT = ZERO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06R15.RPT - '
                   'anomaly report skipped.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'UNUSUAL AMOUNT REPORT - HOLDS WRITTEN ON '
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM ListUnusualHolds

           PERFORM ListUnprofiledRequestors

           CLOSE REPORT-FILE

           MOVE WS-FLAGGED-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Anomaly report complete - ' WS-SHOW-COUNT
               ' unusual amount(s) held; see C06R15.RPT.'

           GOBACK.

       ListUnusualHolds.
           MOVE 'BATCH      REQUESTOR                    NUM1'
               TO REPORT-LINE
           MOVE '     TYPICAL  SPREADS  X TYPICAL  STATUS'
               TO REPORT-LINE(45:40)
           WRITE REPORT-LINE

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfPending
                   IF PD-REASON(1:14) = 'UNUSUAL AMOUNT'
                       AND PD-HELD-TIMESTAMP(1:8) = WS-REPORT-DATE
                       PERFORM WriteHoldLine
                   END-IF
                   PERFORM ReadPendingRecord
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLAGGED-COUNT = ZERO
               MOVE 'NO TRANSACTIONS HELD AS UNUSUAL AMOUNTS'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-FLAGGED-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'UNUSUAL AMOUNTS HELD         ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-AWAITING-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  STILL AWAITING REVIEW      ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       ReadPendingRecord.
           READ PENDING-FILE
               AT END SET EndOfPending TO TRUE
           END-READ
           .

      * The times-typical figure is left blank when there is no
      * typical amount to divide by.
       WriteHoldLine.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE PD-BATCH-ID TO REPORT-LINE(1:10)
           MOVE PD-REQUESTOR TO REPORT-LINE(12:20)
           MOVE PD-NUM1 TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM TO REPORT-LINE(33:11)
           IF PD-PROFILE-MEAN NUMERIC AND PD-DEVIATION NUMERIC
               MOVE PD-PROFILE-MEAN TO WS-SHOW-MEAN
               MOVE WS-SHOW-MEAN TO REPORT-LINE(46:10)
               MOVE PD-DEVIATION TO WS-SHOW-DEVIATION
               MOVE WS-SHOW-DEVIATION TO REPORT-LINE(57:8)
               IF PD-PROFILE-MEAN > ZERO
                   IF PD-NUM1 < ZERO
                       COMPUTE WS-AMOUNT-SIZE = ZERO - PD-NUM1
                   ELSE
                       MOVE PD-NUM1 TO WS-AMOUNT-SIZE
                   END-IF
                   COMPUTE WS-TIMES-TYPICAL ROUNDED =
                       WS-AMOUNT-SIZE / PD-PROFILE-MEAN
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-TIMES-TYPICAL
                   END-COMPUTE
                   MOVE WS-TIMES-TYPICAL TO WS-SHOW-TIMES
                   MOVE WS-SHOW-TIMES TO REPORT-LINE(68:7)
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN PendingApproval
               MOVE 'AWAITING' TO REPORT-LINE(77:8)
               ADD 1 TO WS-AWAITING-COUNT
           WHEN PendingApproved
               MOVE 'APPROVED' TO REPORT-LINE(77:8)
           WHEN PendingRefused
               MOVE 'REFUSED' TO REPORT-LINE(77:8)
           END-EVALUATE
           WRITE REPORT-LINE
           .

       ListUnprofiledRequestors.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REQUESTORS WITH TOO LITTLE HISTORY TO PROFILE - '
               TO REPORT-LINE
           MOVE 'NOT CHECKED FOR UNUSUAL AMOUNTS' TO REPORT-LINE(49:31)
           WRITE REPORT-LINE

           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUESTOR PROFILE FILE REQPROF.DAT NOT FOUND - '
                   DELIMITED BY SIZE
                   'RUN C06E14 TO BUILD IT' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'REQUESTOR              POSTINGS   NEEDED  PROFILED'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ReadProfileRecord
           PERFORM UNTIL EndOfProfiles
               ADD 1 TO WS-PROFILE-COUNT
               IF ProfileTooLittle
                   PERFORM WriteUnprofiledLine
               END-IF
               PERFORM ReadProfileRecord
           END-PERFORM
           CLOSE PROFILE-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNPROFILED-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTORS NOT PROFILED      ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROFILE-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTORS ON REQPROF.DAT    ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       ReadProfileRecord.
           READ PROFILE-FILE NEXT RECORD
               AT END SET EndOfProfiles TO TRUE
           END-READ
           .

       WriteUnprofiledLine.
           ADD 1 TO WS-UNPROFILED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE PF-REQUESTOR-ID TO REPORT-LINE(1:20)
           MOVE PF-SAMPLE-COUNT TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(24:7)
           MOVE PF-MIN-SAMPLES TO WS-SHOW-MINIMUM
           MOVE WS-SHOW-MINIMUM TO REPORT-LINE(38:3)
           MOVE PF-BUILT-TIMESTAMP(1:8) TO REPORT-LINE(44:8)
           WRITE REPORT-LINE
           .
