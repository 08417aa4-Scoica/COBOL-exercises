       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E11.
       AUTHOR. Andrei Stoica.
      * Standing-instruction generator.  Departments that submit the
      * same markups and rate calculations every week or month keep
      * them as standing instructions on STANDING.DAT (maintained
      * through C06M07) instead of re-keying them, and this job
      * writes the ones due into a feeder file of its own,
      * C06E11T.DAT, in the CALCREQ layout with a proper header and
      * a trailer carrying the record count and hash total - so they
      * flow through C06E08 consolidation like any other department
      * feed.  It runs as a C06E05 calendar step placed before
      * C06E08, and C06E11T.DAT is listed in C06E08F.DAT with the
      * department feeders.
      * The run date is a business day on the processing calendar
      * C06E05C.DAT.  Every date after the previous business day up
      * to and including the run date is covered, so an instruction
      * falling due on a weekend or holiday rolls to the next
      * business day rather than being lost.  A daily instruction
      * generates once per business day however many days the run
      * covers.  Each generated detail carries the batch ID 'SI' and
      * the run date, so the C06E01 duplicate-batch check stops a
      * night's instructions being posted twice if the job is rerun.
      * On a date that is not a business day the feeder is still
      * written, header and trailer only, so C06E08 never picks up
      * the previous night's instructions a second time.  Without a
      * calendar the run date is taken as a business day following
      * the day before.  The run date (YYYYMMDD) may be given on the
      * command line; it defaults to today.  Each generated detail
      * is listed on C06E11.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "C06E05C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FEEDER-FILE ASSIGN TO "C06E11T.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06E11.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STANDING.

      * The C06E05 processing calendar; only the 'D' date records
      * matter here.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CA-RECORD-TYPE                  PIC X.
              88 CalendarDateRecord   VALUE 'D'.
              88 CalendarStepRecord   VALUE 'S'.
           05 CA-DATE-DETAIL.
              10 CA-DATE                      PIC X(8).
              10 CA-DAY-TYPE                  PIC X.
                 88 CalendarBusinessDay VALUE 'D', 'W', 'M'.
              10 FILLER                       PIC X(22).

       FD  FEEDER-FILE.
           COPY CALCREQ.

       FD  REPORT-FILE.
       01  REPORT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS                     PIC XX.
       01 WS-CALENDAR-STATUS                     PIC XX.
       01 WS-FEEDER-STATUS                       PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfStanding              VALUE 'Y'.

       01 WS-CALENDAR-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfCalendar              VALUE 'Y'.

       01 WS-RUN-PARM                            PIC X(20).

       01 WS-RUN-DATE                            PIC X(8).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE    PIC 9(8).

       01 WS-PRIOR-DATE                          PIC X(8).
       01 WS-PRIOR-DATE-N REDEFINES WS-PRIOR-DATE
                                                 PIC 9(8).

       01 WS-BUSINESS-DAY-FLAG                   PIC X VALUE 'N'.
          88 RunOnBusinessDay           VALUE 'Y'.

      * The days covered, as integer dates: the day after the
      * previous business day through the run date.
       01 WS-FROM-DAY                            PIC 9(7).
       01 WS-TO-DAY                              PIC 9(7).

       01 WS-START-DAY                           PIC 9(7).
       01 WS-END-DAY                             PIC 9(7).
       01 WS-FIRST-DAY                           PIC 9(7).
       01 WS-LAST-DAY                            PIC 9(7).
       01 WS-CHECK-DAY                           PIC 9(7).

       01 WS-WORK-DATE                           PIC X(8).
       01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE  PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
          05 WS-WORK-YEAR                        PIC 9(4).
          05 WS-WORK-MM                          PIC 99.
          05 WS-WORK-DD                          PIC 99.

       01 WS-NEXT-DATE                           PIC X(8).
       01 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE  PIC 9(8).

       01 WS-START-PARTS.
          05 WS-START-YEAR                       PIC 9(4).
          05 WS-START-MM                         PIC 99.
          05 WS-START-DD                         PIC 99.
       01 WS-START-DATE-N REDEFINES WS-START-PARTS
                                                 PIC 9(8).

       01 WS-END-DATE                            PIC X(8).
       01 WS-END-DATE-N REDEFINES WS-END-DATE    PIC 9(8).

       01 WS-MONTH-GAP                           PIC S9(5).
       01 WS-DAY-GAP                             PIC 9(7).
       01 WS-GAP-QUOTIENT                        PIC 9(7).
       01 WS-GAP-REMAINDER                       PIC 9(7).

       01 WS-DUE-FLAG                            PIC X VALUE 'N'.
          88 InstructionDue             VALUE 'Y'.

       01 WS-BATCH-ID.
          05 FILLER                              PIC XX VALUE 'SI'.
          05 WS-BATCH-DATE                       PIC X(8).

       01 WS-INSTRUCTIONS-READ                   PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-COUNT                        PIC 9(7) VALUE ZERO.
       01 WS-HASH-TOTAL                          PIC S9(9)V99
                                                 VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-HASH                           PIC -(9)9.99.
       01 WS-SHOW-NUM                            PIC -(7)9.99.

       PROCEDURE DIVISION.
       00000-GENERATE-STANDING-INSTRUCTIONS.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-CALENDAR-EOF-FLAG
           MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           MOVE ZERO TO WS-INSTRUCTIONS-READ
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-HASH-TOTAL

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-RUN-PARM(1:8) IS NUMERIC
               MOVE WS-RUN-PARM(1:8) TO WS-WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = ZERO
                   MOVE WS-WORK-DATE TO WS-RUN-DATE
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-BATCH-DATE

           PERFORM FindPreviousBusinessDay

           OPEN OUTPUT FEEDER-FILE
           IF WS-FEEDER-STATUS NOT = '00'
               DISPLAY 'Unable to open feeder file C06E11T.DAT - '
                   'standing instructions not generated.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06E11.RPT - '
                   'standing instructions not generated.'
               CLOSE FEEDER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WriteReportHeadings
           PERFORM WriteFeederHeader

           IF NOT RunOnBusinessDay
               MOVE SPACES TO REPORT-LINE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                   ' IS NOT A BUSINESS DAY - NOTHING GENERATED'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'Run date ' WS-RUN-DATE ' is not a business '
                   'day - no standing instructions generated.'
               PERFORM FinishFeederAndReport
               GOBACK
           END-IF

           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS NOT = '00'
               MOVE 'STANDING INSTRUCTIONS STANDING.DAT NOT FOUND'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'Standing instructions STANDING.DAT not found'
                   ' - empty feeder written.'
               PERFORM FinishFeederAndReport
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ReadStandingRecord
           PERFORM UNTIL EndOfStanding
               ADD 1 TO WS-INSTRUCTIONS-READ
               IF InstructionActive
                   PERFORM GenerateInstruction
               END-IF
               PERFORM ReadStandingRecord
           END-PERFORM
           CLOSE STANDING-FILE

           PERFORM FinishFeederAndReport

           MOVE WS-DETAIL-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Standing instructions generated - '
               WS-SHOW-COUNT ' detail(s) in C06E11T.DAT.'

           GOBACK.

      * The run date's day type and the latest business day before
      * it come from the calendar's date records, in whatever order
      * they are listed.  A date missing from the calendar is a
      * holiday, as it is to C06E05.
       FindPreviousBusinessDay.
           MOVE ZERO TO WS-PRIOR-DATE-N
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'Processing calendar C06E05C.DAT not found - '
                   WS-RUN-DATE ' taken as a business day.'
               MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
           ELSE
               PERFORM ReadCalendarRecord
               PERFORM UNTIL EndOfCalendar
                   IF CalendarDateRecord AND CalendarBusinessDay
                       EVALUATE TRUE
                       WHEN CA-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
                       WHEN CA-DATE < WS-RUN-DATE
                           AND CA-DATE > WS-PRIOR-DATE
                           AND CA-DATE IS NUMERIC
                           MOVE CA-DATE TO WS-PRIOR-DATE
                       END-EVALUATE
                   END-IF
                   PERFORM ReadCalendarRecord
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF

           COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           IF WS-PRIOR-DATE-N = ZERO
               MOVE WS-TO-DAY TO WS-FROM-DAY
           ELSE
               COMPUTE WS-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE-N) + 1
           END-IF
           .

       ReadCalendarRecord.
           READ CALENDAR-FILE
               AT END SET EndOfCalendar TO TRUE
           END-READ
           .

       ReadStandingRecord.
           READ STANDING-FILE NEXT RECORD
               AT END SET EndOfStanding TO TRUE
           END-READ
           .

      * The days to test are the covered days that also fall within
      * the instruction's own start and end dates.  An instruction
      * with a start date that is not a date cannot be scheduled and
      * is passed over.
       GenerateInstruction.
           IF SI-START-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SI-START-DATE TO WS-START-PARTS
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE-N) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE-N)

           MOVE WS-TO-DAY TO WS-END-DAY
           IF SI-END-DATE IS NUMERIC AND SI-END-DATE NOT = ZERO
               MOVE SI-END-DATE TO WS-END-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE-N) = ZERO
                   COMPUTE WS-END-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE-N)
               END-IF
           END-IF

           MOVE WS-FROM-DAY TO WS-FIRST-DAY
           IF WS-START-DAY > WS-FIRST-DAY
               MOVE WS-START-DAY TO WS-FIRST-DAY
           END-IF
           MOVE WS-TO-DAY TO WS-LAST-DAY
           IF WS-END-DAY < WS-LAST-DAY
               MOVE WS-END-DAY TO WS-LAST-DAY
           END-IF
           IF WS-FIRST-DAY > WS-LAST-DAY
               EXIT PARAGRAPH
           END-IF

           IF FrequencyDaily
               MOVE WS-LAST-DAY TO WS-CHECK-DAY
               PERFORM WriteInstructionDetail
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHECK-DAY FROM WS-FIRST-DAY BY 1
                   UNTIL WS-CHECK-DAY > WS-LAST-DAY
               PERFORM TestInstructionDue
               IF InstructionDue
                   PERFORM WriteInstructionDetail
               END-IF
           END-PERFORM
           .

      * Weekly falls every seventh day from the start date.  Monthly
      * and quarterly fall on the start date's day of the month, or
      * on the last day of a month too short to have it; quarterly
      * only every third month from the start month.
       TestInstructionDue.
           MOVE 'N' TO WS-DUE-FLAG
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-DAY)
               TO WS-WORK-DATE-N

           EVALUATE TRUE
           WHEN FrequencyWeekly
               COMPUTE WS-DAY-GAP = WS-CHECK-DAY - WS-START-DAY
               DIVIDE WS-DAY-GAP BY 7 GIVING WS-GAP-QUOTIENT
                   REMAINDER WS-GAP-REMAINDER
               IF WS-GAP-REMAINDER = ZERO
                   MOVE 'Y' TO WS-DUE-FLAG
               END-IF
           WHEN FrequencyMonthly
           WHEN FrequencyQuarterly
               PERFORM TestDayOfMonthDue
               IF InstructionDue AND FrequencyQuarterly
                   COMPUTE WS-MONTH-GAP =
                       (WS-WORK-YEAR * 12 + WS-WORK-MM)
                     - (WS-START-YEAR * 12 + WS-START-MM)
                   DIVIDE WS-MONTH-GAP BY 3 GIVING WS-GAP-QUOTIENT
                       REMAINDER WS-GAP-REMAINDER
                   IF WS-GAP-REMAINDER NOT = ZERO
                       MOVE 'N' TO WS-DUE-FLAG
                   END-IF
               END-IF
           END-EVALUATE
           .

       TestDayOfMonthDue.
           IF WS-WORK-DD = WS-START-DD
               MOVE 'Y' TO WS-DUE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DD < WS-START-DD
               MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-DAY + 1)
                   TO WS-NEXT-DATE-N
               IF WS-NEXT-DATE(7:2) = '01'
                   MOVE 'Y' TO WS-DUE-FLAG
               END-IF
           END-IF
           .

      * A rate instruction becomes an 'R' rate detail on its code and
      * adds only Num1 to the hash; any other becomes an ordinary
      * detail adding Num1 and Num2, the rules C06E08 and C06E01
      * prove the trailer by.
       WriteInstructionDetail.
           MOVE SPACES TO CALC-REQUEST
           IF SI-RATE-CODE NOT = SPACE
               SET RateRecord TO TRUE
               MOVE WS-BATCH-ID   TO CQ-RT-BATCH-ID
               MOVE SI-REQUESTOR  TO CQ-RT-REQUESTOR
               MOVE SI-NUM1       TO CQ-RT-NUM1
               MOVE SI-RATE-CODE  TO CQ-RT-RATE-CODE
               ADD SI-NUM1 TO WS-HASH-TOTAL
           ELSE
               SET DetailRecord TO TRUE
               MOVE WS-BATCH-ID   TO CQ-BATCH-ID
               MOVE SI-REQUESTOR  TO CQ-REQUESTOR
               MOVE SI-NUM1       TO CQ-NUM1
               MOVE SI-NUM2       TO CQ-NUM2
               MOVE SI-OPERATOR   TO CQ-OPERATOR
               ADD SI-NUM1 TO WS-HASH-TOTAL
               ADD SI-NUM2 TO WS-HASH-TOTAL
           END-IF
           WRITE CALC-REQUEST
           ADD 1 TO WS-DETAIL-COUNT

           MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-DAY)
               TO WS-WORK-DATE-N
           MOVE SPACES TO REPORT-LINE
           MOVE SI-INSTRUCTION-ID TO REPORT-LINE(1:8)
           MOVE SI-REQUESTOR      TO REPORT-LINE(10:20)
           MOVE SI-FREQUENCY      TO REPORT-LINE(31:1)
           MOVE WS-WORK-DATE      TO REPORT-LINE(33:8)
           MOVE SI-NUM1 TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM       TO REPORT-LINE(42:11)
           IF SI-RATE-CODE NOT = SPACE
               MOVE 'RATE'        TO REPORT-LINE(54:4)
               MOVE SI-RATE-CODE  TO REPORT-LINE(69:8)
           ELSE
               MOVE SI-OPERATOR   TO REPORT-LINE(54:1)
               MOVE SI-NUM2 TO WS-SHOW-NUM
               MOVE WS-SHOW-NUM   TO REPORT-LINE(57:11)
           END-IF
           WRITE REPORT-LINE
           .

       WriteReportHeadings.
           MOVE SPACES TO REPORT-LINE
           STRING 'STANDING INSTRUCTIONS GENERATED FOR '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ID       REQUESTOR            F DUE DATE        NUM1'
               TO REPORT-LINE
           MOVE 'OP        NUM2 RATE' TO REPORT-LINE(54:19)
           WRITE REPORT-LINE
           .

       WriteFeederHeader.
           MOVE SPACES TO CALC-REQUEST
           SET HeaderRecord TO TRUE
           MOVE WS-RUN-DATE TO CQ-HDR-BATCH-DATE
           MOVE 'C06E11'    TO CQ-HDR-SOURCE-SYSTEM
           WRITE CALC-REQUEST
           .

       FinishFeederAndReport.
           MOVE SPACES TO CALC-REQUEST
           SET TrailerRecord TO TRUE
           MOVE WS-DETAIL-COUNT TO CQ-TRL-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO CQ-TRL-HASH-TOTAL
           WRITE CALC-REQUEST
           CLOSE FEEDER-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INSTRUCTIONS-READ TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'INSTRUCTIONS READ     - ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DETAILS GENERATED     - ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HASH-TOTAL TO WS-SHOW-HASH
           MOVE SPACES TO REPORT-LINE
           STRING 'TRAILER HASH TOTAL    - ' DELIMITED BY SIZE
               WS-SHOW-HASH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .
