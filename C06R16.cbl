       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06R16.
       AUTHOR. Andrei Stoica.
      * Weekly batch turnaround service-level report.  Departments are
      * promised that a batch is processed by the next morning, and
      * a complaint used to be answered one batch at a time from
      * C06E06.  This report takes every batch that arrived in the
      * week - as logged by the C06E08 consolidation on C06E08A.DAT -
      * and measures the hours from its arrival to its first
      * processing by C06E01 (BR-FIRST-TIMESTAMP on BATCHREG.DAT) and
      * to its last activity (BR-LAST-TIMESTAMP), against the
      * department's target on C06R16T.DAT.  A batch not yet
      * processed is measured to now, and misses once it is past
      * target; a batch ID the registry already knew before it
      * arrived is a resend and is listed but not measured; an
      * archived batch's last activity is its archival and is not
      * measured.  Rejections still on C06E01X.DAT and holds on
      * C06E01P.DAT written in the week are measured the same way,
      * from being written to being cleared by C06E03 or reviewed in
      * C06M04; one still open is aged to now.  Each department -
      * through the requestor on REQMAST.DAT, UNASSIGNED when
      * unknown - gets its batches listed with their times and its
      * averages, worst cases and the percentage that met target,
      * and a closing summary sets the departments side by side.
      * The report goes to C06R16.RPT.  The last day of the week
      * (YYYYMMDD) may be given on the command line; it defaults to
      * today, and the week is the seven days ending on it.  Without
      * a targets file every department is held to the defaults
      * below.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN TO "C06R16T.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "C06E08A.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT REQUESTOR-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "C06E01X.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT PENDING-FILE ASSIGN TO "C06E01P.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06R16.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-FILE.
           COPY SLATARG.

       FD  ARRIVAL-FILE.
           COPY BATCHARR.

       FD  REGISTRY-FILE.
           COPY BATCHREG.

       FD  REQUESTOR-FILE.
           COPY REQMAST.

       FD  EXCEPTION-FILE.
           COPY EXCEPREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TARGET-STATUS                       PIC XX.
       01 WS-ARRIVAL-STATUS                      PIC XX.
       01 WS-REGISTRY-STATUS                     PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-EXCEPTION-STATUS                    PIC XX.
       01 WS-PENDING-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfFile                  VALUE 'Y'.

       01 WS-REGISTRY-OPEN-FLAG                  PIC X VALUE 'N'.
          88 RegistryOpen               VALUE 'Y'.

       01 WS-REQMAST-OPEN-FLAG                   PIC X VALUE 'N'.
          88 ReqMastOpen                VALUE 'Y'.

       01 WS-TARGETS-FOUND-FLAG                  PIC X VALUE 'N'.
          88 TargetsFound               VALUE 'Y'.

       01 WS-RUN-PARM                            PIC X(80).
       01 WS-NOW                                 PIC X(26).
       01 WS-WEEK-END                            PIC X(8).
       01 WS-WEEK-END-N REDEFINES WS-WEEK-END    PIC 9(8).
       01 WS-WEEK-START                          PIC X(8).
       01 WS-WEEK-START-N REDEFINES WS-WEEK-START
                                                 PIC 9(8).

      * Targets for a department without a line of its own, unless
      * C06R16T.DAT has a '*DEFAULT*' line.
       01 WS-DEFAULT-TURNAROUND                  PIC 9(3) VALUE 12.
       01 WS-DEFAULT-CLEAR                       PIC 9(3) VALUE 48.

       01 WS-TARGET-TABLE.
          05 WS-TGT-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-TGT-ENTRY OCCURS 100 TIMES.
             10 WS-TGT-DEPARTMENT                PIC X(10).
             10 WS-TGT-TURNAROUND                PIC 9(3).
             10 WS-TGT-CLEAR                     PIC 9(3).
       01 WS-TGT-IX                              PIC 9(4) COMP.

      * One entry per department met in the week.  The item kinds
      * are 1 for rejections and 2 for holds.  Times are in minutes.
       01 WS-DEPARTMENT-TABLE.
          05 WS-DEPT-COUNT                       PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEPT-NAME                     PIC X(10).
             10 WS-DEPT-TURNAROUND               PIC 9(3).
             10 WS-DEPT-CLEAR                    PIC 9(3).
             10 WS-DEPT-BATCHES                  PIC 9(5).
             10 WS-DEPT-MEASURED                 PIC 9(5).
             10 WS-DEPT-MET                      PIC 9(5).
             10 WS-DEPT-FIRST-TOTAL              PIC 9(11).
             10 WS-DEPT-FIRST-WORST              PIC 9(9).
             10 WS-DEPT-LAST-COUNT               PIC 9(5).
             10 WS-DEPT-LAST-TOTAL               PIC 9(11).
             10 WS-DEPT-LAST-WORST               PIC 9(9).
             10 WS-DEPT-ITEM OCCURS 2 TIMES.
                15 WS-ITEM-WRITTEN               PIC 9(5).
                15 WS-ITEM-CLEARED               PIC 9(5).
                15 WS-ITEM-CLEAR-TOTAL           PIC 9(11).
                15 WS-ITEM-CLEAR-WORST           PIC 9(9).
                15 WS-ITEM-MET                   PIC 9(5).
                15 WS-ITEM-OPEN                  PIC 9(5).
                15 WS-ITEM-OPEN-LATE             PIC 9(5).
                15 WS-ITEM-OPEN-OLDEST           PIC 9(9).
       01 WS-DEPT-IX                             PIC 9(4) COMP.
       01 WS-KIND                                PIC 9.
       01 WS-DEPT-DROPPED                        PIC 9(5) VALUE ZERO.

      * The week's batches, first arrival only.
       01 WS-BATCH-TABLE.
          05 WS-BAT-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-BAT-ENTRY OCCURS 1000 TIMES.
             10 WS-BAT-ID                        PIC X(10).
             10 WS-BAT-REQUESTOR                 PIC X(20).
             10 WS-BAT-ARRIVED                   PIC X(26).
             10 WS-BAT-DEPT-IX                   PIC 9(4) COMP.
             10 WS-BAT-FIRST                     PIC X(26).
             10 WS-BAT-LAST                      PIC X(26).
             10 WS-BAT-STATUS                    PIC X(10).
             10 WS-BAT-TO-FIRST                  PIC 9(9).
             10 WS-BAT-TO-LAST                   PIC 9(9).
             10 WS-BAT-OUTCOME                   PIC X(12).
       01 WS-BAT-IX                              PIC 9(4) COMP.
       01 WS-BAT-DROPPED                         PIC 9(5) VALUE ZERO.

       01 WS-LOOKUP-REQUESTOR                    PIC X(20).

      * Elapsed minutes from WS-FROM-STAMP to WS-TO-STAMP, both in
      * the CURRENT-DATE layout; zero when either cannot be read.
       01 WS-FROM-STAMP                          PIC X(26).
       01 WS-TO-STAMP                            PIC X(26).
       01 WS-STAMP-DATE                          PIC 9(8).
       01 WS-STAMP-HOUR                          PIC 99.
       01 WS-STAMP-MINUTE                        PIC 99.
       01 WS-FROM-MINUTES                        PIC S9(11).
       01 WS-TO-MINUTES                          PIC S9(11).
       01 WS-ELAPSED                             PIC 9(9).
       01 WS-ELAPSED-OK-FLAG                     PIC X.
          88 ElapsedKnown               VALUE 'Y'.

       01 WS-LIMIT-MINUTES                       PIC 9(7).
       01 WS-HOURS                               PIC 9(7)V9.
       01 WS-PERCENT                             PIC 9(3)V9.

       01 WS-ALL-BATCHES                         PIC 9(5) VALUE ZERO.
       01 WS-ALL-MEASURED                        PIC 9(5) VALUE ZERO.
       01 WS-ALL-MET                             PIC 9(5) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(4)9.
       01 WS-SHOW-HOURS                          PIC Z(5)9.9.
       01 WS-SHOW-PERCENT                        PIC ZZ9.9.
       01 WS-SHOW-TARGET                         PIC ZZ9.

       PROCEDURE DIVISION.
       00000-BUILD-SERVICE-REPORT.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-REGISTRY-OPEN-FLAG
           MOVE 'N' TO WS-REQMAST-OPEN-FLAG
           MOVE 'N' TO WS-TARGETS-FOUND-FLAG
           MOVE 12 TO WS-DEFAULT-TURNAROUND
           MOVE 48 TO WS-DEFAULT-CLEAR
           MOVE ZERO TO WS-TGT-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-DROPPED
           MOVE ZERO TO WS-BAT-COUNT
           MOVE ZERO TO WS-BAT-DROPPED
           MOVE ZERO TO WS-ALL-BATCHES
           MOVE ZERO TO WS-ALL-MEASURED
           MOVE ZERO TO WS-ALL-MET
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-RUN-PARM(1:8) TO WS-WEEK-END
           IF WS-WEEK-END IS NOT NUMERIC
               MOVE WS-NOW(1:8) TO WS-WEEK-END
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END-N)
                   NOT = ZERO
                   MOVE WS-NOW(1:8) TO WS-WEEK-END
               END-IF
           END-IF
           COMPUTE WS-WEEK-START-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-N) - 6)

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06R16.RPT - '
                   'service-level report skipped.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LoadTargets

           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '00'
               MOVE 'Y' TO WS-REGISTRY-OPEN-FLAG
           ELSE
               DISPLAY 'Batch registry BATCHREG.DAT not found - '
                   'no batch can be shown as processed.'
           END-IF
           OPEN INPUT REQUESTOR-FILE
           IF WS-REQMAST-STATUS = '00'
               MOVE 'Y' TO WS-REQMAST-OPEN-FLAG
           ELSE
               DISPLAY 'Requestor master REQMAST.DAT not found - '
                   'everything counts as UNASSIGNED.'
           END-IF

           PERFORM LoadArrivals
           PERFORM VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
               PERFORM MeasureBatch
           END-PERFORM

           PERFORM MeasureRejections
           PERFORM MeasureHolds

           IF RegistryOpen
               CLOSE REGISTRY-FILE
           END-IF
           IF ReqMastOpen
               CLOSE REQUESTOR-FILE
           END-IF

           PERFORM WriteReportHeading
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               PERFORM WriteDepartmentSection
           END-PERFORM
           PERFORM WriteSummarySection
           CLOSE REPORT-FILE

           MOVE WS-ALL-MET TO WS-SHOW-COUNT
           DISPLAY 'Service-level report complete - ' WS-SHOW-COUNT
               ' batch(es) met target; see C06R16.RPT.'
           IF WS-DEPT-DROPPED > ZERO OR WS-BAT-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       LoadTargets.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TARGETS-FOUND-FLAG
           PERFORM ReadTargetRecord
           PERFORM UNTIL EndOfFile
               IF ST-TURNAROUND-HOURS NUMERIC
                   AND ST-CLEAR-HOURS NUMERIC
                   IF ST-DEPARTMENT = '*DEFAULT*'
                       MOVE ST-TURNAROUND-HOURS
                           TO WS-DEFAULT-TURNAROUND
                       MOVE ST-CLEAR-HOURS TO WS-DEFAULT-CLEAR
                   ELSE
                       IF WS-TGT-COUNT < 100
                           ADD 1 TO WS-TGT-COUNT
                           MOVE ST-DEPARTMENT
                               TO WS-TGT-DEPARTMENT(WS-TGT-COUNT)
                           MOVE ST-TURNAROUND-HOURS
                               TO WS-TGT-TURNAROUND(WS-TGT-COUNT)
                           MOVE ST-CLEAR-HOURS
                               TO WS-TGT-CLEAR(WS-TGT-COUNT)
                       END-IF
                   END-IF
               END-IF
               PERFORM ReadTargetRecord
           END-PERFORM
           CLOSE TARGET-FILE
           .

       ReadTargetRecord.
           READ TARGET-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * The log is in arrival order, so the first line for a batch
      * ID is its first arrival.
       LoadArrivals.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadArrivalRecord
           PERFORM UNTIL EndOfFile
               IF BA-ARRIVAL-TIMESTAMP(1:8) NOT < WS-WEEK-START
                   AND BA-ARRIVAL-TIMESTAMP(1:8) NOT > WS-WEEK-END
                   PERFORM AddArrival
               END-IF
               PERFORM ReadArrivalRecord
           END-PERFORM
           CLOSE ARRIVAL-FILE
           .

       ReadArrivalRecord.
           READ ARRIVAL-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       AddArrival.
           PERFORM VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
               IF WS-BAT-ID(WS-BAT-IX) = BA-BATCH-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BAT-COUNT NOT < 1000
               ADD 1 TO WS-BAT-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAT-COUNT
           MOVE BA-BATCH-ID TO WS-BAT-ID(WS-BAT-COUNT)
           MOVE BA-REQUESTOR TO WS-BAT-REQUESTOR(WS-BAT-COUNT)
           MOVE BA-ARRIVAL-TIMESTAMP TO WS-BAT-ARRIVED(WS-BAT-COUNT)
           .

      * A batch ID first processed before it arrived was already
      * known to the registry: it is a resend, not a new batch.
       MeasureBatch.
           MOVE WS-BAT-REQUESTOR(WS-BAT-IX) TO WS-LOOKUP-REQUESTOR
           PERFORM FindDepartment
           MOVE WS-DEPT-IX TO WS-BAT-DEPT-IX(WS-BAT-IX)
           MOVE SPACES TO WS-BAT-FIRST(WS-BAT-IX)
           MOVE SPACES TO WS-BAT-LAST(WS-BAT-IX)
           MOVE SPACES TO WS-BAT-STATUS(WS-BAT-IX)
           MOVE ZERO TO WS-BAT-TO-FIRST(WS-BAT-IX)
           MOVE ZERO TO WS-BAT-TO-LAST(WS-BAT-IX)
           IF WS-DEPT-IX = ZERO
               MOVE 'NOT COUNTED' TO WS-BAT-OUTCOME(WS-BAT-IX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-BATCHES(WS-DEPT-IX)
           ADD 1 TO WS-ALL-BATCHES
           COMPUTE WS-LIMIT-MINUTES =
               WS-DEPT-TURNAROUND(WS-DEPT-IX) * 60

           IF RegistryOpen
               MOVE WS-BAT-ID(WS-BAT-IX) TO BR-BATCH-ID
               READ REGISTRY-FILE
                   INVALID KEY MOVE SPACES TO BR-FIRST-TIMESTAMP
                   NOT INVALID KEY
                       MOVE BR-FIRST-TIMESTAMP
                           TO WS-BAT-FIRST(WS-BAT-IX)
                       MOVE BR-LAST-TIMESTAMP TO WS-BAT-LAST(WS-BAT-IX)
                       MOVE BR-STATUS TO WS-BAT-STATUS(WS-BAT-IX)
               END-READ
           END-IF

           IF WS-BAT-FIRST(WS-BAT-IX) NOT = SPACE
               AND WS-BAT-FIRST(WS-BAT-IX)(1:14)
                   < WS-BAT-ARRIVED(WS-BAT-IX)(1:14)
               MOVE 'RESENT' TO WS-BAT-OUTCOME(WS-BAT-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BAT-ARRIVED(WS-BAT-IX) TO WS-FROM-STAMP
           IF WS-BAT-FIRST(WS-BAT-IX) = SPACE
               MOVE WS-NOW TO WS-TO-STAMP
               PERFORM ComputeElapsedMinutes
               MOVE WS-ELAPSED TO WS-BAT-TO-FIRST(WS-BAT-IX)
               IF WS-ELAPSED > WS-LIMIT-MINUTES
                   MOVE 'MISSED - OPEN' TO WS-BAT-OUTCOME(WS-BAT-IX)
                   ADD 1 TO WS-DEPT-MEASURED(WS-DEPT-IX)
                   ADD 1 TO WS-ALL-MEASURED
                   PERFORM NoteFirstTime
               ELSE
                   MOVE 'AWAITING' TO WS-BAT-OUTCOME(WS-BAT-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BAT-FIRST(WS-BAT-IX) TO WS-TO-STAMP
           PERFORM ComputeElapsedMinutes
           IF NOT ElapsedKnown
               MOVE 'NO TIMES' TO WS-BAT-OUTCOME(WS-BAT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ELAPSED TO WS-BAT-TO-FIRST(WS-BAT-IX)
           ADD 1 TO WS-DEPT-MEASURED(WS-DEPT-IX)
           ADD 1 TO WS-ALL-MEASURED
           PERFORM NoteFirstTime
           IF WS-ELAPSED > WS-LIMIT-MINUTES
               MOVE 'MISSED' TO WS-BAT-OUTCOME(WS-BAT-IX)
           ELSE
               MOVE 'MET' TO WS-BAT-OUTCOME(WS-BAT-IX)
               ADD 1 TO WS-DEPT-MET(WS-DEPT-IX)
               ADD 1 TO WS-ALL-MET
           END-IF

           IF WS-BAT-STATUS(WS-BAT-IX) NOT = 'ARCHIVED'
               MOVE WS-BAT-LAST(WS-BAT-IX) TO WS-TO-STAMP
               PERFORM ComputeElapsedMinutes
               IF ElapsedKnown
                   MOVE WS-ELAPSED TO WS-BAT-TO-LAST(WS-BAT-IX)
                   ADD 1 TO WS-DEPT-LAST-COUNT(WS-DEPT-IX)
                   ADD WS-ELAPSED TO WS-DEPT-LAST-TOTAL(WS-DEPT-IX)
                   IF WS-ELAPSED > WS-DEPT-LAST-WORST(WS-DEPT-IX)
                       MOVE WS-ELAPSED
                           TO WS-DEPT-LAST-WORST(WS-DEPT-IX)
                   END-IF
               END-IF
           END-IF
           .

       NoteFirstTime.
           ADD WS-ELAPSED TO WS-DEPT-FIRST-TOTAL(WS-DEPT-IX)
           IF WS-ELAPSED > WS-DEPT-FIRST-WORST(WS-DEPT-IX)
               MOVE WS-ELAPSED TO WS-DEPT-FIRST-WORST(WS-DEPT-IX)
           END-IF
           .

       MeasureRejections.
           MOVE 1 TO WS-KIND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadExceptionRecord
           PERFORM UNTIL EndOfFile
               IF ER-WRITTEN-TIMESTAMP(1:8) NOT < WS-WEEK-START
                   AND ER-WRITTEN-TIMESTAMP(1:8) NOT > WS-WEEK-END
                   MOVE ER-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   MOVE ER-WRITTEN-TIMESTAMP TO WS-FROM-STAMP
                   IF ExceptionOpen
                       MOVE SPACES TO WS-TO-STAMP
                   ELSE
                       MOVE ER-CLEARED-TIMESTAMP TO WS-TO-STAMP
                   END-IF
                   PERFORM MeasureItem
               END-IF
               PERFORM ReadExceptionRecord
           END-PERFORM
           CLOSE EXCEPTION-FILE
           .

       ReadExceptionRecord.
           READ EXCEPTION-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       MeasureHolds.
           MOVE 2 TO WS-KIND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadPendingRecord
           PERFORM UNTIL EndOfFile
               IF PD-HELD-TIMESTAMP(1:8) NOT < WS-WEEK-START
                   AND PD-HELD-TIMESTAMP(1:8) NOT > WS-WEEK-END
                   MOVE PD-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   MOVE PD-HELD-TIMESTAMP TO WS-FROM-STAMP
                   IF PendingApproval
                       MOVE SPACES TO WS-TO-STAMP
                   ELSE
                       MOVE PD-REVIEWED-TIMESTAMP TO WS-TO-STAMP
                   END-IF
                   PERFORM MeasureItem
               END-IF
               PERFORM ReadPendingRecord
           END-PERFORM
           CLOSE PENDING-FILE
           .

       ReadPendingRecord.
           READ PENDING-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * A rejection or hold cleared with no clearing time (cleared
      * before the time was recorded) is counted as written only.
      * An open one is aged to now.
       MeasureItem.
           PERFORM FindDepartment
           IF WS-DEPT-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-WRITTEN(WS-DEPT-IX WS-KIND)
           COMPUTE WS-LIMIT-MINUTES = WS-DEPT-CLEAR(WS-DEPT-IX) * 60

           IF WS-TO-STAMP = SPACE
               MOVE WS-NOW TO WS-TO-STAMP
               PERFORM ComputeElapsedMinutes
               ADD 1 TO WS-ITEM-OPEN(WS-DEPT-IX WS-KIND)
               IF WS-ELAPSED > WS-LIMIT-MINUTES
                   ADD 1 TO WS-ITEM-OPEN-LATE(WS-DEPT-IX WS-KIND)
               END-IF
               IF WS-ELAPSED > WS-ITEM-OPEN-OLDEST(WS-DEPT-IX WS-KIND)
                   MOVE WS-ELAPSED
                       TO WS-ITEM-OPEN-OLDEST(WS-DEPT-IX WS-KIND)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM ComputeElapsedMinutes
           IF NOT ElapsedKnown
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-CLEARED(WS-DEPT-IX WS-KIND)
           ADD WS-ELAPSED TO WS-ITEM-CLEAR-TOTAL(WS-DEPT-IX WS-KIND)
           IF WS-ELAPSED > WS-ITEM-CLEAR-WORST(WS-DEPT-IX WS-KIND)
               MOVE WS-ELAPSED
                   TO WS-ITEM-CLEAR-WORST(WS-DEPT-IX WS-KIND)
           END-IF
           IF WS-ELAPSED NOT > WS-LIMIT-MINUTES
               ADD 1 TO WS-ITEM-MET(WS-DEPT-IX WS-KIND)
           END-IF
           .

      * Sets WS-DEPT-IX to the department of WS-LOOKUP-REQUESTOR,
      * adding it with its targets on first sight; zero when the
      * table is full.
       FindDepartment.
           MOVE SPACES TO RQ-DEPARTMENT
           IF ReqMastOpen
               MOVE WS-LOOKUP-REQUESTOR TO RQ-REQUESTOR-ID
               READ REQUESTOR-FILE
                   INVALID KEY MOVE SPACES TO RQ-DEPARTMENT
               END-READ
           END-IF
           IF RQ-DEPARTMENT = SPACE
               MOVE 'UNASSIGNED' TO RQ-DEPARTMENT
           END-IF

           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-IX) = RQ-DEPARTMENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT NOT < 100
               ADD 1 TO WS-DEPT-DROPPED
               MOVE ZERO TO WS-DEPT-IX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IX
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IX)
           MOVE RQ-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-IX)
           MOVE WS-DEFAULT-TURNAROUND TO WS-DEPT-TURNAROUND(WS-DEPT-IX)
           MOVE WS-DEFAULT-CLEAR TO WS-DEPT-CLEAR(WS-DEPT-IX)
           PERFORM VARYING WS-TGT-IX FROM 1 BY 1
                   UNTIL WS-TGT-IX > WS-TGT-COUNT
               IF WS-TGT-DEPARTMENT(WS-TGT-IX) = RQ-DEPARTMENT
                   MOVE WS-TGT-TURNAROUND(WS-TGT-IX)
                       TO WS-DEPT-TURNAROUND(WS-DEPT-IX)
                   MOVE WS-TGT-CLEAR(WS-TGT-IX)
                       TO WS-DEPT-CLEAR(WS-DEPT-IX)
               END-IF
           END-PERFORM
           .

       ComputeElapsedMinutes.
           MOVE 'N' TO WS-ELAPSED-OK-FLAG
           MOVE ZERO TO WS-ELAPSED
           IF WS-FROM-STAMP(1:12) NOT NUMERIC
               OR WS-TO-STAMP(1:12) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FROM-STAMP(1:8) TO WS-STAMP-DATE
           MOVE WS-FROM-STAMP(9:2) TO WS-STAMP-HOUR
           MOVE WS-FROM-STAMP(11:2) TO WS-STAMP-MINUTE
           COMPUTE WS-FROM-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE

           MOVE WS-TO-STAMP(1:8) TO WS-STAMP-DATE
           MOVE WS-TO-STAMP(9:2) TO WS-STAMP-HOUR
           MOVE WS-TO-STAMP(11:2) TO WS-STAMP-MINUTE
           COMPUTE WS-TO-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE

           IF WS-TO-MINUTES > WS-FROM-MINUTES
               COMPUTE WS-ELAPSED = WS-TO-MINUTES - WS-FROM-MINUTES
           END-IF
           MOVE 'Y' TO WS-ELAPSED-OK-FLAG
           .

       WriteReportHeading.
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCH TURNAROUND SERVICE LEVELS - WEEK '
               DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               ' TO '        DELIMITED BY SIZE
               WS-WEEK-END   DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT TargetsFound
               MOVE WS-DEFAULT-TURNAROUND TO WS-SHOW-TARGET
               MOVE SPACES TO REPORT-LINE
               STRING 'TARGETS FILE C06R16T.DAT MISSING - DEFAULTS OF'
                   DELIMITED BY SIZE
                   WS-SHOW-TARGET DELIMITED BY SIZE
                   ' HOURS TO PROCESS AND' DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-DEFAULT-CLEAR TO WS-SHOW-TARGET
               MOVE WS-SHOW-TARGET TO REPORT-LINE(71:3)
               MOVE ' HOURS TO CLEAR USED' TO REPORT-LINE(74:20)
               WRITE REPORT-LINE
           END-IF
           IF WS-DEPT-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NO BATCHES, REJECTIONS OR HOLDS IN THE WEEK'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WriteDepartmentSection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
               WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
               '   TARGETS - PROCESSED WITHIN' DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-DEPT-TURNAROUND(WS-DEPT-IX) TO WS-SHOW-TARGET
           MOVE WS-SHOW-TARGET TO REPORT-LINE(51:3)
           MOVE ' HOURS, CLEARED WITHIN' TO REPORT-LINE(54:22)
           MOVE WS-DEPT-CLEAR(WS-DEPT-IX) TO WS-SHOW-TARGET
           MOVE WS-SHOW-TARGET TO REPORT-LINE(76:3)
           MOVE ' HOURS' TO REPORT-LINE(79:6)
           WRITE REPORT-LINE

           IF WS-DEPT-BATCHES(WS-DEPT-IX) > ZERO
               MOVE '  BATCH       ARRIVED        FIRST PROCESSED'
                   TO REPORT-LINE
               MOVE '  LAST ACTIVITY     HOURS   TO LAST  OUTCOME'
                   TO REPORT-LINE(46:44)
               WRITE REPORT-LINE
               PERFORM VARYING WS-BAT-IX FROM 1 BY 1
                       UNTIL WS-BAT-IX > WS-BAT-COUNT
                   IF WS-BAT-DEPT-IX(WS-BAT-IX) = WS-DEPT-IX
                       PERFORM WriteBatchLine
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEPT-BATCHES(WS-DEPT-IX) TO WS-SHOW-COUNT
           STRING '  BATCHES ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE WS-DEPT-MEASURED(WS-DEPT-IX) TO WS-SHOW-COUNT
           MOVE 'MEASURED' TO REPORT-LINE(18:8)
           MOVE WS-SHOW-COUNT TO REPORT-LINE(27:5)
           MOVE WS-DEPT-MET(WS-DEPT-IX) TO WS-SHOW-COUNT
           MOVE 'MET' TO REPORT-LINE(34:3)
           MOVE WS-SHOW-COUNT TO REPORT-LINE(38:5)
           IF WS-DEPT-MEASURED(WS-DEPT-IX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-DEPT-MET(WS-DEPT-IX) * 100
                   / WS-DEPT-MEASURED(WS-DEPT-IX)
               MOVE WS-PERCENT TO WS-SHOW-PERCENT
               MOVE WS-SHOW-PERCENT TO REPORT-LINE(44:5)
               MOVE '%' TO REPORT-LINE(49:1)
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-FIRST-TOTAL(WS-DEPT-IX)
                   / WS-DEPT-MEASURED(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'AVG' TO REPORT-LINE(52:3)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(56:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-FIRST-WORST(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'WORST' TO REPORT-LINE(66:5)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(72:8)
               MOVE 'HOURS TO PROCESS' TO REPORT-LINE(81:16)
           END-IF
           WRITE REPORT-LINE

           IF WS-DEPT-LAST-COUNT(WS-DEPT-IX) > ZERO
               MOVE SPACES TO REPORT-LINE
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-LAST-TOTAL(WS-DEPT-IX)
                   / WS-DEPT-LAST-COUNT(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'AVG' TO REPORT-LINE(52:3)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(56:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-LAST-WORST(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'WORST' TO REPORT-LINE(66:5)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(72:8)
               MOVE 'HOURS TO LAST ACTIVITY' TO REPORT-LINE(81:22)
               WRITE REPORT-LINE
           END-IF

           MOVE 1 TO WS-KIND
           PERFORM WriteItemLine
           MOVE 2 TO WS-KIND
           PERFORM WriteItemLine
           .

       WriteBatchLine.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BAT-ID(WS-BAT-IX) TO REPORT-LINE(3:10)
           MOVE WS-BAT-ARRIVED(WS-BAT-IX)(1:8) TO REPORT-LINE(15:8)
           MOVE WS-BAT-ARRIVED(WS-BAT-IX)(9:4) TO REPORT-LINE(24:4)
           IF WS-BAT-FIRST(WS-BAT-IX) NOT = SPACE
               MOVE WS-BAT-FIRST(WS-BAT-IX)(1:8) TO REPORT-LINE(30:8)
               MOVE WS-BAT-FIRST(WS-BAT-IX)(9:4) TO REPORT-LINE(39:4)
               MOVE WS-BAT-LAST(WS-BAT-IX)(1:8) TO REPORT-LINE(48:8)
               MOVE WS-BAT-LAST(WS-BAT-IX)(9:4) TO REPORT-LINE(57:4)
           END-IF
           IF WS-BAT-OUTCOME(WS-BAT-IX) NOT = 'RESENT'
               AND WS-BAT-OUTCOME(WS-BAT-IX) NOT = 'NO TIMES'
               COMPUTE WS-HOURS ROUNDED =
                   WS-BAT-TO-FIRST(WS-BAT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(63:8)
           END-IF
           IF WS-BAT-TO-LAST(WS-BAT-IX) > ZERO
               COMPUTE WS-HOURS ROUNDED =
                   WS-BAT-TO-LAST(WS-BAT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(72:8)
           END-IF
           MOVE WS-BAT-OUTCOME(WS-BAT-IX) TO REPORT-LINE(82:13)
           WRITE REPORT-LINE
           .

       WriteItemLine.
           IF WS-ITEM-WRITTEN(WS-DEPT-IX WS-KIND) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-KIND = 1
               MOVE '  REJECTIONS' TO REPORT-LINE(1:12)
           ELSE
               MOVE '  HOLDS' TO REPORT-LINE(1:12)
           END-IF
           MOVE WS-ITEM-WRITTEN(WS-DEPT-IX WS-KIND) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(13:5)
           MOVE 'CLEARED' TO REPORT-LINE(19:7)
           MOVE WS-ITEM-CLEARED(WS-DEPT-IX WS-KIND) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(27:5)
           IF WS-ITEM-CLEARED(WS-DEPT-IX WS-KIND) > ZERO
               MOVE 'IN TIME' TO REPORT-LINE(33:7)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ITEM-MET(WS-DEPT-IX WS-KIND) * 100
                   / (WS-ITEM-CLEARED(WS-DEPT-IX WS-KIND)
                      + WS-ITEM-OPEN-LATE(WS-DEPT-IX WS-KIND))
               MOVE WS-PERCENT TO WS-SHOW-PERCENT
               MOVE WS-SHOW-PERCENT TO REPORT-LINE(41:5)
               MOVE '%' TO REPORT-LINE(46:1)
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-TOTAL(WS-DEPT-IX WS-KIND)
                   / WS-ITEM-CLEARED(WS-DEPT-IX WS-KIND) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'AVG' TO REPORT-LINE(52:3)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(56:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-WORST(WS-DEPT-IX WS-KIND) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'WORST' TO REPORT-LINE(66:5)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(72:8)
               MOVE 'HOURS TO CLEAR' TO REPORT-LINE(81:14)
           END-IF
           IF WS-ITEM-OPEN(WS-DEPT-IX WS-KIND) > ZERO
               MOVE 'OPEN' TO REPORT-LINE(97:4)
               MOVE WS-ITEM-OPEN(WS-DEPT-IX WS-KIND) TO WS-SHOW-COUNT
               MOVE WS-SHOW-COUNT TO REPORT-LINE(102:5)
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-OPEN-OLDEST(WS-DEPT-IX WS-KIND) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE 'OLDEST' TO REPORT-LINE(109:6)
               MOVE WS-SHOW-HOURS TO REPORT-LINE(116:8)
               MOVE 'HOURS' TO REPORT-LINE(125:5)
           END-IF
           WRITE REPORT-LINE
           .

       WriteSummarySection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUMMARY BY DEPARTMENT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DEPARTMENT  BATCHES  MET %   AVG HRS WORST HRS'
               TO REPORT-LINE
           MOVE '  REJ AVG REJ WORST  HOLD AVG HOLDWORST'
               TO REPORT-LINE(47:39)
           WRITE REPORT-LINE
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               PERFORM WriteSummaryLine
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALL-BATCHES TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCHES ARRIVED     ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALL-MEASURED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCHES MEASURED    ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALL-MET TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCHES MET TARGET  ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-ALL-MEASURED > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ALL-MET * 100 / WS-ALL-MEASURED
               MOVE WS-PERCENT TO WS-SHOW-PERCENT
               MOVE WS-SHOW-PERCENT TO REPORT-LINE(27:5)
               MOVE '%' TO REPORT-LINE(32:1)
           END-IF
           WRITE REPORT-LINE

           IF WS-BAT-DROPPED > ZERO
               MOVE WS-BAT-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 1000 BATCHES IN THE WEEK - '
                   DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' NOT REPORTED' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DEPT-DROPPED > ZERO
               MOVE WS-DEPT-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 100 DEPARTMENTS - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' ITEM(S) NOT COUNTED' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WriteSummaryLine.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO REPORT-LINE(1:10)
           MOVE WS-DEPT-BATCHES(WS-DEPT-IX) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(14:5)
           IF WS-DEPT-MEASURED(WS-DEPT-IX) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-DEPT-MET(WS-DEPT-IX) * 100
                   / WS-DEPT-MEASURED(WS-DEPT-IX)
               MOVE WS-PERCENT TO WS-SHOW-PERCENT
               MOVE WS-SHOW-PERCENT TO REPORT-LINE(21:5)
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-FIRST-TOTAL(WS-DEPT-IX)
                   / WS-DEPT-MEASURED(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(28:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-DEPT-FIRST-WORST(WS-DEPT-IX) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(38:8)
           END-IF
           IF WS-ITEM-CLEARED(WS-DEPT-IX 1) > ZERO
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-TOTAL(WS-DEPT-IX 1)
                   / WS-ITEM-CLEARED(WS-DEPT-IX 1) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(48:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-WORST(WS-DEPT-IX 1) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(58:8)
           END-IF
           IF WS-ITEM-CLEARED(WS-DEPT-IX 2) > ZERO
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-TOTAL(WS-DEPT-IX 2)
                   / WS-ITEM-CLEARED(WS-DEPT-IX 2) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(68:8)
               COMPUTE WS-HOURS ROUNDED =
                   WS-ITEM-CLEAR-WORST(WS-DEPT-IX 2) / 60
               MOVE WS-HOURS TO WS-SHOW-HOURS
               MOVE WS-SHOW-HOURS TO REPORT-LINE(78:8)
           END-IF
           WRITE REPORT-LINE
           .
