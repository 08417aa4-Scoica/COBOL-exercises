       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06R17.
       AUTHOR. Andrei Stoica.
      * Thirteen-month volume and value trend.  Management asks each
      * quarter whether calculation volume is growing and which
      * departments drive it; C06R01 covers one day and C06R08 is a
      * search, so this report answers it from the whole audit
      * trail - the C06E04 archives named on the manifest
      * C06E04M.DAT whose dates reach into the thirteen months, then
      * the live C06E01A.DAT.  For each month it shows the
      * transactions (calculation postings; reversals and rate
      * adjustments are not new work), the net Result value of
      * everything posted (reversals and adjustments included, as
      * in the period-close totals) and the rejections, with the
      * change on the month before - first for all departments
      * together, then for each department through the requestor on
      * REQMAST.DAT (UNASSIGNED when unknown).
      * Rejections are not on the audit trail, and C06E01X.DAT only
      * holds the last run's, so they are counted from the batch
      * registry BATCHREG.DAT: each batch's rejections fall in the
      * month the batch was first processed, and in the department
      * of the requestor on its postings - or, for a batch rejected
      * whole, on its C06E08 arrival record C06E08A.DAT.
      * A department whose transactions moved by more than the flag
      * percentage from one month to the next is flagged on the
      * month, and every flagged movement is listed at the end.
      * The command line may give the last month of the thirteen
      * (YYYYMM; by default the current month, shown to date) and
      * the flag percentage (1 to 999; by default 25), in either
      * order.  The report goes to C06R17.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AUDIT-FILE  ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "C06E08A.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT REQUESTOR-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06R17.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REGISTRY-FILE.
           COPY BATCHREG.

       FD  ARRIVAL-FILE.
           COPY BATCHARR.

       FD  REQUESTOR-FILE.
           COPY REQMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS                     PIC XX.
       01 WS-AUDIT-STATUS                        PIC XX.
       01 WS-REGISTRY-STATUS                     PIC XX.
       01 WS-ARRIVAL-STATUS                      PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfFile                  VALUE 'Y'.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

       01 WS-MASTER-OPEN-FLAG                    PIC X VALUE 'N'.
          88 MasterOpen                 VALUE 'Y'.

       01 WS-AUDIT-FILE-NAME                     PIC X(20).
       01 WS-AUDIT-FILES-READ                    PIC 9(4) VALUE ZERO.

       01 WS-RUN-PARM                            PIC X(80).
       01 WS-PARM-WORDS.
          05 WS-PARM-WORD OCCURS 2 TIMES         PIC X(20).
       01 WS-PARM-IX                             PIC 9(4) COMP.
       01 WS-NOW                                 PIC X(26).

      * The thirteen months, oldest first; the last is the month the
      * report is run for.
       01 WS-LAST-MONTH                          PIC X(6).
       01 WS-LAST-MONTH-N REDEFINES WS-LAST-MONTH.
          05 WS-LAST-YEAR                        PIC 9(4).
          05 WS-LAST-MM                          PIC 99.
       01 WS-WALK-YEAR                           PIC 9(4).
       01 WS-WALK-MM                             PIC 99.
       01 WS-FIRST-MONTH                         PIC X(6).
       01 WS-FIND-MONTH                          PIC X(6).

       01 WS-DEFAULT-FLAG-PERCENT                PIC 9(3) VALUE 25.
       01 WS-FLAG-PERCENT                        PIC 9(3) VALUE ZERO.

       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 13 TIMES.
             10 WS-MONTH-KEY                     PIC X(6).
             10 WS-MONTH-COUNT                   PIC 9(7).
             10 WS-MONTH-VALUE                   PIC S9(11)V99.
             10 WS-MONTH-REJECTS                 PIC 9(7).
       01 WS-MONTH-IX                            PIC 9(4) COMP.

      * One entry per department met, with its thirteen months.
       01 WS-DEPARTMENT-TABLE.
          05 WS-DEPT-COUNT                       PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEPT-NAME                     PIC X(10).
             10 WS-DEPT-MONTH OCCURS 13 TIMES.
                15 WS-DM-COUNT                   PIC 9(7).
                15 WS-DM-VALUE                   PIC S9(11)V99.
                15 WS-DM-REJECTS                 PIC 9(7).
       01 WS-DEPT-IX                             PIC 9(4) COMP.
       01 WS-DEPT-DROPPED                        PIC 9(7) VALUE ZERO.

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

      * Batches first processed in the thirteen months that had
      * rejections, in batch ID order as the registry holds them;
      * the department stays zero until the batch is placed.
       01 WS-REJECTED-BATCH-TABLE.
          05 WS-RB-COUNT                         PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-RB-ENTRY OCCURS 2000 TIMES.
             10 WS-RB-BATCH-ID                   PIC X(10).
             10 WS-RB-MONTH-IX                   PIC 9(4) COMP.
             10 WS-RB-REJECTS                    PIC 9(7).
             10 WS-RB-DEPT-IX                    PIC 9(4) COMP.
       01 WS-RB-IX                               PIC 9(4) COMP.
       01 WS-RB-DROPPED                          PIC 9(7) VALUE ZERO.
       01 WS-RB-UNPLACED                         PIC 9(4) COMP.
       01 WS-PLACE-BATCH-ID                      PIC X(10).
       01 WS-PREVIOUS-BATCH-ID                   PIC X(10).

      * The thirteen lines of the section being written.
       01 WS-LINE-TABLE.
          05 WS-LINE-ENTRY OCCURS 13 TIMES.
             10 WS-LINE-COUNT                    PIC 9(7).
             10 WS-LINE-VALUE                    PIC S9(11)V99.
             10 WS-LINE-REJECTS                  PIC 9(7).
       01 WS-FLAGGING-FLAG                       PIC X VALUE 'N'.
          88 FlaggingSection            VALUE 'Y'.

       01 WS-CHANGE                              PIC S9(9)V9.

      * Every movement flagged, for the closing list.
       01 WS-FLAGGED-TABLE.
          05 WS-FLAGGED-COUNT                    PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-FLAGGED-ENTRY OCCURS 500 TIMES.
             10 WS-FLAGGED-DEPT-IX               PIC 9(4) COMP.
             10 WS-FLAGGED-MONTH-IX              PIC 9(4) COMP.
             10 WS-FLAGGED-CHANGE                PIC S9(9)V9.
       01 WS-FLAGGED-IX                          PIC 9(4) COMP.
       01 WS-FLAGGED-DROPPED                     PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-DEPARTMENTS                 PIC 9(4) VALUE ZERO.
       01 WS-DEPT-FLAGGED-FLAG                   PIC X VALUE 'N'.
          88 DepartmentFlagged          VALUE 'Y'.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-AMOUNT                         PIC -(11)9.99.
       01 WS-SHOW-CHANGE                         PIC -(8)9.9.
       01 WS-SHOW-PERCENT                        PIC ZZ9.

       PROCEDURE DIVISION.
       00000-BUILD-TREND-REPORT.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-MASTER-OPEN-FLAG
           MOVE ZERO TO WS-FLAG-PERCENT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-DROPPED
           MOVE ZERO TO WS-CACHE-COUNT
           MOVE ZERO TO WS-RB-COUNT
           MOVE ZERO TO WS-RB-DROPPED
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE ZERO TO WS-FLAGGED-DROPPED
           MOVE ZERO TO WS-FLAGGED-DEPARTMENTS
           MOVE ZERO TO WS-AUDIT-FILES-READ
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:6) TO WS-LAST-MONTH

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-WORDS
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-WORD(1) WS-PARM-WORD(2)
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 2
               PERFORM TakeParameterWord
           END-PERFORM
           IF WS-FLAG-PERCENT = ZERO
               MOVE WS-DEFAULT-FLAG-PERCENT TO WS-FLAG-PERCENT
           END-IF

           PERFORM SetUpMonths

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06R17.RPT - '
                   'trend report skipped.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT REQUESTOR-FILE
           IF WS-REQMAST-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'Requestor master REQMAST.DAT not found - '
                   'everything counts as UNASSIGNED.'
           END-IF

           PERFORM LoadRejectedBatches
           PERFORM TotalAuditTrail
           PERFORM PlaceBatchesByArrival
           PERFORM AddRejections

           IF MasterOpen
               CLOSE REQUESTOR-FILE
           END-IF

           PERFORM WriteReportHeading
           PERFORM WriteAllDepartmentsSection
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               PERFORM WriteDepartmentSection
           END-PERFORM
           PERFORM WriteFlaggedSection
           CLOSE REPORT-FILE

           MOVE WS-FLAGGED-DEPARTMENTS TO WS-SHOW-COUNT
           DISPLAY 'Trend report complete - ' WS-SHOW-COUNT
               ' department(s) flagged; see C06R17.RPT.'
           IF WS-DEPT-DROPPED > ZERO OR WS-RB-DROPPED > ZERO
               OR WS-FLAGGED-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * A six-digit word is the last month, a shorter number the
      * flag percentage.
       TakeParameterWord.
           EVALUATE TRUE
           WHEN WS-PARM-WORD(WS-PARM-IX) = SPACE
               CONTINUE
           WHEN WS-PARM-WORD(WS-PARM-IX)(1:6) IS NUMERIC
               AND WS-PARM-WORD(WS-PARM-IX)(7:1) = SPACE
               AND WS-PARM-WORD(WS-PARM-IX)(5:2) > '00'
               AND WS-PARM-WORD(WS-PARM-IX)(5:2) < '13'
               MOVE WS-PARM-WORD(WS-PARM-IX)(1:6) TO WS-LAST-MONTH
           WHEN WS-PARM-WORD(WS-PARM-IX)(1:3) IS NUMERIC
               AND WS-PARM-WORD(WS-PARM-IX)(4:1) = SPACE
               MOVE WS-PARM-WORD(WS-PARM-IX)(1:3) TO WS-FLAG-PERCENT
           WHEN WS-PARM-WORD(WS-PARM-IX)(1:2) IS NUMERIC
               AND WS-PARM-WORD(WS-PARM-IX)(3:1) = SPACE
               MOVE WS-PARM-WORD(WS-PARM-IX)(1:2) TO WS-FLAG-PERCENT
           WHEN WS-PARM-WORD(WS-PARM-IX)(1:1) IS NUMERIC
               AND WS-PARM-WORD(WS-PARM-IX)(2:1) = SPACE
               MOVE WS-PARM-WORD(WS-PARM-IX)(1:1) TO WS-FLAG-PERCENT
           WHEN OTHER
               DISPLAY 'Parameter ' WS-PARM-WORD(WS-PARM-IX)
                   ' not understood - ignored.'
           END-EVALUATE
           .

       SetUpMonths.
           INITIALIZE WS-MONTH-TABLE
           MOVE WS-LAST-YEAR TO WS-WALK-YEAR
           MOVE WS-LAST-MM TO WS-WALK-MM
           PERFORM VARYING WS-MONTH-IX FROM 13 BY -1
                   UNTIL WS-MONTH-IX = ZERO
               MOVE WS-WALK-YEAR TO WS-MONTH-KEY(WS-MONTH-IX)(1:4)
               MOVE WS-WALK-MM TO WS-MONTH-KEY(WS-MONTH-IX)(5:2)
               IF WS-WALK-MM = 1
                   MOVE 12 TO WS-WALK-MM
                   SUBTRACT 1 FROM WS-WALK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WALK-MM
               END-IF
           END-PERFORM
           MOVE WS-MONTH-KEY(1) TO WS-FIRST-MONTH
           .

      * Sets WS-MONTH-IX to the month WS-FIND-MONTH (YYYYMM) is in
      * the table; zero outside the thirteen.
       FindMonth.
           PERFORM VARYING WS-MONTH-IX FROM 13 BY -1
                   UNTIL WS-MONTH-IX = ZERO
               IF WS-MONTH-KEY(WS-MONTH-IX) = WS-FIND-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       LoadRejectedBatches.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               DISPLAY 'Batch registry BATCHREG.DAT not found - '
                   'no rejections can be counted.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadRegistryRecord
           PERFORM UNTIL EndOfFile
               IF BR-EXCEPTION-COUNT > ZERO
                   MOVE BR-FIRST-TIMESTAMP(1:6) TO WS-FIND-MONTH
                   PERFORM FindMonth
                   IF WS-MONTH-IX > ZERO
                       PERFORM NoteRejectedBatch
                   END-IF
               END-IF
               PERFORM ReadRegistryRecord
           END-PERFORM
           CLOSE REGISTRY-FILE
           .

       ReadRegistryRecord.
           READ REGISTRY-FILE NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       NoteRejectedBatch.
           IF WS-RB-COUNT NOT < 2000
               ADD BR-EXCEPTION-COUNT TO WS-RB-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE BR-BATCH-ID TO WS-RB-BATCH-ID(WS-RB-COUNT)
           MOVE WS-MONTH-IX TO WS-RB-MONTH-IX(WS-RB-COUNT)
           MOVE BR-EXCEPTION-COUNT TO WS-RB-REJECTS(WS-RB-COUNT)
           MOVE ZERO TO WS-RB-DEPT-IX(WS-RB-COUNT)
           .

      * Archives whose date range lies wholly outside the thirteen
      * months are passed over; an archive named on the manifest but
      * no longer on disk is passed over too, and C06R14 reports it.
       TotalAuditTrail.
           MOVE 'N' TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   IF MF-FROM-DATE(1:6) NOT > WS-LAST-MONTH
                       AND MF-TO-DATE(1:6) NOT < WS-FIRST-MONTH
                       MOVE MF-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
                       PERFORM TotalAuditFile
                   END-IF
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM TotalAuditFile
           .

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

       TotalAuditFile.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WS-PREVIOUS-BATCH-ID
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-FILES-READ
           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfFile
               MOVE AR-TIMESTAMP(1:6) TO WS-FIND-MONTH
               PERFORM FindMonth
               IF WS-MONTH-IX > ZERO
                   PERFORM AddAuditRecordToTotals
               END-IF
               PERFORM ReadAuditRecord
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * A batch's postings lie together on the trail, so the
      * rejected batches are looked through once per batch, not
      * once per posting.
       AddAuditRecordToTotals.
           MOVE AR-REQUESTOR TO WS-LOOKUP-REQUESTOR
           PERFORM LookUpDepartment
           PERFORM FindDepartment

           IF AR-BATCH-ID NOT = WS-PREVIOUS-BATCH-ID
               MOVE AR-BATCH-ID TO WS-PREVIOUS-BATCH-ID
               MOVE AR-BATCH-ID TO WS-PLACE-BATCH-ID
               PERFORM PlaceRejectedBatch
           END-IF

           IF CalculationEntry
               ADD 1 TO WS-MONTH-COUNT(WS-MONTH-IX)
           END-IF
           ADD AR-RESULT TO WS-MONTH-VALUE(WS-MONTH-IX)

           IF WS-DEPT-IX > WS-DEPT-COUNT
               ADD 1 TO WS-DEPT-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF CalculationEntry
               ADD 1 TO WS-DM-COUNT(WS-DEPT-IX WS-MONTH-IX)
           END-IF
           ADD AR-RESULT TO WS-DM-VALUE(WS-DEPT-IX WS-MONTH-IX)
           .

      * Gives the department in WS-DEPT-IX to the rejected batch
      * WS-PLACE-BATCH-ID, when it has none yet.
       PlaceRejectedBatch.
           IF WS-DEPT-IX > WS-DEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RB-COUNT
               IF WS-RB-BATCH-ID(WS-RB-IX) = WS-PLACE-BATCH-ID
                   IF WS-RB-DEPT-IX(WS-RB-IX) = ZERO
                       MOVE WS-DEPT-IX TO WS-RB-DEPT-IX(WS-RB-IX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      * A batch rejected whole has no postings; the requestor on its
      * first arrival places it instead.
       PlaceBatchesByArrival.
           MOVE ZERO TO WS-RB-UNPLACED
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RB-COUNT
               IF WS-RB-DEPT-IX(WS-RB-IX) = ZERO
                   ADD 1 TO WS-RB-UNPLACED
               END-IF
           END-PERFORM
           IF WS-RB-UNPLACED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadArrivalRecord
           PERFORM UNTIL EndOfFile
               MOVE BA-REQUESTOR TO WS-LOOKUP-REQUESTOR
               PERFORM LookUpDepartment
               PERFORM FindDepartment
               MOVE BA-BATCH-ID TO WS-PLACE-BATCH-ID
               PERFORM PlaceRejectedBatch
               PERFORM ReadArrivalRecord
           END-PERFORM
           CLOSE ARRIVAL-FILE
           .

       ReadArrivalRecord.
           READ ARRIVAL-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * What is still not placed counts as UNASSIGNED.
       AddRejections.
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RB-COUNT
               MOVE WS-RB-MONTH-IX(WS-RB-IX) TO WS-MONTH-IX
               ADD WS-RB-REJECTS(WS-RB-IX)
                   TO WS-MONTH-REJECTS(WS-MONTH-IX)
               IF WS-RB-DEPT-IX(WS-RB-IX) = ZERO
                   MOVE 'UNASSIGNED' TO WS-LOOKUP-DEPARTMENT
                   PERFORM FindDepartment
                   IF WS-DEPT-IX NOT > WS-DEPT-COUNT
                       MOVE WS-DEPT-IX TO WS-RB-DEPT-IX(WS-RB-IX)
                   END-IF
               END-IF
               IF WS-RB-DEPT-IX(WS-RB-IX) = ZERO
                   ADD 1 TO WS-DEPT-DROPPED
               ELSE
                   MOVE WS-RB-DEPT-IX(WS-RB-IX) TO WS-DEPT-IX
                   ADD WS-RB-REJECTS(WS-RB-IX)
                       TO WS-DM-REJECTS(WS-DEPT-IX WS-MONTH-IX)
               END-IF
           END-PERFORM
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
      * and the table is full; what it would have counted is dropped.
       FindDepartment.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DEPT-NAME(WS-DEPT-IX) = WS-LOOKUP-DEPARTMENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT NOT < 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-IX
           INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IX)
           MOVE WS-LOOKUP-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-IX)
           .

       WriteReportHeading.
           MOVE SPACES TO REPORT-LINE
           STRING 'THIRTEEN-MONTH VOLUME AND VALUE TREND - '
               DELIMITED BY SIZE
               WS-FIRST-MONTH(1:4) '-' WS-FIRST-MONTH(5:2)
               DELIMITED BY SIZE
               ' TO '        DELIMITED BY SIZE
               WS-LAST-MONTH(1:4) '-' WS-LAST-MONTH(5:2)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           IF WS-LAST-MONTH = WS-NOW(1:6)
               MOVE '(LAST MONTH TO DATE)' TO REPORT-LINE(64:20)
           END-IF
           WRITE REPORT-LINE
           MOVE WS-FLAG-PERCENT TO WS-SHOW-PERCENT
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPARTMENTS FLAGGED WHEN TRANSACTIONS MOVE MORE '
               DELIMITED BY SIZE
               'THAN ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHOW-PERCENT) DELIMITED BY SIZE
               '% ON THE MONTH BEFORE' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-FILES-READ TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT FILES READ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               ' (ARCHIVES ON C06E04M.DAT AND C06E01A.DAT)'
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WriteColumnHeadings.
           MOVE SPACES TO REPORT-LINE
           MOVE 'MONTH' TO REPORT-LINE(1:5)
           MOVE 'TRANSACTIONS' TO REPORT-LINE(7:12)
           MOVE 'CHANGE %' TO REPORT-LINE(25:8)
           MOVE 'RESULT VALUE' TO REPORT-LINE(38:12)
           MOVE 'CHANGE %' TO REPORT-LINE(56:8)
           MOVE 'REJECTIONS' TO REPORT-LINE(65:10)
           MOVE 'CHANGE %' TO REPORT-LINE(81:8)
           WRITE REPORT-LINE
           .

       WriteAllDepartmentsSection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL DEPARTMENTS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 13
               MOVE WS-MONTH-COUNT(WS-MONTH-IX)
                   TO WS-LINE-COUNT(WS-MONTH-IX)
               MOVE WS-MONTH-VALUE(WS-MONTH-IX)
                   TO WS-LINE-VALUE(WS-MONTH-IX)
               MOVE WS-MONTH-REJECTS(WS-MONTH-IX)
                   TO WS-LINE-REJECTS(WS-MONTH-IX)
           END-PERFORM
           MOVE 'N' TO WS-FLAGGING-FLAG
           PERFORM WriteTrendLines
           .

       WriteDepartmentSection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
               WS-DEPT-NAME(WS-DEPT-IX) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 13
               MOVE WS-DM-COUNT(WS-DEPT-IX WS-MONTH-IX)
                   TO WS-LINE-COUNT(WS-MONTH-IX)
               MOVE WS-DM-VALUE(WS-DEPT-IX WS-MONTH-IX)
                   TO WS-LINE-VALUE(WS-MONTH-IX)
               MOVE WS-DM-REJECTS(WS-DEPT-IX WS-MONTH-IX)
                   TO WS-LINE-REJECTS(WS-MONTH-IX)
           END-PERFORM
           MOVE 'Y' TO WS-FLAGGING-FLAG
           MOVE 'N' TO WS-DEPT-FLAGGED-FLAG
           PERFORM WriteTrendLines
           IF DepartmentFlagged
               ADD 1 TO WS-FLAGGED-DEPARTMENTS
           END-IF
           .

       WriteTrendLines.
           PERFORM WriteColumnHeadings
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 13
               PERFORM WriteTrendLine
           END-PERFORM
           .

      * The first month has no month before it in the report, so
      * shows no change; a figure up from nothing shows NEW.
       WriteTrendLine.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MONTH-KEY(WS-MONTH-IX)(1:4) TO REPORT-LINE(1:4)
           MOVE '-' TO REPORT-LINE(5:1)
           MOVE WS-MONTH-KEY(WS-MONTH-IX)(5:2) TO REPORT-LINE(6:2)
           MOVE WS-LINE-COUNT(WS-MONTH-IX) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(12:7)
           MOVE WS-LINE-VALUE(WS-MONTH-IX) TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(35:15)
           MOVE WS-LINE-REJECTS(WS-MONTH-IX) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(68:7)

           IF WS-MONTH-IX > 1
               IF WS-LINE-COUNT(WS-MONTH-IX - 1) > ZERO
                   COMPUTE WS-CHANGE ROUNDED =
                       (WS-LINE-COUNT(WS-MONTH-IX)
                        - WS-LINE-COUNT(WS-MONTH-IX - 1)) * 100
                       / WS-LINE-COUNT(WS-MONTH-IX - 1)
                   MOVE WS-CHANGE TO WS-SHOW-CHANGE
                   MOVE WS-SHOW-CHANGE TO REPORT-LINE(22:11)
                   IF FlaggingSection
                       AND FUNCTION ABS(WS-CHANGE) > WS-FLAG-PERCENT
                       MOVE '<< FLAGGED' TO REPORT-LINE(92:10)
                       PERFORM NoteFlaggedMovement
                   END-IF
               ELSE
                   IF WS-LINE-COUNT(WS-MONTH-IX) > ZERO
                       MOVE 'NEW' TO REPORT-LINE(30:3)
                   END-IF
               END-IF
               IF WS-LINE-VALUE(WS-MONTH-IX - 1) > ZERO
                   COMPUTE WS-CHANGE ROUNDED =
                       (WS-LINE-VALUE(WS-MONTH-IX)
                        - WS-LINE-VALUE(WS-MONTH-IX - 1)) * 100
                       / WS-LINE-VALUE(WS-MONTH-IX - 1)
                   MOVE WS-CHANGE TO WS-SHOW-CHANGE
                   MOVE WS-SHOW-CHANGE TO REPORT-LINE(53:11)
               END-IF
               IF WS-LINE-REJECTS(WS-MONTH-IX - 1) > ZERO
                   COMPUTE WS-CHANGE ROUNDED =
                       (WS-LINE-REJECTS(WS-MONTH-IX)
                        - WS-LINE-REJECTS(WS-MONTH-IX - 1)) * 100
                       / WS-LINE-REJECTS(WS-MONTH-IX - 1)
                   MOVE WS-CHANGE TO WS-SHOW-CHANGE
                   MOVE WS-SHOW-CHANGE TO REPORT-LINE(78:11)
               ELSE
                   IF WS-LINE-REJECTS(WS-MONTH-IX) > ZERO
                       MOVE 'NEW' TO REPORT-LINE(86:3)
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-LINE
           .

       NoteFlaggedMovement.
           MOVE 'Y' TO WS-DEPT-FLAGGED-FLAG
           IF WS-FLAGGED-COUNT NOT < 500
               ADD 1 TO WS-FLAGGED-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE WS-DEPT-IX TO WS-FLAGGED-DEPT-IX(WS-FLAGGED-COUNT)
           MOVE WS-MONTH-IX TO WS-FLAGGED-MONTH-IX(WS-FLAGGED-COUNT)
           MOVE WS-CHANGE TO WS-FLAGGED-CHANGE(WS-FLAGGED-COUNT)
           .

       WriteFlaggedSection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FLAGGED MOVEMENTS' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLAGGED-COUNT = ZERO
               MOVE 'NO DEPARTMENT MOVED BY MORE THAN THE PERCENTAGE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'DEPARTMENT  MONTH    BEFORE     AFTER     CHANGE %'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-FLAGGED-IX FROM 1 BY 1
                       UNTIL WS-FLAGGED-IX > WS-FLAGGED-COUNT
                   PERFORM WriteFlaggedLine
               END-PERFORM
           END-IF

           IF WS-FLAGGED-DROPPED > ZERO
               MOVE WS-FLAGGED-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 500 FLAGGED MOVEMENTS - '
                   DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' NOT LISTED' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RB-DROPPED > ZERO
               MOVE WS-RB-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 2000 BATCHES WITH REJECTIONS - '
                   DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' REJECTION(S) NOT COUNTED' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DEPT-DROPPED > ZERO
               MOVE WS-DEPT-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 100 DEPARTMENTS - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' ITEM(S) LEFT OUT OF THE DEPARTMENTS'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WriteFlaggedLine.
           MOVE WS-FLAGGED-DEPT-IX(WS-FLAGGED-IX) TO WS-DEPT-IX
           MOVE WS-FLAGGED-MONTH-IX(WS-FLAGGED-IX) TO WS-MONTH-IX
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEPT-NAME(WS-DEPT-IX) TO REPORT-LINE(1:10)
           MOVE WS-MONTH-KEY(WS-MONTH-IX)(1:4) TO REPORT-LINE(13:4)
           MOVE '-' TO REPORT-LINE(17:1)
           MOVE WS-MONTH-KEY(WS-MONTH-IX)(5:2) TO REPORT-LINE(18:2)
           MOVE WS-DM-COUNT(WS-DEPT-IX WS-MONTH-IX - 1)
               TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(23:7)
           MOVE WS-DM-COUNT(WS-DEPT-IX WS-MONTH-IX) TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(33:7)
           MOVE WS-FLAGGED-CHANGE(WS-FLAGGED-IX) TO WS-SHOW-CHANGE
           MOVE WS-SHOW-CHANGE TO REPORT-LINE(41:11)
           WRITE REPORT-LINE
           .
