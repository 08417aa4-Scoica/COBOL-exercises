       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E12.
       AUTHOR. Andrei Stoica.
      * Department return packages.  C06E08 merges the department
      * feeder files into one C06E01 batch, but nothing went back
      * the other way and departments phoned to find out what had
      * happened to their transactions.  After a completed C06E01
      * run this job splits the run's outcome by the department on
      * the requestor master: each department's results from
      * C06E01R.DAT, its open rejections from C06E01X.DAT and its
      * transactions still held for approval on C06E01P.DAT go to a
      * return file of its own, C06E12-dept.DAT, in the RETPKG
      * layout under a header naming the department and run date
      * and a trailer with the count and hash total of each kind.
      * Requestors no longer on the master, or with no department,
      * go to C06E12-UNASSIGNED.DAT so nothing is dropped.  The
      * distribution control report C06E12.RPT lists what each
      * department was sent.
      * The C06E01 run summary gates the split exactly as it gates
      * C06R01 and the C06E10 journal.  The departments are found on
      * a first pass over the three files and each department's file
      * is then written on a pass of its own; the requestor-to-
      * department lookups are kept in core so the master is read
      * once per requestor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "C06E01S.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT RESULT-FILE ASSIGN TO "C06E01R.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "C06E01X.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT PENDING-FILE ASSIGN TO "C06E01P.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REQUESTOR-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQUESTOR-STATUS.

           SELECT RETURN-FILE ASSIGN USING WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06E12.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           COPY RUNSUMM.

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RR-BATCH-ID                     PIC X(10).
           05 RR-REQUESTOR                    PIC X(20).
           05 RR-NUM1                         PIC S9(7)V99
                                               SIGN IS LEADING SEPARATE.
           05 RR-NUM2                         PIC S9(7)V99
                                               SIGN IS LEADING SEPARATE.
           05 RR-OPERATOR                     PIC X.
           05 RR-RESULT-X                     PIC X(11).
           05 RR-SEQUENCE-NO                  PIC 9(9).
           05 RR-ENTRY-TYPE                   PIC X.
           05 RR-ORIGINAL-SEQ                 PIC 9(9).

       FD  EXCEPTION-FILE.
           COPY EXCEPREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  REQUESTOR-FILE.
           COPY REQMAST.

       FD  RETURN-FILE.
           COPY RETPKG.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SUMMARY-STATUS                      PIC XX.
       01 WS-RESULT-STATUS                       PIC XX.
       01 WS-EXCEPTION-STATUS                    PIC XX.
       01 WS-PENDING-STATUS                      PIC XX.
       01 WS-REQUESTOR-STATUS                    PIC XX.
       01 WS-RETURN-STATUS                       PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-GATE-FLAG                           PIC X VALUE 'Y'.
          88 RunOutputsUsable           VALUE 'Y'.

       01 WS-RUN-DATE                            PIC X(8).

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfInput                 VALUE 'Y'.

       01 WS-RETURN-FILE-NAME                    PIC X(40).

      * Which department's file is being written; spaces on the
      * first pass, which only collects the departments.
       01 WS-SELECT-DEPARTMENT                   PIC X(10).
       01 WS-SELECT-IX                           PIC 9(4) COMP.

       01 WS-LOOKUP-REQUESTOR                    PIC X(20).
       01 WS-LOOKUP-DEPARTMENT                   PIC X(10).

      * Requestor-to-department lookups already made.  Once full,
      * further requestors are read from the master every time.
       01 WS-REQUESTOR-CACHE.
          05 WS-CACHE-COUNT                      PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-CACHE-ENTRY OCCURS 500 TIMES.
             10 WS-CACHE-REQUESTOR               PIC X(20).
             10 WS-CACHE-DEPARTMENT              PIC X(10).
       01 WS-CACHE-IX                            PIC 9(4) COMP.

       01 WS-CACHE-FOUND-FLAG                    PIC X VALUE 'N'.
          88 CacheHit                   VALUE 'Y'.

      * One entry per department found on the run's outputs, with
      * what its return file was sent.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-COUNT                       PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEPT-CODE                     PIC X(10).
             10 WS-DEPT-FILE-NAME                PIC X(40).
             10 WS-DEPT-FILE-OK-FLAG             PIC X.
                88 DeptFileWritten      VALUE 'Y'.
             10 WS-DEPT-RESULT-COUNT             PIC 9(7).
             10 WS-DEPT-RESULT-HASH              PIC S9(9)V99.
             10 WS-DEPT-REJECT-COUNT             PIC 9(7).
             10 WS-DEPT-REJECT-HASH              PIC S9(9)V99.
             10 WS-DEPT-HELD-COUNT               PIC 9(7).
             10 WS-DEPT-HELD-HASH                PIC S9(9)V99.
       01 WS-DEPT-IX                             PIC 9(4) COMP.

       01 WS-DEPT-FOUND-FLAG                     PIC X VALUE 'N'.
          88 DepartmentFound            VALUE 'Y'.

       01 WS-DEPT-OVERFLOW                       PIC 9(7) VALUE ZERO.

       01 WS-RESULT-VALUE                        PIC S9(9)V99.

       01 WS-FILES-WRITTEN                       PIC 9(4) VALUE ZERO.
       01 WS-FILES-FAILED                        PIC 9(4) VALUE ZERO.

       01 WS-TOTAL-RESULT-COUNT                  PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-RESULT-HASH                   PIC S9(9)V99
                                                 VALUE ZERO.
       01 WS-TOTAL-REJECT-COUNT                  PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-HELD-COUNT                    PIC 9(7) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-HASH                           PIC -(9)9.99.

       PROCEDURE DIVISION.
       00000-SPLIT-RETURN-PACKAGES.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE 'Y' TO WS-GATE-FLAG
           MOVE ZERO TO WS-CACHE-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-OVERFLOW
           MOVE ZERO TO WS-FILES-WRITTEN
           MOVE ZERO TO WS-FILES-FAILED
           MOVE ZERO TO WS-TOTAL-RESULT-COUNT
           MOVE ZERO TO WS-TOTAL-RESULT-HASH
           MOVE ZERO TO WS-TOTAL-REJECT-COUNT
           MOVE ZERO TO WS-TOTAL-HELD-COUNT

           PERFORM CheckRunSummary
           IF NOT RunOutputsUsable
               DISPLAY '*** LATEST C06E01 RUN DID NOT COMPLETE '
                   '- RETURN PACKAGES NOT SENT ***'
               DISPLAY 'Resolve the failed run (see C06E01S.DAT)'
                   ' and rerun before splitting.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT REQUESTOR-FILE
           IF WS-REQUESTOR-STATUS NOT = '00'
               DISPLAY 'Requestor master REQMAST.DAT unavailable - '
                   'status ' WS-REQUESTOR-STATUS
                   '; return packages not sent.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06E12.RPT - '
                   'return packages not sent.'
               CLOSE REQUESTOR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * First pass: find the departments.
           MOVE SPACES TO WS-SELECT-DEPARTMENT
           PERFORM ScanRunOutputs

      * Then one pass per department, writing its file.
           PERFORM VARYING WS-SELECT-IX FROM 1 BY 1
                   UNTIL WS-SELECT-IX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(WS-SELECT-IX)
                   TO WS-SELECT-DEPARTMENT
               PERFORM WriteDepartmentPackage
           END-PERFORM

           CLOSE REQUESTOR-FILE

           PERFORM WriteDistributionReport
           CLOSE REPORT-FILE

           EVALUATE TRUE
           WHEN WS-FILES-FAILED > ZERO
               DISPLAY '*** ' WS-FILES-FAILED ' RETURN FILE(S) COULD '
                   'NOT BE WRITTEN - SEE C06E12.RPT ***'
               MOVE 8 TO RETURN-CODE
           WHEN WS-DEPT-OVERFLOW > ZERO
               DISPLAY 'Return packages written - more than 100 '
                   'departments; see C06E12.RPT.'
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE WS-FILES-WRITTEN TO WS-SHOW-COUNT
               DISPLAY 'Return packages written for '
                   WS-SHOW-COUNT ' department(s).'
           END-EVALUATE

           GOBACK.

       CheckRunSummary.
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = '00'
               READ SUMMARY-FILE
                   AT END MOVE 'N' TO WS-GATE-FLAG
                   NOT AT END
                       IF NOT RunCompleted
                           MOVE 'N' TO WS-GATE-FLAG
                       END-IF
                       MOVE RU-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE SUMMARY-FILE
           END-IF
           IF WS-RUN-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           .

      * Reads the results, the open rejections and the open holds.
      * With no department selected each record's department is
      * added to the table; with one selected, that department's
      * records are written to its return file.
       ScanRunOutputs.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = '00'
               PERFORM ReadResultRecord
               PERFORM UNTIL EndOfInput
                   MOVE RR-REQUESTOR TO WS-LOOKUP-REQUESTOR
                   PERFORM SelectDepartmentRecord
                   IF DepartmentFound
                       PERFORM WriteReturnResult
                   END-IF
                   PERFORM ReadResultRecord
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
               PERFORM ReadExceptionRecord
               PERFORM UNTIL EndOfInput
                   IF ExceptionOpen
                       MOVE ER-REQUESTOR TO WS-LOOKUP-REQUESTOR
                       PERFORM SelectDepartmentRecord
                       IF DepartmentFound
                           PERFORM WriteReturnRejection
                       END-IF
                   END-IF
                   PERFORM ReadExceptionRecord
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfInput
                   IF PendingApproval
                       MOVE PD-REQUESTOR TO WS-LOOKUP-REQUESTOR
                       PERFORM SelectDepartmentRecord
                       IF DepartmentFound
                           PERFORM WriteReturnHeld
                       END-IF
                   END-IF
                   PERFORM ReadPendingRecord
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           .

       ReadResultRecord.
           READ RESULT-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

       ReadExceptionRecord.
           READ EXCEPTION-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

       ReadPendingRecord.
           READ PENDING-FILE
               AT END SET EndOfInput TO TRUE
           END-READ
           .

      * DepartmentFound is set only when the record belongs to the
      * department being written; on the first pass it never is.
       SelectDepartmentRecord.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG
           PERFORM LookUpDepartment
           IF WS-SELECT-DEPARTMENT = SPACE
               PERFORM NoteDepartment
           ELSE
               IF WS-LOOKUP-DEPARTMENT = WS-SELECT-DEPARTMENT
                   MOVE 'Y' TO WS-DEPT-FOUND-FLAG
               END-IF
           END-IF
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

           MOVE WS-LOOKUP-REQUESTOR TO RQ-REQUESTOR-ID
           READ REQUESTOR-FILE
               INVALID KEY MOVE SPACES TO RQ-DEPARTMENT
           END-READ
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

      * Departments past the table's capacity are counted, not
      * sent, and the run ends with a warning.
       NoteDepartment.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IX) = WS-LOOKUP-DEPARTMENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-DEPT-COUNT NOT < 100
               ADD 1 TO WS-DEPT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-LOOKUP-DEPARTMENT TO WS-DEPT-CODE(WS-DEPT-COUNT)
           MOVE SPACES TO WS-DEPT-FILE-NAME(WS-DEPT-COUNT)
           STRING 'C06E12-' DELIMITED BY SIZE
               WS-LOOKUP-DEPARTMENT DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-DEPT-FILE-NAME(WS-DEPT-COUNT)
           MOVE 'N'  TO WS-DEPT-FILE-OK-FLAG(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-RESULT-COUNT(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-RESULT-HASH(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-REJECT-COUNT(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-REJECT-HASH(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-HELD-COUNT(WS-DEPT-COUNT)
           MOVE ZERO TO WS-DEPT-HELD-HASH(WS-DEPT-COUNT)
           .

       WriteDepartmentPackage.
           MOVE WS-DEPT-FILE-NAME(WS-SELECT-IX) TO WS-RETURN-FILE-NAME
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RETURN-PACKAGE-RECORD
           SET ReturnHeader TO TRUE
           MOVE WS-SELECT-DEPARTMENT TO RP-HDR-DEPARTMENT
           MOVE WS-RUN-DATE          TO RP-HDR-RUN-DATE
           MOVE 'C06E12'             TO RP-HDR-SOURCE-SYSTEM
           WRITE RETURN-PACKAGE-RECORD

           PERFORM ScanRunOutputs

           MOVE SPACES TO RETURN-PACKAGE-RECORD
           SET ReturnTrailer TO TRUE
           MOVE WS-DEPT-RESULT-COUNT(WS-SELECT-IX)
               TO RP-TRL-RESULT-COUNT
           MOVE WS-DEPT-RESULT-HASH(WS-SELECT-IX)
               TO RP-TRL-RESULT-HASH
           MOVE WS-DEPT-REJECT-COUNT(WS-SELECT-IX)
               TO RP-TRL-REJECT-COUNT
           MOVE WS-DEPT-REJECT-HASH(WS-SELECT-IX)
               TO RP-TRL-REJECT-HASH
           MOVE WS-DEPT-HELD-COUNT(WS-SELECT-IX)
               TO RP-TRL-HELD-COUNT
           MOVE WS-DEPT-HELD-HASH(WS-SELECT-IX)
               TO RP-TRL-HELD-HASH
           WRITE RETURN-PACKAGE-RECORD
           CLOSE RETURN-FILE

           MOVE 'Y' TO WS-DEPT-FILE-OK-FLAG(WS-SELECT-IX)
           ADD 1 TO WS-FILES-WRITTEN
           .

       WriteReturnResult.
           MOVE SPACES TO RETURN-PACKAGE-RECORD
           SET ReturnResult TO TRUE
           MOVE RR-BATCH-ID    TO RP-BATCH-ID
           MOVE RR-REQUESTOR   TO RP-REQUESTOR
           MOVE RR-NUM1        TO RP-NUM1
           MOVE RR-NUM2        TO RP-NUM2
           MOVE RR-OPERATOR    TO RP-OPERATOR
           MOVE FUNCTION NUMVAL(RR-RESULT-X) TO WS-RESULT-VALUE
           MOVE WS-RESULT-VALUE TO RP-RESULT
           MOVE RR-SEQUENCE-NO TO RP-SEQUENCE-NO
           MOVE RR-ENTRY-TYPE  TO RP-ENTRY-TYPE
           WRITE RETURN-PACKAGE-RECORD

           ADD 1 TO WS-DEPT-RESULT-COUNT(WS-SELECT-IX)
           ADD WS-RESULT-VALUE TO WS-DEPT-RESULT-HASH(WS-SELECT-IX)
           .

       WriteReturnRejection.
           MOVE SPACES TO RETURN-PACKAGE-RECORD
           SET ReturnRejection TO TRUE
           MOVE ER-BATCH-ID    TO RP-BATCH-ID
           MOVE ER-REQUESTOR   TO RP-REQUESTOR
           MOVE ER-NUM1        TO RP-NUM1
           MOVE ER-NUM2        TO RP-NUM2
           MOVE ER-OPERATOR    TO RP-OPERATOR
           MOVE ER-REASON      TO RP-REASON
           MOVE ER-WRITTEN-TIMESTAMP TO RP-ITEM-TIMESTAMP
           WRITE RETURN-PACKAGE-RECORD

           ADD 1 TO WS-DEPT-REJECT-COUNT(WS-SELECT-IX)
           ADD ER-NUM1 TO WS-DEPT-REJECT-HASH(WS-SELECT-IX)
           ADD ER-NUM2 TO WS-DEPT-REJECT-HASH(WS-SELECT-IX)
           .

      * Holds written before PD-REASON existed were all held over
      * the approval limit.
       WriteReturnHeld.
           MOVE SPACES TO RETURN-PACKAGE-RECORD
           SET ReturnHeld TO TRUE
           MOVE PD-BATCH-ID    TO RP-BATCH-ID
           MOVE PD-REQUESTOR   TO RP-REQUESTOR
           MOVE PD-NUM1        TO RP-NUM1
           MOVE PD-NUM2        TO RP-NUM2
           MOVE PD-OPERATOR    TO RP-OPERATOR
           MOVE PD-REASON      TO RP-REASON
           IF PD-REASON = SPACE
               MOVE 'OVER APPROVAL LIMIT' TO RP-REASON
           END-IF
           MOVE PD-HELD-TIMESTAMP TO RP-ITEM-TIMESTAMP
           WRITE RETURN-PACKAGE-RECORD

           ADD 1 TO WS-DEPT-HELD-COUNT(WS-SELECT-IX)
           ADD PD-NUM1 TO WS-DEPT-HELD-HASH(WS-SELECT-IX)
           ADD PD-NUM2 TO WS-DEPT-HELD-HASH(WS-SELECT-IX)
           .

       WriteDistributionReport.
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURN PACKAGE DISTRIBUTION - C06E01 RUN OF '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DEPARTMENT RETURN FILE                RESULTS   RESULT'
               TO REPORT-LINE
           MOVE ' VALUE  REJECTS     HELD' TO REPORT-LINE(55:24)
           WRITE REPORT-LINE

           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DEPT-CODE(WS-DEPT-IX) TO REPORT-LINE(1:10)
               MOVE WS-DEPT-FILE-NAME(WS-DEPT-IX)
                   TO REPORT-LINE(12:26)
               IF DeptFileWritten(WS-DEPT-IX)
                   MOVE WS-DEPT-RESULT-COUNT(WS-DEPT-IX)
                       TO WS-SHOW-COUNT
                   MOVE WS-SHOW-COUNT TO REPORT-LINE(39:7)
                   MOVE WS-DEPT-RESULT-HASH(WS-DEPT-IX)
                       TO WS-SHOW-HASH
                   MOVE WS-SHOW-HASH TO REPORT-LINE(47:14)
                   MOVE WS-DEPT-REJECT-COUNT(WS-DEPT-IX)
                       TO WS-SHOW-COUNT
                   MOVE WS-SHOW-COUNT TO REPORT-LINE(63:7)
                   MOVE WS-DEPT-HELD-COUNT(WS-DEPT-IX)
                       TO WS-SHOW-COUNT
                   MOVE WS-SHOW-COUNT TO REPORT-LINE(72:7)
                   ADD WS-DEPT-RESULT-COUNT(WS-DEPT-IX)
                       TO WS-TOTAL-RESULT-COUNT
                   ADD WS-DEPT-RESULT-HASH(WS-DEPT-IX)
                       TO WS-TOTAL-RESULT-HASH
                   ADD WS-DEPT-REJECT-COUNT(WS-DEPT-IX)
                       TO WS-TOTAL-REJECT-COUNT
                   ADD WS-DEPT-HELD-COUNT(WS-DEPT-IX)
                       TO WS-TOTAL-HELD-COUNT
               ELSE
                   MOVE 'NOT WRITTEN - UNABLE TO OPEN FILE'
                       TO REPORT-LINE(39:33)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL SENT' TO REPORT-LINE(1:10)
           MOVE WS-TOTAL-RESULT-COUNT TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(39:7)
           MOVE WS-TOTAL-RESULT-HASH TO WS-SHOW-HASH
           MOVE WS-SHOW-HASH TO REPORT-LINE(47:14)
           MOVE WS-TOTAL-REJECT-COUNT TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(63:7)
           MOVE WS-TOTAL-HELD-COUNT TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(72:7)
           WRITE REPORT-LINE

           IF WS-DEPT-OVERFLOW > ZERO
               MOVE WS-DEPT-OVERFLOW TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'RECORDS FROM DEPARTMENTS BEYOND THE FIRST 100 '
                   DELIMITED BY SIZE
                   'NOT SENT - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .
