       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E16.
       AUTHOR. Andrei Stoica.
      * One-time conversion of the requestor master and the batch
      * registry to their longer records.  REQMAST.DAT gained
      * RQ-MONTHLY-BUDGET and BATCHREG.DAT gained BR-REVERSED-COUNT;
      * both are indexed files with fixed-length records, so a file
      * written with the old length cannot be opened under the new
      * layout at all (status 39) until it is reloaded.  This job
      * unloads each old file (renamed to REQMAST.OLD and
      * BATCHREG.OLD before running) in key order and reloads it
      * into the new layout, with the new field zero - no monthly
      * budget, no reversals.  Each file is converted on its own: one
      * already opening with the new length is left alone, so a rerun
      * cannot wipe a converted file, and one still at the old length
      * under its own name is reported so it can be renamed first.
      * The renamed old files are kept as the way back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDMAST-FILE ASSIGN TO "REQMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-REQUESTOR-ID
               FILE STATUS IS WS-OLDMAST-STATUS.

           SELECT REQMAST-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT OLDREG-FILE ASSIGN TO "BATCHREG.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-BATCH-ID
               FILE STATUS IS WS-OLDREG-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The requestor master as it was before the monthly budget.
       FD  OLDMAST-FILE.
       01  OLDMAST-RECORD.
           05 OM-REQUESTOR-ID                 PIC X(20).
           05 OM-NAME                         PIC X(35).
           05 OM-DEPARTMENT                   PIC X(10).
           05 OM-ACTIVE-FLAG                  PIC X.
           05 OM-MAX-VALUE                    PIC 9(7)V99.
           05 OM-APPROVE-LIMIT                PIC 9(7)V99.

       FD  REQMAST-FILE.
           COPY REQMAST.

      * The batch registry as it was before the reversal count.
       FD  OLDREG-FILE.
       01  OLDREG-RECORD.
           05 OB-BATCH-ID                     PIC X(10).
           05 OB-STATUS                       PIC X(10).
           05 OB-FIRST-TIMESTAMP              PIC X(26).
           05 OB-LAST-TIMESTAMP               PIC X(26).
           05 OB-RESULT-COUNT                 PIC 9(7).
           05 OB-EXCEPTION-COUNT              PIC 9(7).
           05 OB-RECYCLED-COUNT               PIC 9(7).
           05 OB-ARCHIVED-COUNT               PIC 9(7).

       FD  REGISTRY-FILE.
           COPY BATCHREG.

       WORKING-STORAGE SECTION.
       01 WS-OLDMAST-STATUS                      PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-OLDREG-STATUS                       PIC XX.
       01 WS-REGISTRY-STATUS                     PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfOldFile               VALUE 'Y'.

       01 WS-LOADED-COUNT                        PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT                      PIC 9(7) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.

       PROCEDURE DIVISION.
       00000-CONVERT-MASTERS.

           PERFORM ConvertRequestorMaster
           PERFORM ConvertBatchRegistry

           GOBACK.

       ConvertRequestorMaster.
           OPEN INPUT REQMAST-FILE
           EVALUATE WS-REQMAST-STATUS
           WHEN '00'
               CLOSE REQMAST-FILE
               DISPLAY 'REQMAST.DAT already has the new record length'
                   ' - conversion skipped.'
               EXIT PARAGRAPH
           WHEN '35'
               CONTINUE
           WHEN OTHER
               DISPLAY 'REQMAST.DAT cannot be opened (status '
                   WS-REQMAST-STATUS ') - if it is the old master, '
                   'rename it to REQMAST.OLD and rerun.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT OLDMAST-FILE
           IF WS-OLDMAST-STATUS NOT = '00'
               DISPLAY 'Old master REQMAST.OLD not found - rename '
                   'the old REQMAST.DAT to REQMAST.OLD and rerun.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REQMAST-FILE
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadOldMasterRecord
           PERFORM UNTIL EndOfOldFile
               PERFORM LoadMasterRecord
               PERFORM ReadOldMasterRecord
           END-PERFORM
           CLOSE OLDMAST-FILE
           CLOSE REQMAST-FILE

           MOVE WS-LOADED-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Reloaded ' WS-SHOW-COUNT ' requestors onto '
               'REQMAST.DAT.'
           PERFORM ReportRejected
           .

       ReadOldMasterRecord.
           READ OLDMAST-FILE NEXT RECORD
               AT END SET EndOfOldFile TO TRUE
           END-READ
           .

       LoadMasterRecord.
           MOVE OM-REQUESTOR-ID  TO RQ-REQUESTOR-ID
           MOVE OM-NAME          TO RQ-NAME
           MOVE OM-DEPARTMENT    TO RQ-DEPARTMENT
           MOVE OM-ACTIVE-FLAG   TO RQ-ACTIVE-FLAG
           MOVE OM-MAX-VALUE     TO RQ-MAX-VALUE
           MOVE OM-APPROVE-LIMIT TO RQ-APPROVE-LIMIT
      * No requestor had a monthly budget before - C06M02 sets one.
           MOVE ZERO             TO RQ-MONTHLY-BUDGET
           WRITE REQUESTOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'Requestor not reloaded - '
                       OM-REQUESTOR-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           .

       ConvertBatchRegistry.
           OPEN INPUT REGISTRY-FILE
           EVALUATE WS-REGISTRY-STATUS
           WHEN '00'
               CLOSE REGISTRY-FILE
               DISPLAY 'BATCHREG.DAT already has the new record length'
                   ' - conversion skipped.'
               EXIT PARAGRAPH
           WHEN '35'
               CONTINUE
           WHEN OTHER
               DISPLAY 'BATCHREG.DAT cannot be opened (status '
                   WS-REGISTRY-STATUS ') - if it is the old registry, '
                   'rename it to BATCHREG.OLD and rerun.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-EVALUATE

           OPEN INPUT OLDREG-FILE
           IF WS-OLDREG-STATUS NOT = '00'
               DISPLAY 'Old registry BATCHREG.OLD not found - rename '
                   'the old BATCHREG.DAT to BATCHREG.OLD and rerun.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REGISTRY-FILE
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadOldRegistryRecord
           PERFORM UNTIL EndOfOldFile
               PERFORM LoadRegistryRecord
               PERFORM ReadOldRegistryRecord
           END-PERFORM
           CLOSE OLDREG-FILE
           CLOSE REGISTRY-FILE

           MOVE WS-LOADED-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Reloaded ' WS-SHOW-COUNT ' batches onto '
               'BATCHREG.DAT.'
           PERFORM ReportRejected
           .

       ReadOldRegistryRecord.
           READ OLDREG-FILE NEXT RECORD
               AT END SET EndOfOldFile TO TRUE
           END-READ
           .

       LoadRegistryRecord.
           MOVE OB-BATCH-ID        TO BR-BATCH-ID
           MOVE OB-STATUS          TO BR-STATUS
           MOVE OB-FIRST-TIMESTAMP TO BR-FIRST-TIMESTAMP
           MOVE OB-LAST-TIMESTAMP  TO BR-LAST-TIMESTAMP
           MOVE OB-RESULT-COUNT    TO BR-RESULT-COUNT
           MOVE OB-EXCEPTION-COUNT TO BR-EXCEPTION-COUNT
           MOVE OB-RECYCLED-COUNT  TO BR-RECYCLED-COUNT
           MOVE OB-ARCHIVED-COUNT  TO BR-ARCHIVED-COUNT
      * Nothing could be reversed before - the count starts at zero.
           MOVE ZERO               TO BR-REVERSED-COUNT
           WRITE BATCH-REGISTRY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'Batch not reloaded - ' OB-BATCH-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           .

       ReportRejected.
           IF WS-REJECTED-COUNT > ZERO
               MOVE WS-REJECTED-COUNT TO WS-SHOW-COUNT
               DISPLAY '*** ' WS-SHOW-COUNT ' record(s) not reloaded '
                   '- check the file before going live ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
