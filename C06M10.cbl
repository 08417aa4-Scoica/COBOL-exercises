       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M10.
       AUTHOR. Andrei Stoica.
      * Restore of a master or control file from one of the dated
      * generations the C06E15 nightly backup keeps.  The supervisor
      * picks the file, is shown the generations the backup catalog
      * C06E15C.DAT holds for it - newest first, with when each was
      * taken and the records it held - and picks one; on
      * confirmation the file is replaced by that generation whole.
      * The indexed files (REQMAST.DAT, BATCHREG.DAT) are loaded
      * back in key order; the others are copied line for line.  The
      * records restored are counted against the catalog count, so
      * a generation damaged or cut short since it was taken shows.
      * The C06U03 run lock is held for the restore, so a file is
      * never replaced under a job that is updating it; a restore
      * that finds the lock taken names the holder and leaves the
      * file alone.  Each restore is written to the change log
      * C06M10L.DAT with the generation restored and the counts as
      * the after image, attributed to the operator the C06M01 menu
      * captured at sign-on.  Reached from the supervisor functions
      * of the C06M01 menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "C06E15C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT GENERATION-FILE ASSIGN USING WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT FLAT-FILE ASSIGN USING WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT REQMAST-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M10L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY BKPCAT.

       FD  GENERATION-FILE
           RECORD VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-RECORD-LENGTH.
       01  GENERATION-RECORD                     PIC X(200).

       FD  FLAT-FILE
           RECORD VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-RECORD-LENGTH.
       01  FLAT-RECORD                           PIC X(200).

       FD  REQMAST-FILE.
           COPY REQMAST.

       FD  REGISTRY-FILE.
           COPY BATCHREG.

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS                      PIC XX.
       01 WS-GENERATION-STATUS                   PIC XX.
       01 WS-FLAT-STATUS                         PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-REGISTRY-STATUS                     PIC XX.
       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfFile                  VALUE 'Y'.

       01 WS-FILE-CHOICE                         PIC X.
          88 RestoreRequestorMaster     VALUE '1'.
          88 RestoreRateTable           VALUE '2'.
          88 RestoreOperatorMaster      VALUE '3'.
          88 RestoreBatchRegistry       VALUE '4'.
          88 RestoreCalendar            VALUE '5'.
          88 RestoreThresholds          VALUE '6'.
          88 ExitRestore                VALUE 'X', 'x'.

       01 WS-TARGET-NAME                         PIC X(40).
       01 WS-GENERATION-NAME                     PIC X(40).
       01 WS-RECORD-LENGTH                       PIC 9(4) COMP.

      * The catalog entries for the chosen file, in the order they
      * were taken; listed newest first.
       01 WS-GENERATION-TABLE.
          05 WS-GEN-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-GEN-ENTRY OCCURS 100 TIMES.
             10 WS-GEN-CATALOG-RECORD            PIC X(73).
       01 WS-GEN-IX                              PIC 9(4) COMP.
       01 WS-LIST-NO                             PIC 9(4) COMP.
       01 WS-CHOSEN-IX                           PIC 9(4) COMP.

       01 WS-GEN-ENTRY-TEXT                      PIC X(3).
       01 WS-GEN-CHOICE                          PIC 99 VALUE ZERO.

       01 WS-CONFIRM                             PIC X.
          88 ActionConfirmed            VALUE 'Y', 'y'.

       01 WS-RESTORED-COUNT                      PIC 9(7).
       01 WS-RESTORE-FAILED-FLAG                 PIC X VALUE 'N'.
          88 RestoreFailed              VALUE 'Y'.
       01 WS-REJECTED-COUNT                      PIC 9(7).

       01 WS-SHOW-NO                             PIC Z9.
       01 WS-SHOW-COUNT                          PIC Z(6)9.

      * What the change log is given as the after image.
       01 WS-RESTORE-IMAGE.
          05 WS-IMAGE-CATALOG-RECORD             PIC X(73).
          05 FILLER                              PIC X VALUE SPACE.
          05 WS-IMAGE-RESTORED-COUNT             PIC 9(7).
          05 FILLER                              PIC X VALUE SPACE.
          05 WS-IMAGE-REJECTED-COUNT             PIC 9(7).

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06M10'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-RESTORE-FROM-BACKUP.

           MOVE 'N' TO WS-LOCK-RESULT

           DISPLAY ' '
           DISPLAY 'Restore a file from backup'
           DISPLAY '1. Requestor master      REQMAST.DAT'
           DISPLAY '2. Rate table            RATETAB.DAT'
           DISPLAY '3. Operator master       OPERMAST.DAT'
           DISPLAY '4. Batch registry        BATCHREG.DAT'
           DISPLAY '5. Processing calendar   C06E05C.DAT'
           DISPLAY '6. C06R07 thresholds     C06R07T.DAT'
           DISPLAY 'X. Return'
           DISPLAY 'Enter your choice - ' WITH NO ADVANCING
           ACCEPT WS-FILE-CHOICE

           EVALUATE TRUE
           WHEN RestoreRequestorMaster
               MOVE 'REQMAST.DAT' TO WS-TARGET-NAME
           WHEN RestoreRateTable
               MOVE 'RATETAB.DAT' TO WS-TARGET-NAME
           WHEN RestoreOperatorMaster
               MOVE 'OPERMAST.DAT' TO WS-TARGET-NAME
           WHEN RestoreBatchRegistry
               MOVE 'BATCHREG.DAT' TO WS-TARGET-NAME
           WHEN RestoreCalendar
               MOVE 'C06E05C.DAT' TO WS-TARGET-NAME
           WHEN RestoreThresholds
               MOVE 'C06R07T.DAT' TO WS-TARGET-NAME
           WHEN ExitRestore
               GOBACK
           WHEN OTHER
               DISPLAY 'Invalid choice - nothing restored.'
               GOBACK
           END-EVALUATE

           PERFORM LoadGenerations
           IF WS-GEN-COUNT = ZERO
               DISPLAY 'No backup generations of '
                   FUNCTION TRIM(WS-TARGET-NAME)
                   ' on the backup catalog C06E15C.DAT.'
               GOBACK
           END-IF

           PERFORM ListGenerations
           PERFORM ChooseGeneration
           IF WS-CHOSEN-IX = ZERO
               DISPLAY 'Nothing restored.'
               GOBACK
           END-IF

           MOVE WS-GEN-CATALOG-RECORD(WS-CHOSEN-IX)
               TO BACKUP-CATALOG-RECORD
           MOVE SPACES TO WS-GENERATION-NAME
           MOVE BC-GENERATION-NAME TO WS-GENERATION-NAME
           DISPLAY 'Replace ' FUNCTION TRIM(WS-TARGET-NAME)
               ' with generation ' FUNCTION TRIM(WS-GENERATION-NAME)
               ' taken ' BC-BACKUP-TIMESTAMP(1:8) ' '
               BC-BACKUP-TIMESTAMP(9:2) ':' BC-BACKUP-TIMESTAMP(11:2)
           DISPLAY 'Everything changed on the file since then is lost'
               ' - are you sure (Y/N)? ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT ActionConfirmed
               DISPLAY 'Nothing restored.'
               GOBACK
           END-IF

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               DISPLAY 'Nothing restored.'
               GOBACK
           END-IF

      * The generation is opened before the file is touched, so a
      * generation deleted since the catalog was written leaves the
      * file as it was.
           OPEN INPUT GENERATION-FILE
           IF WS-GENERATION-STATUS NOT = '00'
               DISPLAY 'Generation ' FUNCTION TRIM(WS-GENERATION-NAME)
                   ' cannot be read - status ' WS-GENERATION-STATUS
                   '; nothing restored.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           MOVE ZERO TO WS-RESTORED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE 'N' TO WS-RESTORE-FAILED-FLAG
           EVALUATE TRUE
           WHEN RestoreRequestorMaster
               PERFORM RestoreRequestorFile
           WHEN RestoreBatchRegistry
               PERFORM RestoreRegistryFile
           WHEN OTHER
               PERFORM RestoreFlatFile
           END-EVALUATE
           CLOSE GENERATION-FILE

      * A file that could not be opened was not restored, so there is
      * nothing to report or log.
           IF RestoreFailed
               DISPLAY 'Nothing restored.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           PERFORM ReportRestore
           PERFORM ReleaseRunLock

           GOBACK.

       LoadGenerations.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadCatalogRecord
           PERFORM UNTIL EndOfFile
               IF BC-FILE-NAME = WS-TARGET-NAME
                   AND WS-GEN-COUNT < 100
                   ADD 1 TO WS-GEN-COUNT
                   MOVE BACKUP-CATALOG-RECORD
                       TO WS-GEN-CATALOG-RECORD(WS-GEN-COUNT)
               END-IF
               PERFORM ReadCatalogRecord
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       ReadCatalogRecord.
           READ CATALOG-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       ListGenerations.
           DISPLAY ' '
           DISPLAY 'Generations of ' FUNCTION TRIM(WS-TARGET-NAME)
               ', newest first'
           DISPLAY ' NO  GENERATION            TAKEN            RECORDS'
           MOVE ZERO TO WS-LIST-NO
           PERFORM VARYING WS-GEN-IX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-IX = ZERO
               ADD 1 TO WS-LIST-NO
               MOVE WS-GEN-CATALOG-RECORD(WS-GEN-IX)
                   TO BACKUP-CATALOG-RECORD
               MOVE WS-LIST-NO TO WS-SHOW-NO
               MOVE BC-RECORD-COUNT TO WS-SHOW-COUNT
               DISPLAY ' ' WS-SHOW-NO '  ' BC-GENERATION-NAME '  '
                   BC-BACKUP-TIMESTAMP(1:8) ' '
                   BC-BACKUP-TIMESTAMP(9:2) ':'
                   BC-BACKUP-TIMESTAMP(11:2) '  ' WS-SHOW-COUNT
           END-PERFORM
           .

      * Number 1 is the newest generation, the last on the catalog.
       ChooseGeneration.
           MOVE ZERO TO WS-CHOSEN-IX
           MOVE ZERO TO WS-GEN-CHOICE
           MOVE SPACES TO WS-GEN-ENTRY-TEXT
           DISPLAY 'Generation to restore (number, or X to return) - '
               WITH NO ADVANCING
           ACCEPT WS-GEN-ENTRY-TEXT
           EVALUATE TRUE
           WHEN WS-GEN-ENTRY-TEXT(1:2) IS NUMERIC
               AND WS-GEN-ENTRY-TEXT(3:1) = SPACE
               MOVE WS-GEN-ENTRY-TEXT(1:2) TO WS-GEN-CHOICE
           WHEN WS-GEN-ENTRY-TEXT(1:1) IS NUMERIC
               AND WS-GEN-ENTRY-TEXT(2:1) = SPACE
               MOVE WS-GEN-ENTRY-TEXT(1:1) TO WS-GEN-CHOICE
           END-EVALUATE
           IF WS-GEN-CHOICE = ZERO OR WS-GEN-CHOICE > WS-GEN-COUNT
               IF WS-GEN-ENTRY-TEXT(1:1) NOT = 'X'
                   AND WS-GEN-ENTRY-TEXT(1:1) NOT = 'x'
                   DISPLAY 'No such generation.'
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHOSEN-IX = WS-GEN-COUNT - WS-GEN-CHOICE + 1
           .

       RestoreFlatFile.
           OPEN OUTPUT FLAT-FILE
           IF WS-FLAT-STATUS NOT = '00'
               DISPLAY 'Unable to write ' FUNCTION TRIM(WS-TARGET-NAME)
                   ' - status ' WS-FLAT-STATUS '.'
               MOVE 'Y' TO WS-RESTORE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadGenerationRecord
           PERFORM UNTIL EndOfFile
               MOVE GENERATION-RECORD TO FLAT-RECORD
               WRITE FLAT-RECORD
               ADD 1 TO WS-RESTORED-COUNT
               PERFORM ReadGenerationRecord
           END-PERFORM
           CLOSE FLAT-FILE
           .

      * The generation holds the master in key order, so it loads
      * back sequentially; a record out of order or duplicated is
      * rejected by the file and counted.
       RestoreRequestorFile.
           OPEN OUTPUT REQMAST-FILE
           IF WS-REQMAST-STATUS NOT = '00'
               DISPLAY 'Unable to write REQMAST.DAT - status '
                   WS-REQMAST-STATUS '.'
               MOVE 'Y' TO WS-RESTORE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadGenerationRecord
           PERFORM UNTIL EndOfFile
               MOVE SPACES TO REQUESTOR-RECORD
               MOVE GENERATION-RECORD(1:WS-RECORD-LENGTH)
                   TO REQUESTOR-RECORD
               WRITE REQUESTOR-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-RESTORED-COUNT
               END-WRITE
               PERFORM ReadGenerationRecord
           END-PERFORM
           CLOSE REQMAST-FILE
           .

       RestoreRegistryFile.
           OPEN OUTPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               DISPLAY 'Unable to write BATCHREG.DAT - status '
                   WS-REGISTRY-STATUS '.'
               MOVE 'Y' TO WS-RESTORE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ReadGenerationRecord
           PERFORM UNTIL EndOfFile
               MOVE SPACES TO BATCH-REGISTRY-RECORD
               MOVE GENERATION-RECORD(1:WS-RECORD-LENGTH)
                   TO BATCH-REGISTRY-RECORD
               WRITE BATCH-REGISTRY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-RESTORED-COUNT
               END-WRITE
               PERFORM ReadGenerationRecord
           END-PERFORM
           CLOSE REGISTRY-FILE
           .

       ReadGenerationRecord.
           READ GENERATION-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       ReportRestore.
           MOVE WS-RESTORED-COUNT TO WS-SHOW-COUNT
           DISPLAY FUNCTION TRIM(WS-TARGET-NAME) ' restored from '
               FUNCTION TRIM(WS-GENERATION-NAME) ' - ' WS-SHOW-COUNT
               ' record(s).'
           IF WS-REJECTED-COUNT > ZERO
               MOVE WS-REJECTED-COUNT TO WS-SHOW-COUNT
               DISPLAY '*** ' WS-SHOW-COUNT ' record(s) out of key '
                   'order or duplicated were not restored ***'
           END-IF
           IF WS-RESTORED-COUNT NOT = BC-RECORD-COUNT
               MOVE BC-RECORD-COUNT TO WS-SHOW-COUNT
               DISPLAY '*** The backup catalog counted ' WS-SHOW-COUNT
                   ' record(s) in this generation - check the file ***'
           END-IF
           PERFORM WriteMaintLogRecord
           .

       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE BACKUP-CATALOG-RECORD TO WS-IMAGE-CATALOG-RECORD
           MOVE WS-RESTORED-COUNT     TO WS-IMAGE-RESTORED-COUNT
           MOVE WS-REJECTED-COUNT     TO WS-IMAGE-REJECTED-COUNT
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M10'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE 'RESTORE'         TO ML-ACTION
           MOVE WS-TARGET-NAME    TO ML-KEY
           MOVE SPACES            TO ML-BEFORE-IMAGE
           MOVE WS-RESTORE-IMAGE  TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .

      * The holder is shown so the supervisor knows whom to ask, or
      * can judge whether the lock is stale.
       TakeRunLock.
           MOVE 'T' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT
           IF NOT RunLockTaken
               DISPLAY 'The run lock is held by '
                   FUNCTION TRIM(LK-PROGRAM) ' for '
                   FUNCTION TRIM(LK-OPERATOR)
               DISPLAY 'since ' LK-TAKEN-TIMESTAMP(1:8) ' '
                   LK-TAKEN-TIMESTAMP(9:2) ':' LK-TAKEN-TIMESTAMP(11:2)
                   ' - restore when that job has finished.'
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
