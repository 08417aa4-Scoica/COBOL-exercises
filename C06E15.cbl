       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E15.
       AUTHOR. Andrei Stoica.
      * Nightly generation backup of the master and control files
      * that are updated in place - the requestor master REQMAST.DAT,
      * the rate table RATETAB.DAT, the operator master OPERMAST.DAT,
      * the batch registry BATCHREG.DAT, the processing calendar
      * C06E05C.DAT and the C06R07 thresholds C06R07T.DAT - so a
      * file damaged in the night can be put back as it was before
      * the run.  Run by the C06E05 driver before its first step,
      * or as the first step on its calendar.  Each file is copied
      * whole to a dated generation (REQMAST.DAT to REQMAST.20261015,
      * and so on; a rerun the same day replaces that day's
      * generation) and the generation and the records
      * it holds are written to the backup catalog C06E15C.DAT
      * (layout BKPCAT).  The indexed files are copied in key order
      * as flat records, ready to be loaded back; the others line
      * for line.  Only the newest generations of each file are
      * kept - seven, or the number (1 to 99) given on the command
      * line - and older ones are deleted and dropped from the
      * catalog.  A file that does not exist is noted and skipped.
      * C06M10 restores a file from a generation.
      * The C06U03 run lock is held while the files are copied, so
      * no generation is taken half-way through an update.  A
      * generation that cannot be written returns 8, as does a run
      * that finds the lock held, which stops the nightly sequence
      * before anything is updated unprotected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-FILE ASSIGN USING WS-SOURCE-NAME
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

           SELECT GENERATION-FILE ASSIGN USING WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "C06E15C.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAT-FILE
           RECORD VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-RECORD-LENGTH.
       01  FLAT-RECORD                           PIC X(200).

       FD  REQMAST-FILE.
           COPY REQMAST.

       FD  REGISTRY-FILE.
           COPY BATCHREG.

       FD  GENERATION-FILE
           RECORD VARYING IN SIZE FROM 1 TO 200
               DEPENDING ON WS-RECORD-LENGTH.
       01  GENERATION-RECORD                     PIC X(200).

       FD  CATALOG-FILE.
           COPY BKPCAT.

       WORKING-STORAGE SECTION.
       01 WS-FLAT-STATUS                         PIC XX.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-REGISTRY-STATUS                     PIC XX.
       01 WS-GENERATION-STATUS                   PIC XX.
       01 WS-CATALOG-STATUS                      PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfFile                  VALUE 'Y'.

       01 WS-RUN-PARM                            PIC X(80).
       01 WS-KEEP-GENERATIONS                    PIC 99 VALUE ZERO.
       01 WS-NOW                                 PIC X(26).

       01 WS-SOURCE-NAME                         PIC X(40).
       01 WS-SOURCE-PREFIX                       PIC X(12).
       01 WS-GENERATION-NAME                     PIC X(40).
       01 WS-RECORD-LENGTH                       PIC 9(4) COMP.
       01 WS-RECORD-COUNT                        PIC 9(7).

       01 WS-SOURCE-FOUND-FLAG                   PIC X VALUE 'N'.
          88 SourceFound                VALUE 'Y'.
       01 WS-COPY-OK-FLAG                        PIC X VALUE 'N'.
          88 CopyOk                     VALUE 'Y'.

      * The catalog as read, with this run's generations added;
      * a pruned or replaced entry is blanked and not written back.
       01 WS-CATALOG-TABLE.
          05 WS-CAT-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-CAT-ENTRY OCCURS 1000 TIMES.
             10 WS-CAT-FILE-NAME                 PIC X(12).
             10 WS-CAT-GENERATION-NAME           PIC X(20).
             10 WS-CAT-REST                      PIC X(41).
       01 WS-CAT-IX                              PIC 9(4) COMP.
       01 WS-LATER-IX                            PIC 9(4) COMP.
       01 WS-NEWER-COUNT                         PIC 9(4) COMP.

       01 WS-BACKED-UP-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-MISSING-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-PRUNED-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-UNCATALOGUED-COUNT                  PIC 9(4) VALUE ZERO.
       01 WS-JOB-RETURN-CODE                     PIC S9(4) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E15'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-BACKUP-CONTROL-FILES.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE ZERO TO WS-KEEP-GENERATIONS
           MOVE ZERO TO WS-CAT-COUNT
           MOVE ZERO TO WS-BACKED-UP-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-PRUNED-COUNT
           MOVE ZERO TO WS-UNCATALOGUED-COUNT
           MOVE ZERO TO WS-JOB-RETURN-CODE
           MOVE 'N' TO WS-LOCK-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           EVALUATE TRUE
           WHEN WS-RUN-PARM(1:2) IS NUMERIC
               AND WS-RUN-PARM(3:1) = SPACE
               MOVE WS-RUN-PARM(1:2) TO WS-KEEP-GENERATIONS
           WHEN WS-RUN-PARM(1:1) IS NUMERIC
               AND WS-RUN-PARM(2:1) = SPACE
               MOVE WS-RUN-PARM(1:1) TO WS-KEEP-GENERATIONS
           END-EVALUATE
           IF WS-KEEP-GENERATIONS = ZERO
               MOVE 7 TO WS-KEEP-GENERATIONS
           END-IF

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LoadCatalog

           MOVE 'REQMAST.DAT' TO WS-SOURCE-NAME
           PERFORM BackupRequestorMaster
           MOVE 'RATETAB.DAT' TO WS-SOURCE-NAME
           PERFORM BackupFlatFile
           MOVE 'OPERMAST.DAT' TO WS-SOURCE-NAME
           PERFORM BackupFlatFile
           MOVE 'BATCHREG.DAT' TO WS-SOURCE-NAME
           PERFORM BackupBatchRegistry
           MOVE 'C06E05C.DAT' TO WS-SOURCE-NAME
           PERFORM BackupFlatFile
           MOVE 'C06R07T.DAT' TO WS-SOURCE-NAME
           PERFORM BackupFlatFile

           PERFORM PruneGenerations
           PERFORM RewriteCatalog

           MOVE WS-BACKED-UP-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Backup complete - ' WS-SHOW-COUNT
               ' file(s) copied; catalog C06E15C.DAT.'
           IF WS-PRUNED-COUNT > ZERO
               MOVE WS-PRUNED-COUNT TO WS-SHOW-COUNT
               DISPLAY WS-SHOW-COUNT ' old generation(s) deleted - '
                   WS-KEEP-GENERATIONS ' kept per file.'
           END-IF
           IF WS-FAILED-COUNT > ZERO
               DISPLAY '*** ' WS-FAILED-COUNT ' BACKUP(S) FAILED ***'
               MOVE 8 TO WS-JOB-RETURN-CODE
           ELSE
               IF WS-UNCATALOGUED-COUNT > ZERO
                   MOVE 4 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF

           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE
           PERFORM ReleaseRunLock

           GOBACK.

       LoadCatalog.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadCatalogRecord
           PERFORM UNTIL EndOfFile
               IF WS-CAT-COUNT < 1000
                   ADD 1 TO WS-CAT-COUNT
                   MOVE BACKUP-CATALOG-RECORD
                       TO WS-CAT-ENTRY(WS-CAT-COUNT)
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

      * REQMAST.DAT becomes REQMAST.YYYYMMDD.
       SetGenerationName.
           MOVE SPACES TO WS-SOURCE-PREFIX
           UNSTRING WS-SOURCE-NAME DELIMITED BY '.'
               INTO WS-SOURCE-PREFIX
           MOVE SPACES TO WS-GENERATION-NAME
           STRING WS-SOURCE-PREFIX DELIMITED BY SPACE
               '.'               DELIMITED BY SIZE
               WS-NOW(1:8)       DELIMITED BY SIZE
               INTO WS-GENERATION-NAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE 'N' TO WS-SOURCE-FOUND-FLAG
           MOVE 'N' TO WS-COPY-OK-FLAG
           .

       OpenGenerationFile.
           OPEN OUTPUT GENERATION-FILE
           IF WS-GENERATION-STATUS = '00'
               MOVE 'Y' TO WS-COPY-OK-FLAG
           ELSE
               DISPLAY 'Unable to write generation '
                   FUNCTION TRIM(WS-GENERATION-NAME) ' - status '
                   WS-GENERATION-STATUS '; '
                   FUNCTION TRIM(WS-SOURCE-NAME) ' NOT backed up.'
           END-IF
           .

       BackupFlatFile.
           PERFORM SetGenerationName
           OPEN INPUT FLAT-FILE
           IF WS-FLAT-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-FOUND-FLAG
               PERFORM OpenGenerationFile
           END-IF
           IF SourceFound AND CopyOk
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM ReadFlatRecord
               PERFORM UNTIL EndOfFile
                   MOVE FLAT-RECORD TO GENERATION-RECORD
                   WRITE GENERATION-RECORD
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM ReadFlatRecord
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           IF SourceFound
               CLOSE FLAT-FILE
           END-IF
           PERFORM NoteBackupOutcome
           .

       ReadFlatRecord.
           READ FLAT-FILE
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       BackupRequestorMaster.
           PERFORM SetGenerationName
           OPEN INPUT REQMAST-FILE
           IF WS-REQMAST-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-FOUND-FLAG
               PERFORM OpenGenerationFile
           END-IF
           IF SourceFound AND CopyOk
               MOVE 'N' TO WS-EOF-FLAG
               MOVE LENGTH OF REQUESTOR-RECORD TO WS-RECORD-LENGTH
               PERFORM ReadRequestorRecord
               PERFORM UNTIL EndOfFile
                   MOVE REQUESTOR-RECORD TO GENERATION-RECORD
                   WRITE GENERATION-RECORD
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM ReadRequestorRecord
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           IF SourceFound
               CLOSE REQMAST-FILE
           END-IF
           PERFORM NoteBackupOutcome
           .

       ReadRequestorRecord.
           READ REQMAST-FILE NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ
           .

       BackupBatchRegistry.
           PERFORM SetGenerationName
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-FOUND-FLAG
               PERFORM OpenGenerationFile
           END-IF
           IF SourceFound AND CopyOk
               MOVE 'N' TO WS-EOF-FLAG
               MOVE LENGTH OF BATCH-REGISTRY-RECORD
                   TO WS-RECORD-LENGTH
               PERFORM ReadRegistryRecord
               PERFORM UNTIL EndOfFile
                   MOVE BATCH-REGISTRY-RECORD TO GENERATION-RECORD
                   WRITE GENERATION-RECORD
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM ReadRegistryRecord
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           IF SourceFound
               CLOSE REGISTRY-FILE
           END-IF
           PERFORM NoteBackupOutcome
           .

       ReadRegistryRecord.
           READ REGISTRY-FILE NEXT RECORD
               AT END SET EndOfFile TO TRUE
           END-READ
           .

      * A generation taken earlier the same day has just been
      * overwritten, so its catalog entry is replaced by this one.
       NoteBackupOutcome.
           IF NOT SourceFound
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY FUNCTION TRIM(WS-SOURCE-NAME)
                   ' not found - nothing to back up.'
               EXIT PARAGRAPH
           END-IF
           IF NOT CopyOk
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BACKED-UP-COUNT
           MOVE WS-RECORD-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Backed up ' FUNCTION TRIM(WS-SOURCE-NAME) ' to '
               FUNCTION TRIM(WS-GENERATION-NAME) ' - ' WS-SHOW-COUNT
               ' record(s).'

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-GENERATION-NAME(WS-CAT-IX)
                   = WS-GENERATION-NAME
                   MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-IX)
               END-IF
           END-PERFORM

           IF WS-CAT-COUNT NOT < 1000
               ADD 1 TO WS-UNCATALOGUED-COUNT
               DISPLAY 'Backup catalog full - '
                   FUNCTION TRIM(WS-GENERATION-NAME)
                   ' is not catalogued.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BACKUP-CATALOG-RECORD
           MOVE WS-SOURCE-NAME     TO BC-FILE-NAME
           MOVE WS-GENERATION-NAME TO BC-GENERATION-NAME
           MOVE WS-NOW(1:8)        TO BC-BACKUP-DATE
           MOVE WS-NOW             TO BC-BACKUP-TIMESTAMP
           MOVE WS-RECORD-COUNT    TO BC-RECORD-COUNT
           ADD 1 TO WS-CAT-COUNT
           MOVE BACKUP-CATALOG-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT)
           .

      * The catalog is in the order the generations were taken, so a
      * generation with the chosen number of newer ones of the same
      * file after it is one too many.
       PruneGenerations.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-FILE-NAME(WS-CAT-IX) NOT = SPACE
                   MOVE ZERO TO WS-NEWER-COUNT
                   PERFORM VARYING WS-LATER-IX FROM WS-CAT-IX BY 1
                           UNTIL WS-LATER-IX > WS-CAT-COUNT
                       IF WS-LATER-IX > WS-CAT-IX
                           AND WS-CAT-FILE-NAME(WS-LATER-IX)
                               = WS-CAT-FILE-NAME(WS-CAT-IX)
                           ADD 1 TO WS-NEWER-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-NEWER-COUNT NOT < WS-KEEP-GENERATIONS
                       PERFORM DeleteGeneration
                   END-IF
               END-IF
           END-PERFORM
           .

       DeleteGeneration.
           MOVE SPACES TO WS-GENERATION-NAME
           MOVE WS-CAT-GENERATION-NAME(WS-CAT-IX) TO WS-GENERATION-NAME
           CALL 'CBL_DELETE_FILE' USING WS-GENERATION-NAME
           DISPLAY 'Deleted old generation '
               FUNCTION TRIM(WS-GENERATION-NAME) '.'
           MOVE SPACES TO WS-CAT-ENTRY(WS-CAT-IX)
           ADD 1 TO WS-PRUNED-COUNT
           .

       RewriteCatalog.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'Unable to write backup catalog C06E15C.DAT - '
                   'status ' WS-CATALOG-STATUS '.'
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-FILE-NAME(WS-CAT-IX) NOT = SPACE
                   MOVE WS-CAT-ENTRY(WS-CAT-IX)
                       TO BACKUP-CATALOG-RECORD
                   WRITE BACKUP-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
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
