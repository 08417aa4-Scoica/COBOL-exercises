      * manifest record (date range, count, hash total) so we can
      * prove nothing was lost.  C06R01 accepts an archive file name
      * on its command line for historical questions.
      * The manifest record also keeps the highest AR-SEQUENCE-NO
      * archived, so the posting numbers carry on unbroken when the
      * live file is left empty, and that record's chained check
      * value, so the chain carries on too.
      * The C06U03 run lock is held while the trail and the batch
      * registry are rewritten, so nothing else updates them
      * meanwhile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                     PIC X(124).

       FD  WORK-FILE.
       01  WORK-RECORD                        PIC X(124).

       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  REGISTRY-FILE.
           COPY BATCHREG.
       01 WS-ARCHIVE-HASH                        PIC S9(11)V99
                                                 VALUE ZERO.

       01 WS-LAST-SEQUENCE-NO                    PIC 9(9) VALUE ZERO.
       01 WS-LAST-CHAIN-VALUE                    PIC 9(10) VALUE ZERO.

       01 WS-FROM-DATE                           PIC X(8)
                                                 VALUE HIGH-VALUES.
       01 WS-TO-DATE                             PIC X(8)
       01 WS-REGISTRY-OPEN-FLAG                  PIC X VALUE 'N'.
          88 RegistryOpen               VALUE 'Y'.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E04'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-ARCHIVE-AUDIT-TRAIL.

               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           MOVE 'N' TO WS-LOCK-RESULT
           PERFORM TakeRunLock
           IF NOT RunLockTaken
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      * Never overwrite an archive that already exists - a rerun
      * with the same cutoff would replace it with an empty file
      * and lose the archived records.
               DISPLAY 'Archive ' WS-ARCHIVE-FILE-NAME ' already '
                   'exists - move it aside or choose another '
                   'cutoff date.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'Audit file C06E01A.DAT not found - '
                   'nothing to archive.'
               PERFORM ReleaseRunLock
               GOBACK
           END-IF

           MOVE WS-RETAINED-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Retained ' WS-SHOW-COUNT ' audit records on '
               'the live file.'
           PERFORM ReleaseRunLock

           GOBACK.

       ArchiveAuditRecord.
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD AR-RESULT TO WS-ARCHIVE-HASH
           IF AR-SEQUENCE-NO NUMERIC
               AND AR-SEQUENCE-NO > WS-LAST-SEQUENCE-NO
               MOVE AR-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
               IF AR-CHAIN-VALUE NUMERIC
                   MOVE AR-CHAIN-VALUE TO WS-LAST-CHAIN-VALUE
               ELSE
                   MOVE ZERO TO WS-LAST-CHAIN-VALUE
               END-IF
           END-IF
           IF AR-TIMESTAMP(1:8) < WS-FROM-DATE
               MOVE AR-TIMESTAMP(1:8) TO WS-FROM-DATE
           END-IF
                   MOVE ZERO TO BR-EXCEPTION-COUNT
                   MOVE ZERO TO BR-RECYCLED-COUNT
                   MOVE ZERO TO BR-ARCHIVED-COUNT
                   MOVE ZERO TO BR-REVERSED-COUNT
                   WRITE BATCH-REGISTRY-RECORD
           END-READ

           END-IF
           MOVE WS-ARCHIVED-COUNT TO MF-RECORD-COUNT
           MOVE WS-ARCHIVE-HASH   TO MF-HASH-TOTAL
           MOVE WS-LAST-SEQUENCE-NO TO MF-LAST-SEQUENCE
           MOVE WS-LAST-CHAIN-VALUE TO MF-LAST-CHAIN-VALUE
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
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
