       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06U03.
       AUTHOR. Andrei Stoica.
      * Run lock on the files the updating programs share, so an
      * operator cannot start C06E01, C06E03 or C06M04 from the
      * C06M01 menu while the C06E05 nightly driver is running them
      * or C06E04 is archiving, with one side's rewrite of
      * C06E01X.DAT, C06E01P.DAT or BATCHREG.DAT lost.  Each of
      * those programs CALLs this one on entry to take the lock and
      * at end of job to release it; a program that finds it taken
      * is handed the holder - program, operator and since when -
      * and stops.  The lock is the one record on RUNLOCK.DAT
      * (layout RUNLOCK).
      * Working storage stays put between CALLs in a run unit, which
      * is what lets the lock nest: once the driver holds it, the
      * steps it CALLs take and release it without effect, and only
      * the driver's own release frees it.  For the same reason the
      * operator the menu signs on is remembered here and stamped on
      * every lock taken under that menu.
      * Functions, in LockFunction:
      *   'T' take the lock for LockProgram; LockResult 'Y' when
      *       taken, 'N' with the holder in RUN-LOCK-RECORD when not.
      *   'R' release it again.
      *   'O' remember LK-OPERATOR as the signed-on operator.
      *   'S' show the holder; LockResult 'Y' when the lock is held.
      *   'C' clear the lock whoever holds it, for a stale lock left
      *       by a job that died; the holder cleared is handed back,
      *       LockResult 'Y' when there was one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD                      PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS                         PIC XX.

       01 WS-RUN-OPERATOR                        PIC X(35)
                                                 VALUE SPACES.

      * How many takes in this run unit are still to be released,
      * and the lock record this run unit wrote.
       01 WS-HELD-DEPTH                          PIC 9(4) COMP
                                                 VALUE ZERO.
       01 WS-HELD-RECORD                         PIC X(69)
                                                 VALUE SPACES.

       01 WS-ON-FILE-RECORD                      PIC X(69).

       LINKAGE SECTION.
       01 LockFunction                           PIC X.
       01 LockProgram                            PIC X(8).
           COPY RUNLOCK.
       01 LockResult                             PIC X.

       PROCEDURE DIVISION USING LockFunction LockProgram
           RUN-LOCK-RECORD LockResult.
       00000-MANAGE-RUN-LOCK.

           MOVE 'N' TO LockResult

           EVALUATE LockFunction
           WHEN 'T'
               PERFORM TakeLock
           WHEN 'R'
               PERFORM ReleaseLock
           WHEN 'O'
               MOVE LK-OPERATOR TO WS-RUN-OPERATOR
               MOVE 'Y' TO LockResult
           WHEN 'S'
               PERFORM ReadLockFile
               MOVE WS-ON-FILE-RECORD TO RUN-LOCK-RECORD
               IF WS-ON-FILE-RECORD NOT = SPACE
                   MOVE 'Y' TO LockResult
               END-IF
           WHEN 'C'
               PERFORM ReadLockFile
               MOVE WS-ON-FILE-RECORD TO RUN-LOCK-RECORD
               IF WS-ON-FILE-RECORD NOT = SPACE
                   MOVE 'Y' TO LockResult
               END-IF
               PERFORM EmptyLockFile
           END-EVALUATE

           GOBACK.

      * The lock is free when RUNLOCK.DAT is missing or empty.  If it
      * cannot be written the program runs without it rather than
      * not at all, with a warning.
       TakeLock.
           IF WS-HELD-DEPTH > ZERO
               ADD 1 TO WS-HELD-DEPTH
               MOVE 'Y' TO LockResult
               EXIT PARAGRAPH
           END-IF

           PERFORM ReadLockFile
           IF WS-ON-FILE-RECORD NOT = SPACE
               MOVE WS-ON-FILE-RECORD TO RUN-LOCK-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE LockProgram TO LK-PROGRAM
           IF WS-RUN-OPERATOR = SPACE
               MOVE 'BATCH RUN' TO LK-OPERATOR
           ELSE
               MOVE WS-RUN-OPERATOR TO LK-OPERATOR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LK-TAKEN-TIMESTAMP

           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = '00'
               DISPLAY 'Run lock file RUNLOCK.DAT cannot be written - '
                   LockProgram ' runs without the lock.'
           ELSE
               MOVE RUN-LOCK-RECORD TO LOCK-FILE-RECORD
               WRITE LOCK-FILE-RECORD
               CLOSE LOCK-FILE
           END-IF
           MOVE RUN-LOCK-RECORD TO WS-HELD-RECORD
           MOVE 1 TO WS-HELD-DEPTH
           MOVE 'Y' TO LockResult
           .

      * Only the lock this run unit took is freed: if a supervisor
      * cleared it meanwhile and another job has taken it since, that
      * job's lock is left alone.
       ReleaseLock.
           IF WS-HELD-DEPTH = ZERO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-HELD-DEPTH
           MOVE 'Y' TO LockResult
           IF WS-HELD-DEPTH > ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM ReadLockFile
           IF WS-ON-FILE-RECORD = WS-HELD-RECORD
               PERFORM EmptyLockFile
           END-IF
           MOVE SPACES TO WS-HELD-RECORD
           .

       ReadLockFile.
           MOVE SPACES TO WS-ON-FILE-RECORD
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ LOCK-FILE
               NOT AT END
                   MOVE LOCK-FILE-RECORD TO WS-ON-FILE-RECORD
           END-READ
           CLOSE LOCK-FILE
           .

       EmptyLockFile.
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               CLOSE LOCK-FILE
           END-IF
           .
