       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M09.
       AUTHOR. Andrei Stoica.
      * Run lock clearing.  An updating job that dies - a killed
      * session, an abend in the nightly run - leaves its C06U03 run
      * lock on RUNLOCK.DAT behind, and every updating program then
      * refuses to start.  This screen shows who holds the lock and
      * since when, and on the supervisor's confirmation clears it.
      * A lock is only to be cleared when its job is known to be
      * gone; clearing the lock of a job still running lets another
      * program rewrite the files under it.  Each clearing is written
      * to the change log C06M09L.DAT with the lock cleared as the
      * before image, attributed to the operator the C06M01 menu
      * captured at sign-on.  Reached from the supervisor functions
      * of the C06M01 menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO "C06M09L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-CONFIRM                             PIC X.
          88 ActionConfirmed            VALUE 'Y', 'y'.

       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06M09'.
       01 WS-LOCK-RESULT                         PIC X.
          88 RunLockHeld                VALUE 'Y'.
           COPY RUNLOCK.

       01 WS-SHOWN-LOCK                          PIC X(69).

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-CLEAR-RUN-LOCK.

           MOVE 'S' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT
           IF NOT RunLockHeld
               DISPLAY 'The run lock is free - nothing to clear.'
               GOBACK
           END-IF
           MOVE RUN-LOCK-RECORD TO WS-SHOWN-LOCK

           DISPLAY ' '
           DISPLAY 'Run lock held by ' FUNCTION TRIM(LK-PROGRAM)
               ' for '
               FUNCTION TRIM(LK-OPERATOR)
           DISPLAY 'since ' LK-TAKEN-TIMESTAMP(1:8) ' '
               LK-TAKEN-TIMESTAMP(9:2) ':' LK-TAKEN-TIMESTAMP(11:2)
           DISPLAY 'Clear it only if that job is no longer running.'
           DISPLAY 'Clear the run lock - are you sure (Y/N)? '
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT ActionConfirmed
               DISPLAY 'Run lock not cleared.'
               GOBACK
           END-IF

      * The job may have finished, and another taken the lock, while
      * the question was on screen; the lock actually cleared is the
      * one logged.
           MOVE 'C' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT
           IF NOT RunLockHeld
               DISPLAY 'The run lock was released meanwhile - nothing '
                   'cleared.'
               GOBACK
           END-IF

           PERFORM WriteMaintLogRecord
           IF RUN-LOCK-RECORD NOT = WS-SHOWN-LOCK
               DISPLAY 'Note - the lock had changed hands meanwhile; '
                   'the lock of ' FUNCTION TRIM(LK-PROGRAM)
                   ' was cleared.'
           END-IF
           DISPLAY 'Run lock cleared.'

           GOBACK.

       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M09'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE 'CLEAR'           TO ML-ACTION
           MOVE LK-PROGRAM        TO ML-KEY
           MOVE RUN-LOCK-RECORD   TO ML-BEFORE-IMAGE
           MOVE SPACES            TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .
