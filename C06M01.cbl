      * level.  Every selection is logged with the operator ID and
      * start and end timestamps so a batch run can always be
      * traced to an operator.
      * Each operator also keys a PIN, checked against the hash on
      * the operator master through C06U01.  Suspended and locked
      * IDs are turned away, three wrong PINs in a row lock the ID
      * until a supervisor reinstates it in C06M06, and a PIN that a
      * supervisor has just issued, or that is older than the expiry
      * period, must be changed before the menu opens.  An ID with no
      * PIN issued yet cannot sign on until C06M06 issues one.  An ID
      * locked here, and a PIN changed here, are logged to the
      * operator master's change log C06M06L.DAT as C06M06 does.
      * The supervisor functions option opens a lettered submenu of
      * the rarer supervisor-only screens, so the main menu keeps its
      * single digits: C06M05 (GL account map maintenance), C06M06
      * (operator maintenance), C06M07 (standing instruction
      * maintenance) and C06M08 (accounting period close).  The
      * usage log records the submenu letter beside the choice.
      * The signed-on operator is handed to the C06U03 run lock, so
      * a lock taken by a program started from this menu names the
      * operator who started it; C06M09 on the supervisor submenu
      * clears a lock left behind by a job that died.
      * C06M10 on the supervisor submenu restores a master or control
      * file from a generation the C06E15 nightly backup took.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPERMAST-WORK-FILE ASSIGN TO "C06M01W.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M06L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           05 UL-MENU-CHOICE                  PIC 9.
           05 UL-START-TIMESTAMP              PIC X(26).
           05 UL-END-TIMESTAMP                PIC X(26).
           05 UL-SUB-CHOICE                   PIC X.

       FD  OPERMAST-FILE.
           COPY OPERMAST.

       FD  OPERMAST-WORK-FILE.
       01  OPERMAST-WORK-RECORD                  PIC X(64).

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-MENU-CHOICE                         PIC 9 VALUE ZERO.
          88 RunCalculator              VALUE 1.
          88 RunBatchInquiry            VALUE 5.
          88 RunRateMaintenance         VALUE 6.
          88 RunApprovalReview          VALUE 7.
          88 RunSupervisorMenu          VALUE 8.
          88 ExitMenu                   VALUE 9.
          88 ProgramChoice              VALUE 1 THRU 7.

      * Supervisor functions submenu; SPACE for main-menu choices.
       01 WS-SUPER-CHOICE                        PIC X VALUE SPACE.
          88 RunGlMapMaintenance        VALUE 'G', 'g'.
          88 RunOperatorMaintenance     VALUE 'O', 'o'.
          88 RunStandingMaintenance     VALUE 'S', 's'.
          88 RunPeriodClose             VALUE 'P', 'p'.
          88 RunLockClear               VALUE 'L', 'l'.
          88 RunRestore                 VALUE 'R', 'r'.
          88 ExitSupervisorMenu         VALUE 'X', 'x'.

       01 WS-ROSTER-STATUS                       PIC XX.

       01 WS-USAGE-LOG-STATUS                    PIC XX.
       01 WS-OPERATOR-FOUND-FLAG                 PIC X VALUE 'N'.
          88 OperatorOnMaster           VALUE 'Y'.

      * The signed-on operator's PIN fields from the master, updated
      * here and written back by UpdateOperatorMaster.
       01 WS-OPERATOR-STATUS                     PIC X.
          88 OperatorSuspendedOnMaster  VALUE 'S'.
          88 OperatorLockedOnMaster     VALUE 'L'.
       01 WS-OPERATOR-PIN-HASH                   PIC 9(10).
       01 WS-OPERATOR-PIN-DATE                   PIC X(8).
       01 WS-OPERATOR-FAILED                     PIC 9.

       01 WS-OPERATOR-PIN-NUMERIC-FLAG           PIC X VALUE 'N'.
          88 OperatorHasPin             VALUE 'Y'.

      * A PIN older than this many days must be changed at sign-on.
       01 WS-PIN-EXPIRY-DAYS                     PIC 9(3) VALUE 90.

      * Wrong PINs in a row that lock the ID.
       01 WS-PIN-ATTEMPT-LIMIT                   PIC 9 VALUE 3.

       01 WS-PIN-ENTRY                           PIC X(8).
       01 WS-NEW-PIN                             PIC X(8).
       01 WS-CONFIRM-PIN                         PIC X(8).
       01 WS-ENTRY-HASH                          PIC 9(10).

       01 WS-PIN-ACCEPTED-FLAG                   PIC X VALUE 'N'.
          88 PinAccepted                VALUE 'Y'.

       01 WS-PIN-VALID-FLAG                      PIC X VALUE 'N'.
          88 PinValid                   VALUE 'Y'.

       01 WS-PIN-CHANGE-FLAG                     PIC X VALUE 'N'.
          88 PinChangeDue               VALUE 'Y'.

       01 WS-CHAR-IX                             PIC 9(4) COMP.
       01 WS-DIGIT-COUNT                         PIC 9(4) COMP.

       01 WS-PIN-DATE-9                          PIC 9(8).
       01 WS-TODAY-9                             PIC 9(8).
       01 WS-PIN-AGE-DAYS                        PIC S9(7).
       01 WS-ATTEMPTS-LEFT                       PIC 9.

       01 WS-WORK-STATUS                         PIC XX.
       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-WORK-FAILED-FLAG                    PIC X VALUE 'N'.
          88 WorkCopyFailed             VALUE 'Y'.

      * Log image of the signed-on operator's entry; the PIN hash is
      * blanked before it is written, as C06M06 does.
       01 WS-LOG-ACTION                          PIC X(10).
       01 WS-LOG-IMAGE.
          05 WS-LOG-OPERATOR-ID                  PIC X(8).
          05 WS-LOG-NAME                         PIC X(35).
          05 WS-LOG-ACCESS-LEVEL                 PIC 9.
          05 WS-LOG-STATUS                       PIC X.
          05 WS-LOG-PIN-HASH                     PIC X(10).
          05 WS-LOG-PIN-SET-DATE                 PIC X(8).
          05 WS-LOG-FAILED-ATTEMPTS              PIC 9.
       01 WS-BEFORE-IMAGE                        PIC X(100).
       01 WS-AFTER-IMAGE                         PIC X(100).

       01 WS-ACCESS-FLAG                         PIC X VALUE 'Y'.
          88 AccessAllowed              VALUE 'Y'.


       01 WS-START-TIMESTAMP                     PIC X(26).

       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06M01'.
       01 WS-LOCK-RESULT                         PIC X.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               STOP RUN
           END-IF

           PERFORM CheckOperatorPin

           IF NOT PinAccepted
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OPERATOR-TAG
           MOVE WS-OPERATOR-ID TO WS-OPERATOR-TAG

               STOP RUN
           END-IF

           MOVE SPACES TO RUN-LOCK-RECORD
           MOVE WS-OPERATOR-ID TO LK-OPERATOR
           MOVE 'O' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT

           PERFORM UNTIL ExitMenu

               DISPLAY ' '
               DISPLAY '5. Batch inquiry'
               DISPLAY '6. Rate table maintenance'
               DISPLAY '7. Approval queue review'
               DISPLAY '8. Supervisor functions'
               DISPLAY '9. Exit'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE TRUE
               WHEN ProgramChoice
                   MOVE SPACE TO WS-SUPER-CHOICE
                   PERFORM RunSelectedProgram
               WHEN RunSupervisorMenu
                   PERFORM RunSupervisorFunctions
               WHEN ExitMenu
                   CONTINUE
               WHEN OTHER
           PERFORM WriteUsageLogRecord
           .

      * Supervisor-only screens that do not warrant a main-menu digit
      * of their own.
       RunSupervisorFunctions.
           PERFORM CheckAccessLevel
           IF NOT AccessAllowed
               DISPLAY 'That option needs supervisor access - '
                   'see your supervisor.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-SUPER-CHOICE
           PERFORM UNTIL ExitSupervisorMenu
               DISPLAY ' '
               DISPLAY 'Supervisor functions'
               DISPLAY 'G. GL account map maintenance'
               DISPLAY 'O. Operator maintenance'
               DISPLAY 'S. Standing instruction maintenance'
               DISPLAY 'P. Accounting period close'
               DISPLAY 'L. Clear a stale run lock'
               DISPLAY 'R. Restore a file from backup'
               DISPLAY 'X. Return to main menu'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-SUPER-CHOICE

               MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP

               EVALUATE TRUE
               WHEN RunGlMapMaintenance
                   CALL 'C06M05' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN RunOperatorMaintenance
                   CALL 'C06M06' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN RunStandingMaintenance
                   CALL 'C06M07' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN RunPeriodClose
                   CALL 'C06M08' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN RunLockClear
                   CALL 'C06M09' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN RunRestore
                   CALL 'C06M10' USING WS-OPERATOR-TAG
                   PERFORM WriteUsageLogRecord
               WHEN ExitSupervisorMenu
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice - please try again.'
               END-EVALUATE
           END-PERFORM
           .

      * Everyone reaches the calculators, countdown and inquiries;
      * the maintenance and approval screens need supervisor level.
       CheckAccessLevel.
           WHEN RunReqMaintenance
           WHEN RunRateMaintenance
           WHEN RunApprovalReview
           WHEN RunSupervisorMenu
               IF NOT SupervisorOperator
                   MOVE 'N' TO WS-ACCESS-FLAG
               END-IF
                   MOVE 'Y' TO WS-OPERATOR-FOUND-FLAG
                   MOVE OP-NAME TO WS-OPERATOR-NAME
                   MOVE OP-ACCESS-LEVEL TO WS-OPERATOR-LEVEL
                   MOVE OP-STATUS TO WS-OPERATOR-STATUS
                   MOVE OP-PIN-SET-DATE TO WS-OPERATOR-PIN-DATE
                   MOVE 'N' TO WS-OPERATOR-PIN-NUMERIC-FLAG
                   MOVE ZERO TO WS-OPERATOR-PIN-HASH
                   IF OP-PIN-HASH NUMERIC
                       AND OP-PIN-HASH > ZERO
                       MOVE 'Y' TO WS-OPERATOR-PIN-NUMERIC-FLAG
                       MOVE OP-PIN-HASH TO WS-OPERATOR-PIN-HASH
                   END-IF
                   MOVE ZERO TO WS-OPERATOR-FAILED
                   IF OP-FAILED-ATTEMPTS NUMERIC
                       MOVE OP-FAILED-ATTEMPTS TO WS-OPERATOR-FAILED
                   END-IF
               END-IF
               PERFORM ReadOperMasterRecord
           END-PERFORM
           END-READ
           .

      * An ID with no hash has never been issued a PIN and is turned
      * away until a supervisor issues one in C06M06; letting it
      * choose one here would hand the ID to whoever signed on with
      * it first.  Every other ID must key the PIN that matches its
      * hash.  Each wrong PIN is counted on the master, so the
      * lockout holds across sign-on attempts.
       CheckOperatorPin.
           MOVE 'N' TO WS-PIN-ACCEPTED-FLAG
           MOVE 'N' TO WS-PIN-CHANGE-FLAG

           IF OperatorSuspendedOnMaster
               DISPLAY 'Operator ID ' WS-OPERATOR-ID ' is suspended '
                   '- see your supervisor.'
               EXIT PARAGRAPH
           END-IF

           IF OperatorLockedOnMaster
               DISPLAY 'Operator ID ' WS-OPERATOR-ID ' is locked '
                   'after too many wrong PINs - see your supervisor.'
               EXIT PARAGRAPH
           END-IF

           IF NOT OperatorHasPin
               DISPLAY 'Operator ID ' WS-OPERATOR-ID ' has no PIN '
                   'issued - see your supervisor.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'PIN - ' WITH NO ADVANCING
           ACCEPT WS-PIN-ENTRY
           CALL 'C06U01' USING WS-OPERATOR-ID WS-PIN-ENTRY
               WS-ENTRY-HASH
           MOVE SPACES TO WS-PIN-ENTRY

           IF WS-ENTRY-HASH NOT = WS-OPERATOR-PIN-HASH
               ADD 1 TO WS-OPERATOR-FAILED
               IF WS-OPERATOR-FAILED NOT < WS-PIN-ATTEMPT-LIMIT
                   MOVE 'L' TO WS-OPERATOR-STATUS
                   DISPLAY 'Wrong PIN - operator ID ' WS-OPERATOR-ID
                       ' is now locked; see your supervisor.'
               ELSE
                   COMPUTE WS-ATTEMPTS-LEFT =
                       WS-PIN-ATTEMPT-LIMIT - WS-OPERATOR-FAILED
                   DISPLAY 'Wrong PIN - ' WS-ATTEMPTS-LEFT
                       ' attempt(s) left before the ID is locked.'
               END-IF
               PERFORM UpdateOperatorMaster
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-OPERATOR-FAILED

           PERFORM CheckPinExpiry
           IF PinChangeDue
               PERFORM ChooseNewPin
               IF PinValid
                   MOVE 'Y' TO WS-PIN-ACCEPTED-FLAG
               END-IF
           ELSE
               MOVE 'Y' TO WS-PIN-ACCEPTED-FLAG
           END-IF

           PERFORM UpdateOperatorMaster
           .

      * A PIN issued by a supervisor, or one set more than the expiry
      * period ago, must be replaced before the menu opens.
       CheckPinExpiry.
           MOVE 'N' TO WS-PIN-CHANGE-FLAG
           IF WS-OPERATOR-PIN-DATE = '00000000'
               OR WS-OPERATOR-PIN-DATE NOT NUMERIC
               DISPLAY 'Your PIN was issued by a supervisor and must '
                   'be changed now.'
               MOVE 'Y' TO WS-PIN-CHANGE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-PIN-DATE TO WS-PIN-DATE-9
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-9
           COMPUTE WS-PIN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
               - FUNCTION INTEGER-OF-DATE(WS-PIN-DATE-9)
           IF WS-PIN-AGE-DAYS > WS-PIN-EXPIRY-DAYS
               DISPLAY 'Your PIN has expired and must be changed now.'
               MOVE 'Y' TO WS-PIN-CHANGE-FLAG
           END-IF
           .

       ChooseNewPin.
           MOVE 'N' TO WS-PIN-VALID-FLAG
           DISPLAY 'New PIN (4 to 8 digits) - ' WITH NO ADVANCING
           ACCEPT WS-NEW-PIN
           DISPLAY 'New PIN again - ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PIN
           PERFORM ValidateNewPin
           IF PinValid AND WS-NEW-PIN NOT = WS-CONFIRM-PIN
               DISPLAY 'The two PINs do not match - PIN not changed.'
               MOVE 'N' TO WS-PIN-VALID-FLAG
           END-IF
           IF PinValid
               CALL 'C06U01' USING WS-OPERATOR-ID WS-NEW-PIN
                   WS-ENTRY-HASH
               IF OperatorHasPin
                   AND WS-ENTRY-HASH = WS-OPERATOR-PIN-HASH
                   DISPLAY 'The new PIN must differ from the old one '
                       '- PIN not changed.'
                   MOVE 'N' TO WS-PIN-VALID-FLAG
               END-IF
           END-IF
           IF PinValid
               MOVE WS-ENTRY-HASH TO WS-OPERATOR-PIN-HASH
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OPERATOR-PIN-DATE
               MOVE 'Y' TO WS-OPERATOR-PIN-NUMERIC-FLAG
               DISPLAY 'PIN changed.'
           END-IF
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-CONFIRM-PIN
           .

      * Four to eight digits, left-justified, nothing after them.
       ValidateNewPin.
           MOVE 'Y' TO WS-PIN-VALID-FLAG
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 8
               EVALUATE TRUE
               WHEN WS-NEW-PIN(WS-CHAR-IX:1) >= '0'
                    AND WS-NEW-PIN(WS-CHAR-IX:1) <= '9'
                   IF WS-DIGIT-COUNT < WS-CHAR-IX - 1
                       MOVE 'N' TO WS-PIN-VALID-FLAG
                   END-IF
                   ADD 1 TO WS-DIGIT-COUNT
               WHEN WS-NEW-PIN(WS-CHAR-IX:1) = SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-PIN-VALID-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-DIGIT-COUNT < 4
               MOVE 'N' TO WS-PIN-VALID-FLAG
           END-IF
           IF NOT PinValid
               DISPLAY 'A PIN is 4 to 8 digits - PIN not changed.'
           END-IF
           .

      * Line sequential files cannot be updated in place, so the
      * master is copied to C06M01W.DAT with the signed-on operator's
      * PIN fields replaced, then copied back.  OPERMAST.DAT is only
      * opened for output once the work copy is complete, so a work
      * file that cannot be written leaves the master as it was.
      * Locking the ID and changing its PIN are logged once the
      * master has been rewritten.
       UpdateOperatorMaster.
           MOVE SPACES TO WS-LOG-ACTION
           MOVE 'N' TO WS-WORK-FAILED-FLAG
           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPERMAST-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Work file C06M01W.DAT cannot be written '
                   '(status ' WS-WORK-STATUS ') - operator master '
                   'not updated.'
               CLOSE OPERMAST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPERMAST-EOF-FLAG
           PERFORM ReadOperMasterRecord
           PERFORM UNTIL EndOfOperMaster OR WorkCopyFailed
               IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   PERFORM ApplyOperatorChanges
               END-IF
               MOVE OPERATOR-MASTER-RECORD TO OPERMAST-WORK-RECORD
               WRITE OPERMAST-WORK-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WORK-FAILED-FLAG
               END-IF
               PERFORM ReadOperMasterRecord
           END-PERFORM
           CLOSE OPERMAST-FILE
           CLOSE OPERMAST-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'Y' TO WS-WORK-FAILED-FLAG
           END-IF
           IF WorkCopyFailed
               DISPLAY 'Work file C06M01W.DAT could not be written '
                   'in full (status ' WS-WORK-STATUS ') - operator '
                   'master not updated.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OPERMAST-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'Work file C06M01W.DAT cannot be read back '
                   '(status ' WS-WORK-STATUS ') - operator master '
                   'not updated.'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY 'Operator master OPERMAST.DAT cannot be '
                   'rewritten (status ' WS-OPERMAST-STATUS ') - '
                   'not updated.'
               CLOSE OPERMAST-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPERMAST-EOF-FLAG
           PERFORM ReadOperMasterWork
           PERFORM UNTIL EndOfOperMaster
               MOVE OPERMAST-WORK-RECORD TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
               IF WS-OPERMAST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WORK-FAILED-FLAG
               END-IF
               PERFORM ReadOperMasterWork
           END-PERFORM
           CLOSE OPERMAST-WORK-FILE
           CLOSE OPERMAST-FILE
           IF WorkCopyFailed
               DISPLAY '*** OPERMAST.DAT NOT REWRITTEN IN FULL - '
                   'copy C06M01W.DAT back over it before anyone '
                   'signs on ***'
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-ACTION NOT = SPACE
               PERFORM WriteMaintLogRecord
           END-IF
           .

      * Only the signed-on operator's record changes.  Becoming
      * locked, or a new PIN hash or set date, is worth a log entry;
      * the failed-attempt count alone is not.
       ApplyOperatorChanges.
           MOVE OPERATOR-MASTER-RECORD TO WS-LOG-IMAGE
           MOVE SPACES TO WS-LOG-PIN-HASH
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-LOG-IMAGE TO WS-BEFORE-IMAGE

           EVALUATE TRUE
           WHEN WS-OPERATOR-STATUS = 'L'
               AND NOT OperatorLocked
               MOVE 'LOCKED' TO WS-LOG-ACTION
           WHEN OP-PIN-HASH NOT = WS-OPERATOR-PIN-HASH
               OR OP-PIN-SET-DATE NOT = WS-OPERATOR-PIN-DATE
               MOVE 'PIN CHANGE' TO WS-LOG-ACTION
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-OPERATOR-STATUS   TO OP-STATUS
           IF OP-STATUS = SPACE
               MOVE 'A' TO OP-STATUS
           END-IF
           MOVE WS-OPERATOR-PIN-HASH TO OP-PIN-HASH
           MOVE WS-OPERATOR-PIN-DATE TO OP-PIN-SET-DATE
           MOVE WS-OPERATOR-FAILED   TO OP-FAILED-ATTEMPTS

           MOVE OPERATOR-MASTER-RECORD TO WS-LOG-IMAGE
           MOVE SPACES TO WS-LOG-PIN-HASH
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE WS-LOG-IMAGE TO WS-AFTER-IMAGE
           .

      * The change is made at sign-on, so the operator who made it is
      * the one signing on.
       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M01'          TO ML-PROGRAM
           MOVE WS-OPERATOR-ID    TO ML-OPERATOR
           MOVE WS-LOG-ACTION     TO ML-ACTION
           MOVE WS-OPERATOR-ID    TO ML-KEY
           MOVE WS-BEFORE-IMAGE   TO ML-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE    TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .

       ReadOperMasterWork.
           READ OPERMAST-WORK-FILE
               AT END SET EndOfOperMaster TO TRUE
           END-READ
           .

      * An operator counts as signed in when their latest roster
      * event today is a sign-in; signing out ends the shift and
      * closes the menu to them.
           MOVE WS-MENU-CHOICE            TO UL-MENU-CHOICE
           MOVE WS-START-TIMESTAMP        TO UL-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE     TO UL-END-TIMESTAMP
           MOVE WS-SUPER-CHOICE           TO UL-SUB-CHOICE
           WRITE USAGE-LOG-RECORD
           CLOSE USAGE-LOG-FILE
           .
