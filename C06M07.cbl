       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M07.
       AUTHOR. Andrei Stoica.
      * Maintains the standing-instruction master STANDING.DAT: the
      * markups and rate calculations departments submit on a fixed
      * weekly or monthly cycle, which C06E11 now generates on each
      * business day they fall due instead of the department
      * re-keying them into a feeder file.  Each instruction names
      * the requestor, Num1 and either Num2 and an operator or a
      * rate code, the frequency, and the start and end dates.
      * Reached from the supervisor functions of the C06M01 menu.
      * The master is indexed on the instruction ID, so each action
      * reads, writes or rewrites one record in place, the way C06M05
      * maintains the GL account map.  Suspending an instruction
      * stops it generating without losing it; every add, change,
      * suspend, reactivate and delete writes a before/after image to
      * the change log C06M07L.DAT, attributed to the operator the
      * C06M01 menu captured at sign-on; C06R11 reports over the log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M07L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STANDING.

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS                     PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfStanding              VALUE 'Y'.

       01 WS-MENU-CHOICE                         PIC X.
          88 ListInstructions           VALUE 'L', 'l'.
          88 AddInstruction             VALUE 'A', 'a'.
          88 ChangeInstruction          VALUE 'C', 'c'.
          88 SuspendInstruction         VALUE 'S', 's'.
          88 ReactivateInstruction      VALUE 'R', 'r'.
          88 DeleteInstruction          VALUE 'D', 'd'.
          88 ExitMaintenance            VALUE 'X', 'x'.

       01 WS-FOUND-FLAG                          PIC X VALUE 'N'.
          88 InstructionFound           VALUE 'Y'.

       01 WS-DETAILS-VALID-FLAG                  PIC X VALUE 'Y'.
          88 DetailsValid               VALUE 'Y'.

       01 WS-ENTRY-ID                            PIC X(8).
       01 WS-ENTRY                               PIC X(35).

       01 WS-ENTRY-OPERATOR                      PIC X.
          88 ValidEntryOperator         VALUE '+', '-', '*', '/', '%'.

       01 WS-ENTRY-DATE                          PIC X(8).
       01 WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE
                                                 PIC 9(8).

       01 WS-CONFIRM                             PIC X.
          88 DeleteConfirmed            VALUE 'Y', 'y'.

       01 WS-SHOW-NUM1                           PIC -(7)9.99.
       01 WS-SHOW-NUM2                           PIC -(7)9.99.

       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-LOG-ACTION                          PIC X(10).
       01 WS-BEFORE-IMAGE                        PIC X(100).

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-MAINTAIN-STANDING-INSTRUCTIONS.

      * The menu CALLs this program repeatedly in one session and
      * working storage keeps its last-used state between CALLs, so
      * the per-call state is re-initialized here.
           MOVE SPACE TO WS-MENU-CHOICE
           MOVE 'N' TO WS-EOF-FLAG

           PERFORM OpenStandingMaster
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'Unable to open standing instructions '
                   'STANDING.DAT - status ' WS-STANDING-STATUS '.'
               GOBACK
           END-IF

           PERFORM UNTIL ExitMaintenance
               DISPLAY ' '
               DISPLAY 'Standing instruction maintenance'
               DISPLAY 'L)ist  A)dd  C)hange  S)uspend  R)eactivate'
                   '  D)elete  X)it'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE TRUE
               WHEN ListInstructions
                   PERFORM ListStandingMaster
               WHEN AddInstruction
                   PERFORM AddStandingEntry
               WHEN ChangeInstruction
                   PERFORM ChangeStandingEntry
               WHEN SuspendInstruction
                   PERFORM SuspendStandingEntry
               WHEN ReactivateInstruction
                   PERFORM ReactivateStandingEntry
               WHEN DeleteInstruction
                   PERFORM DeleteStandingEntry
               WHEN ExitMaintenance
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice - please try again.'
               END-EVALUATE
           END-PERFORM

           CLOSE STANDING-FILE

           GOBACK.

      * A missing master is started fresh: created empty, then
      * reopened for update.
       OpenStandingMaster.
           OPEN I-O STANDING-FILE
           IF WS-STANDING-STATUS = '35'
               DISPLAY 'Standing instructions STANDING.DAT not found'
                   ' - starting a new file.'
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF
           .

       ListStandingMaster.
           DISPLAY ' '
           DISPLAY 'ID       REQUESTOR                   NUM1'
               '        NUM2 OP RATE     F START    END      S'
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO SI-INSTRUCTION-ID
           START STANDING-FILE KEY NOT < SI-INSTRUCTION-ID
               INVALID KEY SET EndOfStanding TO TRUE
           END-START

           IF NOT EndOfStanding
               PERFORM ReadNextStandingRecord
               PERFORM UNTIL EndOfStanding
                   MOVE SI-NUM1 TO WS-SHOW-NUM1
                   MOVE SI-NUM2 TO WS-SHOW-NUM2
                   DISPLAY SI-INSTRUCTION-ID ' '
                       SI-REQUESTOR ' '
                       WS-SHOW-NUM1 ' '
                       WS-SHOW-NUM2 ' '
                       SI-OPERATOR '  '
                       SI-RATE-CODE ' '
                       SI-FREQUENCY ' '
                       SI-START-DATE ' '
                       SI-END-DATE ' '
                       SI-STATUS
                   PERFORM ReadNextStandingRecord
               END-PERFORM
           END-IF
           .

       ReadNextStandingRecord.
           READ STANDING-FILE NEXT RECORD
               AT END SET EndOfStanding TO TRUE
           END-READ
           .

       ReadStandingByKey.
           MOVE 'Y' TO WS-FOUND-FLAG
           MOVE WS-ENTRY-ID TO SI-INSTRUCTION-ID
           READ STANDING-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           .

       AcceptInstructionId.
           DISPLAY 'Instruction ID - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           .

       AddStandingEntry.
           PERFORM AcceptInstructionId
           IF WS-ENTRY-ID = SPACE
               DISPLAY 'Instruction ID may not be blank.'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadStandingByKey
           IF InstructionFound
               DISPLAY 'Instruction already on file.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRY-ID TO SI-INSTRUCTION-ID
           MOVE SPACE TO SI-REQUESTOR
           MOVE ZERO  TO SI-NUM1
           MOVE ZERO  TO SI-NUM2
           MOVE SPACE TO SI-RATE-CODE
           MOVE SPACE TO SI-OPERATOR
           MOVE SPACE TO SI-FREQUENCY
           MOVE SPACE TO SI-START-DATE
           MOVE SPACE TO SI-END-DATE
           MOVE 'A'   TO SI-STATUS
           MOVE SPACE TO SI-DESCRIPTION
           PERFORM EnterStandingDetails
           IF NOT DetailsValid
               DISPLAY 'Instruction not added.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           WRITE STANDING-INSTRUCTION-RECORD
               INVALID KEY
                   DISPLAY 'Instruction already on file.'
           END-WRITE
           IF WS-STANDING-STATUS = '00'
               MOVE 'ADD' TO WS-LOG-ACTION
               PERFORM WriteMaintLogRecord
               DISPLAY 'Instruction added.'
           END-IF
           .

       ChangeStandingEntry.
           PERFORM AcceptInstructionId
           PERFORM ReadStandingByKey
           IF NOT InstructionFound
               DISPLAY 'Instruction not on file.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
           PERFORM EnterStandingDetails
           IF NOT DetailsValid
               DISPLAY 'Instruction not changed.'
               EXIT PARAGRAPH
           END-IF
           REWRITE STANDING-INSTRUCTION-RECORD
           MOVE 'CHANGE' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Instruction changed.'
           .

      * ENTER keeps the current value of every field.  The finished
      * instruction must name a requestor, a frequency and a valid
      * start date, an end date (if any) not before the start, and
      * either a rate code or one of the five operators.
       EnterStandingDetails.
           MOVE 'Y' TO WS-DETAILS-VALID-FLAG

           DISPLAY 'Requestor ID (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO SI-REQUESTOR
           END-IF

           DISPLAY 'Num1 (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-ENTRY) TO SI-NUM1
           END-IF

      * A rate code makes this a rate instruction; a single '-'
      * clears the code again.
           DISPLAY 'Rate code, - to clear (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           EVALUATE TRUE
           WHEN WS-ENTRY = '-'
               MOVE SPACE TO SI-RATE-CODE
           WHEN WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO SI-RATE-CODE
           END-EVALUATE

           IF SI-RATE-CODE = SPACE
               DISPLAY 'Num2 (ENTER keeps current) - '
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY
               IF WS-ENTRY NOT = SPACE
                   MOVE FUNCTION NUMVAL(WS-ENTRY) TO SI-NUM2
               END-IF

               DISPLAY 'Operator + - * / % (ENTER keeps current) - '
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY
               IF WS-ENTRY NOT = SPACE
                   MOVE WS-ENTRY(1:1) TO SI-OPERATOR
               END-IF
           ELSE
               MOVE ZERO TO SI-NUM2
               MOVE '%'  TO SI-OPERATOR
           END-IF

           DISPLAY 'Frequency D/W/M/Q (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY(1:1))
                   TO SI-FREQUENCY
           END-IF

           DISPLAY 'Start date YYYYMMDD (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO SI-START-DATE
           END-IF

           DISPLAY 'End date YYYYMMDD, - for none '
               '(ENTER keeps current) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY
           EVALUATE TRUE
           WHEN WS-ENTRY = '-'
               MOVE SPACE TO SI-END-DATE
           WHEN WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO SI-END-DATE
           END-EVALUATE

           DISPLAY 'Description (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO SI-DESCRIPTION
           END-IF

           PERFORM ValidateStandingDetails
           .

       ValidateStandingDetails.
           MOVE SI-OPERATOR TO WS-ENTRY-OPERATOR
           EVALUATE TRUE
           WHEN SI-REQUESTOR = SPACE
               DISPLAY 'Requestor ID may not be blank.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
           WHEN SI-RATE-CODE = SPACE AND NOT ValidEntryOperator
               DISPLAY 'Operator must be one of + - * / %.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
           WHEN SI-RATE-CODE = SPACE AND SI-OPERATOR = '/'
               AND SI-NUM2 = ZERO
               DISPLAY 'Num2 may not be zero for a divide.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
           WHEN NOT ValidFrequency
               DISPLAY 'Frequency must be D, W, M or Q.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
           END-EVALUATE
           IF NOT DetailsValid
               EXIT PARAGRAPH
           END-IF

           MOVE SI-START-DATE TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE NOT NUMERIC
               DISPLAY 'Start date must be YYYYMMDD.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE-N) NOT = ZERO
               DISPLAY 'Start date is not a valid date.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           IF SI-END-DATE = SPACE OR SI-END-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SI-END-DATE TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE NOT NUMERIC
               DISPLAY 'End date must be YYYYMMDD.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE-N) NOT = ZERO
               DISPLAY 'End date is not a valid date.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           IF SI-END-DATE < SI-START-DATE
               DISPLAY 'End date may not be before the start date.'
               MOVE 'N' TO WS-DETAILS-VALID-FLAG
           END-IF
           .

       SuspendStandingEntry.
           PERFORM AcceptInstructionId
           PERFORM ReadStandingByKey
           IF NOT InstructionFound
               DISPLAY 'Instruction not on file.'
               EXIT PARAGRAPH
           END-IF
           IF InstructionSuspended
               DISPLAY 'Instruction is already suspended.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
           SET InstructionSuspended TO TRUE
           REWRITE STANDING-INSTRUCTION-RECORD
           MOVE 'SUSPEND' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Instruction suspended.'
           .

       ReactivateStandingEntry.
           PERFORM AcceptInstructionId
           PERFORM ReadStandingByKey
           IF NOT InstructionFound
               DISPLAY 'Instruction not on file.'
               EXIT PARAGRAPH
           END-IF
           IF InstructionActive
               DISPLAY 'Instruction is already active.'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
           SET InstructionActive TO TRUE
           REWRITE STANDING-INSTRUCTION-RECORD
           MOVE 'REACTIVATE' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Instruction reactivated.'
           .

       DeleteStandingEntry.
           PERFORM AcceptInstructionId
           PERFORM ReadStandingByKey
           IF NOT InstructionFound
               DISPLAY 'Instruction not on file.'
           ELSE
               DISPLAY 'Delete instruction ' SI-INSTRUCTION-ID
                   ' - are you sure (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF DeleteConfirmed
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-BEFORE-IMAGE
                   DELETE STANDING-FILE
                   MOVE 'DELETE' TO WS-LOG-ACTION
                   PERFORM WriteMaintLogRecord
                   DISPLAY 'Instruction deleted.'
               END-IF
           END-IF
           .

      * A delete leaves no record behind, so its after image is
      * blank.
       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M07'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE WS-LOG-ACTION     TO ML-ACTION
           MOVE WS-ENTRY-ID       TO ML-KEY
           MOVE WS-BEFORE-IMAGE   TO ML-BEFORE-IMAGE
           MOVE SPACES            TO ML-AFTER-IMAGE
           IF WS-LOG-ACTION NOT = 'DELETE'
               MOVE STANDING-INSTRUCTION-RECORD TO ML-AFTER-IMAGE
           END-IF
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .
