       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M06.
       AUTHOR. Andrei Stoica.
      * Maintains the operator master OPERMAST.DAT, which used to be
      * edited by hand - so anyone with file access could raise
      * themselves to supervisor level.  Reached only through the
      * supervisor functions of the C06M01 menu.  Operators can be
      * listed, added, changed, suspended and reinstated; reinstating
      * also clears a lockout left by three failed PIN attempts.  A
      * supervisor may not change their own access level or suspend
      * themselves.
      * A new operator, or one whose PIN is reset here, gets a PIN
      * issued by the supervisor that must be replaced at first
      * sign-on; only its C06U01 hash is kept.  An operator keyed
      * before PINs cannot sign on until one is issued through the
      * change option.
      * As in C06M03 the master is small and line sequential, so it
      * is held in core and written back whole on exit.  Every add,
      * change, suspend and reinstate writes a before/after image to
      * the change log C06M06L.DAT, attributed to the operator the
      * C06M01 menu captured at sign-on; C06R11 reports over the log.
      * The PIN hash is blanked in the log images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M06L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
           COPY OPERMAST.

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS                     PIC XX.

       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfOperMaster            VALUE 'Y'.

       01 WS-MENU-CHOICE                         PIC X.
          88 ListOperators              VALUE 'L', 'l'.
          88 AddOperator                VALUE 'A', 'a'.
          88 ChangeOperator             VALUE 'C', 'c'.
          88 SuspendOperator            VALUE 'S', 's'.
          88 ReinstateOperator          VALUE 'R', 'r'.
          88 ExitMaintenance            VALUE 'X', 'x'.

      * In-core copy of the operator master, laid out field for field
      * like OPERATOR-MASTER-RECORD; the whole table is written back
      * to OPERMAST.DAT on exit.
       01 WS-OPERATOR-TABLE.
          05 WS-TABLE-COUNT                      PIC 9(4) VALUE ZERO.
          05 WS-TABLE-ENTRY OCCURS 100 TIMES.
             10 WS-TBL-OPERATOR-ID               PIC X(8).
             10 WS-TBL-NAME                      PIC X(35).
             10 WS-TBL-ACCESS-LEVEL              PIC 9.
             10 WS-TBL-STATUS                    PIC X.
             10 WS-TBL-PIN-HASH                  PIC 9(10).
             10 WS-TBL-PIN-SET-DATE              PIC X(8).
             10 WS-TBL-FAILED-ATTEMPTS           PIC 9.

       01 WS-TBL-IX                              PIC 9(4) COMP.

       01 WS-FOUND-IX                            PIC 9(4) COMP.

       01 WS-FOUND-FLAG                          PIC X VALUE 'N'.
          88 OperatorFound              VALUE 'Y'.

       01 WS-ENTRY-ID                            PIC X(8).
       01 WS-ENTRY                               PIC X(35).

       01 WS-CHANGED-FLAG                        PIC X VALUE 'N'.
          88 TableChanged               VALUE 'Y'.

       01 WS-OVERFLOW-FLAG                       PIC X VALUE 'N'.
          88 TableOverflowed            VALUE 'Y'.

       01 WS-LEVEL-ENTRY                         PIC X.

       01 WS-CONFIRM                             PIC X.
          88 ResetConfirmed             VALUE 'Y', 'y'.

       01 WS-NEW-PIN                             PIC X(8).
       01 WS-CONFIRM-PIN                         PIC X(8).
       01 WS-PIN-HASH                            PIC 9(10).

       01 WS-PIN-VALID-FLAG                      PIC X VALUE 'N'.
          88 PinValid                   VALUE 'Y'.

       01 WS-CHAR-IX                             PIC 9(4) COMP.
       01 WS-DIGIT-COUNT                         PIC 9(4) COMP.

       01 WS-SHOW-STATUS                         PIC X(9).
       01 WS-SHOW-PIN-DATE                       PIC X(8).

       01 WS-LOG-ACTION                          PIC X(10).
       01 WS-BEFORE-IMAGE                        PIC X(100).

      * Log image of an operator entry; the PIN hash is blanked
      * before it reaches the change log.
       01 WS-LOG-IMAGE.
          05 WS-LOG-OPERATOR-ID                  PIC X(8).
          05 WS-LOG-NAME                         PIC X(35).
          05 WS-LOG-ACCESS-LEVEL                 PIC 9.
          05 WS-LOG-STATUS                       PIC X.
          05 WS-LOG-PIN-HASH                     PIC X(10).
          05 WS-LOG-PIN-SET-DATE                 PIC X(8).
          05 WS-LOG-FAILED-ATTEMPTS              PIC 9.

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-MAINTAIN-OPERATORS.

      * The menu CALLs this program repeatedly in one session and
      * working storage keeps its last-used state between CALLs;
      * without these resets a second entry would reload the master
      * on top of the previous call's entries.
           MOVE ZERO TO WS-TABLE-COUNT
           MOVE SPACE TO WS-MENU-CHOICE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-CHANGED-FLAG
           MOVE 'N' TO WS-OVERFLOW-FLAG

           PERFORM LoadOperatorTable

      * Saving rewrites OPERMAST.DAT from the in-core table, so a
      * load that could not hold every record must never reach the
      * save - it would silently delete the dropped operators.
           IF TableOverflowed
               DISPLAY 'Operator master holds more than 100 records '
                   '- maintenance stopped before any could be lost.'
               GOBACK
           END-IF

           PERFORM UNTIL ExitMaintenance
               DISPLAY ' '
               DISPLAY 'Operator master maintenance'
               DISPLAY 'L)ist  A)dd  C)hange  S)uspend  R)einstate  '
                   'X)it'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE TRUE
               WHEN ListOperators
                   PERFORM ListOperatorTable
               WHEN AddOperator
                   PERFORM AddOperatorEntry
               WHEN ChangeOperator
                   PERFORM ChangeOperatorEntry
               WHEN SuspendOperator
                   PERFORM SuspendOperatorEntry
               WHEN ReinstateOperator
                   PERFORM ReinstateOperatorEntry
               WHEN ExitMaintenance
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice - please try again.'
               END-EVALUATE
           END-PERFORM

           IF TableChanged
               PERFORM SaveOperatorTable
               DISPLAY 'Operator master updated.'
           ELSE
               DISPLAY 'Operator master unchanged.'
           END-IF

           GOBACK.

       LoadOperatorTable.
           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY 'Operator master OPERMAST.DAT not found - '
                   'starting a new one.'
           ELSE
               PERFORM ReadOperMasterRecord
               PERFORM UNTIL EndOfOperMaster
                   IF WS-TABLE-COUNT = 100
                       MOVE 'Y' TO WS-OVERFLOW-FLAG
                   END-IF
                   IF WS-TABLE-COUNT < 100
                       ADD 1 TO WS-TABLE-COUNT
                       MOVE OPERATOR-MASTER-RECORD
                           TO WS-TABLE-ENTRY(WS-TABLE-COUNT)
                   END-IF
                   PERFORM ReadOperMasterRecord
               END-PERFORM
               CLOSE OPERMAST-FILE
           END-IF
           .

       ReadOperMasterRecord.
           READ OPERMAST-FILE
               AT END SET EndOfOperMaster TO TRUE
           END-READ
           .

       ListOperatorTable.
           DISPLAY ' '
           DISPLAY 'ID       NAME                                LV '
               'STATUS    PIN SET  FAILS'
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-TABLE-COUNT
               EVALUATE WS-TBL-STATUS(WS-TBL-IX)
               WHEN 'S'
                   MOVE 'SUSPENDED' TO WS-SHOW-STATUS
               WHEN 'L'
                   MOVE 'LOCKED' TO WS-SHOW-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-SHOW-STATUS
               END-EVALUATE
               EVALUATE TRUE
               WHEN WS-TBL-PIN-HASH(WS-TBL-IX) NOT NUMERIC
               WHEN WS-TBL-PIN-HASH(WS-TBL-IX) = ZERO
                   MOVE 'NO PIN' TO WS-SHOW-PIN-DATE
               WHEN WS-TBL-PIN-SET-DATE(WS-TBL-IX) = '00000000'
                   MOVE 'ISSUED' TO WS-SHOW-PIN-DATE
               WHEN OTHER
                   MOVE WS-TBL-PIN-SET-DATE(WS-TBL-IX)
                       TO WS-SHOW-PIN-DATE
               END-EVALUATE
               DISPLAY WS-TBL-OPERATOR-ID(WS-TBL-IX) ' '
                   WS-TBL-NAME(WS-TBL-IX) ' '
                   WS-TBL-ACCESS-LEVEL(WS-TBL-IX) '  '
                   WS-SHOW-STATUS ' '
                   WS-SHOW-PIN-DATE ' '
                   WS-TBL-FAILED-ATTEMPTS(WS-TBL-IX)
           END-PERFORM
           .

       FindOperatorEntry.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-TABLE-COUNT
               IF WS-TBL-OPERATOR-ID(WS-TBL-IX) = WS-ENTRY-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-TBL-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       AddOperatorEntry.
           DISPLAY 'Operator ID - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID = SPACE
               DISPLAY 'Operator ID may not be blank.'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindOperatorEntry
           IF OperatorFound
               DISPLAY 'Operator ID already on the master.'
               EXIT PARAGRAPH
           END-IF
           IF WS-TABLE-COUNT NOT < 100
               DISPLAY 'Operator master is full.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Name as on the shift roster - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY = SPACE
               DISPLAY 'Name may not be blank - operator not added.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Access level (1 operator, 2-9 supervisor) - '
               WITH NO ADVANCING
           ACCEPT WS-LEVEL-ENTRY
           IF WS-LEVEL-ENTRY < '1' OR WS-LEVEL-ENTRY > '9'
               DISPLAY 'Access level must be 1 to 9 - operator not '
                   'added.'
               EXIT PARAGRAPH
           END-IF

           PERFORM EnterIssuedPin
           IF NOT PinValid
               DISPLAY 'Operator not added.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-TABLE-COUNT TO WS-FOUND-IX
           MOVE WS-ENTRY-ID    TO WS-TBL-OPERATOR-ID(WS-FOUND-IX)
           MOVE WS-ENTRY       TO WS-TBL-NAME(WS-FOUND-IX)
           MOVE WS-LEVEL-ENTRY TO WS-TBL-ACCESS-LEVEL(WS-FOUND-IX)
           MOVE 'A'            TO WS-TBL-STATUS(WS-FOUND-IX)
           MOVE WS-PIN-HASH    TO WS-TBL-PIN-HASH(WS-FOUND-IX)
           MOVE '00000000'     TO WS-TBL-PIN-SET-DATE(WS-FOUND-IX)
           MOVE ZERO           TO WS-TBL-FAILED-ATTEMPTS(WS-FOUND-IX)
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'Y' TO WS-CHANGED-FLAG
           MOVE 'ADD' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Operator added - the issued PIN must be changed '
               'at first sign-on.'
           .

       ChangeOperatorEntry.
           DISPLAY 'Operator ID - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FindOperatorEntry
           IF NOT OperatorFound
               DISPLAY 'Operator ID not on the master.'
               EXIT PARAGRAPH
           END-IF

           PERFORM SnapshotBeforeImage

           DISPLAY 'Name (ENTER keeps current) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO WS-TBL-NAME(WS-FOUND-IX)
           END-IF

           DISPLAY 'Access level (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-LEVEL-ENTRY
           EVALUATE TRUE
           WHEN WS-LEVEL-ENTRY = SPACE
               CONTINUE
           WHEN WS-LEVEL-ENTRY < '1' OR WS-LEVEL-ENTRY > '9'
               DISPLAY 'Access level must be 1 to 9 - not changed.'
           WHEN WS-ENTRY-ID = OperatorName(1:8)
               DISPLAY 'You may not change your own access level - '
                   'not changed.'
           WHEN OTHER
               MOVE WS-LEVEL-ENTRY
                   TO WS-TBL-ACCESS-LEVEL(WS-FOUND-IX)
           END-EVALUATE

      * An operator keyed before PINs has none to reset; issuing one
      * here is the only way such an ID can sign on.
           IF WS-TBL-PIN-HASH(WS-FOUND-IX) NOT NUMERIC
               OR WS-TBL-PIN-HASH(WS-FOUND-IX) = ZERO
               DISPLAY 'No PIN issued - issue one (Y/N)? '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Reset PIN (Y/N)? ' WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRM
           IF ResetConfirmed
               PERFORM EnterIssuedPin
               IF PinValid
                   MOVE WS-PIN-HASH
                       TO WS-TBL-PIN-HASH(WS-FOUND-IX)
                   MOVE '00000000'
                       TO WS-TBL-PIN-SET-DATE(WS-FOUND-IX)
                   MOVE ZERO
                       TO WS-TBL-FAILED-ATTEMPTS(WS-FOUND-IX)
               ELSE
                   DISPLAY 'PIN not reset.'
               END-IF
           END-IF

           MOVE 'Y' TO WS-CHANGED-FLAG
           MOVE 'CHANGE' TO WS-LOG-ACTION
           PERFORM WriteMaintLogRecord
           DISPLAY 'Operator changed.'
           .

       SuspendOperatorEntry.
           DISPLAY 'Operator ID - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FindOperatorEntry
           EVALUATE TRUE
           WHEN NOT OperatorFound
               DISPLAY 'Operator ID not on the master.'
           WHEN WS-ENTRY-ID = OperatorName(1:8)
               DISPLAY 'You may not suspend yourself.'
           WHEN WS-TBL-STATUS(WS-FOUND-IX) = 'S'
               DISPLAY 'Operator is already suspended.'
           WHEN OTHER
               PERFORM SnapshotBeforeImage
               MOVE 'S' TO WS-TBL-STATUS(WS-FOUND-IX)
               MOVE 'Y' TO WS-CHANGED-FLAG
               MOVE 'SUSPEND' TO WS-LOG-ACTION
               PERFORM WriteMaintLogRecord
               DISPLAY 'Operator suspended.'
           END-EVALUATE
           .

      * Reinstating lifts a suspension or a PIN lockout alike and
      * starts the failed-attempt count again.
       ReinstateOperatorEntry.
           DISPLAY 'Operator ID - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FindOperatorEntry
           EVALUATE TRUE
           WHEN NOT OperatorFound
               DISPLAY 'Operator ID not on the master.'
           WHEN WS-TBL-STATUS(WS-FOUND-IX) NOT = 'S'
               AND WS-TBL-STATUS(WS-FOUND-IX) NOT = 'L'
               DISPLAY 'Operator is neither suspended nor locked.'
           WHEN OTHER
               PERFORM SnapshotBeforeImage
               MOVE 'A' TO WS-TBL-STATUS(WS-FOUND-IX)
               MOVE ZERO TO WS-TBL-FAILED-ATTEMPTS(WS-FOUND-IX)
               MOVE 'Y' TO WS-CHANGED-FLAG
               MOVE 'REINSTATE' TO WS-LOG-ACTION
               PERFORM WriteMaintLogRecord
               DISPLAY 'Operator reinstated.'
           END-EVALUATE
           .

      * The supervisor keys the issued PIN twice; it is hashed
      * against the operator ID being maintained.
       EnterIssuedPin.
           MOVE 'N' TO WS-PIN-VALID-FLAG
           DISPLAY 'Issued PIN (4 to 8 digits) - ' WITH NO ADVANCING
           ACCEPT WS-NEW-PIN
           DISPLAY 'Issued PIN again - ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PIN
           PERFORM ValidatePin
           IF PinValid AND WS-NEW-PIN NOT = WS-CONFIRM-PIN
               DISPLAY 'The two PINs do not match.'
               MOVE 'N' TO WS-PIN-VALID-FLAG
           END-IF
           IF PinValid
               CALL 'C06U01' USING WS-ENTRY-ID WS-NEW-PIN
                   WS-PIN-HASH
           END-IF
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-CONFIRM-PIN
           .

      * Four to eight digits, left-justified, nothing after them.
       ValidatePin.
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
               DISPLAY 'A PIN is 4 to 8 digits.'
           END-IF
           .

       SnapshotBeforeImage.
           MOVE WS-TABLE-ENTRY(WS-FOUND-IX) TO WS-LOG-IMAGE
           MOVE SPACES TO WS-LOG-PIN-HASH
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-LOG-IMAGE TO WS-BEFORE-IMAGE
           .

       WriteMaintLogRecord.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINT-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
           MOVE 'C06M06'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE WS-LOG-ACTION     TO ML-ACTION
           MOVE WS-ENTRY-ID       TO ML-KEY
           MOVE WS-BEFORE-IMAGE   TO ML-BEFORE-IMAGE
           MOVE WS-TABLE-ENTRY(WS-FOUND-IX) TO WS-LOG-IMAGE
           MOVE SPACES TO WS-LOG-PIN-HASH
           MOVE SPACES            TO ML-AFTER-IMAGE
           MOVE WS-LOG-IMAGE      TO ML-AFTER-IMAGE
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .

       SaveOperatorTable.
           OPEN OUTPUT OPERMAST-FILE
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-TABLE-COUNT
               MOVE WS-TABLE-ENTRY(WS-TBL-IX)
                   TO OPERATOR-MASTER-RECORD
               WRITE OPERATOR-MASTER-RECORD
           END-PERFORM
           CLOSE OPERMAST-FILE
           .
