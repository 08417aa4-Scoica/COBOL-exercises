       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06M05.
       AUTHOR. Andrei Stoica.
      * Maintains the general-ledger account map GLMAP.DAT that the
      * C06E10 journal job turns the accounting export into journal
      * lines with, so accounting no longer hand-maps every C06E01C
      * line to a GL account.  One entry per department and
      * operator ('+', '-', '*', '/', '%') names the account debited
      * and the account credited.  Reached from the supervisor
      * functions of the C06M01 menu.
      * The map is indexed on department plus operator, so each
      * action reads, writes or rewrites one record in place, the
      * way C06M02 maintains the requestor master.  Every add,
      * change and delete writes a before/after image to the change
      * log C06M05L.DAT, attributed to the operator the C06M01 menu
      * captured at sign-on; C06R11 reports over the log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "C06M05L.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  MAINT-LOG-FILE.
           COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-STATUS                        PIC XX.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfGlMap                 VALUE 'Y'.

       01 WS-MENU-CHOICE                         PIC X.
          88 ListMappings               VALUE 'L', 'l'.
          88 AddMapping                 VALUE 'A', 'a'.
          88 ChangeMapping              VALUE 'C', 'c'.
          88 DeleteMapping              VALUE 'D', 'd'.
          88 ExitMaintenance            VALUE 'X', 'x'.

       01 WS-FOUND-FLAG                          PIC X VALUE 'N'.
          88 MappingFound               VALUE 'Y'.

       01 WS-KEY-VALID-FLAG                      PIC X VALUE 'N'.
          88 KeyValid                   VALUE 'Y'.

       01 WS-ENTRY-KEY.
          05 WS-ENTRY-DEPARTMENT                 PIC X(10).
          05 WS-ENTRY-OPERATOR                   PIC X.
             88 ValidEntryOperator      VALUE '+', '-', '*', '/', '%'.

       01 WS-ENTRY                               PIC X(35).

       01 WS-CONFIRM                             PIC X.
          88 DeleteConfirmed            VALUE 'Y', 'y'.

       01 WS-MAINT-LOG-STATUS                    PIC XX.

       01 WS-LOG-ACTION                          PIC X(10).
       01 WS-BEFORE-IMAGE                        PIC X(100).

       LINKAGE SECTION.
       01 OperatorName                           PIC X(35).

       PROCEDURE DIVISION USING OperatorName.
       00000-MAINTAIN-GL-MAP.

      * The menu CALLs this program repeatedly in one session and
      * working storage keeps its last-used state between CALLs, so
      * the per-call state is re-initialized here.
           MOVE SPACE TO WS-MENU-CHOICE
           MOVE 'N' TO WS-EOF-FLAG

           PERFORM OpenGlMap
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'Unable to open GL account map GLMAP.DAT'
                   ' - status ' WS-GLMAP-STATUS '.'
               GOBACK
           END-IF

           PERFORM UNTIL ExitMaintenance
               DISPLAY ' '
               DISPLAY 'GL account map maintenance'
               DISPLAY 'L)ist  A)dd  C)hange  D)elete  X)it'
               DISPLAY 'Enter your choice - ' WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE TRUE
               WHEN ListMappings
                   PERFORM ListGlMap
               WHEN AddMapping
                   PERFORM AddGlMapEntry
               WHEN ChangeMapping
                   PERFORM ChangeGlMapEntry
               WHEN DeleteMapping
                   PERFORM DeleteGlMapEntry
               WHEN ExitMaintenance
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice - please try again.'
               END-EVALUATE
           END-PERFORM

           CLOSE GLMAP-FILE

           GOBACK.

      * A missing map is started fresh: created empty, then reopened
      * for update.
       OpenGlMap.
           OPEN I-O GLMAP-FILE
           IF WS-GLMAP-STATUS = '35'
               DISPLAY 'GL account map GLMAP.DAT not found - '
                   'starting a new one.'
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           .

       ListGlMap.
           DISPLAY ' '
           DISPLAY 'DEPT       OP DEBIT        CREDIT       '
               'DESCRIPTION'
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO GM-KEY
           START GLMAP-FILE KEY NOT < GM-KEY
               INVALID KEY SET EndOfGlMap TO TRUE
           END-START

           IF NOT EndOfGlMap
               PERFORM ReadNextGlMapRecord
               PERFORM UNTIL EndOfGlMap
                   DISPLAY GM-DEPARTMENT ' '
                       GM-OPERATOR '  '
                       GM-DEBIT-ACCOUNT ' '
                       GM-CREDIT-ACCOUNT ' '
                       GM-DESCRIPTION
                   PERFORM ReadNextGlMapRecord
               END-PERFORM
           END-IF
           .

       ReadNextGlMapRecord.
           READ GLMAP-FILE NEXT RECORD
               AT END SET EndOfGlMap TO TRUE
           END-READ
           .

      * The key is a department from the requestor master and one of
      * the five calculation operators.
       AcceptGlMapKey.
           MOVE 'Y' TO WS-KEY-VALID-FLAG
           DISPLAY 'Department - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-DEPARTMENT
           DISPLAY 'Operator (+ - * / %) - ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-OPERATOR
           IF WS-ENTRY-DEPARTMENT = SPACE
               DISPLAY 'Department may not be blank.'
               MOVE 'N' TO WS-KEY-VALID-FLAG
           ELSE
               IF NOT ValidEntryOperator
                   DISPLAY 'Operator must be one of + - * / %.'
                   MOVE 'N' TO WS-KEY-VALID-FLAG
               END-IF
           END-IF
           .

       ReadGlMapByKey.
           MOVE 'Y' TO WS-FOUND-FLAG
           MOVE WS-ENTRY-KEY TO GM-KEY
           READ GLMAP-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-FLAG
           END-READ
           .

       AddGlMapEntry.
           PERFORM AcceptGlMapKey
           IF NOT KeyValid
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadGlMapByKey
           IF MappingFound
               DISPLAY 'Department and operator already mapped.'
           ELSE
               MOVE WS-ENTRY-KEY TO GM-KEY
               MOVE SPACE TO GM-DEBIT-ACCOUNT
               MOVE SPACE TO GM-CREDIT-ACCOUNT
               MOVE SPACE TO GM-DESCRIPTION
               PERFORM EnterGlMapDetails
               IF GM-DEBIT-ACCOUNT = SPACE
                   OR GM-CREDIT-ACCOUNT = SPACE
                   DISPLAY 'Both accounts are needed - mapping '
                       'not added.'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY 'Department and operator already '
                           'mapped.'
               END-WRITE
               IF WS-GLMAP-STATUS = '00'
                   MOVE 'ADD' TO WS-LOG-ACTION
                   PERFORM WriteMaintLogRecord
                   DISPLAY 'Mapping added.'
               END-IF
           END-IF
           .

       ChangeGlMapEntry.
           PERFORM AcceptGlMapKey
           IF NOT KeyValid
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadGlMapByKey
           IF NOT MappingFound
               DISPLAY 'Department and operator not mapped.'
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE
               PERFORM EnterGlMapDetails
               REWRITE GL-MAP-RECORD
               MOVE 'CHANGE' TO WS-LOG-ACTION
               PERFORM WriteMaintLogRecord
               DISPLAY 'Mapping changed.'
           END-IF
           .

      * Debit and credit may name the same account only by mistake,
      * and a journal line against itself nets to nothing, so that
      * is refused.
       EnterGlMapDetails.
           DISPLAY 'Debit account (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO GM-DEBIT-ACCOUNT
           END-IF

           DISPLAY 'Credit account (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               IF WS-ENTRY(1:12) = GM-DEBIT-ACCOUNT
                   DISPLAY 'Credit account may not be the debit '
                       'account - kept as it was.'
               ELSE
                   MOVE WS-ENTRY TO GM-CREDIT-ACCOUNT
               END-IF
           END-IF

           DISPLAY 'Description (ENTER keeps current) - '
               WITH NO ADVANCING
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACE
               MOVE WS-ENTRY TO GM-DESCRIPTION
           END-IF
           .

       DeleteGlMapEntry.
           PERFORM AcceptGlMapKey
           IF NOT KeyValid
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadGlMapByKey
           IF NOT MappingFound
               DISPLAY 'Department and operator not mapped.'
           ELSE
               DISPLAY 'Delete mapping ' GM-DEPARTMENT ' '
                   GM-OPERATOR ' - are you sure (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF DeleteConfirmed
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE
                   DELETE GLMAP-FILE
                   MOVE 'DELETE' TO WS-LOG-ACTION
                   PERFORM WriteMaintLogRecord
                   DISPLAY 'Mapping deleted.'
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
           MOVE 'C06M05'          TO ML-PROGRAM
           MOVE OperatorName      TO ML-OPERATOR
           MOVE WS-LOG-ACTION     TO ML-ACTION
           MOVE WS-ENTRY-KEY      TO ML-KEY
           MOVE WS-BEFORE-IMAGE   TO ML-BEFORE-IMAGE
           MOVE SPACES            TO ML-AFTER-IMAGE
           IF WS-LOG-ACTION NOT = 'DELETE'
               MOVE GL-MAP-RECORD TO ML-AFTER-IMAGE
           END-IF
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           .
