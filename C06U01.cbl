       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06U01.
       AUTHOR. Andrei Stoica.
      * Operator PIN hash, shared by the C06M01 sign-on check and the
      * C06M06 operator maintenance screen so both arrive at the same
      * value.  Only the hash is ever stored on OPERMAST.DAT - the
      * PIN itself is never written anywhere.  The operator ID is
      * folded in ahead of the PIN, so two operators who pick the
      * same PIN still carry different hashes.  Each character is
      * folded in twice over, with the running value kept below a
      * ten-digit prime.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-INPUT                          PIC X(16).
       01 WS-HASH-WORK                           PIC 9(13).
       01 WS-HASH-QUOTIENT                       PIC 9(13).
       01 WS-CHAR-IX                             PIC 9(4) COMP.
       01 WS-PASS                                PIC 9(4) COMP.

       LINKAGE SECTION.
       01 HashOperatorId                         PIC X(8).
       01 HashPin                                PIC X(8).
       01 HashValue                              PIC 9(10).

       PROCEDURE DIVISION USING HashOperatorId HashPin HashValue.
       00000-HASH-PIN.

           MOVE HashOperatorId TO WS-HASH-INPUT(1:8)
           MOVE HashPin        TO WS-HASH-INPUT(9:8)
           MOVE 7 TO WS-HASH-WORK

           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
               PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                       UNTIL WS-CHAR-IX > 16
                   COMPUTE WS-HASH-WORK = WS-HASH-WORK * 131
                       + FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IX:1))
                       + WS-PASS
                   DIVIDE WS-HASH-WORK BY 9999999967
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-WORK
               END-PERFORM
           END-PERFORM

           MOVE WS-HASH-WORK TO HashValue

           GOBACK.
