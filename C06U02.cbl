       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06U02.
       AUTHOR. Andrei Stoica.
      * Audit-trail check value, shared by C06E01, which stamps it on
      * every AUDIT-RECORD it writes, and the C06R14 integrity check,
      * which recomputes it.  The value is chained: the previous
      * record's check value is folded in first and then every
      * character of this record up to the check value itself, so
      * editing a record breaks its own value and deleting or
      * inserting one breaks the value of the record after it.  The
      * running value is kept below a ten-digit prime, the same way
      * C06U01 hashes a PIN.  The first record of the chain - and the
      * first after records written before the check value existed -
      * chains from zero.
      * The rate code that follows the check value on a rate posting
      * is folded in after the rest of the record; a record without
      * one - every record written before the field existed - is
      * checked exactly as before.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CHAIN-WORK                          PIC 9(13).
       01 WS-CHAIN-QUOTIENT                      PIC 9(13).
       01 WS-CHAR-IX                             PIC 9(4) COMP.

       LINKAGE SECTION.
       01 ChainRecord                            PIC X(124).
       01 ChainPrior                             PIC 9(10).
       01 ChainValue                             PIC 9(10).

       PROCEDURE DIVISION USING ChainRecord ChainPrior ChainValue.
       00000-CHAIN-AUDIT-RECORD.

           MOVE ChainPrior TO WS-CHAIN-WORK

           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 106
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-WORK * 131
                   + FUNCTION ORD(ChainRecord(WS-CHAR-IX:1))
               DIVIDE WS-CHAIN-WORK BY 9999999967
                   GIVING WS-CHAIN-QUOTIENT
                   REMAINDER WS-CHAIN-WORK
           END-PERFORM

           IF ChainRecord(117:8) NOT = SPACE
               PERFORM VARYING WS-CHAR-IX FROM 117 BY 1
                       UNTIL WS-CHAR-IX > 124
                   COMPUTE WS-CHAIN-WORK = WS-CHAIN-WORK * 131
                       + FUNCTION ORD(ChainRecord(WS-CHAR-IX:1))
                   DIVIDE WS-CHAIN-WORK BY 9999999967
                       GIVING WS-CHAIN-QUOTIENT
                       REMAINDER WS-CHAIN-WORK
               END-PERFORM
           END-IF

           MOVE WS-CHAIN-WORK TO ChainValue

           GOBACK.
