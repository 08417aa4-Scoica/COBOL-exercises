      * at the C06M01 menu, the name the shift roster knows them by,
      * and their access level.  Level 1 reaches the calculators and
      * inquiries; level 2 (supervisor) also reaches requestor, rate
      * and approval maintenance.  OPERMAST.DAT is maintained with
      * C06M06, supervisor-only, which logs every change.
      * C06M01 asks for the operator's PIN at sign-on and compares
      * its C06U01 hash with OP-PIN-HASH; the PIN itself is never
      * stored.  Three failed attempts in a row lock the ID until a
      * supervisor reinstates it, and a PIN older than the menu's
      * expiry period must be changed before the menu opens.  A PIN
      * set date of zeros marks a PIN a supervisor has just issued,
      * which the operator must replace at first sign-on; a record
      * with no hash yet (one keyed before PINs were introduced) is
      * refused sign-on until a supervisor issues a PIN in C06M06.
      * A status of SPACE on those older records counts as active.
       01 OPERATOR-MASTER-RECORD.
          05 OP-OPERATOR-ID                  PIC X(8).
          05 OP-NAME                         PIC X(35).
          05 OP-ACCESS-LEVEL                 PIC 9.
             88 OperatorLevel        VALUE 1.
             88 SupervisorLevel      VALUE 2 THRU 9.
          05 OP-STATUS                       PIC X.
             88 OperatorActive       VALUE 'A', SPACE.
             88 OperatorSuspended    VALUE 'S'.
             88 OperatorLocked       VALUE 'L'.
          05 OP-PIN-HASH                     PIC 9(10).
          05 OP-PIN-SET-DATE                 PIC X(8).
             88 PinMustChange        VALUE '00000000'.
          05 OP-FAILED-ATTEMPTS              PIC 9.
