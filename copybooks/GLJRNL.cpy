      * General-ledger journal written by C06E10 to C06E10J.DAT from
      * a completed run's C06E01C.DAT accounting export, for
      * accounting to post without re-keying.  One header ('H'),
      * one debit and one credit detail line ('D') per non-zero
      * posting, and one trailer ('T'); every record carries the
      * journal number.  Debits are signed positive and credits
      * negative, so the trailer control total - the sum of every
      * detail amount - is zero for a balanced journal.
       01 GL-JOURNAL-RECORD.
          05 JE-RECORD-TYPE                  PIC X.
             88 JournalHeader        VALUE 'H'.
             88 JournalDetail        VALUE 'D'.
             88 JournalTrailer       VALUE 'T'.
          05 JE-JOURNAL-NO                   PIC X(12).
          05 JE-LINE.
             10 JE-LINE-NO                   PIC 9(6).
             10 JE-ACCOUNT                   PIC X(12).
             10 JE-DC-FLAG                   PIC X.
                88 DebitLine         VALUE 'D'.
                88 CreditLine        VALUE 'C'.
             10 JE-AMOUNT                    PIC S9(9)V99
                                              SIGN IS LEADING SEPARATE.
             10 JE-BATCH-ID                  PIC X(10).
             10 JE-REQUESTOR                 PIC X(20).
             10 JE-DEPARTMENT                PIC X(10).
             10 JE-OPERATOR                  PIC X.
             10 FILLER                       PIC X(8).
          05 JE-HEADER REDEFINES JE-LINE.
             10 JE-HDR-RUN-DATE              PIC X(8).
             10 JE-HDR-CREATED               PIC X(14).
             10 JE-HDR-SOURCE                PIC X(12).
             10 FILLER                       PIC X(46).
          05 JE-TRAILER REDEFINES JE-LINE.
             10 JE-TRL-LINE-COUNT            PIC 9(7).
             10 JE-TRL-DEBIT-TOTAL           PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
             10 JE-TRL-CREDIT-TOTAL          PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
             10 JE-TRL-CONTROL-TOTAL         PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
             10 FILLER                       PIC X(31).
