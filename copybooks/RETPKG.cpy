      * Department return-package record: what C06E12 sends back to
      * each department after a completed C06E01 run, one file per
      * department (C06E12-dept.DAT).  An 'H' header names the
      * department and run date; 'R' records are the department's
      * results from C06E01R.DAT, 'X' records its open rejections
      * from C06E01X.DAT and 'P' records its transactions still held
      * for approval on C06E01P.DAT; the 'T' trailer carries the
      * count and hash total of each kind so the department can
      * prove it received the whole package.  The result hash is the
      * sum of the results; the rejection and held hashes are Num1
      * plus Num2, as on the feeder trailer.
       01 RETURN-PACKAGE-RECORD.
          05 RP-RECORD-TYPE                  PIC X.
             88 ReturnHeader         VALUE 'H'.
             88 ReturnResult         VALUE 'R'.
             88 ReturnRejection      VALUE 'X'.
             88 ReturnHeld           VALUE 'P'.
             88 ReturnTrailer        VALUE 'T'.
          05 RP-DETAIL.
             10 RP-BATCH-ID                  PIC X(10).
             10 RP-REQUESTOR                 PIC X(20).
             10 RP-NUM1                      PIC S9(7)V99
                                              SIGN IS LEADING SEPARATE.
             10 RP-NUM2                      PIC S9(7)V99
                                              SIGN IS LEADING SEPARATE.
             10 RP-OPERATOR                  PIC X.
             10 RP-RESULT                    PIC -(7)9.99.
             10 RP-SEQUENCE-NO               PIC 9(9).
             10 RP-ENTRY-TYPE                PIC X.
             10 RP-REASON                    PIC X(40).
             10 RP-ITEM-TIMESTAMP            PIC X(26).
          05 RP-HEADER REDEFINES RP-DETAIL.
             10 RP-HDR-DEPARTMENT            PIC X(10).
             10 RP-HDR-RUN-DATE              PIC X(8).
             10 RP-HDR-SOURCE-SYSTEM         PIC X(10).
             10 FILLER                       PIC X(110).
          05 RP-TRAILER REDEFINES RP-DETAIL.
             10 RP-TRL-RESULT-COUNT          PIC 9(7).
             10 RP-TRL-RESULT-HASH           PIC S9(9)V99
                                              SIGN IS LEADING SEPARATE.
             10 RP-TRL-REJECT-COUNT          PIC 9(7).
             10 RP-TRL-REJECT-HASH           PIC S9(9)V99
                                              SIGN IS LEADING SEPARATE.
             10 RP-TRL-HELD-COUNT            PIC 9(7).
             10 RP-TRL-HELD-HASH             PIC S9(9)V99
                                              SIGN IS LEADING SEPARATE.
             10 FILLER                       PIC X(81).
