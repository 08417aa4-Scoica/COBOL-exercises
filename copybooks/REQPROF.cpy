      * Requestor amount profile: what a requestor's transactions
      * normally look like, so C06E01 can hold a keying error such as
      * an extra zero on CQ-NUM1 that is still within RQ-MAX-VALUE.
      * One record per requestor on the master, keyed on
      * PF-REQUESTOR-ID in the indexed file REQPROF.DAT, rebuilt from
      * scratch by C06E14 from the postings on the audit trail over
      * a recent window (PF-FROM-DATE to PF-TO-DATE).  Mean, spread
      * (standard deviation) and largest are of the size of Num1,
      * sign ignored; postings later reversed are left out.
      * A requestor with fewer than PF-MIN-SAMPLES postings in the
      * window is marked as having too little history, and C06E01
      * does not check its transactions against the profile.
       01 REQUESTOR-PROFILE-RECORD.
          05 PF-REQUESTOR-ID                 PIC X(20).
          05 PF-STATUS                       PIC X.
             88 ProfileUsable        VALUE 'P'.
             88 ProfileTooLittle     VALUE 'I'.
          05 PF-SAMPLE-COUNT                 PIC 9(7).
          05 PF-MIN-SAMPLES                  PIC 9(3).
          05 PF-MEAN-AMOUNT                  PIC 9(7)V99.
          05 PF-STD-DEVIATION                PIC 9(7)V99.
          05 PF-LARGEST-AMOUNT               PIC 9(7)V99.
          05 PF-FROM-DATE                    PIC X(8).
          05 PF-TO-DATE                      PIC X(8).
          05 PF-BUILT-TIMESTAMP              PIC X(26).
