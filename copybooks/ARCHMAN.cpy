      * Archive manifest record, one per C06E04 archival run, on
      * C06E04M.DAT: the archive file written, the date range and
      * record count it holds and its AR-RESULT hash total, so we
      * can prove nothing was lost.  MF-LAST-SEQUENCE is the highest
      * AR-SEQUENCE-NO rolled out to the archive, so C06E01 can carry
      * the posting numbers on even when every record has left the
      * live trail.  MF-LAST-CHAIN-VALUE is that record's check value,
      * so the chain carries on the same way; C06R14 checks each
      * archive's count, hash total and last number against its
      * manifest record.
       01 MANIFEST-RECORD.
          05 MF-ARCHIVE-NAME                 PIC X(20).
          05 MF-FROM-DATE                    PIC X(8).
          05 MF-TO-DATE                      PIC X(8).
          05 MF-RECORD-COUNT                 PIC 9(8).
          05 MF-HASH-TOTAL                   PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
          05 MF-LAST-SEQUENCE                PIC 9(9).
          05 MF-LAST-CHAIN-VALUE             PIC 9(10).
