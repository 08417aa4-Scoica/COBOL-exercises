      * Closing control totals written by C06M08 to C06M08T.DAT when
      * a month is closed: one record per department for what was
      * posted on the audit trail in the month, and a final record
      * with the department '*PERIOD*' for the month as a whole.
      * Postings count the calculation entries; reversals and C06E13
      * rate adjustments are counted separately, and the result
      * total is the net of all three.  Requestors no longer on
      * REQMAST.DAT, or with no department, count as UNASSIGNED.
      * The file is cumulative, so a month closed, reopened and
      * closed again shows each closing.
       01 CLOSING-TOTAL-RECORD.
          05 CT-PERIOD                       PIC X(6).
          05 CT-DEPARTMENT                   PIC X(10).
          05 CT-POSTING-COUNT                PIC 9(7).
          05 CT-REVERSAL-COUNT               PIC 9(7).
          05 CT-ADJUSTMENT-COUNT             PIC 9(7).
          05 CT-RESULT-TOTAL                 PIC S9(11)V99
                                              SIGN IS LEADING SEPARATE.
          05 CT-CLOSED-BY                    PIC X(35).
          05 CT-CLOSED-TIMESTAMP             PIC X(26).
