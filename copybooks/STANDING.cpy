      * Standing-instruction record: a calculation a department
      * submits on a fixed cycle, kept on the indexed master
      * STANDING.DAT (keyed on SI-INSTRUCTION-ID) instead of being
      * re-keyed into a feeder file every week or month.  Maintained
      * by C06M07; C06E11 turns the instructions due each business
      * day into a CALCREQ feeder for C06E08 to consolidate.
      * An instruction with a rate code generates an 'R' rate
      * detail on that code; one without generates an ordinary
      * detail from Num1, Num2 and the operator.  Frequency is
      * D (every business day), W (weekly on the start date's
      * weekday), M (monthly on the start date's day, or the last
      * day of a shorter month) or Q (every third month, the same
      * way).  Spaces or zeros in the end date leave the instruction
      * open-ended; a suspended instruction generates nothing.
       01 STANDING-INSTRUCTION-RECORD.
          05 SI-INSTRUCTION-ID               PIC X(8).
          05 SI-REQUESTOR                    PIC X(20).
          05 SI-NUM1                         PIC S9(7)V99
                                              SIGN IS LEADING SEPARATE.
          05 SI-NUM2                         PIC S9(7)V99
                                              SIGN IS LEADING SEPARATE.
          05 SI-RATE-CODE                    PIC X(8).
          05 SI-OPERATOR                     PIC X.
          05 SI-FREQUENCY                    PIC X.
             88 FrequencyDaily       VALUE 'D'.
             88 FrequencyWeekly      VALUE 'W'.
             88 FrequencyMonthly     VALUE 'M'.
             88 FrequencyQuarterly   VALUE 'Q'.
             88 ValidFrequency       VALUE 'D', 'W', 'M', 'Q'.
          05 SI-START-DATE                   PIC X(8).
          05 SI-END-DATE                     PIC X(8).
          05 SI-STATUS                       PIC X.
             88 InstructionActive    VALUE 'A'.
             88 InstructionSuspended VALUE 'S'.
          05 SI-DESCRIPTION                  PIC X(25).
