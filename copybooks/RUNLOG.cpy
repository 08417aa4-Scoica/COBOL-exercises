      * Run-control log record written by the C06E05 nightly driver
      * to C06E05L.DAT - one record per step with its start and end
      * times and outcome, and a NIGHTLY RUN record closing each
      * attempt - and read back by the C06R07 morning health check
      * and by C06E05 itself when restarting a failed night.
      * RL-RUN-DATE is the processing date the step ran for, which a
      * restart the next morning keeps; RL-STEP-NO is the step's
      * place on the calendar (zero for the classic sequence and the
      * NIGHTLY RUN record) and RL-STEP-PARM the calendar parameter
      * it was given.  RL-CALENDAR-CHECK is a check value over the
      * calendar's steps and the day type of the run date, so a
      * restart can tell that the calendar changed since the failed
      * run.  Records written by a restart carry 'R' in
      * RL-RUN-MODE; steps a restart found already complete are
      * logged with outcome DONE.  Records logged before these
      * fields were added hold spaces in them.
       01 RUN-LOG-RECORD.
          05 RL-STEP-NAME                    PIC X(20).
          05 RL-START-TIMESTAMP              PIC X(26).
          05 RL-END-TIMESTAMP                PIC X(26).
          05 RL-OUTCOME                      PIC X(8).
          05 RL-RUN-DATE                     PIC X(8).
          05 RL-STEP-NO                      PIC 99.
          05 RL-STEP-PARM                    PIC X(20).
          05 RL-RUN-MODE                     PIC X.
             88 NormalRunRecord      VALUE 'N', SPACE.
             88 RestartRunRecord     VALUE 'R'.
          05 RL-CALENDAR-CHECK               PIC 9(10).
