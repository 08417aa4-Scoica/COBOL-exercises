      * The thresholds file carries two numbers: the maximum
      * acceptable exceptions written as a percentage of records
      * read, and the maximum open records allowed on C06E01X.DAT.
      * A night that C06E05 had to restart is judged on its last
      * attempt - the failure it recovered from is not a breach -
      * but the report notes that the night was recovered and how
      * many steps the restart ran, so a recovered night never
      * passes for a clean one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RUNSUMM.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  RECON-FILE.
       01  RECON-LINE                         PIC X(80).
       01 WS-LOG-LATEST-DATE                     PIC X(8)
                                                 VALUE LOW-VALUES.
       01 WS-LOG-BAD-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-ATTEMPT-BAD-COUNT                   PIC 9(4) VALUE ZERO.
       01 WS-LOG-RECORD-DATE                     PIC X(8).
       01 WS-RESTART-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-RESTART-RERUN-COUNT                 PIC 9(4) VALUE ZERO.
       01 WS-ATTEMPT-RERUN-COUNT                 PIC 9(4) VALUE ZERO.

       01 WS-RECON-DISCREPANCIES                 PIC 9(7) VALUE ZERO.
       01 WS-RECON-SEEN-FLAG                     PIC X VALUE 'N'.
           .

      * The run log is cumulative, so only the latest night - the
      * newest run date on the log, or start date for records logged
      * before the run date was carried - is judged.  Each NIGHTLY
      * RUN record closes an attempt, and only the last attempt's
      * failures count; a restart that recovered the night is noted
      * rather than breached.
       CheckRunLog.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO WS-LOG-LATEST-DATE
           MOVE ZERO TO WS-LOG-BAD-COUNT
           MOVE ZERO TO WS-ATTEMPT-BAD-COUNT
           MOVE ZERO TO WS-RESTART-COUNT
           MOVE ZERO TO WS-RESTART-RERUN-COUNT
           MOVE ZERO TO WS-ATTEMPT-RERUN-COUNT

           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = '00'

           PERFORM ReadRunLogRecord
           PERFORM UNTIL EndOfFile
               PERFORM SetLogRecordDate
               IF WS-LOG-RECORD-DATE > WS-LOG-LATEST-DATE
                   MOVE WS-LOG-RECORD-DATE TO WS-LOG-LATEST-DATE
               END-IF
               PERFORM ReadRunLogRecord
           END-PERFORM
           OPEN INPUT RUN-LOG-FILE
           PERFORM ReadRunLogRecord
           PERFORM UNTIL EndOfFile
               PERFORM SetLogRecordDate
               IF WS-LOG-RECORD-DATE = WS-LOG-LATEST-DATE
                   PERFORM NoteLatestNightRecord
               END-IF
               PERFORM ReadRunLogRecord
           END-PERFORM
           CLOSE RUN-LOG-FILE

      * Steps logged after the last NIGHTLY RUN record belong to an
      * attempt that never closed - a driver that died mid-night.
           IF WS-ATTEMPT-BAD-COUNT > ZERO
               MOVE WS-ATTEMPT-BAD-COUNT TO WS-LOG-BAD-COUNT
           END-IF

           IF WS-RESTART-COUNT > ZERO
               AND WS-LOG-BAD-COUNT = ZERO
               MOVE WS-RESTART-RERUN-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'NOTE - NIGHT OF ' DELIMITED BY SIZE
                   WS-LOG-LATEST-DATE    DELIMITED BY SIZE
                   ' RECOVERED BY RESTART - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT         DELIMITED BY SIZE
                   ' STEPS RERUN'        DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-LOG-BAD-COUNT > ZERO
               MOVE WS-LOG-BAD-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
           END-IF
           .

       SetLogRecordDate.
           IF RL-RUN-DATE = SPACE
               MOVE RL-START-TIMESTAMP(1:8) TO WS-LOG-RECORD-DATE
           ELSE
               MOVE RL-RUN-DATE TO WS-LOG-RECORD-DATE
           END-IF
           .

       NoteLatestNightRecord.
           IF RL-OUTCOME = 'FAIL'
               OR RL-OUTCOME = 'STOPPED'
               OR RL-OUTCOME = 'UNKNOWN'
               ADD 1 TO WS-ATTEMPT-BAD-COUNT
           END-IF
           IF RestartRunRecord
               AND RL-STEP-NAME NOT = 'NIGHTLY RUN'
               AND RL-OUTCOME NOT = 'DONE'
               AND RL-OUTCOME NOT = 'SKIPPED'
               ADD 1 TO WS-ATTEMPT-RERUN-COUNT
           END-IF
      * A normal attempt after a restart starts the night over, so
      * only restarts since the last normal attempt are counted.
           IF RL-STEP-NAME = 'NIGHTLY RUN'
               MOVE WS-ATTEMPT-BAD-COUNT TO WS-LOG-BAD-COUNT
               MOVE ZERO TO WS-ATTEMPT-BAD-COUNT
               IF RestartRunRecord
                   ADD 1 TO WS-RESTART-COUNT
                   ADD WS-ATTEMPT-RERUN-COUNT
                       TO WS-RESTART-RERUN-COUNT
               ELSE
                   MOVE ZERO TO WS-RESTART-COUNT
                   MOVE ZERO TO WS-RESTART-RERUN-COUNT
               END-IF
               MOVE ZERO TO WS-ATTEMPT-RERUN-COUNT
           END-IF
           .

       ReadRunLogRecord.
           READ RUN-LOG-FILE
               AT END SET EndOfFile TO TRUE
