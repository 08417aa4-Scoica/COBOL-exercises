      * line before its CALL, since programs like C06E04 read their
      * parameters from there.  Without a calendar the driver falls
      * back to the classic four-step sequence.
      * The C06E10 general-ledger journal is a calendar step like the
      * reports, placed after C06E01 so it journals the night's run.
      * So is the C06R13 budget utilization report, after C06E01 so
      * the night's postings are in the month-to-date balances.
      * The C06R14 audit-trail integrity check is meant as a
      * month-end step; it returns 8 on any break, which stops the
      * sequence like any failing step.
      * The C06E11 standing-instruction generator is a daily step
      * placed before C06E08, so the instructions due each business
      * day are consolidated with the department feeders.
      * The C06E12 department return packages follow C06E01, so
      * each department is sent the night's results, rejections and
      * holds.
      * The C06E13 retroactive rate correction is a daily step
      * placed after C06E01 and before C06E10, so its adjustments
      * go out with the night's results and are journaled with them.
      * The C06E14 requestor profile rebuild is meant as a weekly
      * step placed before C06E01, so the week's checks for unusual
      * amounts measure against fresh profiles; the C06R15 anomaly
      * report follows C06E01 with the reports.
      * The C06R16 turnaround service-level report is a weekly step
      * placed after C06E01 and C06E08, so the week's last night of
      * processing is measured.
      * The C06R17 thirteen-month trend report is meant as a
      * month-end step placed after C06E01, so the month just ending
      * is complete in it.
      * RESTART on the command line (optionally followed by the run
      * date, YYYYMMDD; by default the latest night on the run log)
      * resumes a night that stopped on a failed step: the steps
      * already logged as complete for that run date are logged DONE
      * and not run again, and the sequence resumes at the failed
      * step with its calendar parameter.  Each log record carries a
      * check value over the calendar, and a restart is refused when
      * the calendar has changed since the failed run - the steps
      * and parameters to resume with would no longer be the ones
      * that failed.  Restart records are marked on the log so
      * C06R07 can tell a recovered night from a clean one.
      * The driver takes the C06U03 run lock for the whole night, so
      * no one can start an updating program from the menu while it
      * runs; the steps it CALLs take the lock inside its hold.  A
      * night that finds the lock held by someone else does not run,
      * and returns 8 so the scheduler shows it.
      * Before any step the driver runs the C06E15 generation backup
      * of the master and control files, so a file damaged overnight
      * can be put back as it was before the run; a failed backup
      * stops the night before anything is updated.  The backup is
      * logged as a step of its own.  To choose the number of
      * generations kept, list C06E15 on the calendar as the first
      * daily step with the number as its parameter; it then runs
      * there instead.  A restart takes no backup when the night's
      * backup is logged OK or WARN - it was taken before the
      * failure, and taking another would replace it with the failed
      * night's files.  When the backup itself failed, or was never
      * logged, the restart takes it before any update step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      * The processing calendar: 'D' records name a date and its day
      * type (D daily, W weekly, M month-end, H holiday), 'S'
       01 WS-CALENDAR-LOADED-FLAG                PIC X VALUE 'N'.
          88 CalendarLoaded             VALUE 'Y'.

       01 WS-BACKUP-LISTED-FLAG                  PIC X VALUE 'N'.
          88 BackupOnCalendar           VALUE 'Y'.

       01 WS-LAUNCH-WINDOW                       PIC 9(4) VALUE 10.

       01 WS-SECONDS-LEFT                        PIC 9(4) VALUE ZERO.

       01 WS-RUN-PARM                            PIC X(20).

       01 WS-RESTART-FLAG                        PIC X VALUE 'N'.
          88 RestartMode                VALUE 'Y'.

       01 WS-RESTART-ALLOWED-FLAG                PIC X VALUE 'N'.
          88 RestartAllowed             VALUE 'Y'.

       01 WS-STEP-NAME                           PIC X(20).
       01 WS-STEP-NO                             PIC 99 VALUE ZERO.
       01 WS-STEP-PARM                           PIC X(20) VALUE SPACES.
       01 WS-STEP-START                          PIC X(26).
       01 WS-STEP-OUTCOME                        PIC X(8).

             10 WS-STP-PROGRAM                   PIC X(8).
             10 WS-STP-DAY-TYPE                  PIC X.
             10 WS-STP-PARM                      PIC X(20).
             10 WS-STP-DONE-FLAG                 PIC X.
                88 StepAlreadyDone      VALUE 'Y'.

       01 WS-STEP-IX                             PIC 9(4) COMP.

       01 WS-RUN-STEP-FLAG                       PIC X VALUE 'N'.
          88 StepRunsTonight            VALUE 'Y'.

      * Check value over the calendar's step records and the day
      * type of the run date, logged on every run-log record.
       01 WS-CALENDAR-CHECK                      PIC 9(10) VALUE ZERO.
       01 WS-CHECK-WORK                          PIC 9(13).
       01 WS-CHECK-QUOTIENT                      PIC 9(13).
       01 WS-CHECK-DATA                          PIC X(32).
       01 WS-CHECK-IX                            PIC 9(4) COMP.

      * What the run log says about the night being restarted.
       01 WS-LOG-EOF-FLAG                        PIC X VALUE 'N'.
          88 EndOfRunLog                VALUE 'Y'.
       01 WS-LOG-RUN-DATE                        PIC X(8).
       01 WS-LOG-RECORD-COUNT                    PIC 9(6) VALUE ZERO.
       01 WS-LOG-NIGHT-OUTCOME                   PIC X(8) VALUE SPACES.
       01 WS-LOGGED-CHECK                        PIC 9(10) VALUE ZERO.
       01 WS-LOGGED-CHECK-FLAG                   PIC X VALUE 'N'.
          88 LoggedCheckFound           VALUE 'Y'.
       01 WS-DONE-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-ATTEMPT-CLOSED-FLAG                 PIC X VALUE 'N'.
          88 AttemptClosed              VALUE 'Y'.
       01 WS-BACKUP-LOGGED-FLAG                  PIC X VALUE 'N'.
          88 BackupLoggedTonight        VALUE 'Y'.
       01 WS-SHOW-COUNT                          PIC Z(3)9.

      * Run lock on the files shared with the other updating programs.
       01 WS-LOCK-FUNCTION                       PIC X.
       01 WS-LOCK-PROGRAM                        PIC X(8)
                                                 VALUE 'C06E05'.
       01 WS-LOCK-RESULT                         PIC X VALUE 'N'.
          88 RunLockTaken               VALUE 'Y'.
       01 WS-LOCK-RETURN-CODE                    PIC S9(9) COMP.
           COPY RUNLOCK.

       PROCEDURE DIVISION.
       00000-DRIVE-NIGHTLY-RUN.


           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:7) = 'RESTART'
               MOVE 'Y' TO WS-RESTART-FLAG
           END-IF

           IF RestartMode
               PERFORM PrepareRestart
               IF NOT RestartAllowed
                   STOP RUN
               END-IF
           ELSE
               PERFORM LoadCalendar
           END-IF

           PERFORM TakeRunLock
           IF NOT RunLockTaken
               DISPLAY '*** NIGHTLY RUN NOT STARTED - RUN LOCK HELD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT BackupOnCalendar
               IF NOT RestartMode OR NOT BackupLoggedTonight
                   PERFORM RunBackupStep
               END-IF
           END-IF

           IF NOT CalendarLoaded
               DISPLAY 'Processing calendar C06E05C.DAT not found - '
               PERFORM RunCalendarSequence
           END-IF

           MOVE ZERO TO WS-STEP-NO
           MOVE SPACES TO WS-STEP-PARM

           IF SequenceFailed
               MOVE 'NIGHTLY RUN' TO WS-STEP-NAME
               MOVE 'STOPPED' TO WS-STEP-OUTCOME
               PERFORM WriteRunLogRecord
               DISPLAY 'Nightly run complete.'
           END-IF
           PERFORM ReleaseRunLock

           STOP RUN.

                           WS-STP-DAY-TYPE(WS-STEP-COUNT)
                       MOVE CA-STEP-PARM TO
                           WS-STP-PARM(WS-STEP-COUNT)
                       MOVE 'N' TO WS-STP-DONE-FLAG(WS-STEP-COUNT)
                       IF CA-STEP-PROGRAM = 'C06E15'
                           MOVE 'Y' TO WS-BACKUP-LISTED-FLAG
                       END-IF
                       MOVE CALENDAR-RECORD TO WS-CHECK-DATA
                       PERFORM FoldCalendarCheck
                   ELSE
                       DISPLAY 'WARNING - more than 20 steps on the '
                           'processing calendar; extra steps are '
               PERFORM ReadCalendarRecord
           END-PERFORM
           CLOSE CALENDAR-FILE

           MOVE SPACES TO WS-CHECK-DATA
           MOVE WS-TODAY-TYPE TO WS-CHECK-DATA(1:1)
           PERFORM FoldCalendarCheck
           .

      * Folds the 32 bytes in WS-CHECK-DATA into the calendar check
      * value, keeping it below a ten-digit prime.
       FoldCalendarCheck.
           PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX > 32
               COMPUTE WS-CHECK-WORK = WS-CALENDAR-CHECK * 131
                   + FUNCTION ORD(WS-CHECK-DATA(WS-CHECK-IX:1))
               DIVIDE WS-CHECK-WORK BY 9999999967
                   GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-CALENDAR-CHECK
           END-PERFORM
           .

      * Works out which night to restart and which of its steps
      * already completed, and refuses when there is nothing to
      * restart or the calendar no longer matches the failed run.
       PrepareRestart.
           MOVE 'N' TO WS-RESTART-ALLOWED-FLAG
           MOVE SPACES TO WS-LOG-RUN-DATE
           IF WS-RUN-PARM(9:8) NUMERIC
               MOVE WS-RUN-PARM(9:8) TO WS-LOG-RUN-DATE
           ELSE
               PERFORM FindLatestLoggedNight
           END-IF

           IF WS-LOG-RUN-DATE = SPACE
               DISPLAY 'Run log C06E05L.DAT holds no night to '
                   'restart.'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-RUN-DATE TO WS-TODAY
           PERFORM LoadCalendar
           IF NOT CalendarLoaded
               DISPLAY 'Processing calendar C06E05C.DAT not found - '
                   'a night can only be restarted from the calendar.'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM ReadRestartNight

           EVALUATE TRUE
           WHEN WS-LOG-RECORD-COUNT = ZERO
               DISPLAY 'No run is logged for ' WS-TODAY
                   ' - nothing to restart.'
               MOVE 4 TO RETURN-CODE
           WHEN WS-LOG-NIGHT-OUTCOME = 'OK'
               DISPLAY 'The night of ' WS-TODAY ' completed - '
                   'nothing to restart.'
               MOVE 4 TO RETURN-CODE
           WHEN NOT LoggedCheckFound
               DISPLAY 'The night of ' WS-TODAY ' was logged '
                   'without a calendar check value - run its '
                   'remaining steps from the menu.'
               MOVE 8 TO RETURN-CODE
           WHEN WS-LOGGED-CHECK NOT = WS-CALENDAR-CHECK
               DISPLAY '*** PROCESSING CALENDAR HAS CHANGED SINCE '
                   'THE FAILED RUN OF ' WS-TODAY
                   ' - RESTART REFUSED ***'
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               MOVE 'Y' TO WS-RESTART-ALLOWED-FLAG
               MOVE WS-DONE-COUNT TO WS-SHOW-COUNT
               DISPLAY 'Restarting the night of ' WS-TODAY ' - '
                   WS-SHOW-COUNT ' step(s) already complete.'
           END-EVALUATE
           .

      * Records logged before the run date was carried are dated by
      * their start time.
       FindLatestLoggedNight.
           MOVE 'N' TO WS-LOG-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadRunLogRecord
           PERFORM UNTIL EndOfRunLog
               IF RL-RUN-DATE NOT = SPACE
                   IF RL-RUN-DATE > WS-LOG-RUN-DATE
                       MOVE RL-RUN-DATE TO WS-LOG-RUN-DATE
                   END-IF
               ELSE
                   IF RL-START-TIMESTAMP(1:8) > WS-LOG-RUN-DATE
                       MOVE RL-START-TIMESTAMP(1:8) TO WS-LOG-RUN-DATE
                   END-IF
               END-IF
               PERFORM ReadRunLogRecord
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

      * A step logged OK, WARN or DONE for the run date is complete;
      * the last NIGHTLY RUN record says how the latest attempt
      * ended, and the last check value is the calendar it ran with.
      * A normal run started again after an attempt closed begins
      * the night afresh, so what earlier attempts completed is
      * forgotten.  A backup logged OK or WARN means the night's
      * generation exists and a restart need not take it again.
       ReadRestartNight.
           MOVE 'N' TO WS-LOG-EOF-FLAG
           MOVE 'N' TO WS-ATTEMPT-CLOSED-FLAG
           MOVE ZERO TO WS-LOG-RECORD-COUNT
           MOVE ZERO TO WS-DONE-COUNT
           MOVE 'N' TO WS-BACKUP-LOGGED-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadRunLogRecord
           PERFORM UNTIL EndOfRunLog
               IF RL-RUN-DATE = WS-TODAY
                   OR (RL-RUN-DATE = SPACE
                   AND RL-START-TIMESTAMP(1:8) = WS-TODAY)
                   PERFORM NoteRestartLogRecord
               END-IF
               PERFORM ReadRunLogRecord
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

       NoteRestartLogRecord.
           ADD 1 TO WS-LOG-RECORD-COUNT
           IF AttemptClosed AND NormalRunRecord
               MOVE ZERO TO WS-DONE-COUNT
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                   MOVE 'N' TO WS-STP-DONE-FLAG(WS-STEP-IX)
               END-PERFORM
               MOVE 'N' TO WS-BACKUP-LOGGED-FLAG
           END-IF
           MOVE 'N' TO WS-ATTEMPT-CLOSED-FLAG
           IF RL-CALENDAR-CHECK NUMERIC
               MOVE RL-CALENDAR-CHECK TO WS-LOGGED-CHECK
               MOVE 'Y' TO WS-LOGGED-CHECK-FLAG
           END-IF
           IF RL-STEP-NAME = 'NIGHTLY RUN'
               MOVE RL-OUTCOME TO WS-LOG-NIGHT-OUTCOME
               MOVE 'Y' TO WS-ATTEMPT-CLOSED-FLAG
               EXIT PARAGRAPH
           END-IF
           IF RL-STEP-NAME = 'C06E15 BACKUP'
               IF RL-OUTCOME = 'OK' OR RL-OUTCOME = 'WARN'
                   MOVE 'Y' TO WS-BACKUP-LOGGED-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RL-STEP-NO NUMERIC
               AND RL-STEP-NO > ZERO
               AND RL-STEP-NO NOT > WS-STEP-COUNT
               AND (RL-OUTCOME = 'OK' OR RL-OUTCOME = 'WARN'
                   OR RL-OUTCOME = 'DONE')
               IF NOT StepAlreadyDone(RL-STEP-NO)
                   MOVE 'Y' TO WS-STP-DONE-FLAG(RL-STEP-NO)
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-IF
           .

       ReadRunLogRecord.
           READ RUN-LOG-FILE
               AT END SET EndOfRunLog TO TRUE
           END-READ
           .

       ReadCalendarRecord.

       RunCalendarStep.
           MOVE WS-STP-PROGRAM(WS-STEP-IX) TO WS-STEP-NAME
           MOVE WS-STEP-IX TO WS-STEP-NO
           MOVE WS-STP-PARM(WS-STEP-IX) TO WS-STEP-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START

           PERFORM DecideStepRuns

           IF StepAlreadyDone(WS-STEP-IX)
               MOVE 'DONE' TO WS-STEP-OUTCOME
               PERFORM WriteRunLogRecord
               EXIT PARAGRAPH
           END-IF

           IF SequenceFailed OR NOT StepRunsTonight
               MOVE 'SKIPPED' TO WS-STEP-OUTCOME
               PERFORM WriteRunLogRecord
               CALL 'C06E04'
           WHEN 'C06E09'
               CALL 'C06E09'
           WHEN 'C06E10'
               CALL 'C06E10'
           WHEN 'C06R13'
               CALL 'C06R13'
           WHEN 'C06R14'
               CALL 'C06R14'
           WHEN 'C06E11'
               CALL 'C06E11'
           WHEN 'C06E12'
               CALL 'C06E12'
           WHEN 'C06E13'
               CALL 'C06E13'
           WHEN 'C06E14'
               CALL 'C06E14'
           WHEN 'C06R15'
               CALL 'C06R15'
           WHEN 'C06R16'
               CALL 'C06R16'
           WHEN 'C06E15'
               CALL 'C06E15'
           WHEN 'C06R17'
               CALL 'C06R17'
           WHEN OTHER
               DISPLAY 'Unknown step program on the calendar - '
                   WS-STP-PROGRAM(WS-STEP-IX)
      * The classic fixed sequence, kept as the fallback for a
      * missing calendar so night one without the file still runs.
       RunClassicSequence.
           IF NOT SequenceFailed
               PERFORM RunCountdownStep
           END-IF

           IF NOT SequenceFailed
               PERFORM RunBatchStep
           PERFORM WriteRunLogRecord
           .

      * The backup keeps its default number of generations here; an
      * empty command line is placed for it so it does not read the
      * driver's own parameter.  A generation taken but not catalogued
      * is a warning; a file that could not be copied stops the night.
       RunBackupStep.
           MOVE 'C06E15 BACKUP' TO WS-STEP-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START

           MOVE SPACES TO WS-STEP-PARM
           DISPLAY WS-STEP-PARM UPON COMMAND-LINE
           MOVE ZERO TO RETURN-CODE
           CALL 'C06E15'

           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-STEP-OUTCOME
           ELSE
               IF RETURN-CODE < 8
                   MOVE 'WARN' TO WS-STEP-OUTCOME
               ELSE
                   MOVE 'FAIL' TO WS-STEP-OUTCOME
                   MOVE 'Y' TO WS-FAILED-FLAG
               END-IF
           END-IF
           PERFORM WriteRunLogRecord
           .

       RunBatchStep.
           MOVE 'C06E01 BATCH' TO WS-STEP-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
           MOVE WS-STEP-START         TO RL-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP
           MOVE WS-STEP-OUTCOME       TO RL-OUTCOME
           MOVE WS-TODAY              TO RL-RUN-DATE
           MOVE WS-STEP-NO            TO RL-STEP-NO
           MOVE WS-STEP-PARM          TO RL-STEP-PARM
           IF RestartMode
               MOVE 'R' TO RL-RUN-MODE
           ELSE
               MOVE 'N' TO RL-RUN-MODE
           END-IF
           MOVE WS-CALENDAR-CHECK     TO RL-CALENDAR-CHECK
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

      * The holder is shown so the operator knows whom to ask, or the
      * supervisor can judge whether the lock is stale.
       TakeRunLock.
           MOVE 'T' TO WS-LOCK-FUNCTION
           CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
               RUN-LOCK-RECORD WS-LOCK-RESULT
           IF NOT RunLockTaken
               DISPLAY WS-LOCK-PROGRAM ' not started - the run lock '
                   'is held by ' FUNCTION TRIM(LK-PROGRAM) ' for '
                   FUNCTION TRIM(LK-OPERATOR)
               DISPLAY 'since ' LK-TAKEN-TIMESTAMP(1:8) ' '
                   LK-TAKEN-TIMESTAMP(9:2) ':' LK-TAKEN-TIMESTAMP(11:2)
                   ' - run it again when that job has finished.'
           END-IF
           .

      * The CALL resets RETURN-CODE, so the job's own return code is
      * kept across it.
       ReleaseRunLock.
           IF RunLockTaken
               MOVE RETURN-CODE TO WS-LOCK-RETURN-CODE
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'C06U03' USING WS-LOCK-FUNCTION WS-LOCK-PROGRAM
                   RUN-LOCK-RECORD WS-LOCK-RESULT
               MOVE 'N' TO WS-LOCK-RESULT
               MOVE WS-LOCK-RETURN-CODE TO RETURN-CODE
           END-IF
           .
