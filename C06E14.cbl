       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06E14.
       AUTHOR. Andrei Stoica.
      * Requestor profile rebuild.  A keying error such as an extra
      * zero on CQ-NUM1 passes every C06E01 check as long as it stays
      * under RQ-MAX-VALUE, so C06E01 also measures each keyed Num1
      * against what the requestor normally submits.  This job builds
      * that picture: it walks the audit trail - the C06E04 archives
      * named on the manifest that reach into the window, then the
      * live C06E01A.DAT - and for every requestor on REQMAST.DAT
      * works out the number, mean, standard deviation and largest
      * of the sizes of Num1 (sign ignored) on the calculation
      * postings made in the last WS-WINDOW-DAYS days.  Postings
      * since reversed are left out, since a reversal is often the
      * correction of exactly the keying error the profile is meant
      * to catch; rate adjustments carry no keyed amount and are
      * ignored.  Chained details cannot be told apart on the trail
      * and are counted with the rest.
      * REQPROF.DAT is rebuilt from scratch, one record per
      * requestor on the master.  A requestor with fewer than
      * WS-MIN-SAMPLES postings in the window is written with status
      * 'I' - too little history - and is not measured by C06E01;
      * C06R15 lists them.  The profile summary goes to C06E14.RPT.
      * It is meant as a weekly C06E05 calendar step.  The window in
      * days may be given on the command line; it defaults to 90.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQMAST-FILE ASSIGN TO "REQMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-REQUESTOR-ID
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AUDIT-FILE  ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "REQPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-REQUESTOR-ID
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06E14.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQMAST-FILE.
           COPY REQMAST.

       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  PROFILE-FILE.
           COPY REQPROF.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REQMAST-STATUS                      PIC XX.
       01 WS-MANIFEST-STATUS                     PIC XX.
       01 WS-AUDIT-STATUS                        PIC XX.
       01 WS-PROFILE-STATUS                      PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-MASTER-EOF-FLAG                     PIC X VALUE 'N'.
          88 EndOfReqMaster             VALUE 'Y'.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfAuditLog              VALUE 'Y'.

       01 WS-PASS-FLAG                           PIC X.
          88 CollectingReversals        VALUE 'V'.
          88 CollectingPostings         VALUE 'P'.

       01 WS-AUDIT-FILE-NAME                     PIC X(20).

       01 WS-RUN-PARM                            PIC X(80).
       01 WS-NOW                                 PIC X(26).
       01 WS-TODAY                               PIC X(8).
       01 WS-TODAY-N REDEFINES WS-TODAY          PIC 9(8).
       01 WS-FROM-DATE                           PIC X(8).
       01 WS-FROM-DATE-N REDEFINES WS-FROM-DATE  PIC 9(8).

      * How far back the profile looks, and how many postings it
      * needs in that time before it is trusted.
       01 WS-WINDOW-DAYS                         PIC 9(3) VALUE 90.
       01 WS-MIN-SAMPLES                         PIC 9(3) VALUE 10.

      * One entry per requestor on the master, in master order.  The
      * mean and variance are kept running, each posting moving them
      * on, rather than as a sum of squares: the squares of a few
      * thousand amounts near RQ-MAX-VALUE would overflow any decimal
      * field.
       01 WS-PROFILE-TABLE.
          05 WS-PRF-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-PRF-ENTRY OCCURS 1000 TIMES.
             10 WS-PRF-REQUESTOR                 PIC X(20).
             10 WS-PRF-SAMPLES                   PIC 9(7) COMP.
             10 WS-PRF-MEAN                      PIC 9(7)V9(4).
             10 WS-PRF-VARIANCE                  PIC 9(14)V9(4).
             10 WS-PRF-LARGEST                   PIC 9(7)V99.
       01 WS-PRF-IX                              PIC 9(4) COMP.
       01 WS-MASTER-DROPPED                      PIC 9(5) VALUE ZERO.

      * Postings named by a reversal anywhere in the files read.
       01 WS-REVERSED-TABLE.
          05 WS-REV-COUNT                        PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-REV-SEQ OCCURS 2000 TIMES        PIC 9(9).
       01 WS-REV-IX                              PIC 9(4) COMP.
       01 WS-REV-DROPPED                         PIC 9(7) VALUE ZERO.

       01 WS-POSTING-DATE                        PIC X(8).
       01 WS-AMOUNT-SIZE                         PIC 9(7)V99.
       01 WS-FROM-OLD-MEAN                       PIC S9(7)V99.
       01 WS-FROM-NEW-MEAN                       PIC S9(7)V99.

       01 WS-POSTINGS-USED                       PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-REVERSED                   PIC 9(7) VALUE ZERO.
       01 WS-POSTINGS-UNKNOWN                    PIC 9(7) VALUE ZERO.
       01 WS-USABLE-COUNT                        PIC 9(5) VALUE ZERO.
       01 WS-TOO-LITTLE-COUNT                    PIC 9(5) VALUE ZERO.
       01 WS-WRITE-ERRORS                        PIC 9(5) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-AMOUNT                         PIC Z(6)9.99.
       01 WS-SHOW-DAYS                           PIC ZZ9.
       01 WS-SHOW-SAMPLES                        PIC ZZ9.

       PROCEDURE DIVISION.
       00000-REBUILD-PROFILES.

      * The nightly driver CALLs this program once per night in the
      * same run unit, so the per-run state is re-initialized here.
           MOVE ZERO TO WS-PRF-COUNT
           MOVE ZERO TO WS-MASTER-DROPPED
           MOVE ZERO TO WS-REV-COUNT
           MOVE ZERO TO WS-REV-DROPPED
           MOVE ZERO TO WS-POSTINGS-USED
           MOVE ZERO TO WS-POSTINGS-REVERSED
           MOVE ZERO TO WS-POSTINGS-UNKNOWN
           MOVE ZERO TO WS-USABLE-COUNT
           MOVE ZERO TO WS-TOO-LITTLE-COUNT
           MOVE ZERO TO WS-WRITE-ERRORS
           MOVE 90 TO WS-WINDOW-DAYS
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY

           MOVE SPACE TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           EVALUATE TRUE
           WHEN WS-RUN-PARM(1:3) IS NUMERIC
               MOVE WS-RUN-PARM(1:3) TO WS-WINDOW-DAYS
           WHEN WS-RUN-PARM(1:2) IS NUMERIC
               AND WS-RUN-PARM(3:1) = SPACE
               MOVE WS-RUN-PARM(1:2) TO WS-WINDOW-DAYS
           WHEN WS-RUN-PARM(1:1) IS NUMERIC
               AND WS-RUN-PARM(2:1) = SPACE
               MOVE WS-RUN-PARM(1:1) TO WS-WINDOW-DAYS
           END-EVALUATE
           IF WS-WINDOW-DAYS = ZERO
               MOVE 90 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-FROM-DATE-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N) - WS-WINDOW-DAYS)

           PERFORM LoadRequestors
           IF WS-PRF-COUNT = ZERO
               DISPLAY 'No requestors on REQMAST.DAT - profile '
                   'rebuild skipped.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06E14.RPT - '
                   'profile rebuild skipped.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Reversals follow the postings they name, sometimes in a
      * later file, so they are all collected before any posting is
      * counted.
           SET CollectingReversals TO TRUE
           PERFORM WalkAuditTrail
           SET CollectingPostings TO TRUE
           PERFORM WalkAuditTrail

           OPEN OUTPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               DISPLAY 'Unable to open profile file REQPROF.DAT - '
                   'status ' WS-PROFILE-STATUS
                   '; profiles not rebuilt.'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WriteReportHeading
           PERFORM VARYING WS-PRF-IX FROM 1 BY 1
                   UNTIL WS-PRF-IX > WS-PRF-COUNT
               PERFORM BuildProfile
               PERFORM WriteProfileLine
           END-PERFORM
           CLOSE PROFILE-FILE

           PERFORM WriteReportTotals
           CLOSE REPORT-FILE

           MOVE WS-USABLE-COUNT TO WS-SHOW-COUNT
           DISPLAY 'Requestor profiles rebuilt - ' WS-SHOW-COUNT
               ' usable; see C06E14.RPT.'
           IF WS-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MASTER-DROPPED > ZERO OR WS-REV-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       LoadRequestors.
           MOVE 'N' TO WS-MASTER-EOF-FLAG
           OPEN INPUT REQMAST-FILE
           IF WS-REQMAST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadMasterRecord
           PERFORM UNTIL EndOfReqMaster
               IF WS-PRF-COUNT < 1000
                   ADD 1 TO WS-PRF-COUNT
                   MOVE RQ-REQUESTOR-ID
                       TO WS-PRF-REQUESTOR(WS-PRF-COUNT)
                   MOVE ZERO TO WS-PRF-SAMPLES(WS-PRF-COUNT)
                   MOVE ZERO TO WS-PRF-MEAN(WS-PRF-COUNT)
                   MOVE ZERO TO WS-PRF-VARIANCE(WS-PRF-COUNT)
                   MOVE ZERO TO WS-PRF-LARGEST(WS-PRF-COUNT)
               ELSE
                   ADD 1 TO WS-MASTER-DROPPED
               END-IF
               PERFORM ReadMasterRecord
           END-PERFORM
           CLOSE REQMAST-FILE
           .

       ReadMasterRecord.
           READ REQMAST-FILE NEXT RECORD
               AT END SET EndOfReqMaster TO TRUE
           END-READ
           .

      * Archives wholly before the window are passed over.
       WalkAuditTrail.
           MOVE 'N' TO WS-MANIFEST-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   IF MF-TO-DATE NOT < WS-FROM-DATE
                       MOVE MF-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
                       PERFORM ScanAuditFile
                   END-IF
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           PERFORM ScanAuditFile
           .

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

      * An archive named on the manifest but no longer on disk is
      * passed over; C06R14 reports it.
       ScanAuditFile.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfAuditLog
               EVALUATE TRUE
               WHEN CollectingReversals AND ReversalEntry
                   PERFORM NoteReversal
               WHEN CollectingPostings AND CalculationEntry
                   PERFORM CountPosting
               END-EVALUATE
               PERFORM ReadAuditRecord
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfAuditLog TO TRUE
           END-READ
           .

       NoteReversal.
           IF AR-ORIGINAL-SEQ NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-REV-COUNT NOT < 2000
               ADD 1 TO WS-REV-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REV-COUNT
           MOVE AR-ORIGINAL-SEQ TO WS-REV-SEQ(WS-REV-COUNT)
           .

      * Postings by requestors no longer on the master build no
      * profile and are only counted.
       CountPosting.
           MOVE AR-TIMESTAMP(1:8) TO WS-POSTING-DATE
           IF WS-POSTING-DATE < WS-FROM-DATE
               OR WS-POSTING-DATE > WS-TODAY
               OR AR-NUM1 NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRF-IX FROM 1 BY 1
                   UNTIL WS-PRF-IX > WS-PRF-COUNT
                      OR WS-PRF-REQUESTOR(WS-PRF-IX) = AR-REQUESTOR
               CONTINUE
           END-PERFORM
           IF WS-PRF-IX > WS-PRF-COUNT
               ADD 1 TO WS-POSTINGS-UNKNOWN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-REV-IX FROM 1 BY 1
                   UNTIL WS-REV-IX > WS-REV-COUNT
                      OR WS-REV-SEQ(WS-REV-IX) = AR-SEQUENCE-NO
               CONTINUE
           END-PERFORM
           IF WS-REV-IX NOT > WS-REV-COUNT
               ADD 1 TO WS-POSTINGS-REVERSED
               EXIT PARAGRAPH
           END-IF

           IF AR-NUM1 < ZERO
               COMPUTE WS-AMOUNT-SIZE = ZERO - AR-NUM1
           ELSE
               MOVE AR-NUM1 TO WS-AMOUNT-SIZE
           END-IF

           ADD 1 TO WS-POSTINGS-USED
           ADD 1 TO WS-PRF-SAMPLES(WS-PRF-IX)
           COMPUTE WS-FROM-OLD-MEAN ROUNDED =
               WS-AMOUNT-SIZE - WS-PRF-MEAN(WS-PRF-IX)
           COMPUTE WS-PRF-MEAN(WS-PRF-IX) ROUNDED =
               WS-PRF-MEAN(WS-PRF-IX)
               + WS-FROM-OLD-MEAN / WS-PRF-SAMPLES(WS-PRF-IX)
           COMPUTE WS-FROM-NEW-MEAN ROUNDED =
               WS-AMOUNT-SIZE - WS-PRF-MEAN(WS-PRF-IX)
           COMPUTE WS-PRF-VARIANCE(WS-PRF-IX) ROUNDED =
               WS-PRF-VARIANCE(WS-PRF-IX)
               + (WS-FROM-OLD-MEAN * WS-FROM-NEW-MEAN
                  - WS-PRF-VARIANCE(WS-PRF-IX))
               / WS-PRF-SAMPLES(WS-PRF-IX)
           IF WS-AMOUNT-SIZE > WS-PRF-LARGEST(WS-PRF-IX)
               MOVE WS-AMOUNT-SIZE TO WS-PRF-LARGEST(WS-PRF-IX)
           END-IF
           .

       BuildProfile.
           MOVE SPACES TO REQUESTOR-PROFILE-RECORD
           MOVE WS-PRF-REQUESTOR(WS-PRF-IX) TO PF-REQUESTOR-ID
           MOVE WS-PRF-SAMPLES(WS-PRF-IX)   TO PF-SAMPLE-COUNT
           MOVE WS-MIN-SAMPLES              TO PF-MIN-SAMPLES
           MOVE WS-PRF-LARGEST(WS-PRF-IX)   TO PF-LARGEST-AMOUNT
           MOVE WS-FROM-DATE                TO PF-FROM-DATE
           MOVE WS-TODAY                    TO PF-TO-DATE
           MOVE WS-NOW                      TO PF-BUILT-TIMESTAMP
           COMPUTE PF-MEAN-AMOUNT ROUNDED = WS-PRF-MEAN(WS-PRF-IX)
           COMPUTE PF-STD-DEVIATION ROUNDED =
               FUNCTION SQRT(WS-PRF-VARIANCE(WS-PRF-IX))

           IF WS-PRF-SAMPLES(WS-PRF-IX) < WS-MIN-SAMPLES
               SET ProfileTooLittle TO TRUE
               ADD 1 TO WS-TOO-LITTLE-COUNT
           ELSE
               SET ProfileUsable TO TRUE
               ADD 1 TO WS-USABLE-COUNT
           END-IF

           WRITE REQUESTOR-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
                   DISPLAY 'Unable to write profile for '
                       PF-REQUESTOR-ID ' - status ' WS-PROFILE-STATUS
           END-WRITE
           .

       WriteReportHeading.
           MOVE WS-WINDOW-DAYS TO WS-SHOW-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTOR PROFILE REBUILD - RUN OF '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS FROM ' DELIMITED BY SIZE
               WS-FROM-DATE        DELIMITED BY SIZE
               ' TO '              DELIMITED BY SIZE
               WS-TODAY            DELIMITED BY SIZE
               ' ('                DELIMITED BY SIZE
               WS-SHOW-DAYS        DELIMITED BY SIZE
               ' DAYS)'            DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REQUESTOR            STATUS        POSTINGS'
               TO REPORT-LINE
           MOVE '     TYPICAL      SPREAD     LARGEST'
               TO REPORT-LINE(45:36)
           WRITE REPORT-LINE
           .

       WriteProfileLine.
           MOVE SPACES TO REPORT-LINE
           MOVE PF-REQUESTOR-ID TO REPORT-LINE(1:20)
           IF ProfileUsable
               MOVE 'PROFILED' TO REPORT-LINE(22:12)
           ELSE
               MOVE 'TOO LITTLE' TO REPORT-LINE(22:12)
           END-IF
           MOVE PF-SAMPLE-COUNT TO WS-SHOW-COUNT
           MOVE WS-SHOW-COUNT TO REPORT-LINE(37:7)
           MOVE PF-MEAN-AMOUNT TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(46:10)
           MOVE PF-STD-DEVIATION TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(58:10)
           MOVE PF-LARGEST-AMOUNT TO WS-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO REPORT-LINE(70:10)
           WRITE REPORT-LINE
           .

       WriteReportTotals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-USABLE-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTORS PROFILED          ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOO-LITTLE-COUNT TO WS-SHOW-COUNT
           MOVE WS-MIN-SAMPLES TO WS-SHOW-SAMPLES
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTORS WITH TOO LITTLE   ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               ' (FEWER THAN'                    DELIMITED BY SIZE
               WS-SHOW-SAMPLES                   DELIMITED BY SIZE
               ' POSTINGS)'                      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTINGS-USED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS PROFILED            ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTINGS-REVERSED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS LEFT OUT - REVERSED ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTINGS-UNKNOWN TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'POSTINGS NOT ON REQMAST      ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MASTER-DROPPED > ZERO
               MOVE WS-MASTER-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 1000 REQUESTORS - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' LEFT WITHOUT A PROFILE' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-REV-DROPPED > ZERO
               MOVE WS-REV-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 2000 REVERSALS - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' REVERSED POSTING(S) MAY BE COUNTED'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .
