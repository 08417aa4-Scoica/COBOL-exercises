       IDENTIFICATION DIVISION.
       PROGRAM-ID. C06R14.
       AUTHOR. Andrei Stoica.
      * Audit-trail integrity check.  Every AUDIT-RECORD carries a
      * posting number (AR-SEQUENCE-NO) that runs on without a break
      * across C06E04 archives, and a check value chained from the
      * record before it (C06U02).  This job walks every archive
      * listed on the C06E04 manifest C06E04M.DAT, in the order they
      * were cut, and then the live trail C06E01A.DAT, as one
      * continuous trail, and reports on C06R14.RPT:
      *   - gaps in the posting numbers (records deleted),
      *   - duplicate or backwards posting numbers,
      *   - timestamps earlier than a record before them,
      *   - check values that do not chain (records edited, deleted
      *     or inserted), and records missing a number or check value
      *     once the chain has begun,
      *   - archives missing, or whose record count, hash total or
      *     last posting number no longer agree with the manifest.
      * Records written before the numbering or the check value
      * existed are counted but not judged.  Any break sets
      * RETURN-CODE 8 so the C06E05 month-end calendar stops on it;
      * nothing to check at all returns 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "C06E04M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AUDIT-FILE  ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "C06R14.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY ARCHMAN.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS                     PIC XX.
       01 WS-AUDIT-STATUS                        PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.

       01 WS-MANIFEST-EOF-FLAG                   PIC X VALUE 'N'.
          88 EndOfManifest              VALUE 'Y'.

       01 WS-EOF-FLAG                            PIC X VALUE 'N'.
          88 EndOfAuditLog              VALUE 'Y'.

       01 WS-AUDIT-FILE-NAME                     PIC X(40).

      * Where the walk has got to: the highest posting number, the
      * latest timestamp and the check value the next record must
      * chain from.
       01 WS-PRIOR-SEQ                           PIC 9(9) VALUE ZERO.
       01 WS-PRIOR-TIMESTAMP                     PIC X(26)
                                                 VALUE SPACE.
       01 WS-PRIOR-CHAIN                         PIC 9(10) VALUE ZERO.
       01 WS-EXPECTED-CHAIN                      PIC 9(10).

       01 WS-SEQ-STARTED-FLAG                    PIC X VALUE 'N'.
          88 NumberingStarted           VALUE 'Y'.

       01 WS-CHAIN-STARTED-FLAG                  PIC X VALUE 'N'.
          88 ChainStarted               VALUE 'Y'.

      * Per-file tallies, checked against the manifest for archives.
       01 WS-FILE-COUNT                          PIC 9(8).
       01 WS-FILE-HASH                           PIC S9(11)V99.
       01 WS-FILE-LAST-SEQ                       PIC 9(9).

       01 WS-FILES-CHECKED                       PIC 9(5) VALUE ZERO.
       01 WS-RECORDS-CHECKED                     PIC 9(9) VALUE ZERO.
       01 WS-UNNUMBERED-COUNT                    PIC 9(9) VALUE ZERO.
       01 WS-UNCHAINED-COUNT                     PIC 9(9) VALUE ZERO.
       01 WS-BREAK-COUNT                         PIC 9(7) VALUE ZERO.

       01 WS-MISSING-COUNT                       PIC 9(9).

       01 WS-BREAK-TEXT                          PIC X(50).

       01 WS-SHOW-SEQ                            PIC Z(8)9.
       01 WS-SHOW-NUMBER                         PIC Z(8)9.
       01 WS-SHOW-COUNT                          PIC Z(7)9.
       01 WS-SHOW-HASH                           PIC -(11)9.99.

       PROCEDURE DIVISION.
       00000-VERIFY-AUDIT-TRAIL.

      * The nightly driver CALLs this program in the same run unit as
      * the other steps, so the per-run state is re-initialized here.
           MOVE 'N' TO WS-MANIFEST-EOF-FLAG
           MOVE ZERO TO WS-PRIOR-SEQ
           MOVE SPACE TO WS-PRIOR-TIMESTAMP
           MOVE ZERO TO WS-PRIOR-CHAIN
           MOVE 'N' TO WS-SEQ-STARTED-FLAG
           MOVE 'N' TO WS-CHAIN-STARTED-FLAG
           MOVE ZERO TO WS-FILES-CHECKED
           MOVE ZERO TO WS-RECORDS-CHECKED
           MOVE ZERO TO WS-UNNUMBERED-COUNT
           MOVE ZERO TO WS-UNCHAINED-COUNT
           MOVE ZERO TO WS-BREAK-COUNT

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'Unable to open report file C06R14.RPT - '
                   'audit-trail check skipped.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'AUDIT TRAIL INTEGRITY CHECK - ARCHIVES AND LIVE TRAIL'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM ReadManifestRecord
               PERFORM UNTIL EndOfManifest
                   PERFORM VerifyArchive
                   PERFORM ReadManifestRecord
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF

           MOVE 'C06E01A.DAT' TO WS-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM WalkAuditFile
               CLOSE AUDIT-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'NOTE - LIVE TRAIL ' DELIMITED BY SIZE
                   WS-AUDIT-FILE-NAME      DELIMITED BY SPACE
                   ' NOT FOUND'            DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WriteSummary

           CLOSE REPORT-FILE

           EVALUATE TRUE
           WHEN WS-BREAK-COUNT > ZERO
               MOVE WS-BREAK-COUNT TO WS-SHOW-COUNT
               DISPLAY '*** AUDIT TRAIL INTEGRITY BROKEN - '
                   WS-SHOW-COUNT ' BREAK(S); SEE C06R14.RPT ***'
               MOVE 8 TO RETURN-CODE
           WHEN WS-FILES-CHECKED = ZERO
               DISPLAY 'No audit trail or archive found - nothing '
                   'to check.'
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               DISPLAY 'Audit trail integrity check complete - no '
                   'breaks.'
           END-EVALUATE

           GOBACK.

       ReadManifestRecord.
           READ MANIFEST-FILE
               AT END SET EndOfManifest TO TRUE
           END-READ
           .

      * An archive the manifest lists must still be there and still
      * hold what C06E04 wrote to it.
       VerifyArchive.
           MOVE MF-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE SPACES TO AR-TIMESTAMP
               MOVE ZERO TO AR-SEQUENCE-NO
               MOVE 'ARCHIVE ON MANIFEST IS MISSING' TO WS-BREAK-TEXT
               PERFORM WriteBreakLine
               EXIT PARAGRAPH
           END-IF

           PERFORM WalkAuditFile
           CLOSE AUDIT-FILE

           MOVE SPACES TO AR-TIMESTAMP
           MOVE WS-FILE-LAST-SEQ TO AR-SEQUENCE-NO
           IF MF-RECORD-COUNT NUMERIC
               AND WS-FILE-COUNT NOT = MF-RECORD-COUNT
               MOVE MF-RECORD-COUNT TO WS-SHOW-COUNT
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'COUNT DIFFERS - MANIFEST SAYS ' DELIMITED BY SIZE
                   WS-SHOW-COUNT                   DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               PERFORM WriteBreakLine
           END-IF
           IF MF-HASH-TOTAL NUMERIC
               AND WS-FILE-HASH NOT = MF-HASH-TOTAL
               MOVE MF-HASH-TOTAL TO WS-SHOW-HASH
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'HASH DIFFERS - MANIFEST SAYS ' DELIMITED BY SIZE
                   WS-SHOW-HASH                   DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               PERFORM WriteBreakLine
           END-IF
           IF MF-LAST-SEQUENCE NUMERIC
               AND MF-LAST-SEQUENCE NOT = ZERO
               AND WS-FILE-LAST-SEQ NOT = MF-LAST-SEQUENCE
               MOVE MF-LAST-SEQUENCE TO WS-SHOW-NUMBER
               MOVE SPACES TO WS-BREAK-TEXT
               STRING 'LAST NUMBER DIFFERS - MANIFEST SAYS '
                                                 DELIMITED BY SIZE
                   WS-SHOW-NUMBER                DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               PERFORM WriteBreakLine
           END-IF
           .

       WalkAuditFile.
           ADD 1 TO WS-FILES-CHECKED
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-HASH
           MOVE ZERO TO WS-FILE-LAST-SEQ
           MOVE 'N' TO WS-EOF-FLAG

           PERFORM ReadAuditRecord
           PERFORM UNTIL EndOfAuditLog
               ADD 1 TO WS-FILE-COUNT
               ADD 1 TO WS-RECORDS-CHECKED
               ADD AR-RESULT TO WS-FILE-HASH
               PERFORM VerifyAuditRecord
               PERFORM ReadAuditRecord
           END-PERFORM

           MOVE WS-FILE-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CHECKED ' DELIMITED BY SIZE
               WS-AUDIT-FILE-NAME DELIMITED BY SPACE
               ' - '              DELIMITED BY SIZE
               WS-SHOW-COUNT      DELIMITED BY SIZE
               ' RECORDS'         DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       ReadAuditRecord.
           READ AUDIT-FILE
               AT END SET EndOfAuditLog TO TRUE
           END-READ
           .

       VerifyAuditRecord.
           IF AR-SEQUENCE-NO NOT NUMERIC OR AR-SEQUENCE-NO = ZERO
               IF NumberingStarted
                   MOVE 'RECORD WITHOUT A POSTING NUMBER'
                       TO WS-BREAK-TEXT
                   PERFORM WriteBreakLine
               ELSE
                   ADD 1 TO WS-UNNUMBERED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NumberingStarted
               EVALUATE TRUE
               WHEN AR-SEQUENCE-NO = WS-PRIOR-SEQ
                   MOVE 'DUPLICATE POSTING NUMBER' TO WS-BREAK-TEXT
                   PERFORM WriteBreakLine
               WHEN AR-SEQUENCE-NO < WS-PRIOR-SEQ
                   MOVE 'POSTING NUMBER OUT OF ORDER'
                       TO WS-BREAK-TEXT
                   PERFORM WriteBreakLine
               WHEN AR-SEQUENCE-NO > WS-PRIOR-SEQ + 1
                   COMPUTE WS-MISSING-COUNT =
                       AR-SEQUENCE-NO - WS-PRIOR-SEQ - 1
                   MOVE WS-MISSING-COUNT TO WS-SHOW-NUMBER
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING 'GAP IN POSTING NUMBERS - ' DELIMITED BY SIZE
                       WS-SHOW-NUMBER             DELIMITED BY SIZE
                       ' MISSING'                 DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   PERFORM WriteBreakLine
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF

           IF WS-PRIOR-TIMESTAMP NOT = SPACE
               AND AR-TIMESTAMP < WS-PRIOR-TIMESTAMP
               MOVE 'TIMESTAMP EARLIER THAN A PREVIOUS RECORD'
                   TO WS-BREAK-TEXT
               PERFORM WriteBreakLine
           END-IF

           PERFORM VerifyChainValue

           MOVE 'Y' TO WS-SEQ-STARTED-FLAG
           IF AR-SEQUENCE-NO > WS-PRIOR-SEQ
               MOVE AR-SEQUENCE-NO TO WS-PRIOR-SEQ
           END-IF
           IF AR-SEQUENCE-NO > WS-FILE-LAST-SEQ
               MOVE AR-SEQUENCE-NO TO WS-FILE-LAST-SEQ
           END-IF
           IF AR-TIMESTAMP > WS-PRIOR-TIMESTAMP
               MOVE AR-TIMESTAMP TO WS-PRIOR-TIMESTAMP
           END-IF
           .

      * The next record chains from the value this one carries, even
      * when this one is broken, so one edited record is reported
      * once rather than breaking everything after it.
       VerifyChainValue.
           IF AR-CHAIN-VALUE NOT NUMERIC
               IF ChainStarted
                   MOVE 'RECORD WITHOUT A CHECK VALUE' TO WS-BREAK-TEXT
                   PERFORM WriteBreakLine
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
               END-IF
               MOVE ZERO TO WS-PRIOR-CHAIN
               EXIT PARAGRAPH
           END-IF

           CALL 'C06U02' USING AUDIT-RECORD WS-PRIOR-CHAIN
               WS-EXPECTED-CHAIN
           IF WS-EXPECTED-CHAIN NOT = AR-CHAIN-VALUE
               MOVE 'CHECK VALUE DOES NOT CHAIN' TO WS-BREAK-TEXT
               PERFORM WriteBreakLine
           END-IF

           MOVE 'Y' TO WS-CHAIN-STARTED-FLAG
           MOVE AR-CHAIN-VALUE TO WS-PRIOR-CHAIN
           .

       WriteBreakLine.
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AUDIT-FILE-NAME TO REPORT-LINE(1:20)
           IF AR-SEQUENCE-NO NUMERIC
               MOVE AR-SEQUENCE-NO TO WS-SHOW-SEQ
               MOVE WS-SHOW-SEQ TO REPORT-LINE(22:9)
           END-IF
           MOVE AR-TIMESTAMP(1:14) TO REPORT-LINE(32:14)
           MOVE WS-BREAK-TEXT TO REPORT-LINE(47:50)
           WRITE REPORT-LINE
           .

       WriteSummary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILES-CHECKED TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'FILES CHECKED            ' DELIMITED BY SIZE
               WS-SHOW-COUNT                  DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORDS-CHECKED TO WS-SHOW-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS CHECKED         ' DELIMITED BY SIZE
               WS-SHOW-NUMBER                 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNNUMBERED-COUNT TO WS-SHOW-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'WRITTEN BEFORE NUMBERING' DELIMITED BY SIZE
               WS-SHOW-NUMBER                 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNCHAINED-COUNT TO WS-SHOW-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'WRITTEN BEFORE CHECKING ' DELIMITED BY SIZE
               WS-SHOW-NUMBER                 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE 'NO BREAKS - TRAIL IS CONTINUOUS AND UNALTERED'
                   TO REPORT-LINE
           ELSE
               STRING '*** BREAKS FOUND         ' DELIMITED BY SIZE
                   WS-SHOW-COUNT                  DELIMITED BY SIZE
                   ' ***'                         DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .
