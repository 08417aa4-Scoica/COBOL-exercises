      * C06E08.RPT showing which department files arrived, their
      * counts, and any rejected whole - a bad feeder no longer
      * spoils the merged batch.
      * Each good file's details follow a header of their own
      * carrying that file's batch date, so C06E01 can still refuse
      * a late feeder dated in a closed accounting period.
      * The arrival of each batch ID in a good file is logged on
      * C06E08A.DAT with the time of this consolidation, so the
      * C06R16 service-level report can measure how long the batch
      * took to be processed from the moment it arrived.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "C06E08A.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE                        PIC X(90).

       FD  ARRIVAL-FILE.
           COPY BATCHARR.

       WORKING-STORAGE SECTION.
       01 WS-FEED-LIST-STATUS                    PIC XX.
       01 WS-FEEDER-STATUS                       PIC XX.
       01 WS-TRANS-STATUS                        PIC XX.
       01 WS-REPORT-STATUS                       PIC XX.
       01 WS-ARRIVAL-STATUS                      PIC XX.

       01 WS-ARRIVAL-OPEN-FLAG                   PIC X VALUE 'N'.
          88 ArrivalLogOpen             VALUE 'Y'.

       01 WS-FEEDER-FILE-NAME                    PIC X(40).


       01 WS-FEED-SOURCE                         PIC X(10).

       01 WS-FEED-BATCH-DATE                     PIC X(8).

       01 WS-HEADER-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-TRAILER-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-AFTER-TRAILER-COUNT                 PIC 9(4) VALUE ZERO.
       01 WS-FILES-REJECTED                      PIC 9(4) VALUE ZERO.

       01 WS-RUN-DATE                            PIC X(8).
       01 WS-RUN-TIMESTAMP                       PIC X(26).

      * Batch IDs already logged as arrived in this consolidation.
       01 WS-ARRIVED-TABLE.
          05 WS-ARRIVED-COUNT                    PIC 9(4) COMP
                                                 VALUE ZERO.
          05 WS-ARRIVED-BATCH-ID OCCURS 500 TIMES
                                                 PIC X(10).
       01 WS-ARRIVED-IX                          PIC 9(4) COMP.
       01 WS-ARRIVALS-DROPPED                    PIC 9(5) VALUE ZERO.

       01 WS-SHOW-COUNT                          PIC Z(6)9.
       01 WS-SHOW-HASH                           PIC -(9)9.99.
           WRITE REPORT-LINE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE ZERO TO WS-ARRIVED-COUNT
           MOVE ZERO TO WS-ARRIVALS-DROPPED

           MOVE 'N' TO WS-ARRIVAL-OPEN-FLAG
           OPEN EXTEND ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS = '35'
               OPEN OUTPUT ARRIVAL-FILE
           END-IF
           IF WS-ARRIVAL-STATUS = '00'
               MOVE 'Y' TO WS-ARRIVAL-OPEN-FLAG
           ELSE
               DISPLAY 'Batch arrival log C06E08A.DAT unavailable - '
                   'status ' WS-ARRIVAL-STATUS
                   '; arrivals not logged.'
           END-IF

           OPEN OUTPUT TRANS-FILE
           PERFORM WriteCombinedHeader
           PERFORM WriteCombinedTrailer
           CLOSE TRANS-FILE

           IF ArrivalLogOpen
               CLOSE ARRIVAL-FILE
           END-IF

           PERFORM WriteControlSummary
           CLOSE REPORT-FILE

           MOVE ZERO TO WS-FEED-TRL-COUNT
           MOVE ZERO TO WS-FEED-TRL-HASH
           MOVE SPACES TO WS-FEED-SOURCE
           MOVE SPACES TO WS-FEED-BATCH-DATE

           OPEN INPUT FEEDER-FILE
           IF WS-FEEDER-STATUS NOT = '00'
           .

      * The hash rules match C06E01: detail and chained records
      * contribute Num1 and Num2, rate records only Num1, and
      * reversal records count but add nothing to the hash.
       VerifyFeederRecord.
           IF WS-TRAILER-COUNT > ZERO
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           WHEN HeaderRecord
               ADD 1 TO WS-HEADER-COUNT
               MOVE CQ-HDR-SOURCE-SYSTEM TO WS-FEED-SOURCE
               MOVE CQ-HDR-BATCH-DATE    TO WS-FEED-BATCH-DATE
           WHEN TrailerRecord
               ADD 1 TO WS-TRAILER-COUNT
               MOVE CQ-TRL-RECORD-COUNT TO WS-FEED-TRL-COUNT
           WHEN RateRecord
               ADD 1       TO WS-FEED-DETAIL-COUNT
               ADD CQ-NUM1 TO WS-FEED-HASH-TOTAL
           WHEN ReversalRecord
               ADD 1       TO WS-FEED-DETAIL-COUNT
           WHEN OTHER
               MOVE 'N' TO WS-FEED-OK-FLAG
               MOVE 'INVALID RECORD TYPE' TO WS-FEED-REASON
           END-EVALUATE
           .

      * The header source stays C06E08, so the duplicate-batch
      * check treats the details exactly as under the combined
      * header; a feeder with no batch date takes the run date.
       CopyFeederDetails.
           MOVE SPACES TO CALC-REQUEST
           SET HeaderRecord TO TRUE
           IF WS-FEED-BATCH-DATE = SPACE
               MOVE WS-RUN-DATE TO CQ-HDR-BATCH-DATE
           ELSE
               MOVE WS-FEED-BATCH-DATE TO CQ-HDR-BATCH-DATE
           END-IF
           MOVE 'C06E08'    TO CQ-HDR-SOURCE-SYSTEM
           MOVE CALC-REQUEST TO TRANS-RECORD
           WRITE TRANS-RECORD

           MOVE 'N' TO WS-FEEDER-EOF-FLAG
           OPEN INPUT FEEDER-FILE
           PERFORM ReadFeederRecord
           PERFORM UNTIL EndOfFeeder
               IF DetailRecord OR ChainedRecord OR RateRecord
                   OR ReversalRecord
                   MOVE CALC-REQUEST TO TRANS-RECORD
                   WRITE TRANS-RECORD
                   PERFORM NoteBatchArrival
               END-IF
               PERFORM ReadFeederRecord
           END-PERFORM
           ADD WS-FEED-HASH-TOTAL   TO WS-COMBINED-HASH
           .

      * Every detail layout carries the batch ID and requestor in the
      * same place.  A batch ID is logged once, from its first
      * detail, however many feeders it appears in.
       NoteBatchArrival.
           IF NOT ArrivalLogOpen OR CQ-BATCH-ID = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ARRIVED-IX FROM 1 BY 1
                   UNTIL WS-ARRIVED-IX > WS-ARRIVED-COUNT
               IF WS-ARRIVED-BATCH-ID(WS-ARRIVED-IX) = CQ-BATCH-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ARRIVED-COUNT NOT < 500
               ADD 1 TO WS-ARRIVALS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARRIVED-COUNT
           MOVE CQ-BATCH-ID TO WS-ARRIVED-BATCH-ID(WS-ARRIVED-COUNT)

           MOVE CQ-BATCH-ID         TO BA-BATCH-ID
           MOVE CQ-REQUESTOR        TO BA-REQUESTOR
           MOVE WS-RUN-TIMESTAMP    TO BA-ARRIVAL-TIMESTAMP
           MOVE WS-FEED-BATCH-DATE  TO BA-BATCH-DATE
           MOVE WS-FEEDER-FILE-NAME TO BA-FEEDER-NAME
           WRITE BATCH-ARRIVAL-RECORD
           .

       WriteCombinedHeader.
           MOVE SPACES TO CALC-REQUEST
           SET HeaderRecord TO TRUE
               WS-SHOW-HASH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ARRIVED-COUNT TO WS-SHOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCH ARRIVALS LOGGED - ' DELIMITED BY SIZE
               WS-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ARRIVALS-DROPPED > ZERO
               MOVE WS-ARRIVALS-DROPPED TO WS-SHOW-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'MORE THAN 500 BATCHES - ' DELIMITED BY SIZE
                   WS-SHOW-COUNT DELIMITED BY SIZE
                   ' DETAIL(S) FROM UNLOGGED BATCHES' DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .
