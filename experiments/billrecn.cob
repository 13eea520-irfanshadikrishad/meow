      * rejected or never acknowledged, and grades its return code
      * so the scheduler holds the next extract when the
      * reconciliation is short: 16 no results file to reconcile,
      * 12 today's daily batch run missing or failed, 8 billed work
      * rejected or unacknowledged, 4 acknowledgments that match
      * nothing we billed, 0 clean. Each completion is registered on
      * the run-control master against the daily batch run worked.
      * A shape held as an outlier and later released bills on a
      * later run than the one that scored it, so it is no longer on
      * DAYRSLT - its acknowledgment is posted on the hold queue
      * entry and on its results history entry instead, and
      * released shapes the run worked on billed that the ERP never
      * answered for are flagged like any other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DAYRS-FILE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLDQ-FILE-STATUS.
           SELECT RESULT-HIST-FILE ASSIGN TO "RSLTHST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RH-KEY
               ALTERNATE RECORD KEY IS RH-DEPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Daily results file, layout shared with EXAMPLES.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           COPY DAYRSREC.

      * Hold queue, layout shared with EXAMPLES - for released
      * shapes billed after their day.
       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 368 CHARACTERS.
       01  HOLD-QUEUE-RECORD.
           COPY HOLDREC.

      * Results history master, layout shared with RSLTHIST - for
      * released shapes billed after their day had been folded in.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Reconciliation report for the billing group.
       FD  RECON-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-LINE       PIC X(132).

      * Run-control master, layout shared with EXAMPLES - checked
      * for today's daily batch run before anything else, and
      * extended with this step's completion at the end.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.

      * Run-control status, and the daily batch run this step
      * works on - the last one registered under today's date.
       01 WS-RUNCTL-FILE-STATUS    PIC X(2).
           88 RUNCTL-FILE-OK                VALUE "00".
           88 RUNCTL-FILE-MISSING           VALUE "35".
       01 WS-RUNCTL-EOF-SW         PIC X(1) VALUE "N".
           88 RUNCTL-EOF                    VALUE "Y".
       01 WS-STREAM-RUN-DATE       PIC 9(8).
       01 WS-STREAM-RUN-NO         PIC 9(4) VALUE 0.
       01 WS-STREAM-RUN-STATUS     PIC X(8) VALUE SPACES.
       01 WS-STREAM-FAILED-SW      PIC X(1) VALUE "N".
           88 STREAM-RUN-FAILED             VALUE "Y".
       01 WS-STEP-START-TS         PIC X(19).

      * End-of-file and status switches
       01 WS-ACK-EOF-SW            PIC X(1) VALUE "N".
           88 ACK-EOF                       VALUE "Y".
           88 DAYRS-FILE-MISSING            VALUE "35".
       01 WS-DAYRS-SCAN-SW         PIC X(1) VALUE "N".
           88 DAYRS-SCAN-DONE               VALUE "Y".
       01 WS-HOLDQ-FILE-STATUS     PIC X(2).
           88 HOLDQ-FILE-OK                 VALUE "00".
           88 HOLDQ-FILE-MISSING            VALUE "35".
       01 WS-HOLDQ-SCAN-SW         PIC X(1) VALUE "N".
           88 HOLDQ-SCAN-DONE               VALUE "Y".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-HOLD-MATCH-SW         PIC X(1) VALUE "N".
           88 HOLD-ENTRY-FOUND              VALUE "Y".
           88 HOLD-ENTRY-BILLED             VALUE "B".

      * Reconciliation counters for the report trailer and the
      * return-code grading.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).

      * Reconciliation report lines.
       01 WS-RECON-HEADER-1.
      * DAYRSLT on hand there is nothing to match against and the
      * scheduler must hold the next extract.
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           OPEN I-O DAY-RESULT-FILE.
           IF DAYRS-FILE-MISSING
               DISPLAY "BILLRECN - NO DAILY RESULTS FILE TO "
                   "EVERY BILLED SHAPE WILL SHOW UNACKNOWLEDGED"
               SET ACK-EOF TO TRUE
           END-IF.
           OPEN I-O HOLD-QUEUE-FILE.
           OPEN I-O RESULT-HIST-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM PRINT-RECON-HEADERS.

      * The daily batch must have finished cleanly today before
      * this step touches its output: the last EXAMPLES run
      * registered on the run-control master under today's date is
      * the run this step works on, and no run, or one that abended
      * or failed a batch, stops the step with return code 12
      * before any other file is opened.
       CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-STREAM-RUN-DATE.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO WS-STEP-START-TS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCTL-FILE-MISSING
               SET RUNCTL-EOF TO TRUE
           END-IF.
           PERFORM READ-RUN-CONTROL.
           PERFORM UNTIL RUNCTL-EOF
               PERFORM NOTE-RUN-CONTROL-ENTRY
               PERFORM READ-RUN-CONTROL
           END-PERFORM.
           IF NOT RUNCTL-FILE-MISSING
               CLOSE RUN-CONTROL-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-STREAM-RUN-NO = 0
                   DISPLAY "BILLRECN - NO DAILY BATCH RUN REGISTERED "
                       "FOR " WS-STREAM-RUN-DATE " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STREAM-RUN-FAILED
                   DISPLAY "BILLRECN - DAILY BATCH RUN "
                       WS-STREAM-RUN-DATE "/" WS-STREAM-RUN-NO
                       " ENDED " WS-STREAM-RUN-STATUS
                       " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * One run-control record of today. The master is only ever
      * extended, so a later daily batch run supersedes an earlier
      * one.
       NOTE-RUN-CONTROL-ENTRY.
           IF RC-RUN-DATE = WS-STREAM-RUN-DATE AND RC-DAILY-BATCH
               IF RC-RUN-NO > WS-STREAM-RUN-NO
                   MOVE RC-RUN-NO TO WS-STREAM-RUN-NO
                   MOVE RC-STATUS TO WS-STREAM-RUN-STATUS
                   MOVE "N" TO WS-STREAM-FAILED-SW
                   IF RC-RUN-FAILED
                       SET STREAM-RUN-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Read the next run-control record.
       READ-RUN-CONTROL.
           IF NOT RUNCTL-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       SET RUNCTL-EOF TO TRUE
               END-READ
           END-IF.

      * Read the next acknowledgment off the ERP return feed.
       READ-ACK-RECORD.
           IF NOT ACK-EOF
           MOVE EA-SEQ-NO TO DR-SEQ-NO.
           READ DAY-RESULT-FILE
               INVALID KEY
                   PERFORM MATCH-RELEASED-HOLD
               NOT INVALID KEY
                   PERFORM POST-ACKNOWLEDGMENT
           END-READ.

      * Not on the day's results - a released shape billed after
      * its day answers for itself on the hold queue and on the
      * results history.
       MATCH-RELEASED-HOLD.
           PERFORM POST-HOLD-ACKNOWLEDGMENT.
           IF HOLD-ENTRY-BILLED
               PERFORM POST-HISTORY-ACKNOWLEDGMENT
               PERFORM TALLY-ACK-VERDICT
           ELSE
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE "ACK MATCHES NO RESULT ON FILE"
                   TO WS-RCN-CONDITION
               PERFORM WRITE-RECON-DETAIL-FROM-ACK
           END-IF.

      * Post the ERP's verdict on the acknowledged shape's hold
      * queue entry when it is one that was released and billed.
       POST-HOLD-ACKNOWLEDGMENT.
           MOVE "N" TO WS-HOLD-MATCH-SW.
           IF NOT HOLDQ-FILE-MISSING
               MOVE EA-BATCH-ID TO HQ-BATCH-ID
               MOVE EA-SEQ-NO TO HQ-SEQ-NO
               READ HOLD-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HOLD-ENTRY-FOUND TO TRUE
               END-READ
           END-IF.
           IF HOLD-ENTRY-FOUND AND HQ-BILLED
               SET HOLD-ENTRY-BILLED TO TRUE
               MOVE EA-STATUS TO HQ-ERP-STATUS
               MOVE EA-DOC-NO TO HQ-ERP-DOC-NO
               REWRITE HOLD-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "BILLRECN - HOLD QUEUE REWRITE FAILED "
                           "FOR " HQ-BATCH-ID "/" HQ-SEQ-NO
                           " STATUS " WS-HOLDQ-FILE-STATUS
               END-REWRITE
           END-IF.

      * Post the ERP's verdict and document number on the released
      * shape's results history entry the same way the day's match
      * posts them on DAYRSLT, so RERATE, HISTINQ and CHGBACK see it
      * acknowledged. The entry is found under the business date in
      * the result record the queue entry kept; the daily results
      * record area, free once the day's match has missed, lays it
      * out, and nothing is written to DAYRSLT from it.
       POST-HISTORY-ACKNOWLEDGMENT.
           MOVE HQ-RESULT-ENTRY TO DAY-RESULT-RECORD.
           MOVE DR-BUS-DATE TO RH-BUS-DATE.
           MOVE HQ-BATCH-ID TO RH-BATCH-ID.
           MOVE HQ-SEQ-NO TO RH-SEQ-NO.
           IF HIST-FILE-MISSING
               DISPLAY "BILLRECN - NO RESULTS HISTORY - ACK FOR "
                   HQ-BATCH-ID "/" HQ-SEQ-NO
                   " POSTED ON THE HOLD QUEUE ONLY"
           ELSE
               READ RESULT-HIST-FILE
                   INVALID KEY
                       DISPLAY "BILLRECN - " HQ-BATCH-ID "/"
                           HQ-SEQ-NO " NOT ON RESULTS HISTORY FOR "
                           RH-BUS-DATE " - ACK POSTED ON THE HOLD "
                           "QUEUE ONLY"
                   NOT INVALID KEY
                       MOVE RH-RESULT-ENTRY TO DAY-RESULT-RECORD
                       MOVE EA-STATUS TO DR-ERP-STATUS
                       MOVE EA-DOC-NO TO DR-ERP-DOC-NO
                       MOVE DAY-RESULT-RECORD TO RH-RESULT-ENTRY
                       REWRITE RESULT-HIST-RECORD
                           INVALID KEY
                               DISPLAY "BILLRECN - HISTORY REWRITE "
                                   "FAILED FOR " RH-BATCH-ID "/"
                                   RH-SEQ-NO " STATUS "
                                   WS-HIST-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      * Post one matched acknowledgment: the document number lands
      * on the shape's result record so SHAPEINQ can quote it, and
      * a rejected shape goes on the report with the ERP's reason.
      * A shape still held was never extracted either. One released
      * and billed on the day it was scored is posted on its hold
      * queue entry as well.
       POST-ACKNOWLEDGMENT.
           IF DR-REJECTED OR DR-HELD
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE "ACK FOR SHAPE NEVER EXTRACTED"
                   TO WS-RCN-CONDITION
                           DR-BATCH-ID "/" DR-SEQ-NO " STATUS "
                           WS-DAYRS-FILE-STATUS
               END-REWRITE
               PERFORM POST-HOLD-ACKNOWLEDGMENT
               PERFORM TALLY-ACK-VERDICT
           END-IF.

      * Count a matched acknowledgment; a rejection goes on the
      * report with the ERP's reason.
       TALLY-ACK-VERDICT.
           IF EA-REJECTED
               ADD 1 TO WS-ACKS-REJECTED
               MOVE "REJECTED BY ERP" TO WS-RCN-CONDITION
               PERFORM WRITE-RECON-DETAIL-FROM-ACK
           ELSE
               ADD 1 TO WS-ACKS-ACCEPTED
           END-IF.

      * After the return feed is posted, walk the whole results
      * file for billed shapes the ERP never answered for - the
      * invoices customers would otherwise call about next week.
      * A shape on the hold queue is left to the queue's own scan:
      * accepted on the day's results but released rather than
      * billed with the rest, it went on a later extract or none.
       SCAN-FOR-UNACKED.
           MOVE "N" TO WS-DAYRS-SCAN-SW.
           MOVE LOW-VALUES TO DR-KEY.
           PERFORM READ-DAYRS-NEXT.
           PERFORM UNTIL DAYRS-SCAN-DONE
               IF DR-ACCEPTED AND DR-ERP-UNACKED
                   PERFORM CHECK-HOLD-QUEUE
               END-IF
               IF DR-ACCEPTED AND DR-ERP-UNACKED
                   AND NOT HOLD-ENTRY-FOUND
                   ADD 1 TO WS-SHAPES-UNACKED
                   MOVE DR-BATCH-ID TO WS-RCN-BATCH-ID
                   MOVE DR-SEQ-NO TO WS-RCN-SEQ-NO
               END-IF
               PERFORM READ-DAYRS-NEXT
           END-PERFORM.
           PERFORM SCAN-HOLDS-FOR-UNACKED.

      * Whether the day's shape in hand is on the hold queue.
       CHECK-HOLD-QUEUE.
           MOVE "N" TO WS-HOLD-MATCH-SW.
           IF NOT HOLDQ-FILE-MISSING
               MOVE DR-BATCH-ID TO HQ-BATCH-ID
               MOVE DR-SEQ-NO TO HQ-SEQ-NO
               READ HOLD-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HOLD-ENTRY-FOUND TO TRUE
               END-READ
           END-IF.

      * Released shapes the run worked on put on its extract that
      * the ERP never answered for.
       SCAN-HOLDS-FOR-UNACKED.
           MOVE "N" TO WS-HOLDQ-SCAN-SW.
           IF HOLDQ-FILE-MISSING
               SET HOLDQ-SCAN-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO HQ-KEY
               START HOLD-QUEUE-FILE KEY NOT LESS THAN HQ-KEY
                   INVALID KEY
                       SET HOLDQ-SCAN-DONE TO TRUE
               END-START
           END-IF.
           PERFORM READ-HOLDQ-NEXT.
           PERFORM UNTIL HOLDQ-SCAN-DONE
               IF HQ-BILLED AND HQ-ERP-UNACKED
                   AND HQ-BILLED-DATE = WS-STREAM-RUN-DATE
                   AND HQ-BILLED-RUN-NO = WS-STREAM-RUN-NO
                   ADD 1 TO WS-SHAPES-UNACKED
                   MOVE HQ-BATCH-ID TO WS-RCN-BATCH-ID
                   MOVE HQ-SEQ-NO TO WS-RCN-SEQ-NO
                   MOVE "RELEASED - NOT ACKNOWLEDGED"
                       TO WS-RCN-CONDITION
                   MOVE SPACES TO WS-RCN-DOC-NO
                   MOVE SPACES TO WS-RCN-REASON
                   WRITE RECON-REPORT-LINE
                       FROM WS-RECON-DETAIL-LINE
               END-IF
               PERFORM READ-HOLDQ-NEXT
           END-PERFORM.

      * Step sequentially through the hold queue.
       READ-HOLDQ-NEXT.
           IF NOT HOLDQ-SCAN-DONE
               READ HOLD-QUEUE-FILE NEXT RECORD
                   AT END
                       SET HOLDQ-SCAN-DONE TO TRUE
               END-READ
               IF NOT HOLDQ-FILE-OK
                   SET HOLDQ-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Step sequentially through the results file. Any status
      * besides a clean read ends the scan.
           IF NOT ACK-FILE-MISSING
               CLOSE ERP-ACK-FILE
           END-IF.
           IF NOT HOLDQ-FILE-MISSING
               CLOSE HOLD-QUEUE-FILE
           END-IF.
           IF NOT HIST-FILE-MISSING
               CLOSE RESULT-HIST-FILE
           END-IF.
           CLOSE DAY-RESULT-FILE
                 RECON-REPORT-FILE.
           PERFORM RECORD-STEP-COMPLETION.

      * Register this step's completion on the run-control master
      * against the daily batch run it worked on, with its return
      * code, for EODSTAT and for the next run of the step.
       RECORD-STEP-COMPLETION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE WS-STREAM-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-STREAM-RUN-NO TO RC-RUN-NO.
           MOVE WS-STEP-START-TS TO RC-START-TS.
           MOVE SPACES TO RC-END-TS.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO RC-END-TS.
           MOVE ZEROS TO RC-RUN-COUNTS.
           MOVE "COMPLETE" TO RC-STATUS.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE "BILLRECN" TO RC-STEP-NAME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
