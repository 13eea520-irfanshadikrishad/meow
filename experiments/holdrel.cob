       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.

      * Held shape release and reject. EXAMPLES holds an accepted
      * shape off the billing extract when its extended area or
      * cost is far outside the history for its department,
      * material and shape type - the usual cause is dimensions
      * keyed in the wrong unit - and puts it on the hold queue. A
      * supervisor works the Held Shapes Report and sends one card
      * per decision, keyed by batch ID and sequence number:
      *   A - release: the shape was right after all. It goes on
      *       the next daily batch's billing extract, and its
      *       result record is marked accepted.
      *   R - reject: the shape is written to BADSHAPE with the
      *       card's reason, for the drafting office to correct
      *       through SHAPEFIX like any other reject, and its result
      *       record is marked rejected with nothing billed.
      * The decision is posted to the day's results file when the
      * shape is still on it, and to the results history master when
      * it has already been folded in, so SHAPEINQ, HISTINQ and the
      * month's chargeback see it. Run after EXAMPLES and before
      * SHAPEFIX so a rejected shape is repaired the same night: the
      * step checks the run-control master before any file is
      * opened, and refuses when today's daily batch run is missing
      * or failed, or when SHAPEFIX has already completed against it
      * and BADSHAPE has been carried forward without this run's
      * rejects. Every card names its supervisor in columns 73-80,
      * and applies only when the operator master shows that
      * operator active with hold release authority. A shape already
      * decided cannot be decided again.
      * Return codes: 16 no hold queue, 14 SHAPEFIX already run for
      * today's daily batch run, 12 today's daily batch run missing
      * or failed, 8 cards refused, 0 every card applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLDQ-FILE-STATUS.
           SELECT DAY-RESULT-FILE ASSIGN TO "DAYRSLT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DRF-KEY
               FILE STATUS IS WS-DAYRS-FILE-STATUS.
           SELECT RESULT-HIST-FILE ASSIGN TO "RSLTHST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RH-KEY
               ALTERNATE RECORD KEY IS RH-DEPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT BAD-SHAPE-FILE ASSIGN TO "BADSHAPE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAD-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "HOLDACT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Hold queue, layout shared with EXAMPLES.
       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 368 CHARACTERS.
       01  HOLD-QUEUE-RECORD.
           COPY HOLDREC.

      * Daily results file, layout shared with EXAMPLES - read into
      * and rewritten from WS-HELD-RESULT.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           05 DRF-KEY.
               10 DRF-BATCH-ID     PIC X(8).
               10 DRF-SEQ-NO       PIC 9(4).
           05 FILLER               PIC X(194).

      * Results history master, layout shared with RSLTHIST.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * One supervisor decision per card:
      *   A - release the held shape for billing
      *   R - reject it to BADSHAPE; HT-REASON goes on the reject
      *       (blank gives a standard reason)
       FD  HOLD-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-TRANS-CARD.
           05 HT-BATCH-ID          PIC X(8).
           05 HT-SEQ-NO            PIC 9(4).
           05 HT-ACTION            PIC X(1).
               88 HT-RELEASE                VALUE "A".
               88 HT-REJECT                 VALUE "R".
               88 HT-ACTION-VALID           VALUE "A" "R".
           05 HT-REASON            PIC X(30).
           05 FILLER               PIC X(29).
           05 HT-SUPERVISOR        PIC X(8).

      * Rejected shapes for SHAPEFIX, layout shared with EXAMPLES -
      * only ever extended.
       FD  BAD-SHAPE-FILE
           RECORD CONTAINS 127 CHARACTERS.
       01  BAD-SHAPE-RECORD.
           COPY BADSHREC.

      * Operator authority master, layout shared with OPERMNT - read
      * only.
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

      * Decision activity report for the supervisor.
       FD  ACTIVITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACTIVITY-REPORT-LINE    PIC X(132).

      * Run-control master, layout shared with EXAMPLES - checked
      * for today's daily batch run and for SHAPEFIX's completion
      * against it before anything else. Read only.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.

      * Run-control status, and the daily batch run whose rejects
      * SHAPEFIX has yet to repair - the last one registered under
      * today's date.
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
       01 WS-SHAPEFIX-DONE-SW      PIC X(1) VALUE "N".
           88 SHAPEFIX-ALREADY-DONE         VALUE "Y".

      * End-of-file and status switches
       01 WS-TRANS-EOF-SW          PIC X(1) VALUE "N".
           88 TRANS-EOF                     VALUE "Y".
       01 WS-TRANS-FILE-STATUS     PIC X(2).
           88 TRANS-FILE-OK                 VALUE "00".
           88 TRANS-FILE-MISSING            VALUE "35".
       01 WS-HOLDQ-FILE-STATUS     PIC X(2).
           88 HOLDQ-FILE-OK                 VALUE "00".
           88 HOLDQ-FILE-MISSING            VALUE "35".
       01 WS-DAYRS-FILE-STATUS     PIC X(2).
           88 DAYRS-FILE-OK                 VALUE "00".
           88 DAYRS-FILE-MISSING            VALUE "35".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-BAD-FILE-STATUS       PIC X(2).
           88 BAD-FILE-OK                   VALUE "00".
           88 BAD-FILE-MISSING              VALUE "35".
       01 WS-OPER-FILE-STATUS      PIC X(2).
           88 OPER-FILE-OK                  VALUE "00".
           88 OPER-FILE-MISSING             VALUE "35".

      * Authority of the current card's supervisor.
       01 WS-OPER-AUTH-SW          PIC X(1).
           88 OPERATOR-AUTHORIZED           VALUE "Y".
           88 OPERATOR-NOT-AUTHORIZED       VALUE "N".

      * The held shape's result record - first as the queue entry
      * kept it, then as each results file has it while the
      * decision is posted.
       01 WS-HELD-RESULT.
           COPY DAYRSREC.
       01 WS-HELD-FOUND-SW         PIC X(1).
           88 HELD-ENTRY-FOUND              VALUE "Y".
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-RUN-DATE              PIC 9(8).

      * Activity counters for the report trailer.
       01 WS-ACTIVITY-TOTALS.
           05 WS-RELEASES-APPLIED  PIC 9(5) VALUE 0.
           05 WS-REJECTS-APPLIED   PIC 9(5) VALUE 0.
           05 WS-CARDS-REFUSED     PIC 9(5) VALUE 0.
           05 WS-RESULTS-POSTED    PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).

      * Activity report lines.
       01 WS-ACT-HEADER-1.
           05 FILLER               PIC X(30) VALUE
               "HELD SHAPE DECISION ACTIVITY".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-ACT-HDR-DATE      PIC X(10).
       01 WS-ACT-HEADER-2.
           05 FILLER               PIC X(40) VALUE
               "ACTION   BATCH/SEQ      DEPT MATL TYPE  ".
           05 FILLER               PIC X(32) VALUE
               "REASON".
           05 FILLER               PIC X(32) VALUE
               "DISPOSITION".
           05 FILLER               PIC X(10) VALUE "SUPERVISOR".
       01 WS-ACT-DETAIL-LINE.
           05 WS-ACT-ACTION        PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ACT-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-ACT-SEQ-NO        PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ACT-DEPT          PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-ACT-MATERIAL      PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-ACT-TYPE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ACT-REASON        PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ACT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ACT-SUPERVISOR    PIC X(8).
       01 WS-ACT-TOTAL-LINE.
           05 FILLER               PIC X(10) VALUE "RELEASED: ".
           05 WS-ACT-TOT-RELEASED  PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  REJECTED: ".
           05 WS-ACT-TOT-REJECTED  PIC ZZZZ9.
           05 FILLER               PIC X(17) VALUE
               "  CARDS REFUSED: ".
           05 WS-ACT-TOT-REFUSED   PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
               "  RESULTS POSTED: ".
           05 WS-ACT-TOT-POSTED    PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-HOLD-TRANS.
           PERFORM UNTIL TRANS-EOF
               PERFORM APPLY-HOLD-TRANS
               PERFORM READ-HOLD-TRANS
           END-PERFORM.
           PERFORM WRITE-ACTIVITY-TOTALS.
           IF WS-CARDS-REFUSED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open the hold queue I-O - with no queue nothing was ever
      * held, and a decision deck against it is a scheduling error,
      * so the run stops hard. Either results file may be gone: the
      * day's file holds only the latest daily batch's work, and the
      * history is not there until the first fold. BADSHAPE is
      * extended behind whatever the daily batch wrote to it.
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
           OPEN I-O HOLD-QUEUE-FILE.
           IF HOLDQ-FILE-MISSING
               DISPLAY "HOLDREL - NO HOLD QUEUE ON HAND - "
                   "NOTHING TO DECIDE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DAY-RESULT-FILE.
           OPEN I-O RESULT-HIST-FILE.
           OPEN EXTEND BAD-SHAPE-FILE.
           IF BAD-FILE-MISSING
               OPEN OUTPUT BAD-SHAPE-FILE
           END-IF.
           OPEN INPUT HOLD-TRANS-FILE.
           IF TRANS-FILE-MISSING
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           PERFORM PRINT-ACTIVITY-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "HOLDREL - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REFUSE AS NOT AUTHORIZED"
           END-IF.

      * Decisions go in between the daily batch and SHAPEFIX: the
      * last EXAMPLES run registered on the run-control master under
      * today's date must have finished cleanly, and SHAPEFIX must
      * not yet have completed against it - SHAPEFIX carries
      * BADSHAPE forward, so a reject written behind it would never
      * reach the drafting office. Either way the step stops before
      * any other file is opened, 12 for the daily batch and 14 for
      * SHAPEFIX.
       CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-STREAM-RUN-DATE.
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
                   DISPLAY "HOLDREL - NO DAILY BATCH RUN REGISTERED "
                       "FOR " WS-STREAM-RUN-DATE " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STREAM-RUN-FAILED
                   DISPLAY "HOLDREL - DAILY BATCH RUN "
                       WS-STREAM-RUN-DATE "/" WS-STREAM-RUN-NO
                       " ENDED " WS-STREAM-RUN-STATUS
                       " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN SHAPEFIX-ALREADY-DONE
                   DISPLAY "HOLDREL - SHAPEFIX ALREADY RUN FOR DAILY "
                       "BATCH RUN " WS-STREAM-RUN-DATE "/"
                       WS-STREAM-RUN-NO " - STEP REFUSED"
                   MOVE 14 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * One run-control record of today. The master is only ever
      * extended, so a later daily batch run supersedes an earlier
      * one, and SHAPEFIX's completions for the run in hand follow
      * it.
       NOTE-RUN-CONTROL-ENTRY.
           IF RC-RUN-DATE = WS-STREAM-RUN-DATE
               IF RC-DAILY-BATCH
                   IF RC-RUN-NO > WS-STREAM-RUN-NO
                       MOVE RC-RUN-NO TO WS-STREAM-RUN-NO
                       MOVE RC-STATUS TO WS-STREAM-RUN-STATUS
                       MOVE "N" TO WS-STREAM-FAILED-SW
                       IF RC-RUN-FAILED
                           SET STREAM-RUN-FAILED TO TRUE
                       END-IF
                       MOVE "N" TO WS-SHAPEFIX-DONE-SW
                   END-IF
               ELSE
                   IF RC-STEP-NAME = "SHAPEFIX"
                       AND RC-RUN-NO = WS-STREAM-RUN-NO
                       SET SHAPEFIX-ALREADY-DONE TO TRUE
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

      * Read the next decision card.
       READ-HOLD-TRANS.
           IF NOT TRANS-EOF
               READ HOLD-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
               END-READ
           END-IF.

      * One decision card. A card from anyone but an active operator
      * with hold release authority refuses before anything else is
      * looked at.
       APPLY-HOLD-TRANS.
           MOVE "N" TO WS-HELD-FOUND-SW.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   MOVE "REFUSED - NOT AUTHORIZED"
                       TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               WHEN NOT HT-ACTION-VALID
                   MOVE "REFUSED - UNKNOWN ACTION"
                       TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               WHEN OTHER
                   PERFORM LOOKUP-HOLD-ENTRY
           END-EVALUATE.

      * The card's supervisor must be on the operator master,
      * active, and hold "Y" for releasing and rejecting held shapes.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE HT-SUPERVISOR TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-DECIDE-HOLDS
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The shape must be on the queue and still waiting on a
      * decision.
       LOOKUP-HOLD-ENTRY.
           MOVE HT-BATCH-ID TO HQ-BATCH-ID.
           MOVE HT-SEQ-NO TO HQ-SEQ-NO.
           READ HOLD-QUEUE-FILE
               INVALID KEY
                   MOVE "REFUSED - NOT ON HOLD QUEUE"
                       TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               NOT INVALID KEY
                   SET HELD-ENTRY-FOUND TO TRUE
                   MOVE HQ-RESULT-ENTRY TO WS-HELD-RESULT
                   PERFORM DECIDE-HOLD-ENTRY
           END-READ.

      * Apply the card to the entry just read.
       DECIDE-HOLD-ENTRY.
           EVALUATE TRUE
               WHEN NOT HQ-PENDING
                   MOVE "REFUSED - ALREADY DECIDED"
                       TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               WHEN HT-RELEASE
                   PERFORM RELEASE-HOLD-ENTRY
               WHEN OTHER
                   PERFORM REJECT-HOLD-ENTRY
           END-EVALUATE.

      * Release - the entry waits on the queue for the next daily
      * batch to bill it.
       RELEASE-HOLD-ENTRY.
           SET HQ-RELEASED TO TRUE.
           PERFORM STAMP-HOLD-DECISION.
           REWRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   MOVE "REFUSED - I/O ERROR" TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASES-APPLIED
                   PERFORM POST-RESULT-DECISION
                   MOVE "RELEASED FOR BILLING" TO WS-ACT-DISPOSITION
                   PERFORM WRITE-ACTIVITY-DETAIL
           END-REWRITE.

      * Reject - off to BADSHAPE for the drafting office, with the
      * card's reason or the standard one.
       REJECT-HOLD-ENTRY.
           IF HT-REASON = SPACES
               MOVE "OUTLIER REJECTED BY SUPERVISOR"
                   TO WS-REJECT-REASON
           ELSE
               MOVE HT-REASON TO WS-REJECT-REASON
           END-IF.
           SET HQ-REJECTED TO TRUE.
           PERFORM STAMP-HOLD-DECISION.
           MOVE WS-REJECT-REASON TO HQ-ACTION-REASON.
           REWRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   MOVE "REFUSED - I/O ERROR" TO WS-ACT-DISPOSITION
                   PERFORM REFUSE-HOLD-TRANS
               NOT INVALID KEY
                   ADD 1 TO WS-REJECTS-APPLIED
                   PERFORM WRITE-BAD-SHAPE
                   PERFORM POST-RESULT-DECISION
                   MOVE "REJECTED TO BADSHAPE" TO WS-ACT-DISPOSITION
                   PERFORM WRITE-ACTIVITY-DETAIL
           END-REWRITE.

      * Who decided, when, and why.
       STAMP-HOLD-DECISION.
           MOVE WS-RUN-DATE TO HQ-ACTION-DATE.
           MOVE HT-SUPERVISOR TO HQ-SUPERVISOR.
           MOVE HT-REASON TO HQ-ACTION-REASON.

      * The reject in the layout EXAMPLES writes, from the result
      * record the queue kept. An assembly's outline is not on the
      * result record, so like any rejected assembly it goes out
      * with no dimensions, to be re-keyed whole.
       WRITE-BAD-SHAPE.
           MOVE DR-BATCH-ID TO BS-BATCH-ID.
           MOVE DR-SEQ-NO TO BS-SEQ-NO.
           MOVE DR-SHAPE-TYPE TO BS-SHAPE-TYPE.
           IF DR-SHAPE-TYPE = "A"
               MOVE 0 TO BS-RADIUS
               MOVE 0 TO BS-WIDTH
               MOVE 0 TO BS-HEIGHT
               MOVE 0 TO BS-BASE
               MOVE 0 TO BS-SIDE
               MOVE 0 TO BS-TRI-HEIGHT
           ELSE
               MOVE DR-RADIUS TO BS-RADIUS
               MOVE DR-WIDTH TO BS-WIDTH
               MOVE DR-HEIGHT TO BS-HEIGHT
               MOVE DR-BASE TO BS-BASE
               MOVE DR-SIDE TO BS-SIDE
               MOVE DR-TRI-HEIGHT TO BS-TRI-HEIGHT
           END-IF.
           MOVE WS-REJECT-REASON TO BS-REASON.
           MOVE HQ-BILL-UNIT TO BS-UNIT.
           MOVE DR-MATERIAL TO BS-MATERIAL.
           MOVE DR-QTY TO BS-QTY.
           MOVE WS-RUN-DATE TO BS-REJECT-DATE.
           WRITE BAD-SHAPE-RECORD.

      * Post the decision to the shape's result record wherever it
      * is on file - the day's results, the history, or both when
      * the history has folded the day in and the next daily batch
      * has not yet rebuilt the day's file. Only a record showing
      * held is touched; the history key comes off the queued image
      * before the day's record is read over it.
       POST-RESULT-DECISION.
           MOVE DR-BUS-DATE TO RH-BUS-DATE.
           MOVE DR-BATCH-ID TO RH-BATCH-ID.
           MOVE DR-SEQ-NO TO RH-SEQ-NO.
           IF NOT DAYRS-FILE-MISSING
               MOVE HQ-BATCH-ID TO DRF-BATCH-ID
               MOVE HQ-SEQ-NO TO DRF-SEQ-NO
               READ DAY-RESULT-FILE INTO WS-HELD-RESULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM POST-DAY-RESULT
               END-READ
           END-IF.
           IF NOT HIST-FILE-MISSING
               READ RESULT-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RH-RESULT-ENTRY TO WS-HELD-RESULT
                       PERFORM POST-HIST-RESULT
               END-READ
           END-IF.

      * Rewrite the day's record with the decision.
       POST-DAY-RESULT.
           IF DR-HELD
               PERFORM APPLY-DECISION-TO-RESULT
               REWRITE DAY-RESULT-RECORD FROM WS-HELD-RESULT
               ADD 1 TO WS-RESULTS-POSTED
           END-IF.

      * Rewrite the history entry with the decision.
       POST-HIST-RESULT.
           IF DR-HELD
               PERFORM APPLY-DECISION-TO-RESULT
               MOVE WS-HELD-RESULT TO RH-RESULT-ENTRY
               REWRITE RESULT-HIST-RECORD
               ADD 1 TO WS-RESULTS-POSTED
           END-IF.

      * A released shape reads as accepted from here on; a rejected
      * one as a reject, with nothing billed or charged against it.
       APPLY-DECISION-TO-RESULT.
           IF HT-RELEASE
               SET DR-ACCEPTED TO TRUE
               MOVE SPACES TO DR-REASON
           ELSE
               SET DR-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO DR-REASON
               MOVE 0 TO DR-AREA
               MOVE 0 TO DR-EDGE-LEN
               MOVE 0 TO DR-COST
           END-IF.

      * Count and list a card that could not be applied.
       REFUSE-HOLD-TRANS.
           ADD 1 TO WS-CARDS-REFUSED.
           PERFORM WRITE-ACTIVITY-DETAIL.

      * One activity line per decision card. The shape's department,
      * material and type print when it was found on the queue.
       WRITE-ACTIVITY-DETAIL.
           EVALUATE TRUE
               WHEN HT-RELEASE
                   MOVE "RELEASE" TO WS-ACT-ACTION
               WHEN HT-REJECT
                   MOVE "REJECT" TO WS-ACT-ACTION
               WHEN OTHER
                   MOVE HT-ACTION TO WS-ACT-ACTION
           END-EVALUATE.
           MOVE HT-BATCH-ID TO WS-ACT-BATCH-ID.
           MOVE HT-SEQ-NO TO WS-ACT-SEQ-NO.
           IF HELD-ENTRY-FOUND
               MOVE HQ-RESULT-ENTRY TO WS-HELD-RESULT
               MOVE DR-DEPT TO WS-ACT-DEPT
               MOVE DR-MATERIAL TO WS-ACT-MATERIAL
               MOVE DR-SHAPE-TYPE TO WS-ACT-TYPE
           ELSE
               MOVE SPACES TO WS-ACT-DEPT
               MOVE SPACES TO WS-ACT-MATERIAL
               MOVE SPACES TO WS-ACT-TYPE
           END-IF.
           MOVE HT-REASON TO WS-ACT-REASON.
           MOVE HT-SUPERVISOR TO WS-ACT-SUPERVISOR.
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACT-DETAIL-LINE.

      * Report headers: title and run date.
       PRINT-ACTIVITY-HEADERS.
           MOVE SPACES TO WS-ACT-HDR-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-ACT-HDR-DATE.
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACT-HEADER-1.
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACT-HEADER-2.

      * Activity totals at the foot of the report.
       WRITE-ACTIVITY-TOTALS.
           MOVE WS-RELEASES-APPLIED TO WS-ACT-TOT-RELEASED.
           MOVE WS-REJECTS-APPLIED TO WS-ACT-TOT-REJECTED.
           MOVE WS-CARDS-REFUSED TO WS-ACT-TOT-REFUSED.
           MOVE WS-RESULTS-POSTED TO WS-ACT-TOT-POSTED.
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACT-TOTAL-LINE.
           DISPLAY "HOLDREL - RELEASED " WS-RELEASES-APPLIED
               " REJECTED " WS-REJECTS-APPLIED
               " REFUSED " WS-CARDS-REFUSED.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE HOLD-QUEUE-FILE
                 HOLD-TRANS-FILE
                 BAD-SHAPE-FILE
                 ACTIVITY-REPORT-FILE.
           IF NOT DAYRS-FILE-MISSING
               CLOSE DAY-RESULT-FILE
           END-IF.
           IF NOT HIST-FILE-MISSING
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
