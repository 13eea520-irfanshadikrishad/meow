       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.

      * Daily Held Shapes Report off the hold queue EXAMPLES writes
      * and HOLDREL works. The first section lists every shape still
      * waiting on a supervisor's decision, in batch and sequence
      * order and aged in days, with why it was flagged: its area and
      * cost beside the mean of the history profile it was measured
      * against, each ratio to the mean, which of them fell outside
      * the band ("HIGH" above the mean times the outlier factor,
      * "LOW" below the mean over it) and how many shapes of history
      * stood behind the profile. The second section lists the
      * decisions taken on the report date - released, already
      * billed, or rejected to BADSHAPE - with the supervisor and
      * reason. A missing queue means nothing was ever held.
      * Return codes: 4 shapes still awaiting a decision, 0 none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLDQ-FILE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - report date as YYYYMMDD. A missing or empty
      * card reports on today.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-RPT-DATE        PIC 9(8).
           05 FILLER               PIC X(72).

      * Hold queue, layout shared with EXAMPLES - read only.
       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 368 CHARACTERS.
       01  HOLD-QUEUE-RECORD.
           COPY HOLDREC.

      * Held Shapes Report for the supervisor.
       FD  HOLD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLD-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-HOLDQ-EOF-SW          PIC X(1) VALUE "N".
           88 HOLDQ-EOF                     VALUE "Y".
       01 WS-HOLDQ-FILE-STATUS     PIC X(2).
           88 HOLDQ-FILE-OK                 VALUE "00".
           88 HOLDQ-FILE-MISSING            VALUE "35".
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".

      * Date under report, and the queued shape's result record.
       01 WS-RPT-DATE              PIC 9(8).
       01 WS-RPT-DATE-PARTS REDEFINES WS-RPT-DATE.
           05 WS-RPT-YYYY          PIC 9(4).
           05 WS-RPT-MM            PIC 9(2).
           05 WS-RPT-DD            PIC 9(2).
       01 WS-HOLD-DATE-PARTS.
           05 WS-HLD-YYYY          PIC 9(4).
           05 WS-HLD-MM            PIC 9(2).
           05 WS-HLD-DD            PIC 9(2).
       01 WS-HOLD-AGE              PIC 9(5).
       01 WS-QUEUED-RESULT.
           COPY DAYRSREC.

      * Report tallies.
       01 WS-HOLD-TOTALS.
           05 WS-PENDING-COUNT     PIC 9(5) VALUE 0.
           05 WS-PENDING-AREA      PIC 9(9)V9(5) VALUE 0.
           05 WS-PENDING-COST      PIC 9(8)V9(2) VALUE 0.
           05 WS-RELEASED-TODAY    PIC 9(5) VALUE 0.
           05 WS-REJECTED-TODAY    PIC 9(5) VALUE 0.
           05 WS-AWAITING-BILLING  PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE          PIC 9(8).
           05 FILLER               PIC X(13).

      * Report lines.
       01 WS-HLD-HEADER-1.
           05 FILLER               PIC X(20) VALUE
               "HELD SHAPES REPORT".
           05 FILLER               PIC X(13) VALUE "REPORT DATE: ".
           05 WS-HLD-HDR-DATE      PIC X(10).
       01 WS-HLD-SECTION-PENDING   PIC X(40) VALUE
           "AWAITING SUPERVISOR DECISION".
       01 WS-HLD-PENDING-HEADER.
           05 FILLER               PIC X(37) VALUE
               "AGE  BATCH/SEQ      DEPT MATL T   QTY".
           05 FILLER               PIC X(34) VALUE
               "      EXT AREA    MEAN AREA  RATIO".
           05 FILLER               PIC X(51) VALUE
               "          EXT COST   MEAN COST  RATIO          HIST".
       01 WS-HLD-PENDING-LINE.
           05 WS-HLD-AGE           PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-HLD-SEQ-NO        PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-DEPT          PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-MATERIAL      PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-TYPE          PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-QTY           PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-AREA          PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-MEAN-AREA     PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-AREA-RATIO    PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-AREA-FLAG     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-COST          PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-MEAN-COST     PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-COST-RATIO    PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-COST-FLAG     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-PROFILE-COUNT PIC ZZZZZZ9.
       01 WS-HLD-SECTION-DECIDED.
           05 FILLER               PIC X(20) VALUE
               "DECISIONS TAKEN ON ".
           05 WS-HLD-DEC-DATE      PIC X(10).
       01 WS-HLD-DECIDED-HEADER.
           05 FILLER               PIC X(37) VALUE
               "DECISION  BATCH/SEQ      DEPT MATL T ".
           05 FILLER               PIC X(45) VALUE
               "     EXT AREA  HELD ON     SUPERVISOR  REASON".
       01 WS-HLD-DECIDED-LINE.
           05 WS-HLD-DECISION      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-DEC-BATCH-ID  PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-HLD-DEC-SEQ-NO    PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-DEC-DEPT      PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-DEC-MATERIAL  PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-HLD-DEC-TYPE      PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-DEC-AREA      PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-HELD-ON       PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HLD-SUPERVISOR    PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-HLD-REASON        PIC X(30).
       01 WS-HLD-TOTAL-1.
           05 FILLER               PIC X(19) VALUE
               "AWAITING DECISION: ".
           05 WS-HLD-TOT-PENDING   PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE "  HELD AREA: ".
           05 WS-HLD-TOT-AREA      PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(13) VALUE "  HELD COST: ".
           05 WS-HLD-TOT-COST      PIC ZZZZZZZ9.99.
       01 WS-HLD-TOTAL-2.
           05 FILLER               PIC X(19) VALUE
               "RELEASED TODAY:    ".
           05 WS-HLD-TOT-RELEASED  PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
               "  REJECTED TODAY: ".
           05 WS-HLD-TOT-REJECTED  PIC ZZZZ9.
           05 FILLER               PIC X(29) VALUE
               "  RELEASED AWAITING BILLING: ".
           05 WS-HLD-TOT-AWAITING  PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-SECTION-PENDING.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-PENDING-HEADER.
           PERFORM READ-HOLD-ENTRY.
           PERFORM UNTIL HOLDQ-EOF
               IF HQ-PENDING AND HQ-HOLD-DATE NOT > WS-RPT-DATE
                   PERFORM WRITE-PENDING-ENTRY
               END-IF
               PERFORM READ-HOLD-ENTRY
           END-PERFORM.
           PERFORM RESTART-HOLD-QUEUE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-SECTION-DECIDED.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-DECIDED-HEADER.
           PERFORM READ-HOLD-ENTRY.
           PERFORM UNTIL HOLDQ-EOF
               IF HQ-RELEASED
                   ADD 1 TO WS-AWAITING-BILLING
               END-IF
               IF NOT HQ-PENDING AND HQ-ACTION-DATE = WS-RPT-DATE
                   PERFORM WRITE-DECIDED-ENTRY
               END-IF
               PERFORM READ-HOLD-ENTRY
           END-PERFORM.
           PERFORM WRITE-HOLD-TOTALS.
           IF WS-PENDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Default the report date to today, let the parameter card
      * override it, and open the queue.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WS-RPT-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF HOLDQ-FILE-MISSING
               SET HOLDQ-EOF TO TRUE
           END-IF.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE SPACES TO WS-HLD-HDR-DATE.
           STRING WS-RPT-MM "/" WS-RPT-DD "/" WS-RPT-YYYY
               DELIMITED BY SIZE INTO WS-HLD-HDR-DATE.
           MOVE WS-HLD-HDR-DATE TO WS-HLD-DEC-DATE.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-HEADER-1.

      * Report date off the SYSIN card when one was supplied.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-RPT-DATE NUMERIC AND PARM-RPT-DATE > 0
                   MOVE PARM-RPT-DATE TO WS-RPT-DATE
               END-IF
           END-IF.

      * Next queue entry in key order. Any status besides a clean
      * read ends the pass.
       READ-HOLD-ENTRY.
           IF NOT HOLDQ-EOF
               READ HOLD-QUEUE-FILE NEXT RECORD
                   AT END
                       SET HOLDQ-EOF TO TRUE
               END-READ
               IF NOT HOLDQ-FILE-OK
                   SET HOLDQ-EOF TO TRUE
               END-IF
           END-IF.

      * Back to the head of the queue for the second section.
       RESTART-HOLD-QUEUE.
           IF NOT HOLDQ-FILE-MISSING
               MOVE "N" TO WS-HOLDQ-EOF-SW
               MOVE LOW-VALUES TO HQ-KEY
               START HOLD-QUEUE-FILE KEY IS NOT LESS THAN HQ-KEY
                   INVALID KEY
                       SET HOLDQ-EOF TO TRUE
               END-START
           END-IF.

      * One line per shape awaiting a decision, aged in days from
      * the date it was held to the report date.
       WRITE-PENDING-ENTRY.
           MOVE HQ-RESULT-ENTRY TO WS-QUEUED-RESULT.
           MOVE 0 TO WS-HOLD-AGE.
           IF HQ-HOLD-DATE > 0
               COMPUTE WS-HOLD-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-RPT-DATE)
                   - FUNCTION INTEGER-OF-DATE(HQ-HOLD-DATE)
           END-IF.
           IF WS-HOLD-AGE > 999
               MOVE 999 TO WS-HOLD-AGE
           END-IF.
           MOVE WS-HOLD-AGE TO WS-HLD-AGE.
           MOVE HQ-BATCH-ID TO WS-HLD-BATCH-ID.
           MOVE HQ-SEQ-NO TO WS-HLD-SEQ-NO.
           MOVE DR-DEPT TO WS-HLD-DEPT.
           MOVE DR-MATERIAL TO WS-HLD-MATERIAL.
           MOVE DR-SHAPE-TYPE TO WS-HLD-TYPE.
           MOVE DR-QTY TO WS-HLD-QTY.
           MOVE DR-AREA TO WS-HLD-AREA.
           MOVE HQ-PROFILE-AREA TO WS-HLD-MEAN-AREA.
           MOVE HQ-AREA-RATIO TO WS-HLD-AREA-RATIO.
           EVALUATE TRUE
               WHEN HQ-AREA-HIGH
                   MOVE "HIGH" TO WS-HLD-AREA-FLAG
               WHEN HQ-AREA-LOW
                   MOVE "LOW" TO WS-HLD-AREA-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-HLD-AREA-FLAG
           END-EVALUATE.
           MOVE DR-COST TO WS-HLD-COST.
           MOVE HQ-PROFILE-COST TO WS-HLD-MEAN-COST.
           MOVE HQ-COST-RATIO TO WS-HLD-COST-RATIO.
           EVALUATE TRUE
               WHEN HQ-COST-HIGH
                   MOVE "HIGH" TO WS-HLD-COST-FLAG
               WHEN HQ-COST-LOW
                   MOVE "LOW" TO WS-HLD-COST-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-HLD-COST-FLAG
           END-EVALUATE.
           MOVE HQ-PROFILE-COUNT TO WS-HLD-PROFILE-COUNT.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT.
           ADD DR-AREA TO WS-PENDING-AREA.
           ADD DR-COST TO WS-PENDING-COST.

      * One line per decision taken on the report date.
       WRITE-DECIDED-ENTRY.
           MOVE HQ-RESULT-ENTRY TO WS-QUEUED-RESULT.
           EVALUATE TRUE
               WHEN HQ-RELEASED
                   MOVE "RELEASED" TO WS-HLD-DECISION
                   ADD 1 TO WS-RELEASED-TODAY
               WHEN HQ-BILLED
                   MOVE "BILLED" TO WS-HLD-DECISION
                   ADD 1 TO WS-RELEASED-TODAY
               WHEN OTHER
                   MOVE "REJECTED" TO WS-HLD-DECISION
                   ADD 1 TO WS-REJECTED-TODAY
           END-EVALUATE.
           MOVE HQ-BATCH-ID TO WS-HLD-DEC-BATCH-ID.
           MOVE HQ-SEQ-NO TO WS-HLD-DEC-SEQ-NO.
           MOVE DR-DEPT TO WS-HLD-DEC-DEPT.
           MOVE DR-MATERIAL TO WS-HLD-DEC-MATERIAL.
           MOVE DR-SHAPE-TYPE TO WS-HLD-DEC-TYPE.
           MOVE DR-AREA TO WS-HLD-DEC-AREA.
           MOVE HQ-HOLD-DATE TO WS-HOLD-DATE-PARTS.
           MOVE SPACES TO WS-HLD-HELD-ON.
           STRING WS-HLD-MM "/" WS-HLD-DD "/" WS-HLD-YYYY
               DELIMITED BY SIZE INTO WS-HLD-HELD-ON.
           MOVE HQ-SUPERVISOR TO WS-HLD-SUPERVISOR.
           MOVE HQ-ACTION-REASON TO WS-HLD-REASON.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-DECIDED-LINE.

      * Totals at the foot of the report.
       WRITE-HOLD-TOTALS.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-HLD-TOT-PENDING.
           MOVE WS-PENDING-AREA TO WS-HLD-TOT-AREA.
           MOVE WS-PENDING-COST TO WS-HLD-TOT-COST.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-TOTAL-1.
           MOVE WS-RELEASED-TODAY TO WS-HLD-TOT-RELEASED.
           MOVE WS-REJECTED-TODAY TO WS-HLD-TOT-REJECTED.
           MOVE WS-AWAITING-BILLING TO WS-HLD-TOT-AWAITING.
           WRITE HOLD-REPORT-LINE FROM WS-HLD-TOTAL-2.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE PARM-FILE
                 HOLD-REPORT-FILE.
           IF NOT HOLDQ-FILE-MISSING
               CLOSE HOLD-QUEUE-FILE
           END-IF.
           DISPLAY "HOLDRPT - DATE " WS-RPT-DATE " - "
               WS-PENDING-COUNT " AWAITING DECISION, "
               WS-RELEASED-TODAY " RELEASED, "
               WS-REJECTED-TODAY " REJECTED".
