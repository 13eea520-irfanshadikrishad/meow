      * OUTPUT by EXAMPLES, so each run destroys the trail of the
      * run before it. This program runs after the daily job and
      * folds the day's AUDITLOG into the permanent audit history
      * master, stamping every entry with the run date and run
      * number that EXAMPLES registered for the execution on the
      * run-control master, so any entry can be traced to the
      * execution that produced it. The master is only ever
      * extended - history is never rewritten - so the
      * consolidation registers its own completion on the
      * run-control master and will not fold the same run in twice.
      * Return codes: 14 already run for today's daily batch run,
      * 12 today's daily batch run missing or failed, 0 completed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-HIST-FILE ASSIGN TO "AUDITHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AH-SEQ-NO            PIC 9(6).
           05 AH-AUDIT-ENTRY       PIC X(84).

      * Run-control master, layout shared with EXAMPLES - checked
      * for today's daily batch run before anything else, and
      * extended with this step's completion at the end.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.

      * Run-control status, and the daily batch run this step
      * works on - the last one registered under today's date -
      * and whether this step has already completed for it.
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
       01 WS-STEP-DONE-SW          PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE             VALUE "Y".
       01 WS-STEP-START-TS         PIC X(19).

      * End-of-file and status switches
       01 WS-AUDIT-EOF-SW          PIC X(1) VALUE "N".
           88 AUDIT-EOF                     VALUE "Y".
       01 WS-AUDIT-FILE-STATUS     PIC X(2).
           88 AUDIT-FILE-OK                 VALUE "00".
           88 AUDIT-FILE-MISSING            VALUE "35".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-ENTRY-SEQ             PIC 9(6) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Take today's run identity from the daily batch run on the
      * run-control master, then open the history master for
      * extension. A missing master just means this is the first
      * consolidation ever.
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           MOVE WS-STREAM-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-STREAM-RUN-NO TO WS-RUN-NO.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-MISSING
               SET AUDIT-EOF TO TRUE
               OPEN OUTPUT AUDIT-HIST-FILE
           END-IF.

      * The daily batch must have finished cleanly today before this
      * step touches its output: the last EXAMPLES run registered on
      * the run-control master under today's date is the run this
      * step works on, and no run, or one that abended or failed a
      * batch, stops the step with return code 12 before any other
      * file is opened. The consolidation must not run twice for the
      * same run - a second attempt stops with return code 14.
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
                   DISPLAY "AUDITCON - NO DAILY BATCH RUN REGISTERED "
                       "FOR " WS-STREAM-RUN-DATE " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STREAM-RUN-FAILED
                   DISPLAY "AUDITCON - DAILY BATCH RUN "
                       WS-STREAM-RUN-DATE "/" WS-STREAM-RUN-NO
                       " ENDED " WS-STREAM-RUN-STATUS
                       " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STEP-ALREADY-DONE
                   DISPLAY "AUDITCON - ALREADY RUN FOR DAILY BATCH RUN "
                       WS-STREAM-RUN-DATE "/" WS-STREAM-RUN-NO
                       " - STEP REFUSED"
                   MOVE 14 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * One run-control record of today. The master is only ever
      * extended, so a later daily batch run supersedes an earlier
      * one, and this step's completions for the run in hand follow
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
                       MOVE "N" TO WS-STEP-DONE-SW
                   END-IF
               ELSE
                   IF RC-STEP-NAME = "AUDITCON"
                       AND RC-RUN-NO = WS-STREAM-RUN-NO
                       SET STEP-ALREADY-DONE TO TRUE
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

           CLOSE AUDIT-HIST-FILE.
           DISPLAY "AUDITCON - RUN " WS-RUN-DATE "/" WS-RUN-NO " - "
               WS-ENTRY-SEQ " AUDIT ENTRIES CONSOLIDATED".
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
           MOVE "AUDITCON" TO RC-STEP-NAME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
