      * still fails validation, are carried forward to the next
      * day's BADSHAPE so rejected work stops evaporating, and an
      * aging report shows which rejects have sat unresolved longer
      * than the day threshold on the parameter card. The repair
      * waits for today's daily batch run to be registered cleanly
      * on the run-control master and registers its own completion
      * there. Return codes: 12 today's daily batch run missing or
      * failed, 0 completed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  AGE-REPORT-LINE         PIC X(132).

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
       01 WS-BAD-EOF-SW            PIC X(1) VALUE "N".
           88 BAD-EOF                       VALUE "Y".
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-REJECT-INT            PIC 9(7).
      * deck, and print the aging report headers. Missing BADSHAPE
      * or CORRCARD datasets just mean nothing to repair.
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM PRINT-AGE-HEADERS.

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
                   DISPLAY "SHAPEFIX - NO DAILY BATCH RUN REGISTERED "
                       "FOR " WS-STREAM-RUN-DATE " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STREAM-RUN-FAILED
                   DISPLAY "SHAPEFIX - DAILY BATCH RUN "
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

      * The aging threshold comes off a SYSIN parameter card; the
      * default stands when the card or dataset is absent.
       READ-PARAMETER-CARD.
                 RECYCLE-FILE
                 BAD-SHAPE-FWD-FILE
                 AGE-REPORT-FILE.
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
           MOVE "SHAPEFIX" TO RC-STEP-NAME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
