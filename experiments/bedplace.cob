      * refused when the position is already occupied or the shape
      * does not fit; shapes left unplaced are summarized at the
      * foot so the supervisor knows what spills to tomorrow.
      * The assignment waits for today's daily batch run to be
      * registered cleanly on the run-control master and registers
      * its own completion there. Return codes: 16 nothing to work
      * from (results or positions missing), 12 today's daily batch
      * run missing or failed, 8 shapes left unplaced, 0 everything
      * placed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-UNIT-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
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

           RECORD CONTAINS 132 CHARACTERS.
       01  MANIFEST-LINE           PIC X(132).

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
       01 WS-DAYRS-FILE-STATUS     PIC X(2).
           88 DAYRS-FILE-OK                 VALUE "00".
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).
       01 WS-TODAY-DATE            PIC 9(8).

      * Manifest lines.
      * master. With no results or no positions there is nothing to
      * assign and the run stops hard.
       INITIALIZE-RUN.
           PERFORM CHECK-RUN-CONTROL.
           OPEN INPUT DAY-RESULT-FILE.
           IF DAYRS-FILE-MISSING
               DISPLAY "BEDPLACE - NO DAILY RESULTS FILE ON HAND - "
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
           PERFORM PRINT-MANIFEST-HEADERS.

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
                   DISPLAY "BEDPLACE - NO DAILY BATCH RUN REGISTERED "
                       "FOR " WS-STREAM-RUN-DATE " - STEP REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN STREAM-RUN-FAILED
                   DISPLAY "BEDPLACE - DAILY BATCH RUN "
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

      * Pull the unit conversion table into storage.
       LOAD-UNIT-TABLE.
           OPEN INPUT UNIT-TABLE-FILE.
           END-IF.

      * Walk the day's results and assign every accepted shape not
      * already on the placement master. A shape held off billing
      * as an outlier is still cut, so it is placed like the rest.
       ASSIGN-DAY-SHAPES.
           MOVE LOW-VALUES TO DR-KEY.
           START DAY-RESULT-FILE KEY NOT LESS THAN DR-KEY
           END-START.
           PERFORM READ-DAYRS-NEXT.
           PERFORM UNTIL DAYRS-SCAN-DONE
               IF DR-ACCEPTED OR DR-HELD
                   ADD 1 TO WS-SHAPES-READ
                   PERFORM ASSIGN-ONE-SHAPE
               END-IF
                 COORD-FILE
                 PLACEMENT-FILE
                 MANIFEST-FILE.
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
           MOVE "BEDPLACE" TO RC-STEP-NAME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
