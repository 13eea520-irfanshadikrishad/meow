       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSTAT.

      * End-of-day status report. EXAMPLES registers every run of
      * the daily batch on the run-control master, and each of the
      * end-of-day steps that work on its output - BILLRECN,
      * RSLTHIST, AUDITCON, SHAPEFIX and BEDPLACE - registers its
      * completion there against the run it worked on. This program
      * reads the master for the business date on the parameter card
      * (today when there is none) and prints, for each daily batch
      * run of the date, how the run ended and which steps have
      * completed against it and which are still outstanding, so
      * operations can see at a glance where the night's stream
      * stands. Steps against a run that failed are not due - they
      * refuse to run - and steps never run against a run that a
      * later run replaced are shown as superseded.
      * Return codes: 8 no daily batch run for the date or the last
      * one failed, 4 steps outstanding against the last run, 0 the
      * stream is complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "EODRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - the business date (YYYYMMDD). Zero or a
      * missing card reports today.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-BUSINESS-DATE   PIC 9(8).
           05 FILLER               PIC X(72).

      * Run-control master, layout shared with EXAMPLES and the
      * end-of-day steps - read only.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

      * The end-of-day status report for operations.
       FD  STATUS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STATUS-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-RUNCTL-FILE-STATUS    PIC X(2).
           88 RUNCTL-FILE-OK                VALUE "00".
           88 RUNCTL-FILE-MISSING           VALUE "35".
       01 WS-RUNCTL-EOF-SW         PIC X(1) VALUE "N".
           88 RUNCTL-EOF                    VALUE "Y".

      * The business date being reported.
       01 WS-BUSINESS-DATE         PIC 9(8).

      * The end-of-day steps in the order the stream runs them.
       01 WS-STEP-NAME-VALUES.
           05 FILLER               PIC X(8) VALUE "BILLRECN".
           05 FILLER               PIC X(8) VALUE "RSLTHIST".
           05 FILLER               PIC X(8) VALUE "AUDITCON".
           05 FILLER               PIC X(8) VALUE "SHAPEFIX".
           05 FILLER               PIC X(8) VALUE "BEDPLACE".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-NAME         PIC X(8) OCCURS 5 TIMES.
       01 WS-STEP-COUNT            PIC 9(1) VALUE 5.
       01 WS-STEP-SUB              PIC 9(1).

      * One entry per daily batch run of the date, in run number
      * order, with the completion of each step against it.
       01 WS-RUN-COUNT             PIC 9(3) VALUE 0.
       01 WS-RUN-SUB               PIC 9(3).
       01 WS-RUN-HIT-SW            PIC X(1).
           88 RUN-ENTRY-FOUND               VALUE "Y".
           88 RUN-ENTRY-NOT-FOUND           VALUE "N".
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 99 TIMES.
               10 WS-RT-RUN-NO     PIC 9(4).
               10 WS-RT-STATUS     PIC X(8).
               10 WS-RT-RETURN-CODE
                                   PIC 9(2).
               10 WS-RT-END-TS     PIC X(19).
               10 WS-RT-FAILED-SW  PIC X(1).
                   88 RT-RUN-FAILED         VALUE "Y".
               10 WS-RT-STEP OCCURS 5 TIMES.
                   15 WS-RT-STEP-RUNS
                                   PIC 9(2).
                   15 WS-RT-STEP-RETURN-CODE
                                   PIC 9(2).
                   15 WS-RT-STEP-END-TS
                                   PIC X(19).

      * Counts for the foot of the report.
       01 WS-RUNS-LEFT-OFF         PIC 9(5) VALUE 0.
       01 WS-STEPS-UNMATCHED       PIC 9(5) VALUE 0.
       01 WS-STEPS-OUTSTANDING     PIC 9(1) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Report lines.
       01 WS-RPT-HEADER-1.
           05 FILLER               PIC X(34) VALUE
               "END-OF-DAY STATUS REPORT".
           05 FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
           05 WS-RH1-BUSINESS-DATE PIC 9(8).
           05 FILLER               PIC X(13) VALUE "  RUN DATE: ".
           05 WS-RH1-RUN-DATE      PIC X(10).
       01 WS-RPT-RUN-LINE.
           05 FILLER               PIC X(17) VALUE
               "DAILY BATCH RUN ".
           05 WS-RRL-RUN-NO        PIC 9(4).
           05 FILLER               PIC X(10) VALUE "  STATUS: ".
           05 WS-RRL-STATUS        PIC X(8).
           05 FILLER               PIC X(6) VALUE "  RC: ".
           05 WS-RRL-RETURN-CODE   PIC 9(2).
           05 FILLER               PIC X(9) VALUE "  ENDED: ".
           05 WS-RRL-END-TS        PIC X(19).
       01 WS-RPT-COLUMN-HEADER.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(41) VALUE
               "STEP      STATE                 RC  ENDED".
       01 WS-RPT-STEP-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-RSL-STEP          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-STATE         PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-RETURN-CODE   PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-END-TS        PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSL-NOTE          PIC X(20).
       01 WS-RPT-RUNS-NOTE.
           05 FILLER               PIC X(4) VALUE "RAN ".
           05 WS-RRN-RUNS          PIC Z9.
           05 FILLER               PIC X(6) VALUE " TIMES".
       01 WS-RPT-COUNT-LINE.
           05 WS-RCL-LABEL         PIC X(40).
           05 WS-RCL-COUNT         PIC ZZZZ9.
       01 WS-RPT-NO-RUN-LINE       PIC X(50) VALUE
           "NO DAILY BATCH RUN REGISTERED FOR THIS DATE".
       01 WS-RPT-BLANK-LINE        PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL.
           PERFORM UNTIL RUNCTL-EOF
               PERFORM NOTE-RUN-CONTROL-ENTRY
               PERFORM READ-RUN-CONTROL
           END-PERFORM.
           IF WS-RUN-COUNT = 0
               WRITE STATUS-REPORT-LINE FROM WS-RPT-NO-RUN-LINE
           END-IF.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM PRINT-RUN-STATUS
           END-PERFORM.
           PERFORM PRINT-STREAM-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Pick the business date, open the run-control master and the
      * report. A master that has never been started means the
      * daily batch has never run - the report says so.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCTL-FILE-MISSING
               DISPLAY "EODSTAT - NO RUN-CONTROL MASTER ON HAND - "
                   "NOTHING TO REPORT"
               SET RUNCTL-EOF TO TRUE
           END-IF.
           INITIALIZE WS-RUN-TABLE.
           OPEN OUTPUT STATUS-REPORT-FILE.
           MOVE SPACES TO WS-RH1-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-RH1-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RH1-BUSINESS-DATE.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-HEADER-1.

      * An explicit business date on SYSIN overrides today.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-BUSINESS-DATE NUMERIC
                   AND PARM-BUSINESS-DATE > 0
                   MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
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

      * One run-control record of the business date: a daily batch
      * run takes a new entry, a step completion is posted against
      * the run it names.
       NOTE-RUN-CONTROL-ENTRY.
           IF RC-RUN-DATE = WS-BUSINESS-DATE
               PERFORM FIND-RUN-ENTRY
               IF RC-DAILY-BATCH
                   PERFORM NOTE-DAILY-BATCH-RUN
               ELSE
                   PERFORM NOTE-STEP-COMPLETION
               END-IF
           END-IF.

      * Look up the run the record names in the run table.
       FIND-RUN-ENTRY.
           SET RUN-ENTRY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
                      OR RUN-ENTRY-FOUND
               IF WS-RT-RUN-NO(WS-RUN-SUB) = RC-RUN-NO
                   SET RUN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF RUN-ENTRY-FOUND
               SUBTRACT 1 FROM WS-RUN-SUB
           END-IF.

      * A daily batch run - add it to the table, or refresh it when
      * the same run number was registered before.
       NOTE-DAILY-BATCH-RUN.
           IF RUN-ENTRY-NOT-FOUND
               IF WS-RUN-COUNT < 99
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-SUB
                   SET RUN-ENTRY-FOUND TO TRUE
                   MOVE RC-RUN-NO TO WS-RT-RUN-NO(WS-RUN-SUB)
               ELSE
                   ADD 1 TO WS-RUNS-LEFT-OFF
               END-IF
           END-IF.
           IF RUN-ENTRY-FOUND
               MOVE RC-STATUS TO WS-RT-STATUS(WS-RUN-SUB)
               MOVE RC-RETURN-CODE TO WS-RT-RETURN-CODE(WS-RUN-SUB)
               MOVE RC-END-TS TO WS-RT-END-TS(WS-RUN-SUB)
               MOVE "N" TO WS-RT-FAILED-SW(WS-RUN-SUB)
               IF RC-RUN-FAILED
                   SET RT-RUN-FAILED(WS-RUN-SUB) TO TRUE
               END-IF
           END-IF.

      * A step completion - post it against its run and step. A
      * completion for a run or step the report does not know is
      * counted at the foot.
       NOTE-STEP-COMPLETION.
           MOVE 0 TO WS-STEP-SUB.
           IF RUN-ENTRY-FOUND
               PERFORM VARYING WS-STEP-SUB FROM WS-STEP-COUNT BY -1
                       UNTIL WS-STEP-SUB = 0
                          OR WS-STEP-NAME(WS-STEP-SUB) = RC-STEP-NAME
                   CONTINUE
               END-PERFORM
           END-IF.
           IF WS-STEP-SUB = 0
               ADD 1 TO WS-STEPS-UNMATCHED
           ELSE
               ADD 1 TO WS-RT-STEP-RUNS(WS-RUN-SUB, WS-STEP-SUB)
               MOVE RC-RETURN-CODE
                   TO WS-RT-STEP-RETURN-CODE(WS-RUN-SUB, WS-STEP-SUB)
               MOVE RC-END-TS
                   TO WS-RT-STEP-END-TS(WS-RUN-SUB, WS-STEP-SUB)
           END-IF.

      * One daily batch run and the state of every step against it.
       PRINT-RUN-STATUS.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE WS-RT-RUN-NO(WS-RUN-SUB) TO WS-RRL-RUN-NO.
           MOVE WS-RT-STATUS(WS-RUN-SUB) TO WS-RRL-STATUS.
           MOVE WS-RT-RETURN-CODE(WS-RUN-SUB) TO WS-RRL-RETURN-CODE.
           MOVE WS-RT-END-TS(WS-RUN-SUB) TO WS-RRL-END-TS.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-RUN-LINE.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-COLUMN-HEADER.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM PRINT-STEP-STATUS
           END-PERFORM.

      * One step against the run in hand. Only the last run of the
      * date can have steps outstanding - an earlier one has been
      * replaced, and a failed one stops its steps from running.
       PRINT-STEP-STATUS.
           MOVE SPACES TO WS-RSL-RETURN-CODE WS-RSL-END-TS
               WS-RSL-NOTE.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-RSL-STEP.
           EVALUATE TRUE
               WHEN WS-RT-STEP-RUNS(WS-RUN-SUB, WS-STEP-SUB) > 0
                   MOVE "COMPLETE" TO WS-RSL-STATE
                   MOVE WS-RT-STEP-RETURN-CODE(WS-RUN-SUB, WS-STEP-SUB)
                       TO WS-RSL-RETURN-CODE
                   MOVE WS-RT-STEP-END-TS(WS-RUN-SUB, WS-STEP-SUB)
                       TO WS-RSL-END-TS
                   IF WS-RT-STEP-RUNS(WS-RUN-SUB, WS-STEP-SUB) > 1
                       MOVE WS-RT-STEP-RUNS(WS-RUN-SUB, WS-STEP-SUB)
                           TO WS-RRN-RUNS
                       MOVE WS-RPT-RUNS-NOTE TO WS-RSL-NOTE
                   END-IF
               WHEN RT-RUN-FAILED(WS-RUN-SUB)
                   MOVE "NOT DUE - RUN FAILED" TO WS-RSL-STATE
               WHEN WS-RUN-SUB < WS-RUN-COUNT
                   MOVE "SUPERSEDED" TO WS-RSL-STATE
               WHEN OTHER
                   MOVE "OUTSTANDING" TO WS-RSL-STATE
                   ADD 1 TO WS-STEPS-OUTSTANDING
           END-EVALUATE.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-STEP-LINE.

      * Counts at the foot of the report, and the return code the
      * scheduler tests before closing the day.
       PRINT-STREAM-TOTALS.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "DAILY BATCH RUNS FOR THE DATE" TO WS-RCL-LABEL.
           MOVE WS-RUN-COUNT TO WS-RCL-COUNT.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "STEPS OUTSTANDING AGAINST THE LAST RUN"
               TO WS-RCL-LABEL.
           MOVE WS-STEPS-OUTSTANDING TO WS-RCL-COUNT.
           WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           IF WS-STEPS-UNMATCHED > 0
               MOVE "COMPLETIONS FOR NO KNOWN RUN OR STEP"
                   TO WS-RCL-LABEL
               MOVE WS-STEPS-UNMATCHED TO WS-RCL-COUNT
               WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.
           IF WS-RUNS-LEFT-OFF > 0
               MOVE "RUNS LEFT OFF THE REPORT" TO WS-RCL-LABEL
               MOVE WS-RUNS-LEFT-OFF TO WS-RCL-COUNT
               WRITE STATUS-REPORT-LINE FROM WS-RPT-COUNT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-COUNT = 0
                   DISPLAY "EODSTAT - " WS-BUSINESS-DATE
                       " NO DAILY BATCH RUN REGISTERED"
                   MOVE 8 TO RETURN-CODE
               WHEN RT-RUN-FAILED(WS-RUN-COUNT)
                   DISPLAY "EODSTAT - " WS-BUSINESS-DATE
                       " LAST DAILY BATCH RUN ENDED "
                       WS-RT-STATUS(WS-RUN-COUNT)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STEPS-OUTSTANDING > 0
                   DISPLAY "EODSTAT - " WS-BUSINESS-DATE " "
                       WS-STEPS-OUTSTANDING " STEPS OUTSTANDING"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "EODSTAT - " WS-BUSINESS-DATE
                       " END-OF-DAY STREAM COMPLETE"
           END-EVALUATE.

      * Close every file the run opened.
       END-OF-JOB.
           IF NOT PARM-FILE-MISSING
               CLOSE PARM-FILE
           END-IF.
           IF NOT RUNCTL-FILE-MISSING
               CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE STATUS-REPORT-FILE.
