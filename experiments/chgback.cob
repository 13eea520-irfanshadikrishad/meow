       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

      * Month-to-date departmental chargeback. Reads the results
      * history master for the month on the parameter card (the
      * current month when there is none), re-costs every accepted
      * shape at the material rates in effect on its own business
      * date - a shape priced under a customer quote keeps the cost
      * the quote locked in, as RERATE leaves it - and prints one
      * chargeback statement per department, addressed to the
      * billing contact on the Department Master: the month's work
      * broken down by material, then the budget, the spend, what
      * remains and how much of the budget is used, flagged once the
      * department passes its warning percentage or uses the budget
      * up. The department a result belongs to is the one its batch
      * was registered under on the batch register. Every department
      * budgeted for the month gets a statement, work or none, and
      * the spend found is posted back to the budget master - it is
      * that posting EXAMPLES compares with the budget when it
      * decides whether to hold a department's new batches.
      * Return codes: 16 no results history or batch register,
      * 8 any department over budget, 4 any department past its
      * warning percentage, 0 all within budget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RESULT-HIST-FILE ASSIGN TO "RSLTHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RH-KEY
               ALTERNATE RECORD KEY IS RH-DEPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MR-RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - the chargeback month (YYYYMM). Zero, an
      * invalid month or a missing card charges back this month.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-MONTH           PIC 9(6).
           05 PARM-MONTH-PARTS REDEFINES PARM-MONTH.
               10 PARM-MONTH-YYYY  PIC 9(4).
               10 PARM-MONTH-MM    PIC 9(2).
           05 FILLER               PIC X(74).

      * Permanent results history master, layout shared with
      * RSLTHIST - read only.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Batch register master, layout shared with EXAMPLES - read
      * only, for the department each batch was submitted under.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           COPY BATCHREC.

      * Material rate master, layout shared with RATEMNT and
      * EXAMPLES - read only.
       FD  RATE-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RATE-MASTER-RECORD.
           COPY RATEREC.

      * Department Master File, layout shared with EXAMPLES - read
      * only, for the name and billing contact on each statement.
       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  DEPT-MASTER-RECORD.
           COPY DEPTREC.

      * Department budget master, layout shared with BUDGMNT and
      * EXAMPLES - the month's spend is posted back to it.
       FD  BUDGET-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGREC.

      * The chargeback statements, one per department.
       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STATEMENT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-HIST-SCAN-SW          PIC X(1) VALUE "N".
           88 HIST-SCAN-DONE                VALUE "Y".
       01 WS-BREG-FILE-STATUS      PIC X(2).
           88 BREG-FILE-OK                  VALUE "00".
           88 BREG-FILE-MISSING             VALUE "35".
       01 WS-RATE-FILE-STATUS      PIC X(2).
           88 RATE-FILE-OK                  VALUE "00".
           88 RATE-FILE-MISSING             VALUE "35".
       01 WS-RATE-SCAN-SW          PIC X(1) VALUE "N".
           88 RATE-SCAN-DONE                VALUE "Y".
       01 WS-DEPT-FILE-STATUS      PIC X(2).
           88 DEPT-FILE-OK                  VALUE "00".
           88 DEPT-FILE-MISSING             VALUE "35".
       01 WS-BUDG-FILE-STATUS      PIC X(2).
           88 BUDG-FILE-OK                  VALUE "00".
           88 BUDG-FILE-MISSING             VALUE "35".
       01 WS-BUDG-SCAN-SW          PIC X(1) VALUE "N".
           88 BUDG-SCAN-DONE                VALUE "Y".

      * The month being charged back and its first and last
      * business dates.
       01 WS-CHARGE-MONTH          PIC 9(6).
       01 WS-MONTH-FIRST           PIC 9(8).
       01 WS-MONTH-LAST            PIC 9(8).
       01 WS-TODAY-DATE            PIC 9(8).

      * One accepted result out of the history, in the daily
      * result layout.
       01 WS-HIST-RESULT.
           COPY DAYRSREC.

      * Every rate row on the master, in key order - material, then
      * effective date ascending - so the last row met for a
      * material with a date not after the shape's business date is
      * the one that was in effect.
       01 WS-RATE-COUNT            PIC 9(3) VALUE 0.
       01 WS-RATE-SUB              PIC 9(3).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-RT-MATERIAL   PIC X(4).
               10 WS-RT-EFF-DATE   PIC 9(8).
               10 WS-RT-AREA       PIC 9(5)V9(4).
               10 WS-RT-EDGE       PIC 9(5)V9(4).
       01 WS-RATE-HIT-SW           PIC X(1) VALUE "N".
           88 RATE-FOUND                    VALUE "Y".
           88 RATE-NOT-FOUND                VALUE "N".
       01 WS-RATE-AREA-HIT         PIC 9(5)V9(4).
       01 WS-RATE-EDGE-HIT         PIC 9(5)V9(4).
       01 WS-AREA-COST             PIC 9(8)V9(2).
       01 WS-EDGE-COST             PIC 9(8)V9(2).
       01 WS-SHAPE-COST            PIC 9(8)V9(2).

      * The department the current result's batch was registered
      * under - kept from one result to the next, since a batch's
      * results sit together in the history.
       01 WS-LAST-BATCH-ID         PIC X(8) VALUE SPACES.
       01 WS-RESULT-DEPT           PIC X(4).
       01 WS-UNKNOWN-DEPT          PIC X(4) VALUE "????".

      * One entry per department charged or budgeted this month,
      * held in department code order for printing.
       01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-SHIFT-SUB             PIC 9(3).
       01 WS-FIND-DEPT             PIC X(4).
       01 WS-DEPT-PLACE-SW         PIC X(1).
           88 DEPT-PLACE-FOUND              VALUE "Y".
       01 WS-DEPT-HIT-SW           PIC X(1).
           88 DEPT-ENTRY-FOUND              VALUE "Y".
           88 DEPT-ENTRY-NOT-FOUND          VALUE "N".
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-DEPT       PIC X(4).
               10 WS-DT-SHAPES     PIC 9(7).
               10 WS-DT-SPENT      PIC 9(9)V9(2).
               10 WS-DT-BUDGET-SW  PIC X(1).
                   88 DT-BUDGETED           VALUE "Y".
               10 WS-DT-BUDGET     PIC 9(9)V9(2).
               10 WS-DT-WARN-PCT   PIC 9(3).

      * One entry per department and material charged this month.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 0.
       01 WS-LINE-SUB              PIC 9(3).
       01 WS-LINE-HIT-SW           PIC X(1).
           88 LINE-FOUND                    VALUE "Y".
           88 LINE-NOT-FOUND                VALUE "N".
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 500 TIMES.
               10 WS-LN-DEPT       PIC X(4).
               10 WS-LN-MATERIAL   PIC X(4).
               10 WS-LN-SHAPES     PIC 9(7).
               10 WS-LN-AREA       PIC 9(11)V9(5).
               10 WS-LN-COST       PIC 9(9)V9(2).
               10 WS-LN-UNPRICED   PIC 9(5).

      * Budget standing of the department on the statement.
       01 WS-REMAINING             PIC S9(9)V9(2).
       01 WS-PCT-USED              PIC 9(5)V9(1).

      * Run counters.
       01 WS-RESULTS-CHARGED       PIC 9(7) VALUE 0.
       01 WS-RESULTS-UNPRICED      PIC 9(7) VALUE 0.
       01 WS-STATEMENTS-PRINTED    PIC 9(5) VALUE 0.
       01 WS-OVER-BUDGET-COUNT     PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Statement lines.
       01 WS-STMT-HEADER-1.
           05 FILLER               PIC X(34) VALUE
               "DEPARTMENT CHARGEBACK STATEMENT".
           05 FILLER               PIC X(7) VALUE "MONTH: ".
           05 WS-SH1-MONTH         PIC 9(6).
           05 FILLER               PIC X(13) VALUE "  RUN DATE: ".
           05 WS-SH1-RUN-DATE      PIC X(10).
       01 WS-STMT-HEADER-2.
           05 FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05 WS-SH2-DEPT          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SH2-DEPT-NAME     PIC X(30).
       01 WS-STMT-HEADER-3.
           05 FILLER               PIC X(12) VALUE "BILL TO:    ".
           05 WS-SH3-CONTACT       PIC X(30).
       01 WS-STMT-HEADER-4         PIC X(70) VALUE
           "MATL   SHAPES             AREA            COST  NOTE".
       01 WS-STMT-DETAIL-LINE.
           05 WS-SDL-MATERIAL      PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SDL-SHAPES        PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SDL-AREA          PIC Z(9)9.99999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SDL-COST          PIC Z(8)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SDL-NOTE          PIC X(30).
       01 WS-STMT-NO-WORK-LINE     PIC X(40) VALUE
           "NO WORK CHARGED THIS MONTH".
       01 WS-STMT-FIGURE-LINE.
           05 WS-SFL-LABEL         PIC X(28).
           05 WS-SFL-AMOUNT        PIC -(9)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SFL-NOTE          PIC X(40).
       01 WS-STMT-PCT-LINE.
           05 FILLER               PIC X(28) VALUE
               "PERCENT OF BUDGET USED".
           05 WS-SPL-PCT           PIC Z(8)9.9.
           05 FILLER               PIC X(2) VALUE " %".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SPL-FLAG          PIC X(40).
       01 WS-STMT-NO-BUDGET-LINE   PIC X(40) VALUE
           "NO BUDGET ON FILE FOR THE MONTH".
       01 WS-STMT-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE "STATEMENTS: ".
           05 WS-STL-STATEMENTS    PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  RESULTS: ".
           05 WS-STL-CHARGED       PIC Z(6)9.
           05 FILLER               PIC X(12) VALUE "  UNPRICED: ".
           05 WS-STL-UNPRICED      PIC Z(6)9.
           05 FILLER               PIC X(15) VALUE "  OVER BUDGET: ".
           05 WS-STL-OVER          PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  WARNING: ".
           05 WS-STL-WARNING       PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-MONTH-BUDGETS.
           PERFORM READ-HIST-NEXT.
           PERFORM UNTIL HIST-SCAN-DONE
               IF RH-BUS-DATE > WS-MONTH-LAST
                   SET HIST-SCAN-DONE TO TRUE
               ELSE
                   PERFORM CHARGE-HISTORY-ENTRY
                   PERFORM READ-HIST-NEXT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM PRINT-DEPT-STATEMENT
           END-PERFORM.
           PERFORM WRITE-STATEMENT-TOTALS.
           PERFORM GRADE-RETURN-CODE.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Pick the month, open the files and position the history at
      * the first business date of the month. Without the history
      * there is nothing to charge, and without the batch register
      * no result can be put to a department - either stops the run
      * hard. A missing Department Master only blanks the names; a
      * missing budget master means no department has a budget.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-CHARGE-MONTH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           COMPUTE WS-MONTH-FIRST = WS-CHARGE-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST = WS-CHARGE-MONTH * 100 + 31.
           OPEN INPUT RESULT-HIST-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "CHGBACK - NO RESULTS HISTORY ON HAND - "
                   "NOTHING TO CHARGE BACK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF BREG-FILE-MISSING
               DISPLAY "CHGBACK - NO BATCH REGISTER ON HAND - "
                   "WORK CANNOT BE PUT TO A DEPARTMENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF RATE-FILE-MISSING
               DISPLAY "CHGBACK - NO RATE MASTER ON HAND - "
                   "ALL WORK UNPRICED"
           END-IF.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPT-FILE-MISSING
               DISPLAY "CHGBACK - NO DEPARTMENT MASTER ON HAND - "
                   "STATEMENTS WILL CARRY NO BILLING CONTACT"
           END-IF.
           OPEN I-O BUDGET-MASTER-FILE.
           IF BUDG-FILE-MISSING
               DISPLAY "CHGBACK - NO BUDGET MASTER ON HAND - "
                   "NO DEPARTMENT HAS A BUDGET"
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE SPACES TO WS-SH1-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-SH1-RUN-DATE.
           MOVE WS-CHARGE-MONTH TO WS-SH1-MONTH.
           MOVE WS-MONTH-FIRST TO RH-BUS-DATE.
           MOVE LOW-VALUES TO RH-BATCH-ID.
           MOVE 0 TO RH-SEQ-NO.
           START RESULT-HIST-FILE KEY NOT LESS THAN RH-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START.

      * An explicit month on SYSIN overrides this month.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-MONTH NUMERIC AND PARM-MONTH > 0
                   IF PARM-MONTH-MM > 0 AND PARM-MONTH-MM < 13
                       MOVE PARM-MONTH TO WS-CHARGE-MONTH
                   ELSE
                       DISPLAY "CHGBACK - PARAMETER MONTH "
                           PARM-MONTH " INVALID - CHARGING BACK "
                           WS-CHARGE-MONTH
                   END-IF
               END-IF
           END-IF.

      * Pull every rate row into storage in key order. A missing
      * or empty master leaves the table empty and all work
      * unpriced.
       LOAD-RATE-TABLE.
           IF RATE-FILE-MISSING
               SET RATE-SCAN-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO MR-RATE-KEY
               START RATE-MASTER-FILE KEY NOT LESS THAN MR-RATE-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
           END-IF.
           PERFORM READ-RATE-NEXT.
           PERFORM UNTIL RATE-SCAN-DONE
               IF WS-RATE-COUNT < 500
                   ADD 1 TO WS-RATE-COUNT
                   MOVE MR-MATERIAL TO WS-RT-MATERIAL(WS-RATE-COUNT)
                   MOVE MR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                   MOVE MR-AREA-RATE TO WS-RT-AREA(WS-RATE-COUNT)
                   MOVE MR-EDGE-RATE TO WS-RT-EDGE(WS-RATE-COUNT)
               ELSE
                   DISPLAY "CHGBACK - RATE TABLE FULL - MATERIAL "
                       MR-MATERIAL " EFFECTIVE " MR-EFF-DATE
                       " DROPPED"
               END-IF
               PERFORM READ-RATE-NEXT
           END-PERFORM.

      * Step sequentially through the rate master. Any status
      * besides a clean read ends the scan.
       READ-RATE-NEXT.
           IF NOT RATE-SCAN-DONE
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       SET RATE-SCAN-DONE TO TRUE
               END-READ
               IF NOT RATE-FILE-OK
                   SET RATE-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Every department budgeted for the month goes into the
      * department table up front, so it gets a statement even if
      * it sent no work.
       LOAD-MONTH-BUDGETS.
           IF BUDG-FILE-MISSING
               SET BUDG-SCAN-DONE TO TRUE
           ELSE
               MOVE LOW-VALUES TO BG-KEY
               START BUDGET-MASTER-FILE KEY NOT LESS THAN BG-KEY
                   INVALID KEY
                       SET BUDG-SCAN-DONE TO TRUE
               END-START
           END-IF.
           PERFORM READ-BUDGET-NEXT.
           PERFORM UNTIL BUDG-SCAN-DONE
               IF BG-MONTH = WS-CHARGE-MONTH
                   MOVE BG-DEPT-CODE TO WS-FIND-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   IF DEPT-ENTRY-FOUND
                       SET DT-BUDGETED(WS-DEPT-SUB) TO TRUE
                       MOVE BG-BUDGET-AMT TO WS-DT-BUDGET(WS-DEPT-SUB)
                       MOVE BG-WARN-PCT TO WS-DT-WARN-PCT(WS-DEPT-SUB)
                   END-IF
               END-IF
               PERFORM READ-BUDGET-NEXT
           END-PERFORM.

      * Step sequentially through the budget master. Any status
      * besides a clean read ends the scan.
       READ-BUDGET-NEXT.
           IF NOT BUDG-SCAN-DONE
               READ BUDGET-MASTER-FILE NEXT RECORD
                   AT END
                       SET BUDG-SCAN-DONE TO TRUE
               END-READ
               IF NOT BUDG-FILE-OK
                   SET BUDG-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Step sequentially through the results history. Any status
      * besides a clean read ends the scan.
       READ-HIST-NEXT.
           IF NOT HIST-SCAN-DONE
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       SET HIST-SCAN-DONE TO TRUE
               END-READ
               IF NOT HIST-FILE-OK
                   SET HIST-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Charge one history entry of the month. Rejected shapes were
      * never billed and cost the department nothing.
       CHARGE-HISTORY-ENTRY.
           MOVE RH-RESULT-ENTRY TO WS-HIST-RESULT.
           IF DR-ACCEPTED
               PERFORM FIND-RESULT-DEPT
               PERFORM COST-HISTORY-RESULT
               MOVE WS-RESULT-DEPT TO WS-FIND-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF DEPT-ENTRY-FOUND
                   ADD 1 TO WS-RESULTS-CHARGED
                   ADD 1 TO WS-DT-SHAPES(WS-DEPT-SUB)
                   ADD WS-SHAPE-COST TO WS-DT-SPENT(WS-DEPT-SUB)
                   PERFORM POST-MATERIAL-LINE
               END-IF
           END-IF.

      * The department the result's batch was registered under; a
      * batch missing from the register is charged to an unknown
      * department so its work still shows on a statement.
       FIND-RESULT-DEPT.
           IF DR-BATCH-ID NOT = WS-LAST-BATCH-ID
               MOVE DR-BATCH-ID TO WS-LAST-BATCH-ID
               MOVE DR-BATCH-ID TO BR-BATCH-ID
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       MOVE WS-UNKNOWN-DEPT TO WS-RESULT-DEPT
                   NOT INVALID KEY
                       MOVE BR-DEPT TO WS-RESULT-DEPT
               END-READ
           END-IF.

      * Re-cost the result at the rates in effect on its business
      * date: area and cut edge, each rounded to the cent as
      * EXAMPLES prices them. No rate in effect, no charge - the
      * result is counted as unpriced. A result priced under a
      * quote is charged at the cost it was billed at, untouched.
       COST-HISTORY-RESULT.
           IF DR-QUOTE-NO > 0
               MOVE DR-COST TO WS-SHAPE-COST
               SET RATE-FOUND TO TRUE
           ELSE
               PERFORM COST-RESULT-AT-RATE
           END-IF.

      * The rate lookup and pricing for a result billed at list.
       COST-RESULT-AT-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE-AREA-HIT.
           MOVE 0 TO WS-RATE-EDGE-HIT.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-MATERIAL(WS-RATE-SUB) = DR-MATERIAL
                   AND WS-RT-EFF-DATE(WS-RATE-SUB) NOT > DR-BUS-DATE
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RT-AREA(WS-RATE-SUB) TO WS-RATE-AREA-HIT
                   MOVE WS-RT-EDGE(WS-RATE-SUB) TO WS-RATE-EDGE-HIT
               END-IF
           END-PERFORM.
           IF RATE-FOUND
               COMPUTE WS-AREA-COST ROUNDED =
                   DR-AREA * WS-RATE-AREA-HIT
               COMPUTE WS-EDGE-COST ROUNDED =
                   DR-EDGE-LEN * WS-RATE-EDGE-HIT
               COMPUTE WS-SHAPE-COST = WS-AREA-COST + WS-EDGE-COST
           ELSE
               MOVE 0 TO WS-SHAPE-COST
               ADD 1 TO WS-RESULTS-UNPRICED
           END-IF.

      * Locate the department's entry in the table, adding it in
      * code order when it is not there yet. A full table is
      * announced and the department's work left off.
       FIND-DEPT-ENTRY.
           SET DEPT-ENTRY-NOT-FOUND TO TRUE.
           MOVE "N" TO WS-DEPT-PLACE-SW.
           MOVE 1 TO WS-DEPT-SUB.
           PERFORM UNTIL DEPT-PLACE-FOUND
                   OR WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-DEPT(WS-DEPT-SUB) NOT < WS-FIND-DEPT
                   SET DEPT-PLACE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF DEPT-PLACE-FOUND
               IF WS-DT-DEPT(WS-DEPT-SUB) = WS-FIND-DEPT
                   SET DEPT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF DEPT-ENTRY-NOT-FOUND
               IF WS-DEPT-COUNT < 100
                   PERFORM INSERT-DEPT-ENTRY
               ELSE
                   DISPLAY "CHGBACK - DEPARTMENT TABLE FULL - DEPT "
                       WS-FIND-DEPT " LEFT OFF THE STATEMENTS"
               END-IF
           END-IF.

      * Open a slot at WS-DEPT-SUB by moving every later entry down
      * one, then start the department there with nothing charged.
       INSERT-DEPT-ENTRY.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-DEPT-SUB
               MOVE WS-DEPT-ENTRY(WS-SHIFT-SUB)
                   TO WS-DEPT-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-FIND-DEPT TO WS-DT-DEPT(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-SHAPES(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-SPENT(WS-DEPT-SUB).
           MOVE "N" TO WS-DT-BUDGET-SW(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-BUDGET(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-WARN-PCT(WS-DEPT-SUB).
           SET DEPT-ENTRY-FOUND TO TRUE.

      * Add the result to its department-and-material line.
       POST-MATERIAL-LINE.
           SET LINE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-DEPT(WS-LINE-SUB) = WS-RESULT-DEPT
                   AND WS-LN-MATERIAL(WS-LINE-SUB) = DR-MATERIAL
                   SET LINE-FOUND TO TRUE
                   PERFORM ADD-TO-MATERIAL-LINE
                   MOVE WS-LINE-COUNT TO WS-LINE-SUB
               END-IF
           END-PERFORM.
           IF LINE-NOT-FOUND
               IF WS-LINE-COUNT < 500
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-SUB
                   MOVE WS-RESULT-DEPT TO WS-LN-DEPT(WS-LINE-SUB)
                   MOVE DR-MATERIAL TO WS-LN-MATERIAL(WS-LINE-SUB)
                   MOVE 0 TO WS-LN-SHAPES(WS-LINE-SUB)
                   MOVE 0 TO WS-LN-AREA(WS-LINE-SUB)
                   MOVE 0 TO WS-LN-COST(WS-LINE-SUB)
                   MOVE 0 TO WS-LN-UNPRICED(WS-LINE-SUB)
                   PERFORM ADD-TO-MATERIAL-LINE
               ELSE
                   DISPLAY "CHGBACK - MATERIAL LINE TABLE FULL - "
                       WS-RESULT-DEPT "/" DR-MATERIAL
                       " IN THE TOTAL ONLY"
               END-IF
           END-IF.

      * Extend one material line by the current result.
       ADD-TO-MATERIAL-LINE.
           ADD 1 TO WS-LN-SHAPES(WS-LINE-SUB).
           ADD DR-AREA TO WS-LN-AREA(WS-LINE-SUB).
           ADD WS-SHAPE-COST TO WS-LN-COST(WS-LINE-SUB).
           IF RATE-NOT-FOUND
               ADD 1 TO WS-LN-UNPRICED(WS-LINE-SUB)
           END-IF.

      * One department's statement: heading and billing contact,
      * the month's work by material, the total spent and - when
      * the department is budgeted for the month - its budget
      * standing, which is then posted back to the budget master.
       PRINT-DEPT-STATEMENT.
           ADD 1 TO WS-STATEMENTS-PRINTED.
           MOVE WS-DT-DEPT(WS-DEPT-SUB) TO WS-SH2-DEPT.
           MOVE WS-DT-DEPT(WS-DEPT-SUB) TO DM-DEPT-CODE.
           IF DEPT-FILE-MISSING
               MOVE SPACES TO WS-SH2-DEPT-NAME
               MOVE SPACES TO WS-SH3-CONTACT
           ELSE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON DEPARTMENT MASTER"
                           TO WS-SH2-DEPT-NAME
                       MOVE SPACES TO WS-SH3-CONTACT
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO WS-SH2-DEPT-NAME
                       MOVE DM-BILL-CONTACT TO WS-SH3-CONTACT
               END-READ
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-1.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-2.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-3.
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-4.
           IF WS-DT-SHAPES(WS-DEPT-SUB) = 0
               WRITE STATEMENT-LINE FROM WS-STMT-NO-WORK-LINE
           ELSE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF WS-LN-DEPT(WS-LINE-SUB) = WS-DT-DEPT(WS-DEPT-SUB)
                       PERFORM WRITE-MATERIAL-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-STMT-FIGURE-LINE.
           MOVE "TOTAL SPENT MONTH TO DATE" TO WS-SFL-LABEL.
           MOVE WS-DT-SPENT(WS-DEPT-SUB) TO WS-SFL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-FIGURE-LINE.
           IF DT-BUDGETED(WS-DEPT-SUB)
               AND WS-DT-BUDGET(WS-DEPT-SUB) > 0
               PERFORM WRITE-BUDGET-STANDING
               PERFORM POST-DEPT-SPEND
           ELSE
               WRITE STATEMENT-LINE FROM WS-STMT-NO-BUDGET-LINE
               IF DT-BUDGETED(WS-DEPT-SUB)
                   PERFORM POST-DEPT-SPEND
               END-IF
           END-IF.

      * One material line of the statement.
       WRITE-MATERIAL-LINE.
           MOVE WS-LN-MATERIAL(WS-LINE-SUB) TO WS-SDL-MATERIAL.
           MOVE WS-LN-SHAPES(WS-LINE-SUB) TO WS-SDL-SHAPES.
           MOVE WS-LN-AREA(WS-LINE-SUB) TO WS-SDL-AREA.
           MOVE WS-LN-COST(WS-LINE-SUB) TO WS-SDL-COST.
           IF WS-LN-UNPRICED(WS-LINE-SUB) > 0
               MOVE "SOME WORK NOT PRICED - NO RATE" TO WS-SDL-NOTE
           ELSE
               MOVE SPACES TO WS-SDL-NOTE
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-DETAIL-LINE.

      * Budget, remaining and percentage used. A department that
      * has used its budget up has its new batches held by EXAMPLES
      * until approved; one past its warning percentage is told it
      * is getting close.
       WRITE-BUDGET-STANDING.
           COMPUTE WS-REMAINING =
               WS-DT-BUDGET(WS-DEPT-SUB) - WS-DT-SPENT(WS-DEPT-SUB).
           COMPUTE WS-PCT-USED ROUNDED =
               WS-DT-SPENT(WS-DEPT-SUB) * 100
                   / WS-DT-BUDGET(WS-DEPT-SUB).
           MOVE SPACES TO WS-STMT-FIGURE-LINE.
           MOVE "MONTHLY BUDGET" TO WS-SFL-LABEL.
           MOVE WS-DT-BUDGET(WS-DEPT-SUB) TO WS-SFL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-FIGURE-LINE.
           MOVE SPACES TO WS-STMT-FIGURE-LINE.
           MOVE "BUDGET REMAINING" TO WS-SFL-LABEL.
           MOVE WS-REMAINING TO WS-SFL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STMT-FIGURE-LINE.
           MOVE WS-PCT-USED TO WS-SPL-PCT.
           EVALUATE TRUE
               WHEN WS-DT-SPENT(WS-DEPT-SUB)
                       NOT < WS-DT-BUDGET(WS-DEPT-SUB)
                   ADD 1 TO WS-OVER-BUDGET-COUNT
                   MOVE "** OVER BUDGET - NEW BATCHES HELD **"
                       TO WS-SPL-FLAG
               WHEN WS-DT-WARN-PCT(WS-DEPT-SUB) > 0
                   AND WS-PCT-USED NOT < WS-DT-WARN-PCT(WS-DEPT-SUB)
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "** WARNING - BUDGET NEARLY USED **"
                       TO WS-SPL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-SPL-FLAG
           END-EVALUATE.
           WRITE STATEMENT-LINE FROM WS-STMT-PCT-LINE.

      * Post the month's spend, as of today, to the department's
      * budget record.
       POST-DEPT-SPEND.
           MOVE WS-DT-DEPT(WS-DEPT-SUB) TO BG-DEPT-CODE.
           MOVE WS-CHARGE-MONTH TO BG-MONTH.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   DISPLAY "CHGBACK - BUDGET FOR " BG-DEPT-CODE "/"
                       BG-MONTH " GONE FROM FILE - SPEND NOT POSTED"
               NOT INVALID KEY
                   MOVE WS-DT-SPENT(WS-DEPT-SUB) TO BG-SPENT-MTD
                   MOVE WS-TODAY-DATE TO BG-SPENT-AS-OF
                   REWRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CHGBACK - SPEND POSTING FAILED "
                               "FOR " BG-DEPT-CODE "/" BG-MONTH
                               " STATUS " WS-BUDG-FILE-STATUS
                   END-REWRITE
           END-READ.

      * Run totals after the last statement.
       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-STATEMENTS-PRINTED TO WS-STL-STATEMENTS.
           MOVE WS-RESULTS-CHARGED TO WS-STL-CHARGED.
           MOVE WS-RESULTS-UNPRICED TO WS-STL-UNPRICED.
           MOVE WS-OVER-BUDGET-COUNT TO WS-STL-OVER.
           MOVE WS-WARNING-COUNT TO WS-STL-WARNING.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL-LINE.
           DISPLAY "CHGBACK - MONTH " WS-CHARGE-MONTH " "
               WS-STATEMENTS-PRINTED " STATEMENTS, "
               WS-RESULTS-CHARGED " RESULTS CHARGED, "
               WS-OVER-BUDGET-COUNT " OVER BUDGET, "
               WS-WARNING-COUNT " PAST WARNING".

      * Grade the run for the scheduler.
       GRADE-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OVER-BUDGET-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE PARM-FILE
                 RESULT-HIST-FILE
                 BATCH-REGISTER-FILE.
           IF NOT RATE-FILE-MISSING
               CLOSE RATE-MASTER-FILE
           END-IF.
           IF NOT DEPT-FILE-MISSING
               CLOSE DEPT-MASTER-FILE
           END-IF.
           IF NOT BUDG-FILE-MISSING
               CLOSE BUDGET-MASTER-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
