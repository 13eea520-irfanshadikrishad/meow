           SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.
           SELECT REMAKE-FILE ASSIGN TO "REMAKE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REMAKE-FILE-STATUS.
           SELECT HELD-BATCH-FILE ASSIGN TO "HELDBCH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HELDB-FILE-STATUS.
           SELECT UNIT-TABLE-FILE ASSIGN TO "UNITTAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.
               ACCESS MODE RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT STOCK-INVENTORY-FILE ASSIGN TO "STOCKINV"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SI-MATERIAL
               FILE STATUS IS WS-STKINV-FILE-STATUS.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-FILE-STATUS.
           SELECT BUDGET-OVERRIDE-FILE ASSIGN TO "BUDGOVR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BOVR-FILE-STATUS.
           SELECT RESULT-HIST-FILE ASSIGN TO "RSLTHST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RH-KEY
               ALTERNATE RECORD KEY IS RH-DEPT-KEY WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HQ-KEY
               FILE STATUS IS WS-HOLDQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PARM-RESTART-FLAG    PIC X(1).
           05 PARM-CHKPT-FREQ      PIC 9(4).
           05 PARM-REJECT-PCT      PIC 9(3).
           05 PARM-OUTLIER-FACTOR  PIC 9(2)V9(1).
           05 PARM-OUTLIER-MIN     PIC 9(3).
           05 FILLER               PIC X(50).

      * Batch-controlled shape submission file. The drafting office
      * now wraps each submission in a batch header ("H") and
      *   S (square)    - ST-SIDE
      * Triangle height has its own column (ST-TRI-HEIGHT); it is NOT
      * the same column as the rectangle's ST-HEIGHT.
      * Every card is read into WS-SHAPE-TRANS, where the remake
      * deck, the held batch deck and the recycled repairs are laid
      * out too.
       FD  SHAPE-TRANS-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SHAPE-TRANS-RECORD      PIC X(90).

      * Area Calculation Report for the shift supervisor.
       FD  AREA-REPORT-FILE
      * after an abend without rereading the whole transmission: the
      * batch in flight and the last detail sequence number processed
      * within it, that batch's control counters and subtotals, the
      * count of batches already completed, failed, or held for
      * budget ahead of it, the running report totals, the count
      * and area of shapes held as outliers, and the run's cost by
      * department and budget month.
      * Rewritten in full at every checkpoint so the file always
      * holds exactly one current snapshot.
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 3914 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05 CK-BATCH-ID          PIC X(8).
           05 CK-LAST-SEQ-NO       PIC 9(4).
                   15 CK-DEPT-SHAPES   PIC 9(5).
                   15 CK-DEPT-AREA-SUM PIC 9(9)V9(5).
                   15 CK-DEPT-COST-SUM PIC 9(9)V9(2).
           05 CK-BATCHES-HELD      PIC 9(3).
           05 CK-HELD-COUNT        PIC 9(5).
           05 CK-HELD-AREA         PIC 9(9)V9(5).
           05 CK-DMON-COUNT        PIC 9(2).
           05 CK-DMON-TABLE.
               10 CK-DMON-ENTRY OCCURS 40 TIMES.
                   15 CK-DMON-DEPT     PIC X(4).
                   15 CK-DMON-MONTH    PIC 9(6).
                   15 CK-DMON-COST     PIC 9(9)V9(2).

      * Repaired rejects recycled by SHAPEFIX - detail cards in the
      * same layout as SHAPEIN, processed after the day's batch so
           RECORD CONTAINS 90 CHARACTERS.
       01  RECYCLE-RECORD          PIC X(90).

      * Remake batches INSPPOST writes for pieces scrapped at
      * inspection - whole header/detail/trailer batches in the
      * SHAPEIN layout, read on the end of SHAPEIN as part of the
      * same transmission so they are cut, reconciled and billed
      * like any other batch. Emptied once the run completes.
       FD  REMAKE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REMAKE-RECORD           PIC X(90).

      * Held batch deck - the cards of every batch held for budget,
      * kept under the batch ID and the card's place in the batch,
      * with the run that first held it. Every later run offers the
      * deck again after SHAPEIN and the remake deck, and a batch is
      * taken off it at the end of the run that lets it through -
      * by a BUDGOVR card, or because the budget is no longer used
      * up.
       FD  HELD-BATCH-FILE
           RECORD CONTAINS 118 CHARACTERS.
       01  HELD-BATCH-RECORD.
           05 HB-KEY.
               10 HB-BATCH-ID      PIC X(8).
               10 HB-CARD-NO       PIC 9(4).
           05 HB-HELD-DATE         PIC 9(8).
           05 HB-HELD-RUN-NO       PIC 9(4).
           05 HB-DEPT              PIC X(4).
           05 HB-CARD              PIC X(90).

      * Unit-of-measure conversion table. One card per unit code the
      * drafting offices may submit in: the code and the factor that
      * takes one of that unit into the shop's standard unit. The
      * batch/sequence identity, converted dimensions, piece count,
      * and the area extended across all the pieces, closed by a
      * "T" trailer whose record count and total area must tie to
      * WS-SHAPE-COUNT and WS-GRAND-TOTAL-AREA, less the work held
      * on the hold queue as outliers, plus the held work since
      * released that bills on this run. The ERP load job refuses
      * the file when the trailer does not balance, so the billing
      * group stops rekeying print images.
       FD  BILL-EXTRACT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  BILL-EXTRACT-RECORD.
      * Run-control master - one record per execution, only ever
      * extended, so operations can see every run's identity, file
      * counts, and completion status without reading output files.
      * The end-of-day steps check it before working on a run's
      * output and register their own completion on it.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 96 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCREC.

      * Operator Job Summary Report, printed at END-OF-JOB.
       FD  JOB-SUMMARY-FILE
      * the SHAPEINQ inquiry screen can answer a customer call with
      * one keyed READ instead of twenty minutes of page-flipping.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           COPY DAYRSREC.

       01  DEPT-MASTER-RECORD.
           COPY DEPTREC.

      * Quote master - written by QUOTERUN, read here. A batch
      * header carrying a quote number that is on file, still
      * valid, and for the same department prices at the rates the
      * quote locked in instead of the rates in effect.
       FD  QUOTE-MASTER-FILE
           RECORD CONTAINS 530 CHARACTERS.
       01  QUOTE-MASTER-RECORD.
           COPY QUOTEREC.

      * Stock inventory master - maintained by STOCKMNT. The sheets
      * the Material Utilization Report says the run needs post
      * here as consumption, so REORDRPT can tell purchasing what
      * is running low and what the floor already ran short of.
       FD  STOCK-INVENTORY-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  STOCK-INVENTORY-RECORD.
           COPY STOCKREC.

      * Department budget master - maintained by BUDGMNT, spend
      * posted by CHGBACK. A department whose month's budget is
      * used up has its new batches held for approval.
       FD  BUDGET-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGREC.

      * Budget override cards - one per held batch the department's
      * approver has released: the batch ID, its department, and
      * who approved it. A batch with a card here processes even
      * though its department is over budget.
       FD  BUDGET-OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUDGET-OVERRIDE-CARD.
           05 BO-BATCH-ID          PIC X(8).
           05 BO-DEPT              PIC X(4).
           05 BO-APPROVED-BY       PIC X(20).
           05 FILLER               PIC X(48).

      * Results history master, layout shared with RSLTHIST - read
      * once at start of run to build the outlier profiles.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Hold queue - accepted shapes held off the billing extract as
      * outliers against their history profile, until HOLDREL
      * releases or rejects them. Released entries go on the next
      * run's extract and are marked billed.
       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 368 CHARACTERS.
       01  HOLD-QUEUE-RECORD.
           COPY HOLDREC.

      * Audit trail of every calculation the run performs.
       FD  AUDIT-FILE
           RECORD CONTAINS 84 CHARACTERS.
       01 WS-SHAPE-FILE-STATUS     PIC X(2).
           88 SHAPE-FILE-OK                 VALUE "00".
           88 SHAPE-FILE-MISSING            VALUE "35".
       01 WS-REMAKE-FILE-STATUS    PIC X(2).
           88 REMAKE-FILE-OK                VALUE "00".
           88 REMAKE-FILE-MISSING           VALUE "35".
       01 WS-REMAKE-DECK-SW        PIC X(1) VALUE "N".
           88 READING-REMAKE-DECK           VALUE "Y".
       01 WS-HELDB-FILE-STATUS     PIC X(2).
           88 HELDB-FILE-OK                 VALUE "00".
           88 HELDB-FILE-MISSING            VALUE "35".
           88 HELDB-DUPLICATE-KEY           VALUE "22".
       01 WS-HELD-DECK-SW          PIC X(1) VALUE "N".
           88 READING-HELD-DECK             VALUE "Y".
       01 WS-HELD-CARD-SW          PIC X(1) VALUE "N".
           88 HELD-CARD-OFFERED             VALUE "Y".
       01 WS-HBCLR-SCAN-SW         PIC X(1) VALUE "N".
           88 HBCLR-SCAN-DONE               VALUE "Y".
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 SHAPE-INVALID                 VALUE "N".
       01 WS-SHAPE-REJECT-REASON   PIC X(30).

      * The card in hand - from SHAPEIN, the remake deck, the held
      * batch deck or the recycle file.
       01 WS-SHAPE-TRANS.
           COPY SHAPECRD.

      * Batch control - header/trailer reconciliation for SHAPEIN.
      * The detail count and dimension hash total accumulated here
      * must agree with each batch's own trailer card. A batch that
       01 WS-BATCH-COST            PIC 9(9)V9(2) VALUE 0.
       01 WS-BATCHES-DONE          PIC 9(3) VALUE 0.
       01 WS-BATCHES-FAILED        PIC 9(3) VALUE 0.
       01 WS-BATCHES-HELD          PIC 9(3) VALUE 0.

      * Assembly control - a part keyed as an "A" card, one outer
      * shape, cutout ("U") cards whose areas subtract and whose
           88 DEPT-FILE-MISSING             VALUE "35".
       01 WS-BATCH-DEPT-NAME       PIC X(30) VALUE SPACES.

      * Quoted work. The quote number on the batch header is looked
      * up on the quote master once the batch's own rates are
      * picked; an honored quote overlays its locked rates on the
      * rate table for that batch only, so the next batch (or a
      * recycled repair) always re-picks the rates in effect.
       01 WS-QUOTE-FILE-STATUS     PIC X(2).
           88 QUOTE-FILE-OK                 VALUE "00".
           88 QUOTE-FILE-MISSING            VALUE "35".
       01 WS-BATCH-QUOTE-NO        PIC 9(6) VALUE 0.
       01 WS-QUOTE-RATES-SW        PIC X(1) VALUE "N".
           88 QUOTE-RATES-LOADED            VALUE "Y".
       01 WS-QUOTE-REFUSE-REASON   PIC X(30) VALUE SPACES.
       01 WS-QUOTE-RATE-SUB        PIC 9(2).

      * Budget hold. As a batch opens, its department's budget for
      * the month of the batch's business date is read: the spend
      * CHGBACK last posted plus what this run has already
      * reconciled for the department in that same month. Once
      * that reaches the budget the batch is held - skipped
      * unprocessed, left off the batch register, and its cards
      * kept on the held batch deck for the next run to offer
      * again - unless a BUDGOVR card releases it. No budget on
      * file, or a zero budget not yet set, holds nothing.
       01 WS-BUDG-FILE-STATUS      PIC X(2).
           88 BUDG-FILE-OK                  VALUE "00".
           88 BUDG-FILE-MISSING             VALUE "35".
       01 WS-BOVR-FILE-STATUS      PIC X(2).
           88 BOVR-FILE-OK                  VALUE "00".
           88 BOVR-FILE-MISSING             VALUE "35".
       01 WS-BOVR-EOF-SW           PIC X(1) VALUE "N".
           88 BOVR-EOF                      VALUE "Y".
       01 WS-BOVR-COUNT            PIC 9(2) VALUE 0.
       01 WS-BOVR-TABLE.
           05 WS-BOVR-ENTRY OCCURS 50 TIMES.
               10 WS-BOVR-BATCH-ID PIC X(8).
               10 WS-BOVR-DEPT     PIC X(4).
               10 WS-BOVR-APPROVER PIC X(20).
       01 WS-BOVR-SUB              PIC 9(2).
       01 WS-BOVR-HIT              PIC 9(2).
       01 WS-BUDGET-SPENT          PIC 9(9)V9(2).
       01 WS-BUDGET-HELD-SW        PIC X(1) VALUE "N".
           88 BATCH-BUDGET-HELD             VALUE "Y".
       01 WS-HELD-CARD-NO          PIC 9(4) VALUE 0.

      * This run's reconciled cost by department and budget month -
      * a run can carry late work from the month before, and that
      * spend belongs to the month it was done in.
       01 WS-DMON-COUNT            PIC 9(2) VALUE 0.
       01 WS-DMON-TABLE.
           05 WS-DMON-ENTRY OCCURS 40 TIMES.
               10 WS-DMON-DEPT     PIC X(4).
               10 WS-DMON-MONTH    PIC 9(6).
               10 WS-DMON-COST     PIC 9(9)V9(2).
       01 WS-DMON-SUB              PIC 9(2).
       01 WS-DMON-HIT              PIC 9(2).

      * Batches the held batch deck offered and this run let
      * through, to come off the deck when the run completes.
       01 WS-HBCLR-COUNT           PIC 9(2) VALUE 0.
       01 WS-HBCLR-TABLE.
           05 WS-HBCLR-BATCH-ID OCCURS 50 TIMES PIC X(8).
       01 WS-HBCLR-SUB             PIC 9(2).

      * Volume and cost by department, tallied as each batch
      * reconciles so every office sees its own numbers at the foot
      * of both reports.
       01 WS-SCRAP-PCT             PIC 9(3)V9(2).
       01 WS-SHEET-COST-TOT        PIC 9(9)V9(2).

      * Sheet consumption posting. A missing inventory master is
      * announced up front and the run carries on - the reports do
      * not depend on it. A material not on the master is named for
      * the stores clerk to add.
       01 WS-STKINV-FILE-STATUS    PIC X(2).
           88 STKINV-FILE-OK                VALUE "00".
           88 STKINV-FILE-MISSING           VALUE "35".
       01 WS-SHEETS-SHORT          PIC 9(7).

      * Outlier hold. Each accepted shape's extended area and cost
      * are measured against the profile of the accepted work in
      * the results history for the same department, material and
      * shape type - the mean of each over the history on file.
      * Once a profile has enough history behind it, a shape at
      * more than the outlier factor times either mean, or under
      * the mean divided by the factor, is held off the billing
      * extract onto the hold queue - a drawing keyed in
      * centimetres under an inch unit code comes in at more than
      * six times the area it should. The shape is still reported,
      * costed and cut; only its billing waits for HOLDREL. The
      * factor and the least history a profile needs come off the
      * parameter card. A cost of zero (no rate) is not measured.
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-HIST-EOF-SW           PIC X(1) VALUE "N".
           88 HIST-EOF                      VALUE "Y".
       01 WS-HOLDQ-FILE-STATUS     PIC X(2).
           88 HOLDQ-FILE-OK                 VALUE "00".
           88 HOLDQ-FILE-MISSING            VALUE "35".
           88 HOLDQ-DUPLICATE-KEY           VALUE "22".
       01 WS-HOLDQ-SCAN-SW         PIC X(1) VALUE "N".
           88 HOLDQ-SCAN-DONE               VALUE "Y".
       01 WS-OUTLIER-FACTOR        PIC 9(2)V9(1) VALUE 3.0.
       01 WS-OUTLIER-MIN-COUNT     PIC 9(3) VALUE 10.
       01 WS-PROF-COUNT            PIC 9(3) VALUE 0.
       01 WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 500 TIMES.
               10 WS-PROF-DEPT     PIC X(4).
               10 WS-PROF-MATERIAL PIC X(4).
               10 WS-PROF-TYPE     PIC X(1).
               10 WS-PROF-SHAPES   PIC 9(7).
               10 WS-PROF-AREA-SUM PIC 9(13)V9(5).
               10 WS-PROF-COST-SUM PIC 9(13)V9(2).
       01 WS-PROF-SUB              PIC 9(3).
       01 WS-PROF-HIT              PIC 9(3).
       01 WS-PROF-FULL-SW          PIC X(1) VALUE "N".
           88 PROF-TABLE-FULL               VALUE "Y".
       01 WS-PROF-FIND-DEPT        PIC X(4).
       01 WS-PROF-FIND-MATERIAL    PIC X(4).
       01 WS-PROF-FIND-TYPE        PIC X(1).
       01 WS-PROF-MEAN-AREA        PIC 9(9)V9(5).
       01 WS-PROF-MEAN-COST        PIC 9(8)V9(2).
       01 WS-AREA-RATIO            PIC 9(3)V9(2).
       01 WS-COST-RATIO            PIC 9(3)V9(2).
       01 WS-AREA-FLAG             PIC X(1).
       01 WS-COST-FLAG             PIC X(1).
       01 WS-OUTLIER-SW            PIC X(1) VALUE "N".
           88 SHAPE-HELD                    VALUE "Y".
       01 WS-HOLD-REASON.
           05 FILLER               PIC X(5) VALUE "AREA ".
           05 WS-HRN-AREA-RATIO    PIC ZZ9.99.
           05 FILLER               PIC X(7) VALUE "X COST ".
           05 WS-HRN-COST-RATIO    PIC ZZ9.99.
           05 FILLER               PIC X(6) VALUE "X NORM".
       01 WS-HOLD-BILL-DIM-1       PIC 9(5)V9(5).
       01 WS-HOLD-BILL-DIM-2       PIC 9(5)V9(5).
       01 WS-HOLD-BILL-UNIT        PIC X(2).
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-AREA             PIC 9(9)V9(5) VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-RELEASED-AREA         PIC 9(9)V9(5) VALUE 0.
       01 WS-PRIOR-RUN-NO          PIC 9(4).

      * Run control and graded completion. Return codes: 0 clean,
      * 4 any BADSHAPE rejects, a batch held for budget or a shape
      * held as an outlier, 8 reject
      * rate over the parameter threshold, 16 hard failure - so the
      * scheduler can decide whether downstream jobs proceed
      * without a human reading print files.
       01 WS-RUNCTL-FILE-STATUS    PIC X(2).
           88 RUNCTL-FILE-OK                VALUE "00".
           88 RUNCTL-FILE-MISSING           VALUE "35".
           05 WS-JOB-REJECTED   PIC ZZZZ9.
           05 FILLER            PIC X(16) VALUE "  AUDIT ENTRIES:".
           05 WS-JOB-AUDIT      PIC ZZZZZ9.
       01 WS-JOB-HOLD-LINE.
           05 FILLER            PIC X(15) VALUE "HELD OUTLIERS: ".
           05 WS-JOB-HELD       PIC ZZZZ9.
           05 FILLER            PIC X(20) VALUE "  RELEASES BILLED:  ".
           05 WS-JOB-RELEASED   PIC ZZZZ9.
       01 WS-JOB-STATUS-LINE.
           05 FILLER            PIC X(15) VALUE "COMPLETION:    ".
           05 WS-JOB-STATUS     PIC X(8).
           05 WS-BFL-BATCH-ID   PIC X(8).
           05 FILLER            PIC X(46) VALUE
               "  FAILED BATCH CONTROL - SEE OPERATOR MESSAGES".
       01 WS-BATCH-HOLD-LINE.
           05 FILLER            PIC X(9) VALUE "** BATCH ".
           05 WS-BHD-BATCH-ID   PIC X(8).
           05 FILLER            PIC X(14) VALUE "  HELD - DEPT ".
           05 WS-BHD-DEPT       PIC X(4).
           05 FILLER            PIC X(17) VALUE " OVER BUDGET FOR ".
           05 WS-BHD-MONTH      PIC 9(6).
           05 FILLER            PIC X(22) VALUE
               " - AWAITING APPROVAL".

      * Quote line on the Cost Estimate Report, under the batch
      * header line, saying whether the batch priced at quoted
      * rates or why it did not.
       01 WS-BATCH-QUOTE-LINE.
           05 FILLER            PIC X(9) VALUE "** QUOTE ".
           05 WS-BQL-QUOTE-NO   PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-BQL-TEXT       PIC X(60).

      * By-department totals section, printed at the foot of both
      * reports so each office sees its own volume and cost.
           IF RESTART-MODE
               PERFORM LOAD-CHECKPOINT
           END-IF.
           PERFORM OPEN-HELD-BATCH-DECK.
           OPEN INPUT SHAPE-TRANS-FILE.
           IF SHAPE-FILE-MISSING
               PERFORM OPEN-REMAKE-DECK
           END-IF.
           IF RESTART-MODE
               OPEN EXTEND AREA-REPORT-FILE
               DISPLAY "DEPARTMENT MASTER MISSING - EVERY BATCH "
                   "WILL REFUSE UNTIL DEPTMAST IS MOUNTED"
           END-IF.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF BUDG-FILE-MISSING
               DISPLAY "BUDGET MASTER MISSING - NO BATCH WILL BE "
                   "HELD FOR BUDGET"
           END-IF.
           PERFORM LOAD-BUDGET-OVERRIDES.
           PERFORM LOAD-UNIT-TABLE.
           PERFORM LOAD-STOCK-TABLE.
           PERFORM OPEN-RATE-MASTER.
           MOVE WS-RUN-DATE TO WS-RATE-SEL-DATE.
           PERFORM LOAD-RATE-TABLE.
           OPEN INPUT QUOTE-MASTER-FILE.
           OPEN I-O STOCK-INVENTORY-FILE.
           IF STKINV-FILE-MISSING
               DISPLAY "STOCK INVENTORY MASTER MISSING - SHEET "
                   "CONSUMPTION WILL NOT POST"
           END-IF.
           PERFORM LOAD-OUTLIER-PROFILES.
           PERFORM OPEN-HOLD-QUEUE.

      * The rate master stays open for the whole run so the rate
      * rows in effect can be re-picked as each batch's business
                   "ALL SHAPE CARDS WILL REJECT"
           END-IF.

      * Pull the budget override cards into storage. Most days
      * there are none, and a missing deck is normal.
       LOAD-BUDGET-OVERRIDES.
           OPEN INPUT BUDGET-OVERRIDE-FILE.
           IF BOVR-FILE-MISSING
               SET BOVR-EOF TO TRUE
           END-IF.
           PERFORM READ-BUDGET-OVERRIDE.
           PERFORM UNTIL BOVR-EOF
               IF WS-BOVR-COUNT < 50
                   ADD 1 TO WS-BOVR-COUNT
                   MOVE BO-BATCH-ID TO WS-BOVR-BATCH-ID(WS-BOVR-COUNT)
                   MOVE BO-DEPT TO WS-BOVR-DEPT(WS-BOVR-COUNT)
                   MOVE BO-APPROVED-BY
                       TO WS-BOVR-APPROVER(WS-BOVR-COUNT)
               ELSE
                   DISPLAY "BUDGET OVERRIDE TABLE FULL - BATCH "
                       BO-BATCH-ID " DROPPED"
               END-IF
               PERFORM READ-BUDGET-OVERRIDE
           END-PERFORM.
           IF NOT BOVR-FILE-MISSING
               CLOSE BUDGET-OVERRIDE-FILE
           END-IF.

      * Read the next budget override card.
       READ-BUDGET-OVERRIDE.
           IF NOT BOVR-EOF
               READ BUDGET-OVERRIDE-FILE
                   AT END
                       SET BOVR-EOF TO TRUE
               END-READ
           END-IF.

      * Pull the stock sheet master into storage. A missing or
      * empty table just means the utilization report can only flag
      * NO STOCK SHEET ON FILE - announced up front so the
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.

      * The held batch deck is permanent like the batch register -
      * the first-ever run creates it empty.
       OPEN-HELD-BATCH-DECK.
           OPEN I-O HELD-BATCH-FILE.
           IF HELDB-FILE-MISSING
               OPEN OUTPUT HELD-BATCH-FILE
               CLOSE HELD-BATCH-FILE
               OPEN I-O HELD-BATCH-FILE
           END-IF.

      * The hold queue is permanent like the batch register - the
      * first-ever run creates it empty.
       OPEN-HOLD-QUEUE.
           OPEN I-O HOLD-QUEUE-FILE.
           IF HOLDQ-FILE-MISSING
               OPEN OUTPUT HOLD-QUEUE-FILE
               CLOSE HOLD-QUEUE-FILE
               OPEN I-O HOLD-QUEUE-FILE
           END-IF.

      * Build the outlier profiles from the accepted work on the
      * results history - a count, area total and cost total for
      * each department, material and shape type. Each history
      * entry is laid out in the daily results record area to get
      * at its fields; nothing is written from it here. With no
      * history on file nothing can be measured, so nothing holds.
       LOAD-OUTLIER-PROFILES.
           MOVE 0 TO WS-PROF-COUNT.
           MOVE "N" TO WS-HIST-EOF-SW.
           OPEN INPUT RESULT-HIST-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "RESULTS HISTORY MISSING - NO SHAPE WILL BE "
                   "HELD AS AN OUTLIER"
               SET HIST-EOF TO TRUE
           END-IF.
           PERFORM READ-HIST-NEXT.
           PERFORM UNTIL HIST-EOF
               MOVE RH-RESULT-ENTRY TO DAY-RESULT-RECORD
               IF DR-ACCEPTED
                   PERFORM POST-PROFILE-ENTRY
               END-IF
               PERFORM READ-HIST-NEXT
           END-PERFORM.
           IF NOT HIST-FILE-MISSING
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF PROF-TABLE-FULL
               DISPLAY "OUTLIER PROFILE TABLE FULL - SOME "
                   "DEPARTMENT/MATERIAL/SHAPE TYPES NOT MEASURED"
           END-IF.

      * Next history entry; any status besides a clean read ends
      * the scan, as on the coordinate master.
       READ-HIST-NEXT.
           IF NOT HIST-EOF
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
               END-READ
               IF NOT HIST-FILE-OK
                   SET HIST-EOF TO TRUE
               END-IF
           END-IF.

      * Add one accepted history entry to its profile, opening the
      * profile on its first entry.
       POST-PROFILE-ENTRY.
           MOVE DR-DEPT TO WS-PROF-FIND-DEPT.
           MOVE DR-MATERIAL TO WS-PROF-FIND-MATERIAL.
           MOVE DR-SHAPE-TYPE TO WS-PROF-FIND-TYPE.
           PERFORM FIND-PROFILE.
           IF WS-PROF-HIT = 0
               IF WS-PROF-COUNT < 500
                   ADD 1 TO WS-PROF-COUNT
                   MOVE WS-PROF-COUNT TO WS-PROF-HIT
                   MOVE DR-DEPT TO WS-PROF-DEPT(WS-PROF-HIT)
                   MOVE DR-MATERIAL TO WS-PROF-MATERIAL(WS-PROF-HIT)
                   MOVE DR-SHAPE-TYPE TO WS-PROF-TYPE(WS-PROF-HIT)
                   MOVE 0 TO WS-PROF-SHAPES(WS-PROF-HIT)
                   MOVE 0 TO WS-PROF-AREA-SUM(WS-PROF-HIT)
                   MOVE 0 TO WS-PROF-COST-SUM(WS-PROF-HIT)
               ELSE
                   SET PROF-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-PROF-HIT > 0
               ADD 1 TO WS-PROF-SHAPES(WS-PROF-HIT)
               ADD DR-AREA TO WS-PROF-AREA-SUM(WS-PROF-HIT)
               ADD DR-COST TO WS-PROF-COST-SUM(WS-PROF-HIT)
           END-IF.

      * Find the profile for WS-PROF-FIND-DEPT/MATERIAL/TYPE;
      * WS-PROF-HIT is zero when there is none.
       FIND-PROFILE.
           MOVE 0 TO WS-PROF-HIT.
           PERFORM VARYING WS-PROF-SUB FROM 1 BY 1
                   UNTIL WS-PROF-SUB > WS-PROF-COUNT
                      OR WS-PROF-HIT > 0
               IF WS-PROF-DEPT(WS-PROF-SUB) = WS-PROF-FIND-DEPT
                   AND WS-PROF-MATERIAL(WS-PROF-SUB)
                       = WS-PROF-FIND-MATERIAL
                   AND WS-PROF-TYPE(WS-PROF-SUB) = WS-PROF-FIND-TYPE
                   MOVE WS-PROF-SUB TO WS-PROF-HIT
               END-IF
           END-PERFORM.

      * The Coordinate Master is a permanent indexed file now - open
      * it I-O in every mode (first-ever run creates it empty), then
      * scan to the highest coordinate ID on file so new pairs get
           END-IF.
           PERFORM READ-RUN-CONTROL.
           PERFORM UNTIL RUNCTL-EOF
               IF RC-RUN-DATE = WS-RUN-DATE AND RC-DAILY-BATCH
                   AND RC-RUN-NO > WS-RUN-NO
                   MOVE RC-RUN-NO TO WS-RUN-NO
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
           ADD 1 TO WS-RUN-NO.
           COMPUTE WS-PRIOR-RUN-NO = WS-RUN-NO - 1.

      * Read the next run-control record during the run-number scan.
       READ-RUN-CONTROL.
               MOVE 0 TO WS-MAT-MAX-DIM(WS-MAT-SUB)
           END-PERFORM.

      * Clear every department-totals slot, and every slot of the
      * department cost by budget month, for the same reason - the
      * tables ride inside the checkpoint record as group moves, so
      * unused entries must hold displayable spaces and zeros.
       INIT-DEPT-TABLE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 20
               MOVE 0 TO WS-DEPT-AREA-SUM(WS-DEPT-SUB)
               MOVE 0 TO WS-DEPT-COST-SUM(WS-DEPT-SUB)
           END-PERFORM.
           PERFORM VARYING WS-DMON-SUB FROM 1 BY 1
                   UNTIL WS-DMON-SUB > 40
               MOVE SPACES TO WS-DMON-DEPT(WS-DMON-SUB)
               MOVE 0 TO WS-DMON-MONTH(WS-DMON-SUB)
               MOVE 0 TO WS-DMON-COST(WS-DMON-SUB)
           END-PERFORM.

      * Reload the last checkpoint so SHAPE-PROCESSING can pick up
      * where the failed run left off. A restart request with no
                       MOVE CK-MAT-TABLE TO WS-MAT-TABLE
                       MOVE CK-DEPT-COUNT TO WS-DEPT-COUNT
                       MOVE CK-DEPT-TABLE TO WS-DEPT-TABLE
                       MOVE CK-BATCHES-HELD TO WS-BATCHES-HELD
                       MOVE CK-HELD-COUNT TO WS-HELD-COUNT
                       MOVE CK-HELD-AREA TO WS-HELD-AREA
                       MOVE CK-DMON-COUNT TO WS-DMON-COUNT
                       MOVE CK-DMON-TABLE TO WS-DMON-TABLE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WS-MAT-TABLE TO CK-MAT-TABLE.
           MOVE WS-DEPT-COUNT TO CK-DEPT-COUNT.
           MOVE WS-DEPT-TABLE TO CK-DEPT-TABLE.
           MOVE WS-BATCHES-HELD TO CK-BATCHES-HELD.
           MOVE WS-HELD-COUNT TO CK-HELD-COUNT.
           MOVE WS-HELD-AREA TO CK-HELD-AREA.
           MOVE WS-DMON-COUNT TO CK-DMON-COUNT.
           MOVE WS-DMON-TABLE TO CK-DMON-TABLE.
           WRITE CHECKPOINT-RECORD.
           IF NOT CHKPT-FILE-OK
               DISPLAY "CHECKPOINT WRITE FAILED - STATUS "
               IF PARM-REJECT-PCT > 0
                   MOVE PARM-REJECT-PCT TO WS-REJECT-PCT-LIMIT
               END-IF
               IF PARM-OUTLIER-FACTOR NUMERIC
                   AND PARM-OUTLIER-FACTOR > 0
                   MOVE PARM-OUTLIER-FACTOR TO WS-OUTLIER-FACTOR
               END-IF
               IF PARM-OUTLIER-MIN NUMERIC
                   AND PARM-OUTLIER-MIN > 0
                   MOVE PARM-OUTLIER-MIN TO WS-OUTLIER-MIN-COUNT
               END-IF
           END-IF.

      * Squaring a number / summing two numbers
                       WHEN ST-HEADER-REC
                           PERFORM PROCESS-BATCH-HEADER
                       WHEN BATCH-SKIPPING
                           IF BATCH-BUDGET-HELD
                               PERFORM KEEP-HELD-BATCH-CARD
                           END-IF
                       WHEN ST-TRAILER-REC
                           PERFORM RECONCILE-BATCH-TRAILER
                       WHEN ST-ASM-START-REC
           END-IF.
           DISPLAY "SHAPEIN TRANSMISSION - " WS-BATCHES-DONE
               " BATCH(ES) RECONCILED, " WS-BATCHES-FAILED
               " FAILED, " WS-BATCHES-HELD " HELD FOR BUDGET".
           PERFORM RECYCLE-PROCESSING.
           PERFORM WRITE-REPORT-TOTAL.
           PERFORM WRITE-COST-TOTALS.
           PERFORM WRITE-DEPT-TOTALS.
           PERFORM WRITE-UTILIZATION-REPORT.
           PERFORM BILL-RELEASED-HOLDS.
           PERFORM WRITE-BILL-TRAILER.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM CLEAR-REMAKE-DECK.
           PERFORM CLEAR-RELEASED-HELD-BATCHES.

      * One billing extract record per accepted shape, dimensions
      * already converted to the standard unit.
       WRITE-BILL-DETAIL.
           PERFORM SET-SHAPE-BILL-DIMS.
           MOVE SPACES TO BILL-EXTRACT-RECORD.
           MOVE "D" TO BX-REC-TYPE.
           MOVE WS-BATCH-ID TO BX-BATCH-ID.
           MOVE ST-SEQ-NO TO BX-SEQ-NO.
           MOVE SHAPE-TYPE TO BX-SHAPE-TYPE.
           MOVE WS-HOLD-BILL-DIM-1 TO BX-DIM-1.
           MOVE WS-HOLD-BILL-DIM-2 TO BX-DIM-2.
           MOVE WS-EXT-AREA TO BX-AREA.
           MOVE ST-UNIT TO BX-UNIT.
           MOVE ST-MATERIAL TO BX-MATERIAL.
           MOVE ST-QTY TO BX-QTY.
           WRITE BILL-EXTRACT-RECORD.

      * The two dimensions a shape bills by, in the standard unit -
      * the same for the extract and for the hold queue entry that
      * bills it later.
       SET-SHAPE-BILL-DIMS.
           EVALUATE TRUE
               WHEN SHAPE-IS-CIRCLE
                   MOVE RADIUS TO WS-HOLD-BILL-DIM-1
                   MOVE ZERO TO WS-HOLD-BILL-DIM-2
               WHEN SHAPE-IS-RECTANGLE
                   MOVE WIDTH TO WS-HOLD-BILL-DIM-1
                   MOVE HEIGHT TO WS-HOLD-BILL-DIM-2
               WHEN SHAPE-IS-TRIANGLE
                   MOVE TRI-BASE TO WS-HOLD-BILL-DIM-1
                   MOVE TRI-HEIGHT TO WS-HOLD-BILL-DIM-2
               WHEN SHAPE-IS-SQUARE
                   MOVE SQ-SIDE TO WS-HOLD-BILL-DIM-1
                   MOVE ZERO TO WS-HOLD-BILL-DIM-2
           END-EVALUATE.

      * Held outliers released by HOLDREL since the last run go on
      * this run's extract under their own batch/sequence identity
      * and are marked billed with the run that carried them. On a
      * restart the failed run may already have billed some onto
      * the extract this run extends; those are claimed again for
      * this run so the trailer still ties to the records on file.
       BILL-RELEASED-HOLDS.
           MOVE LOW-VALUES TO HQ-KEY.
           MOVE "N" TO WS-HOLDQ-SCAN-SW.
           START HOLD-QUEUE-FILE KEY IS NOT LESS THAN HQ-KEY
               INVALID KEY
                   SET HOLDQ-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-HOLDQ-NEXT.
           PERFORM UNTIL HOLDQ-SCAN-DONE
               MOVE HQ-RESULT-ENTRY TO DAY-RESULT-RECORD
               EVALUATE TRUE
                   WHEN HQ-RELEASED
                       PERFORM WRITE-RELEASED-BILL-DETAIL
                       PERFORM MARK-HOLD-BILLED
                   WHEN HQ-BILLED AND RESTART-MODE
                       AND HQ-BILLED-DATE = WS-RUN-DATE
                       AND HQ-BILLED-RUN-NO = WS-PRIOR-RUN-NO
                       PERFORM MARK-HOLD-BILLED
               END-EVALUATE
               PERFORM READ-HOLDQ-NEXT
           END-PERFORM.

      * Next hold queue entry in key order.
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

      * The released shape's extract record, built from what the
      * queue entry kept of it when it was held.
       WRITE-RELEASED-BILL-DETAIL.
           MOVE SPACES TO BILL-EXTRACT-RECORD.
           MOVE "D" TO BX-REC-TYPE.
           MOVE HQ-BATCH-ID TO BX-BATCH-ID.
           MOVE HQ-SEQ-NO TO BX-SEQ-NO.
           MOVE DR-SHAPE-TYPE TO BX-SHAPE-TYPE.
           MOVE HQ-BILL-DIM-1 TO BX-DIM-1.
           MOVE HQ-BILL-DIM-2 TO BX-DIM-2.
           MOVE DR-AREA TO BX-AREA.
           MOVE HQ-BILL-UNIT TO BX-UNIT.
           MOVE DR-MATERIAL TO BX-MATERIAL.
           MOVE DR-QTY TO BX-QTY.
           WRITE BILL-EXTRACT-RECORD.

      * Stamp the entry billed by this run and count it into the
      * trailer.
       MARK-HOLD-BILLED.
           SET HQ-BILLED TO TRUE.
           MOVE WS-RUN-DATE TO HQ-BILLED-DATE.
           MOVE WS-RUN-NO TO HQ-BILLED-RUN-NO.
           REWRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "HOLD QUEUE REWRITE FAILED FOR "
                       HQ-BATCH-ID "/" HQ-SEQ-NO
                       " STATUS " WS-HOLDQ-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD DR-AREA TO WS-RELEASED-AREA.

      * Close the extract with the trailer the ERP load balances
      * against - the same counters the Area Calculation Report
      * totals print from, less what was held as outliers and plus
      * the releases billed, so the two can be tied by the held
      * and released lines of the job summary.
       WRITE-BILL-TRAILER.
           MOVE SPACES TO BILL-EXTRACT-RECORD.
           MOVE "T" TO BX-REC-TYPE.
           COMPUTE BX-TRL-REC-COUNT = WS-SHAPE-COUNT - WS-HELD-COUNT
               + WS-RELEASED-COUNT.
           COMPUTE BX-TRL-TOT-AREA = WS-GRAND-TOTAL-AREA
               - WS-HELD-AREA + WS-RELEASED-AREA.
           WRITE BILL-EXTRACT-RECORD.

      * Pick up repaired rejects recycled by SHAPEFIX after the
           END-IF.
           PERFORM READ-RECYCLE-RECORD.
           PERFORM UNTIL RECYCLE-EOF
               MOVE RECYCLE-RECORD TO WS-SHAPE-TRANS
               IF ST-DETAIL-REC
                   MOVE ST-BATCH-ID TO WS-BATCH-ID
                   PERFORM LOOKUP-RECYCLE-BUS-DATE
                   IF QUOTE-RATES-LOADED
                       MOVE "N" TO WS-QUOTE-RATES-SW
                       MOVE 0 TO WS-RATE-SEL-DATE
                   END-IF
                   IF WS-BATCH-BUS-DATE NOT = WS-RATE-SEL-DATE
                       MOVE WS-BATCH-BUS-DATE TO WS-RATE-SEL-DATE
                       PERFORM LOAD-RATE-TABLE
           END-IF.

      * A recycled repair reports under its original batch, so its
      * results record should carry that batch's business date and
      * submitting department, and it must price at the rates in
      * effect on that date - the rate table is re-picked above
      * when the date changes, the same way each batch header
      * re-picks it.
      * The batch register holds both; a batch not on the register
      * (it failed reconciliation on its own day) falls back to the
      * run date rather than a zero date the history purge would
      * misjudge, and to no department.
       LOOKUP-RECYCLE-BUS-DATE.
           MOVE WS-BATCH-ID TO BR-BATCH-ID.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO WS-BATCH-BUS-DATE
                   MOVE SPACES TO WS-BATCH-DEPT
               NOT INVALID KEY
                   MOVE BR-BUS-DATE TO WS-BATCH-BUS-DATE
                   MOVE BR-DEPT TO WS-BATCH-DEPT
           END-READ.

      * Read the next recycled repair card.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      * The remake batches have been through the run with the rest
      * of the transmission - empty the deck so the next run does
      * not offer the same batch IDs again. A remake batch held for
      * budget already has its cards on the held batch deck, kept
      * as they were read, so nothing of it is lost here. A restart
      * never gets here, so the remakes are replayed with the rest.
       CLEAR-REMAKE-DECK.
           IF READING-REMAKE-DECK AND NOT REMAKE-FILE-MISSING
               CLOSE REMAKE-FILE
               OPEN OUTPUT REMAKE-FILE
               CLOSE REMAKE-FILE
           END-IF.

      * Take the batches the held batch deck offered and this run
      * let through off the deck, card by card. Like the remake
      * deck, a restart never gets here, so a released batch the
      * failed run was part way through is offered again.
       CLEAR-RELEASED-HELD-BATCHES.
           PERFORM VARYING WS-HBCLR-SUB FROM 1 BY 1
                   UNTIL WS-HBCLR-SUB > WS-HBCLR-COUNT
               PERFORM CLEAR-HELD-BATCH
           END-PERFORM.

      * Delete every card of the batch at WS-HBCLR-SUB.
       CLEAR-HELD-BATCH.
           MOVE WS-HBCLR-BATCH-ID(WS-HBCLR-SUB) TO HB-BATCH-ID.
           MOVE 0 TO HB-CARD-NO.
           MOVE "N" TO WS-HBCLR-SCAN-SW.
           START HELD-BATCH-FILE KEY IS NOT LESS THAN HB-KEY
               INVALID KEY
                   SET HBCLR-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL HBCLR-SCAN-DONE
               READ HELD-BATCH-FILE NEXT RECORD
                   AT END
                       SET HBCLR-SCAN-DONE TO TRUE
               END-READ
               IF NOT HELDB-FILE-OK
                   OR HB-BATCH-ID NOT = WS-HBCLR-BATCH-ID(WS-HBCLR-SUB)
                   SET HBCLR-SCAN-DONE TO TRUE
               ELSE
                   DELETE HELD-BATCH-FILE RECORD
                       INVALID KEY
                           DISPLAY "HELD BATCH DECK DELETE FAILED "
                               "FOR " HB-BATCH-ID "/" HB-CARD-NO
                               " STATUS " WS-HELDB-FILE-STATUS
                           SET HBCLR-SCAN-DONE TO TRUE
                   END-DELETE
               END-IF
           END-PERFORM.

      * Capture the batch identity from the header card and reset
      * the per-batch controls for it. A header arriving while the
      * previous batch is still open means its trailer never came -
           SET BATCH-HEADER-SEEN TO TRUE.
           MOVE "N" TO WS-BATCH-TRL-SW.
           MOVE "N" TO WS-BATCH-SKIP-SW.
           MOVE "N" TO WS-BUDGET-HELD-SW.
           MOVE "N" TO WS-ASM-OPEN-SW.
           MOVE ST-BATCH-ID TO WS-BATCH-ID.
           MOVE ST-HDR-BUS-DATE TO WS-BATCH-BUS-DATE.
           MOVE ST-HDR-DEPT TO WS-BATCH-DEPT.
           IF ST-HDR-QUOTE-NO NUMERIC
               MOVE ST-HDR-QUOTE-NO TO WS-BATCH-QUOTE-NO
           ELSE
               MOVE 0 TO WS-BATCH-QUOTE-NO
           END-IF.
      * Counters restored from the checkpoint belong to the batch
      * being resumed; every other header starts its batch at zero.
           IF NOT (RESTART-MODE
           END-IF.
           PERFORM VALIDATE-BATCH-DEPT.
           PERFORM CHECK-BATCH-REGISTER.
           PERFORM CHECK-DEPT-BUDGET.
      * A batch off the held batch deck that gets through every
      * check above has been released, and comes off the deck when
      * the run completes. One refused for its department stays on
      * the deck until the department is put right.
           IF READING-HELD-DECK AND NOT BATCH-SKIPPING
               DISPLAY "HELD BATCH " WS-BATCH-ID " DEPT "
                   WS-BATCH-DEPT " RELEASED FROM THE HELD BATCH DECK"
               PERFORM NOTE-HELD-BATCH-CLEAR
           END-IF.
      * Every refusal above is decided before the header line
      * prints, so a refused batch shows only its FAILED line. The
      * failed run already wrote the resumed batch's header line
               PERFORM WRITE-BATCH-REPORT-HEADER
           END-IF.
      * Price this batch at the rates in effect on its business
      * date, reloading only when the date actually changes - or
      * when the previous batch overlaid a quote's rates, which
      * belong to that batch alone.
           IF QUOTE-RATES-LOADED
               MOVE "N" TO WS-QUOTE-RATES-SW
               MOVE 0 TO WS-RATE-SEL-DATE
           END-IF.
           IF NOT BATCH-SKIPPING
               AND WS-BATCH-BUS-DATE NOT = WS-RATE-SEL-DATE
               MOVE WS-BATCH-BUS-DATE TO WS-RATE-SEL-DATE
               PERFORM LOAD-RATE-TABLE
           END-IF.
           IF NOT BATCH-SKIPPING AND WS-BATCH-QUOTE-NO > 0
               PERFORM APPLY-BATCH-QUOTE
           END-IF.

      * The batch header names a customer quote. It is honored when
      * it is on the quote master, has not passed its valid-until
      * date, and was issued to the department sending the work;
      * its locked rates then replace the in-effect rates for each
      * material it quoted. A quote that cannot be honored does not
      * stop the batch - it prices at standard rates and the Cost
      * Estimate Report says why, for sales to take up with the
      * customer.
       APPLY-BATCH-QUOTE.
           MOVE SPACES TO WS-QUOTE-REFUSE-REASON.
           MOVE WS-BATCH-QUOTE-NO TO QM-QUOTE-NO.
           IF QUOTE-FILE-MISSING
               MOVE "NO QUOTE MASTER ON HAND" TO WS-QUOTE-REFUSE-REASON
           ELSE
               READ QUOTE-MASTER-FILE
                   INVALID KEY
                       MOVE "QUOTE NOT ON FILE"
                           TO WS-QUOTE-REFUSE-REASON
               END-READ
           END-IF.
           IF WS-QUOTE-REFUSE-REASON = SPACES
               IF QM-VALID-UNTIL < WS-RUN-DATE
                   MOVE "QUOTE EXPIRED" TO WS-QUOTE-REFUSE-REASON
               ELSE
                   IF QM-DEPT NOT = WS-BATCH-DEPT
                       MOVE "QUOTE ISSUED TO ANOTHER DEPT"
                           TO WS-QUOTE-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BATCH-QUOTE-NO TO WS-BQL-QUOTE-NO.
           MOVE SPACES TO WS-BQL-TEXT.
           IF WS-QUOTE-REFUSE-REASON = SPACES
               PERFORM VARYING WS-QUOTE-RATE-SUB FROM 1 BY 1
                       UNTIL WS-QUOTE-RATE-SUB > QM-RATE-COUNT
                   PERFORM POST-QUOTE-RATE
               END-PERFORM
               SET QUOTE-RATES-LOADED TO TRUE
               DISPLAY "SHAPEIN BATCH " WS-BATCH-ID
                   " PRICED AT QUOTE " WS-BATCH-QUOTE-NO
                   " RATES AS OF " QM-RATE-DATE
               STRING "HONORED - RATES AS OF " QM-RATE-DATE
                   "  VALID UNTIL " QM-VALID-UNTIL
                   DELIMITED BY SIZE INTO WS-BQL-TEXT
           ELSE
               DISPLAY "SHAPEIN BATCH " WS-BATCH-ID " QUOTE "
                   WS-BATCH-QUOTE-NO " NOT HONORED - "
                   WS-QUOTE-REFUSE-REASON
               STRING "NOT HONORED - " WS-QUOTE-REFUSE-REASON
                   " - STANDARD RATES APPLY"
                   DELIMITED BY SIZE INTO WS-BQL-TEXT
           END-IF.
           IF NOT (RESTART-MODE
               AND WS-BATCH-ID = WS-RESTART-BATCH-ID)
               WRITE COST-REPORT-LINE FROM WS-BATCH-QUOTE-LINE
           END-IF.

      * Lay one of the quote's locked rates over the rate table: a
      * material already in the table takes the quoted rates, one
      * with no rate in effect today is added with them.
       POST-QUOTE-RATE.
           MOVE QM-RATE-MATERIAL(WS-QUOTE-RATE-SUB) TO MR-MATERIAL.
           MOVE QM-RATE-AREA(WS-QUOTE-RATE-SUB) TO MR-AREA-RATE.
           MOVE QM-RATE-EDGE(WS-QUOTE-RATE-SUB) TO MR-EDGE-RATE.
           PERFORM POST-RATE-ROW.

      * The header's department must be on the Department Master
      * and active before the batch opens - a department the billing
               END-READ
           END-IF.

      * A department that has used up the month's budget has its
      * new batches held for approval. The batch being resumed on a
      * restart was already let through by the failed run.
       CHECK-DEPT-BUDGET.
           IF NOT BATCH-SKIPPING
               AND NOT BUDG-FILE-MISSING
               AND NOT (RESTART-MODE
               AND WS-BATCH-ID = WS-RESTART-BATCH-ID)
               MOVE WS-BATCH-DEPT TO BG-DEPT-CODE
               MOVE WS-BATCH-BUS-DATE(1:6) TO BG-MONTH
               READ BUDGET-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TEST-BUDGET-USED-UP
               END-READ
           END-IF.

      * Spend to date is what CHGBACK last posted plus this run's
      * reconciled work for the department in the budget's month.
      * Used up, the batch is held unless an override card names it
      * for this department.
       TEST-BUDGET-USED-UP.
           MOVE BG-SPENT-MTD TO WS-BUDGET-SPENT.
           PERFORM VARYING WS-DMON-SUB FROM 1 BY 1
                   UNTIL WS-DMON-SUB > WS-DMON-COUNT
               IF WS-DMON-DEPT(WS-DMON-SUB) = WS-BATCH-DEPT
                   AND WS-DMON-MONTH(WS-DMON-SUB) = BG-MONTH
                   ADD WS-DMON-COST(WS-DMON-SUB) TO WS-BUDGET-SPENT
                   MOVE WS-DMON-COUNT TO WS-DMON-SUB
               END-IF
           END-PERFORM.
           IF BG-BUDGET-AMT > 0
               AND WS-BUDGET-SPENT NOT < BG-BUDGET-AMT
               MOVE 0 TO WS-BOVR-HIT
               PERFORM VARYING WS-BOVR-SUB FROM 1 BY 1
                       UNTIL WS-BOVR-SUB > WS-BOVR-COUNT
                   IF WS-BOVR-BATCH-ID(WS-BOVR-SUB) = WS-BATCH-ID
                       AND WS-BOVR-DEPT(WS-BOVR-SUB) = WS-BATCH-DEPT
                       MOVE WS-BOVR-SUB TO WS-BOVR-HIT
                       MOVE WS-BOVR-COUNT TO WS-BOVR-SUB
                   END-IF
               END-PERFORM
               IF WS-BOVR-HIT > 0
                   DISPLAY "SHAPEIN BATCH " WS-BATCH-ID " DEPT "
                       WS-BATCH-DEPT " OVER BUDGET FOR " BG-MONTH
                       " - RELEASED BY OVERRIDE, APPROVED BY "
                       WS-BOVR-APPROVER(WS-BOVR-HIT)
               ELSE
                   PERFORM HOLD-CURRENT-BATCH
               END-IF
           END-IF.

      * Hold the batch in flight for budget approval: skip the rest
      * of its records like a failed batch, but it is not a batch
      * control failure - the run grades RC 4, not 16, and the
      * batch stays off the register. Its header and every card
      * after it go onto the held batch deck as they are read, so
      * the next run offers it again and an override card is all
      * it takes to let it through.
       HOLD-CURRENT-BATCH.
           DISPLAY "SHAPEIN BATCH " WS-BATCH-ID " HELD - DEPARTMENT "
               WS-BATCH-DEPT " OVER BUDGET FOR " BG-MONTH
               " - KEPT ON THE HELD BATCH DECK FOR AN OVERRIDE CARD".
           ADD 1 TO WS-BATCHES-HELD.
           SET BATCH-SKIPPING TO TRUE.
           SET BATCH-BUDGET-HELD TO TRUE.
           MOVE 0 TO WS-HELD-CARD-NO.
           PERFORM KEEP-HELD-BATCH-CARD.
           MOVE WS-BATCH-ID TO WS-BHD-BATCH-ID.
           MOVE WS-BATCH-DEPT TO WS-BHD-DEPT.
           MOVE BG-MONTH TO WS-BHD-MONTH.
           WRITE AREA-REPORT-LINE FROM WS-BATCH-HOLD-LINE.

      * Put the card in hand on the held batch deck under the held
      * batch's ID, numbered in the order read. A batch that came
      * off the deck is already on it. The same card already there
      * is a restart replaying what the failed run kept, or a
      * second copy of a batch still held, and the first stands.
       KEEP-HELD-BATCH-CARD.
           IF NOT READING-HELD-DECK
               ADD 1 TO WS-HELD-CARD-NO
               MOVE WS-BATCH-ID TO HB-BATCH-ID
               MOVE WS-HELD-CARD-NO TO HB-CARD-NO
               MOVE WS-RUN-DATE TO HB-HELD-DATE
               MOVE WS-RUN-NO TO HB-HELD-RUN-NO
               MOVE WS-BATCH-DEPT TO HB-DEPT
               MOVE WS-SHAPE-TRANS TO HB-CARD
               WRITE HELD-BATCH-RECORD
                   INVALID KEY
                       IF NOT HELDB-DUPLICATE-KEY
                           DISPLAY "HELD BATCH DECK WRITE FAILED FOR "
                               HB-BATCH-ID "/" HB-CARD-NO
                               " STATUS " WS-HELDB-FILE-STATUS
                       END-IF
               END-WRITE
           END-IF.

      * Note the batch off the held batch deck for clearing at the
      * end of the run.
       NOTE-HELD-BATCH-CLEAR.
           IF WS-HBCLR-COUNT < 50
               ADD 1 TO WS-HBCLR-COUNT
               MOVE WS-BATCH-ID TO WS-HBCLR-BATCH-ID(WS-HBCLR-COUNT)
           ELSE
               DISPLAY "HELD BATCH CLEAR TABLE FULL - BATCH "
                   WS-BATCH-ID " STAYS ON THE HELD BATCH DECK"
           END-IF.

      * A batch ID already on the register was reconciled on an
      * earlier run - the drafting office re-sent an old
      * transmission. Refuse it here, before any detail is
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF READING-HELD-DECK
                           PERFORM DROP-RECONCILED-HELD-BATCH
                       ELSE
                           DISPLAY "SHAPEIN BATCH " WS-BATCH-ID
                               " ALREADY SUBMITTED - ORIGINALLY "
                               "RECONCILED " BR-SUBMIT-DATE "/"
                               BR-RUN-NO " BY DEPT " BR-DEPT
                           DISPLAY "DUPLICATE SUBMISSION REFUSED - "
                               "NO DETAIL PROCESSED FOR THIS BATCH"
                           PERFORM FAIL-CURRENT-BATCH
                       END-IF
               END-READ
           END-IF.

      * A held batch the drafting office sent again with its
      * override, and that has since reconciled, is not a duplicate
      * submission - the deck's copy is simply spent. Skip it
      * without failing the run; it comes off the deck at the end.
       DROP-RECONCILED-HELD-BATCH.
           DISPLAY "HELD BATCH " WS-BATCH-ID " ALREADY RECONCILED "
               BR-SUBMIT-DATE "/" BR-RUN-NO
               " - DROPPED FROM THE HELD BATCH DECK".
           SET BATCH-SKIPPING TO TRUE.
           MOVE "N" TO WS-ASM-OPEN-SW.
           PERFORM NOTE-HELD-BATCH-CLEAR.

      * A batch that reconciled cleanly goes on the register under
      * its batch ID with the run that accepted it, its business
      * date, department, and counts - the permanent answer to
               ADD WS-BATCH-AREA TO WS-DEPT-AREA-SUM(WS-DEPT-HIT)
               ADD WS-BATCH-COST TO WS-DEPT-COST-SUM(WS-DEPT-HIT)
           END-IF.
           PERFORM TALLY-DEPT-MONTH.

      * Accumulate the batch's cost under its department and the
      * month of its business date, for the budget test.
       TALLY-DEPT-MONTH.
           MOVE 0 TO WS-DMON-HIT.
           PERFORM VARYING WS-DMON-SUB FROM 1 BY 1
                   UNTIL WS-DMON-SUB > WS-DMON-COUNT
               IF WS-DMON-DEPT(WS-DMON-SUB) = WS-BATCH-DEPT
                   AND WS-DMON-MONTH(WS-DMON-SUB)
                       = WS-BATCH-BUS-DATE(1:6)
                   MOVE WS-DMON-SUB TO WS-DMON-HIT
                   MOVE WS-DMON-COUNT TO WS-DMON-SUB
               END-IF
           END-PERFORM.
           IF WS-DMON-HIT = 0 AND WS-DMON-COUNT < 40
               ADD 1 TO WS-DMON-COUNT
               MOVE WS-BATCH-DEPT TO WS-DMON-DEPT(WS-DMON-COUNT)
               MOVE WS-BATCH-BUS-DATE(1:6)
                   TO WS-DMON-MONTH(WS-DMON-COUNT)
               MOVE 0 TO WS-DMON-COST(WS-DMON-COUNT)
               MOVE WS-DMON-COUNT TO WS-DMON-HIT
           END-IF.
           IF WS-DMON-HIT > 0
               ADD WS-BATCH-COST TO WS-DMON-COST(WS-DMON-HIT)
           END-IF.

      * Material Utilization Report: for each material met this
      * run, the total shape area, the whole stock sheets needed to
           IF WS-MAT-MAX-DIM(WS-MAT-SUB) > WS-SHEET-LONG-SIDE
               MOVE "*** SHAPE EXCEEDS SHEET ***" TO WS-UTL-FLAG
           END-IF.
           IF NOT STKINV-FILE-MISSING
               PERFORM POST-SHEET-CONSUMPTION
           END-IF.

      * Take the sheets this run needs for the material at
      * WS-MAT-SUB off its on-hand balance. The day figures start
      * again from zero on the first run of a new date and
      * accumulate across the day's later runs. Needing more than
      * the rack holds takes it to zero and records the rest as the
      * day's shortage. A restart finds the materials the failed
      * run already posted stamped with that run's number, and
      * leaves them alone - the sheets are the whole run's either
      * way.
       POST-SHEET-CONSUMPTION.
           MOVE WS-MAT-CODE(WS-MAT-SUB) TO SI-MATERIAL.
           READ STOCK-INVENTORY-FILE
               INVALID KEY
                   DISPLAY "MATERIAL " WS-MAT-CODE(WS-MAT-SUB)
                       " NOT ON STOCK INVENTORY MASTER - "
                       WS-SHEETS-REQ " SHEET(S) NOT POSTED"
               NOT INVALID KEY
                   IF RESTART-MODE
                       AND SI-DAY-DATE = WS-RUN-DATE
                       AND SI-LAST-RUN-NO = WS-PRIOR-RUN-NO
                       DISPLAY "MATERIAL " SI-MATERIAL
                           " SHEETS ALREADY POSTED BY RUN "
                           WS-PRIOR-RUN-NO " - NOT POSTED AGAIN"
                   ELSE
                       PERFORM APPLY-SHEET-CONSUMPTION
                   END-IF
           END-READ.

      * Post WS-SHEETS-REQ against the stock record just read.
       APPLY-SHEET-CONSUMPTION.
           IF SI-DAY-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO SI-DAY-DATE
               MOVE 0 TO SI-DAY-USED
               MOVE 0 TO SI-DAY-SHORT
           END-IF.
           ADD WS-SHEETS-REQ TO SI-DAY-USED.
           IF WS-SHEETS-REQ > SI-ON-HAND
               COMPUTE WS-SHEETS-SHORT = WS-SHEETS-REQ - SI-ON-HAND
               ADD WS-SHEETS-SHORT TO SI-DAY-SHORT
               MOVE 0 TO SI-ON-HAND
               DISPLAY "MATERIAL " SI-MATERIAL " SHORT "
                   WS-SHEETS-SHORT " SHEET(S) - SEE REORDER "
                   "AND SHORTAGE REPORT"
           ELSE
               SUBTRACT WS-SHEETS-REQ FROM SI-ON-HAND
           END-IF.
           MOVE WS-RUN-NO TO SI-LAST-RUN-NO.
           REWRITE STOCK-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "STOCK INVENTORY REWRITE FAILED FOR "
                       SI-MATERIAL " STATUS " WS-STKINV-FILE-STATUS
           END-REWRITE.

      * By-department totals at the foot of both reports.
       WRITE-DEPT-TOTALS.
      * any assembly is a keying error and rejects like any other
      * bad card.
       SCORE-SINGLE-SHAPE.
           MOVE "N" TO WS-OUTLIER-SW.
           PERFORM MOVE-TRANS-TO-SHAPE.
           IF ST-CUTOUT-REC
               SET SHAPE-INVALID TO TRUE
                   PERFORM LOG-AUDIT-RECORD
               END-IF
               PERFORM COST-SHAPE
               MOVE ST-MATERIAL TO WS-PROF-FIND-MATERIAL
               MOVE SHAPE-TYPE TO WS-PROF-FIND-TYPE
               PERFORM CHECK-OUTLIER
               IF SHAPE-HELD
                   PERFORM SET-SHAPE-BILL-DIMS
                   MOVE ST-UNIT TO WS-HOLD-BILL-UNIT
                   PERFORM COUNT-HELD-SHAPE
               ELSE
                   IF NOT RESULT-REPLAYED
                       PERFORM WRITE-BILL-DETAIL
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-BAD-SHAPE-COUNT
           IF NOT RESULT-REPLAYED
               PERFORM WRITE-DAY-RESULT
           END-IF.
           IF SHAPE-VALID AND SHAPE-HELD
               PERFORM WRITE-HOLD-ENTRY
           END-IF.

      * Record the outcome on the daily results file under the
      * batch/sequence key: the submitted dimensions, whether the
      * card was accepted (or accepted but held as an outlier), the
      * reject or hold reason, the computed area, and the timestamp
      * the matching audit entry carries.
       WRITE-DAY-RESULT.
           MOVE WS-BATCH-ID TO DR-BATCH-ID.
           MOVE ST-SEQ-NO TO DR-SEQ-NO.
           MOVE ST-UNIT TO DR-UNIT.
           MOVE ST-MATERIAL TO DR-MATERIAL.
           IF SHAPE-VALID
               IF SHAPE-HELD
                   SET DR-HELD TO TRUE
                   MOVE WS-HOLD-REASON TO DR-REASON
               ELSE
                   SET DR-ACCEPTED TO TRUE
                   MOVE SPACES TO DR-REASON
               END-IF
               MOVE WS-EXT-AREA TO DR-AREA
               MOVE WS-EXT-PERIM TO DR-EDGE-LEN
               MOVE WS-SHAPE-COST TO DR-COST
           ELSE
               SET DR-REJECTED TO TRUE
               MOVE WS-SHAPE-REJECT-REASON TO DR-REASON
               MOVE 0 TO DR-AREA
               MOVE 0 TO DR-EDGE-LEN
               MOVE 0 TO DR-COST
           END-IF.
           PERFORM SET-RESULT-QUOTE-NO.
           IF ST-QTY NUMERIC
               MOVE ST-QTY TO DR-QTY
           ELSE
           MOVE SPACES TO DR-ERP-STATUS.
           MOVE SPACES TO DR-ERP-DOC-NO.
           MOVE WS-BATCH-BUS-DATE TO DR-BUS-DATE.
           MOVE WS-BATCH-DEPT TO DR-DEPT.
           WRITE DAY-RESULT-RECORD
               INVALID KEY
                   DISPLAY "DAILY RESULTS WRITE FAILED FOR "
                       " STATUS " WS-DAYRS-FILE-STATUS
           END-WRITE.

      * The quote the result was priced under, when the batch's
      * quote was honored - re-rating leaves quoted work alone.
       SET-RESULT-QUOTE-NO.
           IF QUOTE-RATES-LOADED
               MOVE WS-BATCH-QUOTE-NO TO DR-QUOTE-NO
           ELSE
               MOVE 0 TO DR-QUOTE-NO
           END-IF.

      * Measure an accepted shape's extended area and cost against
      * the profile for the batch's department and the shape's
      * material and type. A profile with too little history behind
      * it measures nothing. Replayed shapes are measured again so
      * a restart holds exactly what the failed run held.
       CHECK-OUTLIER.
           MOVE "N" TO WS-OUTLIER-SW.
           MOVE 0 TO WS-PROF-MEAN-AREA.
           MOVE 0 TO WS-PROF-MEAN-COST.
           MOVE 0 TO WS-AREA-RATIO.
           MOVE 0 TO WS-COST-RATIO.
           MOVE SPACES TO WS-AREA-FLAG.
           MOVE SPACES TO WS-COST-FLAG.
           MOVE WS-BATCH-DEPT TO WS-PROF-FIND-DEPT.
           PERFORM FIND-PROFILE.
           IF WS-PROF-HIT > 0
               IF WS-PROF-SHAPES(WS-PROF-HIT) NOT < WS-OUTLIER-MIN-COUNT
                   PERFORM MEASURE-AGAINST-PROFILE
               END-IF
           END-IF.

      * Ratio of the shape to each profile mean, and which side of
      * the factor's band it fell - "H" above the mean times the
      * factor, "L" below the mean over it.
       MEASURE-AGAINST-PROFILE.
           COMPUTE WS-PROF-MEAN-AREA ROUNDED =
               WS-PROF-AREA-SUM(WS-PROF-HIT)
               / WS-PROF-SHAPES(WS-PROF-HIT).
           COMPUTE WS-PROF-MEAN-COST ROUNDED =
               WS-PROF-COST-SUM(WS-PROF-HIT)
               / WS-PROF-SHAPES(WS-PROF-HIT).
           IF WS-PROF-MEAN-AREA > 0
               COMPUTE WS-AREA-RATIO ROUNDED =
                   WS-EXT-AREA / WS-PROF-MEAN-AREA
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-AREA-RATIO
               END-COMPUTE
               IF WS-EXT-AREA > WS-PROF-MEAN-AREA * WS-OUTLIER-FACTOR
                   MOVE "H" TO WS-AREA-FLAG
               END-IF
               IF WS-EXT-AREA * WS-OUTLIER-FACTOR < WS-PROF-MEAN-AREA
                   MOVE "L" TO WS-AREA-FLAG
               END-IF
           END-IF.
           IF WS-PROF-MEAN-COST > 0 AND WS-SHAPE-COST > 0
               COMPUTE WS-COST-RATIO ROUNDED =
                   WS-SHAPE-COST / WS-PROF-MEAN-COST
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-COST-RATIO
               END-COMPUTE
               IF WS-SHAPE-COST > WS-PROF-MEAN-COST * WS-OUTLIER-FACTOR
                   MOVE "H" TO WS-COST-FLAG
               END-IF
               IF WS-SHAPE-COST * WS-OUTLIER-FACTOR < WS-PROF-MEAN-COST
                   MOVE "L" TO WS-COST-FLAG
               END-IF
           END-IF.
           IF WS-AREA-FLAG NOT = SPACE OR WS-COST-FLAG NOT = SPACE
               SET SHAPE-HELD TO TRUE
               MOVE WS-AREA-RATIO TO WS-HRN-AREA-RATIO
               MOVE WS-COST-RATIO TO WS-HRN-COST-RATIO
           END-IF.

      * A held shape stays in the run's accepted totals and reports
      * but comes off the billing extract's trailer.
       COUNT-HELD-SHAPE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-EXT-AREA TO WS-HELD-AREA.

      * Queue the held shape with what it was measured against and
      * its result record as the daily results file has it.
       WRITE-HOLD-ENTRY.
           MOVE DR-BATCH-ID TO HQ-BATCH-ID.
           MOVE DR-SEQ-NO TO HQ-SEQ-NO.
           SET HQ-PENDING TO TRUE.
           MOVE WS-RUN-DATE TO HQ-HOLD-DATE.
           MOVE WS-RUN-NO TO HQ-HOLD-RUN-NO.
           MOVE WS-HOLD-BILL-DIM-1 TO HQ-BILL-DIM-1.
           MOVE WS-HOLD-BILL-DIM-2 TO HQ-BILL-DIM-2.
           MOVE WS-HOLD-BILL-UNIT TO HQ-BILL-UNIT.
           MOVE WS-PROF-SHAPES(WS-PROF-HIT) TO HQ-PROFILE-COUNT.
           MOVE WS-PROF-MEAN-AREA TO HQ-PROFILE-AREA.
           MOVE WS-PROF-MEAN-COST TO HQ-PROFILE-COST.
           MOVE WS-AREA-RATIO TO HQ-AREA-RATIO.
           MOVE WS-COST-RATIO TO HQ-COST-RATIO.
           MOVE WS-OUTLIER-FACTOR TO HQ-OUTLIER-FACTOR.
           MOVE WS-AREA-FLAG TO HQ-AREA-FLAG.
           MOVE WS-COST-FLAG TO HQ-COST-FLAG.
           MOVE 0 TO HQ-ACTION-DATE.
           MOVE SPACES TO HQ-SUPERVISOR.
           MOVE SPACES TO HQ-ACTION-REASON.
           MOVE 0 TO HQ-BILLED-DATE.
           MOVE 0 TO HQ-BILLED-RUN-NO.
           MOVE SPACES TO HQ-ERP-STATUS.
           MOVE SPACES TO HQ-ERP-DOC-NO.
           MOVE DAY-RESULT-RECORD TO HQ-RESULT-ENTRY.
           WRITE HOLD-QUEUE-RECORD
               INVALID KEY
                   PERFORM REPLACE-HOLD-ENTRY
           END-WRITE.

      * The shape is already on the queue. A replayed shape has found
      * the entry the failed run made - leave it. Otherwise the shape
      * was held before, rejected, repaired through SHAPEFIX and has
      * come back an outlier again; the new hold replaces the old.
       REPLACE-HOLD-ENTRY.
           IF NOT RESULT-REPLAYED
               REWRITE HOLD-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "HOLD QUEUE WRITE FAILED FOR "
                           HQ-BATCH-ID "/" HQ-SEQ-NO
                           " STATUS " WS-HOLDQ-FILE-STATUS
               END-REWRITE
           END-IF.

      * An "A" card opens an assembly under its own sequence
      * number. Assemblies never nest - a second start inside an
      * open one means cards were dropped or shuffled, and that is
      * An accepted assembly enters every total, report, and file
      * exactly once, at its net area.
       ACCEPT-ASSEMBLY.
           MOVE "N" TO WS-OUTLIER-SW.
           COMPUTE WS-EXT-AREA = WS-ASM-NET-AREA * WS-ASM-QTY.
           COMPUTE WS-EXT-PERIM = WS-ASM-EDGE-LEN * WS-ASM-QTY.
           ADD WS-EXT-AREA TO WS-GRAND-TOTAL-AREA.
               PERFORM LOG-AUDIT-RECORD
           END-IF.
           PERFORM COST-ASSEMBLY.
           MOVE WS-ASM-MATERIAL TO WS-PROF-FIND-MATERIAL.
           MOVE "A" TO WS-PROF-FIND-TYPE.
           PERFORM CHECK-OUTLIER.
           IF SHAPE-HELD
               MOVE WS-ASM-OUTER-DIM-1 TO WS-HOLD-BILL-DIM-1
               MOVE WS-ASM-OUTER-DIM-2 TO WS-HOLD-BILL-DIM-2
               MOVE WS-ASM-UNIT TO WS-HOLD-BILL-UNIT
               PERFORM COUNT-HELD-SHAPE
           END-IF.
           IF NOT RESULT-REPLAYED
               IF NOT SHAPE-HELD
                   PERFORM WRITE-ASM-BILL-DETAIL
               END-IF
               PERFORM WRITE-ASM-DAY-RESULT
           END-IF.
           IF SHAPE-HELD
               PERFORM WRITE-HOLD-ENTRY
           END-IF.

      * A failed assembly rejects whole, under its own sequence
      * number, so the drafting office re-keys the part once.
               SET DR-REJECTED TO TRUE
               MOVE WS-ASM-REJECT-REASON TO DR-REASON
               MOVE 0 TO DR-AREA
               MOVE 0 TO DR-EDGE-LEN
               MOVE 0 TO DR-COST
           ELSE
               IF SHAPE-HELD
                   SET DR-HELD TO TRUE
                   MOVE WS-HOLD-REASON TO DR-REASON
               ELSE
                   SET DR-ACCEPTED TO TRUE
                   MOVE SPACES TO DR-REASON
               END-IF
               MOVE WS-EXT-AREA TO DR-AREA
               MOVE WS-EXT-PERIM TO DR-EDGE-LEN
               MOVE WS-SHAPE-COST TO DR-COST
           END-IF.
           PERFORM SET-RESULT-QUOTE-NO.
           MOVE WS-ASM-QTY TO DR-QTY.
           MOVE WS-TIMESTAMP-DISPLAY TO DR-AUDIT-TS.
           MOVE SPACES TO DR-ERP-STATUS.
           MOVE SPACES TO DR-ERP-DOC-NO.
           MOVE WS-BATCH-BUS-DATE TO DR-BUS-DATE.
           MOVE WS-BATCH-DEPT TO DR-DEPT.
           WRITE DAY-RESULT-RECORD
               INVALID KEY
                   DISPLAY "DAILY RESULTS WRITE FAILED FOR "
           MOVE ST-TRI-HEIGHT TO TRI-HEIGHT.
           MOVE ST-SIDE TO SQ-SIDE.

      * Read the next shape transaction record. The end of SHAPEIN
      * carries straight on into the remake deck, the end of that
      * into the held batch deck, and SHAPE-EOF is only set at the
      * end of the held deck. INITIALIZE-RUN goes straight to the
      * remake deck when SHAPEIN is missing (status 35), and that
      * goes straight to the held deck when the remake deck is
      * missing too, so these guards keep the READ from ever
      * reaching a file GnuCOBOL never actually opened.
       READ-SHAPE-TRANSACTION.
           IF NOT SHAPE-EOF AND NOT READING-REMAKE-DECK
               READ SHAPE-TRANS-FILE INTO WS-SHAPE-TRANS
                   AT END
                       PERFORM OPEN-REMAKE-DECK
                   NOT AT END
                       ADD 1 TO WS-RC-SHAPEIN-READ
               END-READ
           END-IF.
           IF NOT SHAPE-EOF AND READING-REMAKE-DECK
               AND NOT READING-HELD-DECK
               READ REMAKE-FILE INTO WS-SHAPE-TRANS
                   AT END
                       PERFORM START-HELD-BATCH-DECK
                   NOT AT END
                       ADD 1 TO WS-RC-SHAPEIN-READ
               END-READ
           END-IF.
           IF NOT SHAPE-EOF AND READING-HELD-DECK
               MOVE "N" TO WS-HELD-CARD-SW
               PERFORM READ-HELD-BATCH-CARD
                   UNTIL SHAPE-EOF OR HELD-CARD-OFFERED
           END-IF.

      * Switch the transmission over to the remake deck. No deck
      * means no remakes are waiting.
       OPEN-REMAKE-DECK.
           SET READING-REMAKE-DECK TO TRUE.
           OPEN INPUT REMAKE-FILE.
           IF REMAKE-FILE-MISSING
               PERFORM START-HELD-BATCH-DECK
           END-IF.

      * Switch the transmission over to the held batch deck, from
      * its first card.
       START-HELD-BATCH-DECK.
           SET READING-HELD-DECK TO TRUE.
           MOVE LOW-VALUES TO HB-KEY.
           START HELD-BATCH-FILE KEY IS NOT LESS THAN HB-KEY
               INVALID KEY
                   SET SHAPE-EOF TO TRUE
           END-START.

      * Next card off the held batch deck. A batch this run held
      * off SHAPEIN or the remake deck has already had its turn
      * today, so its cards are passed over - on a restart, so are
      * those the failed run held, which the restart has either
      * spooled past or just held again itself.
       READ-HELD-BATCH-CARD.
           READ HELD-BATCH-FILE NEXT RECORD
               AT END
                   SET SHAPE-EOF TO TRUE
           END-READ.
           IF NOT SHAPE-EOF AND NOT HELDB-FILE-OK
               DISPLAY "HELD BATCH DECK READ FAILED - STATUS "
                   WS-HELDB-FILE-STATUS
               SET SHAPE-EOF TO TRUE
           END-IF.
           IF NOT SHAPE-EOF
               IF HB-HELD-DATE = WS-RUN-DATE
                   AND (HB-HELD-RUN-NO = WS-RUN-NO
                   OR (RESTART-MODE
                   AND HB-HELD-RUN-NO = WS-PRIOR-RUN-NO))
                   CONTINUE
               ELSE
                   MOVE HB-CARD TO WS-SHAPE-TRANS
                   SET HELD-CARD-OFFERED TO TRUE
                   ADD 1 TO WS-RC-SHAPEIN-READ
               END-IF
           END-IF.

      * Reject any shape record with a non-positive dimension instead
      * of letting it produce a zero or nonsensical area.
                 BATCH-REGISTER-FILE
                 DEPT-MASTER-FILE
                 RATE-MASTER-FILE
                 QUOTE-MASTER-FILE
                 STOCK-INVENTORY-FILE
                 BUDGET-MASTER-FILE
                 HOLD-QUEUE-FILE
                 HELD-BATCH-FILE
                 AUDIT-FILE.

      * Return codes are graded so the scheduler can act on them:
      * 16 stands (hard failure or the factorial overflow contract),
      * 8 when the reject rate crosses the parameter threshold, 4
      * when a batch was held for budget, a shape was held as an
      * outlier or anything at all rejected, 0 for a clean run.
       GRADE-RETURN-CODE.
           MOVE 0 TO WS-REJECT-PCT.
           IF WS-SHAPE-COUNT + WS-BAD-SHAPE-COUNT > 0
               WHEN WS-REJECT-PCT > WS-REJECT-PCT-LIMIT
                   MOVE 8 TO RETURN-CODE
                   MOVE "RJCT-HI" TO WS-RUN-STATUS
               WHEN WS-BATCHES-HELD > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "BGT-HOLD" TO WS-RUN-STATUS
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "SHP-HOLD" TO WS-RUN-STATUS
               WHEN WS-BAD-SHAPE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "WARNING" TO WS-RUN-STATUS
           MOVE WS-RC-AUDIT-WRITTEN TO RC-AUDIT-WRITTEN.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE "EXAMPLES" TO RC-STEP-NAME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

           MOVE WS-BAD-SHAPE-COUNT TO WS-JOB-REJECTED.
           MOVE WS-RC-AUDIT-WRITTEN TO WS-JOB-AUDIT.
           WRITE JOB-SUMMARY-LINE FROM WS-JOB-WRITE-LINE.
           MOVE WS-HELD-COUNT TO WS-JOB-HELD.
           MOVE WS-RELEASED-COUNT TO WS-JOB-RELEASED.
           WRITE JOB-SUMMARY-LINE FROM WS-JOB-HOLD-LINE.
           MOVE WS-RUN-STATUS TO WS-JOB-STATUS.
           MOVE RETURN-CODE TO WS-JOB-RC.
           MOVE WS-REJECT-PCT TO WS-JOB-REJ-PCT.
