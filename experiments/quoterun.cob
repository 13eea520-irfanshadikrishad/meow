       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTERUN.

      * Customer quote run. Sales used to price a customer's drawing
      * by pushing it through the production batch and backing the
      * results out afterwards - which left charges on the billing
      * extract and batches on the register. This program takes the
      * same H/D/A/U/E/T cards the daily batch takes, on their own
      * QUOTEIN deck, and applies the same batch control, department
      * check, unit conversion, dimension validation, assembly
      * netting, rate pick by business date, and stock-sheet
      * arithmetic - but it writes no production file. BATCHREG,
      * DAYRSLT, BILLEXT, AUDITLOG and RUNCTL are never opened for
      * output; the department and batch registers are only read.
      * Each batch that reconciles is issued as one numbered quote:
      * a block on the Quote Report and a record on the quote master
      * carrying the rates it locked in and the date it stops being
      * honored. When the customer later sends the real work with
      * the quote number on its batch header, EXAMPLES prices it at
      * those rates while the quote is still valid.
      * Return codes: 16 no quote deck on hand, 8 a batch failed
      * and was not quoted, 4 every quote issued but some cards
      * rejected or priced no rate, 0 clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT QUOTE-TRANS-FILE ASSIGN TO "QUOTEIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-IN-STATUS.
           SELECT UNIT-TABLE-FILE ASSIGN TO "UNITTAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.
           SELECT STOCK-TABLE-FILE ASSIGN TO "STOCKTAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.
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
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT QUOTE-MASTER-FILE ASSIGN TO "QUOTEMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS QM-QUOTE-NO
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT QUOTE-REPORT-FILE ASSIGN TO "QUOTERPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - how many days a quote stays good for. A
      * missing or empty card leaves the WORKING-STORAGE default in
      * place.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-VALID-DAYS      PIC 9(3).
           05 FILLER               PIC X(77).

      * The customer's draft cards, in the daily batch's layout.
      * The header's business date picks the rates the quote locks
      * in - the day the customer means to send the real work. A
      * header with no business date quotes at today's rates.
       FD  QUOTE-TRANS-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SHAPE-TRANS-RECORD.
           COPY SHAPECRD.

      * Unit-of-measure conversion table, same deck the daily batch
      * loads.
       FD  UNIT-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  UNIT-TABLE-CARD.
           05 UT-UNIT-CODE         PIC X(2).
           05 UT-FACTOR            PIC 9(3)V9(6).
           05 FILLER               PIC X(69).

      * Stock sheet table, same deck the daily batch loads.
       FD  STOCK-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-TABLE-CARD.
           05 SS-MATERIAL          PIC X(4).
           05 SS-SHEET-WIDTH       PIC 9(5)V9(5).
           05 SS-SHEET-LENGTH      PIC 9(5)V9(5).
           05 SS-SHEET-COST        PIC 9(7)V9(2).
           05 FILLER               PIC X(47).

      * Material rate master, layout shared with EXAMPLES and
      * RATEMNT - read only.
       FD  RATE-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RATE-MASTER-RECORD.
           COPY RATEREC.

      * Department Master, layout shared with EXAMPLES - read only.
       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  DEPT-MASTER-RECORD.
           COPY DEPTREC.

      * Batch register, layout shared with EXAMPLES - read only. A
      * batch ID already on it would be refused as a duplicate
      * when the real work arrived, so it is not quoted either.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           COPY BATCHREC.

      * Quote master, layout shared with EXAMPLES.
       FD  QUOTE-MASTER-FILE
           RECORD CONTAINS 530 CHARACTERS.
       01  QUOTE-MASTER-RECORD.
           COPY QUOTEREC.

      * The Quote Report for sales - one numbered block per quote.
       FD  QUOTE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  QUOTE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-QUOTE-IN-EOF-SW       PIC X(1) VALUE "N".
           88 QUOTE-IN-EOF                  VALUE "Y".
       01 WS-QUOTE-IN-STATUS       PIC X(2).
           88 QUOTE-IN-OK                   VALUE "00".
           88 QUOTE-IN-MISSING              VALUE "35".
       01 WS-UNIT-EOF-SW           PIC X(1) VALUE "N".
           88 UNIT-TAB-EOF                  VALUE "Y".
       01 WS-UNIT-FILE-STATUS      PIC X(2).
           88 UNIT-FILE-OK                  VALUE "00".
           88 UNIT-FILE-MISSING             VALUE "35".
       01 WS-STOCK-EOF-SW          PIC X(1) VALUE "N".
           88 STOCK-TAB-EOF                 VALUE "Y".
       01 WS-STOCK-FILE-STATUS     PIC X(2).
           88 STOCK-FILE-OK                 VALUE "00".
           88 STOCK-FILE-MISSING            VALUE "35".
       01 WS-DEPT-FILE-STATUS      PIC X(2).
           88 DEPT-FILE-OK                  VALUE "00".
           88 DEPT-FILE-MISSING             VALUE "35".
       01 WS-BREG-FILE-STATUS      PIC X(2).
           88 BREG-FILE-OK                  VALUE "00".
           88 BREG-FILE-MISSING             VALUE "35".
       01 WS-QUOTE-FILE-STATUS     PIC X(2).
           88 QUOTE-FILE-OK                 VALUE "00".
           88 QUOTE-FILE-MISSING            VALUE "35".
       01 WS-QUOTE-SCAN-SW         PIC X(1) VALUE "N".
           88 QUOTE-SCAN-DONE               VALUE "Y".

      * How long a quote is honored, in days from the day it is
      * issued.
       01 WS-VALID-DAYS            PIC 9(3) VALUE 30.

      * Quote numbering. The next number in line is reserved as
      * each batch header opens, so the block on the report carries
      * it from the first line; it is only used up when the quote
      * is actually issued.
       01 WS-QUOTE-LAST-NO         PIC 9(6) VALUE 0.
       01 WS-QUOTE-NO              PIC 9(6) VALUE 0.
       01 WS-QUOTES-ISSUED         PIC 9(5) VALUE 0.
       01 WS-QUOTES-REFUSED        PIC 9(5) VALUE 0.
       01 WS-QUOTE-FAIL-REASON     PIC X(40) VALUE SPACES.

      * Batch control - the same header/trailer reconciliation the
      * daily batch applies. A batch that fails it is not quoted and
      * is skipped to the next header.
       01 WS-BATCH-HDR-SW          PIC X(1) VALUE "N".
           88 BATCH-HEADER-SEEN             VALUE "Y".
       01 WS-BATCH-TRL-SW          PIC X(1) VALUE "N".
           88 BATCH-TRAILER-SEEN            VALUE "Y".
       01 WS-BATCH-SKIP-SW         PIC X(1) VALUE "N".
           88 BATCH-SKIPPING                VALUE "Y".
       01 WS-BATCH-ID              PIC X(8) VALUE SPACES.
       01 WS-BATCH-BUS-DATE        PIC 9(8) VALUE 0.
       01 WS-BATCH-DEPT            PIC X(4) VALUE SPACES.
       01 WS-BATCH-DEPT-NAME       PIC X(30) VALUE SPACES.
       01 WS-BATCH-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01 WS-BATCH-HASH-TOTAL      PIC 9(12)V9(5) VALUE 0.

      * Per-quote totals.
       01 WS-QUOTE-OK-COUNT        PIC 9(5) VALUE 0.
       01 WS-QUOTE-BAD-COUNT       PIC 9(5) VALUE 0.
       01 WS-QUOTE-UNRATED         PIC 9(5) VALUE 0.
       01 WS-QUOTE-AREA            PIC 9(9)V9(5) VALUE 0.
       01 WS-QUOTE-PRICE           PIC 9(9)V9(2) VALUE 0.
       01 WS-QUOTE-SHEET-COST      PIC 9(9)V9(2) VALUE 0.
       01 WS-QUOTE-VALID-UNTIL     PIC 9(8) VALUE 0.
       01 WS-RUN-CARDS-BAD         PIC 9(5) VALUE 0.
       01 WS-RUN-UNRATED           PIC 9(5) VALUE 0.

      * Materials met within the quote in flight - area, largest
      * single dimension for the will-not-fit flag, price, and the
      * rates it priced at, which are what the quote locks in.
       01 WS-QMAT-COUNT            PIC 9(2) VALUE 0.
       01 WS-QMAT-TABLE.
           05 WS-QMAT-ENTRY OCCURS 20 TIMES.
               10 WS-QMAT-CODE     PIC X(4).
               10 WS-QMAT-AREA-SUM PIC 9(9)V9(5).
               10 WS-QMAT-MAX-DIM  PIC 9(5)V9(5).
               10 WS-QMAT-PRICE    PIC 9(9)V9(2).
               10 WS-QMAT-RATED-SW PIC X(1).
                   88 QMAT-RATED            VALUE "Y".
               10 WS-QMAT-AREA-RT  PIC 9(5)V9(4).
               10 WS-QMAT-EDGE-RT  PIC 9(5)V9(4).
       01 WS-QMAT-SUB              PIC 9(2).
       01 WS-QMAT-HIT              PIC 9(2).

      * Assembly control - an "A" card, one outer shape, cutout
      * ("U") cards whose areas subtract and whose perimeters still
      * take edge finishing, and an "E" card, priced once as one
      * unit of work exactly as the daily batch prices it.
       01 WS-ASM-OPEN-SW           PIC X(1) VALUE "N".
           88 ASSEMBLY-OPEN                 VALUE "Y".
       01 WS-ASM-OUTER-SW          PIC X(1) VALUE "N".
           88 ASM-OUTER-SEEN                VALUE "Y".
       01 WS-ASM-FAIL-SW           PIC X(1) VALUE "N".
           88 ASM-FAILED                    VALUE "Y".
       01 WS-ASM-SEQ-NO            PIC 9(4) VALUE 0.
       01 WS-ASM-NET-AREA          PIC 9(7)V9(5) VALUE 0.
       01 WS-ASM-EDGE-LEN          PIC 9(7)V9(5) VALUE 0.
       01 WS-ASM-MATERIAL          PIC X(4) VALUE SPACES.
       01 WS-ASM-OUTER-MAX-DIM     PIC 9(5)V9(5) VALUE 0.
       01 WS-ASM-QTY               PIC 9(4) VALUE 0.
       01 WS-ASM-REJECT-REASON     PIC X(30) VALUE SPACES.

      * Unit-of-measure conversion, as in the daily batch.
       01 WS-STD-UNIT              PIC X(2) VALUE "CM".
       01 WS-UNIT-COUNT            PIC 9(2) VALUE 0.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 20 TIMES.
               10 WS-UNIT-CODE     PIC X(2).
               10 WS-UNIT-FACT     PIC 9(3)V9(6).
       01 WS-UNIT-SUB              PIC 9(2).
       01 WS-UNIT-FOUND-SW         PIC X(1).
           88 UNIT-FOUND                    VALUE "Y".
           88 UNIT-NOT-FOUND                VALUE "N".
       01 WS-UNIT-FACTOR           PIC 9(3)V9(6).

      * Rate rows in effect for the selection date, picked off the
      * rate master the way the daily batch picks them.
       01 WS-RATE-SCAN-SW          PIC X(1) VALUE "N".
           88 RATE-SCAN-DONE                VALUE "Y".
       01 WS-RATE-FILE-STATUS      PIC X(2).
           88 RATE-FILE-OK                  VALUE "00".
           88 RATE-FILE-MISSING             VALUE "35".
       01 WS-RATE-OPEN-SW          PIC X(1) VALUE "N".
           88 RATE-MAST-OPEN                VALUE "Y".
       01 WS-RATE-SEL-DATE         PIC 9(8) VALUE 0.
       01 WS-RATE-COUNT            PIC 9(2) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 30 TIMES.
               10 WS-RATE-MATERIAL PIC X(4).
               10 WS-RATE-AREA     PIC 9(5)V9(4).
               10 WS-RATE-EDGE     PIC 9(5)V9(4).
       01 WS-RATE-SUB              PIC 9(2).
       01 WS-RATE-FOUND-SW         PIC X(1).
           88 RATE-FOUND                    VALUE "Y".
           88 RATE-NOT-FOUND                VALUE "N".
       01 WS-LOOKUP-MATERIAL       PIC X(4).
       01 WS-RATE-AREA-HIT         PIC 9(5)V9(4).
       01 WS-RATE-EDGE-HIT         PIC 9(5)V9(4).
       01 WS-SHAPE-PERIM           PIC 9(7)V9(5).
       01 WS-AREA-COST             PIC 9(7)V9(2).
       01 WS-EDGE-COST             PIC 9(7)V9(2).
       01 WS-SHAPE-COST            PIC 9(8)V9(2).

      * Stock sheet table and the sheet arithmetic work fields.
       01 WS-STOCK-COUNT           PIC 9(2) VALUE 0.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 30 TIMES.
               10 WS-STK-MATERIAL  PIC X(4).
               10 WS-STK-WIDTH     PIC 9(5)V9(5).
               10 WS-STK-LENGTH    PIC 9(5)V9(5).
               10 WS-STK-COST      PIC 9(7)V9(2).
       01 WS-STOCK-SUB             PIC 9(2).
       01 WS-STOCK-HIT             PIC 9(2).
       01 WS-SHAPE-MAX-DIM         PIC 9(5)V9(5) VALUE 0.
       01 WS-SHEET-AREA            PIC 9(9)V9(5).
       01 WS-SHEET-LONG-SIDE       PIC 9(5)V9(5).
       01 WS-SHEETS-REQ            PIC 9(7).
       01 WS-SHEETS-AREA           PIC 9(11)V9(5).
       01 WS-SHEET-COST-TOT        PIC 9(9)V9(2).

      * The shape being priced, laid out as the daily batch lays it
      * out for its calculation paragraphs.
       01 WS-SHAPE-VALID-SW        PIC X(1).
           88 SHAPE-VALID                   VALUE "Y".
           88 SHAPE-INVALID                 VALUE "N".
       01 WS-SHAPE-REJECT-REASON   PIC X(30).
       01 SHAPE.
           05 SHAPE-TYPE        PIC X(1).
               88 SHAPE-IS-CIRCLE        VALUE "C".
               88 SHAPE-IS-RECTANGLE     VALUE "R".
               88 SHAPE-IS-TRIANGLE      VALUE "T".
               88 SHAPE-IS-SQUARE        VALUE "S".
           05 CIRCLE.
               10 RADIUS        PIC S9(5)V9(5).
           05 RECTANGLE.
               10 WIDTH         PIC S9(5)V9(5).
               10 HEIGHT        PIC S9(5)V9(5).
           05 TRIANGLE.
               10 TRI-BASE      PIC S9(5)V9(5).
               10 TRI-HEIGHT    PIC S9(5)V9(5).
           05 SQUARE.
               10 SQ-SIDE       PIC S9(5)V9(5).
       01 WS-SHAPE-AREA            PIC 9(7)V9(5) VALUE 0.
       01 WS-EXT-AREA              PIC 9(9)V9(5) VALUE 0.
       01 WS-EXT-PERIM             PIC 9(9)V9(5) VALUE 0.

      * Date work fields.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DATE-INT              PIC 9(7).

      * Quote Report lines.
       01 WS-QUOTE-HEADER-1.
           05 FILLER               PIC X(23) VALUE
               "CUSTOMER QUOTE REPORT".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-QHD-RUN-DATE      PIC X(10).
           05 FILLER               PIC X(34) VALUE
               "  ALL AREAS AND LENGTHS IN UNIT: ".
           05 WS-QHD-STD-UNIT      PIC X(2).
       01 WS-QUOTE-HEADER-2.
           05 FILLER               PIC X(38) VALUE
               "BATCH-ID  SEQ   SHAPE-TYPE  MATL   QTY".
           05 FILLER               PIC X(35) VALUE
               "             AREA        PERIMETER".
           05 FILLER               PIC X(36) VALUE
               "   AREA-COST   EDGE-COST       PRICE".
       01 WS-QUOTE-OPEN-LINE.
           05 FILLER               PIC X(9) VALUE "** QUOTE ".
           05 WS-QOL-QUOTE-NO      PIC 9(6).
           05 FILLER               PIC X(8) VALUE "  BATCH ".
           05 WS-QOL-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(7) VALUE "  DEPT ".
           05 WS-QOL-DEPT          PIC X(4).
           05 FILLER               PIC X(15) VALUE
               "  RATES AS OF ".
           05 WS-QOL-RATE-DATE     PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QOL-DEPT-NAME     PIC X(30).
       01 WS-QUOTE-DETAIL-LINE.
           05 WS-QDL-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QDL-SEQ-NO        PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QDL-TYPE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QDL-MATERIAL      PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QDL-QTY           PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QDL-FIGURES.
               10 WS-QDL-AREA      PIC ZZZZZZZZ9.99999.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-QDL-PERIM     PIC ZZZZZZZZ9.99999.
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-QDL-COST-COLS.
                   15 WS-QDL-AREA-COST PIC ZZZZZZ9.99.
                   15 FILLER           PIC X(2) VALUE SPACES.
                   15 WS-QDL-EDGE-COST PIC ZZZZZZ9.99.
                   15 FILLER           PIC X(2) VALUE SPACES.
                   15 WS-QDL-PRICE     PIC ZZZZZZZ9.99.
               10 WS-QDL-NO-RATE REDEFINES WS-QDL-COST-COLS
                                       PIC X(35).
           05 WS-QDL-REJECTED REDEFINES WS-QDL-FIGURES
                                   PIC X(69).
       01 WS-QUOTE-MAT-LINE.
           05 FILLER               PIC X(11) VALUE "  MATERIAL ".
           05 WS-QML-MATERIAL      PIC X(4).
           05 FILLER               PIC X(7) VALUE "  AREA ".
           05 WS-QML-AREA          PIC ZZZZZZZZ9.99999.
           05 FILLER               PIC X(9) VALUE "  SHEETS ".
           05 WS-QML-SHEET-COLS.
               10 WS-QML-SHEETS    PIC ZZZZZZ9.
               10 FILLER           PIC X(13) VALUE
                   "  SHEET COST ".
               10 WS-QML-SHEET-CST PIC ZZZZZZZZ9.99.
           05 WS-QML-NO-STOCK REDEFINES WS-QML-SHEET-COLS
                                   PIC X(32).
           05 FILLER               PIC X(8) VALUE "  RATES ".
           05 WS-QML-RATE-COLS.
               10 WS-QML-AREA-RATE PIC ZZZZ9.9999.
               10 FILLER           PIC X(3) VALUE " / ".
               10 WS-QML-EDGE-RATE PIC ZZZZ9.9999.
           05 WS-QML-NO-RATE REDEFINES WS-QML-RATE-COLS
                                   PIC X(23).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-QML-FLAG          PIC X(20).
       01 WS-QUOTE-TOTAL-LINE.
           05 FILLER               PIC X(9) VALUE "** QUOTE ".
           05 WS-QTL-QUOTE-NO      PIC 9(6).
           05 FILLER               PIC X(14) VALUE "  TOTAL PRICE ".
           05 WS-QTL-PRICE         PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(9) VALUE "  SHAPES ".
           05 WS-QTL-SHAPES        PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  REJECTED ".
           05 WS-QTL-REJECTED      PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE
               "  VALID UNTIL ".
           05 WS-QTL-VALID-UNTIL   PIC 9(8).
       01 WS-QUOTE-WARN-LINE.
           05 FILLER               PIC X(9) VALUE "** QUOTE ".
           05 WS-QWL-QUOTE-NO      PIC 9(6).
           05 FILLER               PIC X(12) VALUE " INCOMPLETE ".
           05 WS-QWL-UNRATED       PIC ZZZZ9.
           05 FILLER               PIC X(50) VALUE
               " SHAPE(S) HAVE NO RATE ON FILE AND ARE NOT PRICED".
       01 WS-QUOTE-FAIL-LINE.
           05 FILLER               PIC X(9) VALUE "** QUOTE ".
           05 WS-QFL-QUOTE-NO      PIC 9(6).
           05 FILLER               PIC X(8) VALUE "  BATCH ".
           05 WS-QFL-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(17) VALUE
               "  NOT ISSUED -   ".
           05 WS-QFL-REASON        PIC X(40).
       01 WS-QUOTE-RUN-TOTAL-LINE.
           05 FILLER               PIC X(15) VALUE "QUOTES ISSUED: ".
           05 WS-QRT-ISSUED        PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
               "  NOT ISSUED:   ".
           05 WS-QRT-REFUSED       PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM QUOTE-PROCESSING.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM GRADE-RETURN-CODE.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Load the parameter card, open the quote deck and the
      * read-only masters, load the unit, stock and rate tables, and
      * find the last quote number issued. No deck, nothing to
      * quote - the run stops hard.
       INITIALIZE-RUN.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN INPUT QUOTE-TRANS-FILE.
           IF QUOTE-IN-MISSING
               DISPLAY "QUOTERUN - NO QUOTE DECK ON HAND - "
                   "NOTHING TO QUOTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPT-FILE-MISSING
               DISPLAY "QUOTERUN - DEPARTMENT MASTER MISSING - "
                   "EVERY QUOTE WILL REFUSE UNTIL DEPTMAST IS MOUNTED"
           END-IF.
           OPEN INPUT BATCH-REGISTER-FILE.
           PERFORM OPEN-QUOTE-MASTER.
           OPEN OUTPUT QUOTE-REPORT-FILE.
           PERFORM PRINT-QUOTE-HEADERS.
           PERFORM LOAD-UNIT-TABLE.
           PERFORM LOAD-STOCK-TABLE.
           OPEN INPUT RATE-MASTER-FILE.
           IF RATE-FILE-MISSING
               DISPLAY "QUOTERUN - MATERIAL RATE MASTER MISSING - "
                   "NO SHAPE WILL PRICE"
           ELSE
               SET RATE-MAST-OPEN TO TRUE
           END-IF.

      * The validity period comes off a SYSIN parameter card; the
      * default stands when the card or dataset is absent.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-VALID-DAYS > 0
                   MOVE PARM-VALID-DAYS TO WS-VALID-DAYS
               END-IF
           END-IF.

      * The quote master is permanent - open it I-O (first-ever run
      * creates it empty) and scan to the highest quote number on
      * file so new quotes are numbered on from it.
       OPEN-QUOTE-MASTER.
           OPEN I-O QUOTE-MASTER-FILE.
           IF QUOTE-FILE-MISSING
               OPEN OUTPUT QUOTE-MASTER-FILE
               CLOSE QUOTE-MASTER-FILE
               OPEN I-O QUOTE-MASTER-FILE
           END-IF.
           MOVE 0 TO WS-QUOTE-LAST-NO.
           MOVE 0 TO QM-QUOTE-NO.
           START QUOTE-MASTER-FILE KEY NOT LESS THAN QM-QUOTE-NO
               INVALID KEY
                   SET QUOTE-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-QUOTE-NEXT.
           PERFORM UNTIL QUOTE-SCAN-DONE
               MOVE QM-QUOTE-NO TO WS-QUOTE-LAST-NO
               PERFORM READ-QUOTE-NEXT
           END-PERFORM.

      * Step sequentially through the quote master; the keys come
      * back ascending, so the last one read is the highest. Any
      * status besides a clean read ends the scan.
       READ-QUOTE-NEXT.
           IF NOT QUOTE-SCAN-DONE
               READ QUOTE-MASTER-FILE NEXT RECORD
                   AT END
                       SET QUOTE-SCAN-DONE TO TRUE
               END-READ
               IF NOT QUOTE-FILE-OK
                   SET QUOTE-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Pull the unit conversion table into storage.
       LOAD-UNIT-TABLE.
           OPEN INPUT UNIT-TABLE-FILE.
           IF UNIT-FILE-MISSING
               SET UNIT-TAB-EOF TO TRUE
           END-IF.
           PERFORM READ-UNIT-CARD.
           PERFORM UNTIL UNIT-TAB-EOF
               IF UT-FACTOR NOT = 0 AND WS-UNIT-COUNT < 20
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE UT-UNIT-CODE TO WS-UNIT-CODE(WS-UNIT-COUNT)
                   MOVE UT-FACTOR TO WS-UNIT-FACT(WS-UNIT-COUNT)
               END-IF
               PERFORM READ-UNIT-CARD
           END-PERFORM.
           IF NOT UNIT-FILE-MISSING
               CLOSE UNIT-TABLE-FILE
           END-IF.
           IF WS-UNIT-COUNT = 0
               DISPLAY "QUOTERUN - UNIT CONVERSION TABLE MISSING OR "
                   "EMPTY - ALL SHAPE CARDS WILL REJECT"
           END-IF.

      * Read the next unit conversion card.
       READ-UNIT-CARD.
           IF NOT UNIT-TAB-EOF
               READ UNIT-TABLE-FILE
                   AT END
                       SET UNIT-TAB-EOF TO TRUE
               END-READ
           END-IF.

      * Pull the stock sheet table into storage.
       LOAD-STOCK-TABLE.
           OPEN INPUT STOCK-TABLE-FILE.
           IF STOCK-FILE-MISSING
               SET STOCK-TAB-EOF TO TRUE
           END-IF.
           PERFORM READ-STOCK-CARD.
           PERFORM UNTIL STOCK-TAB-EOF
               IF SS-SHEET-WIDTH NOT = 0 AND SS-SHEET-LENGTH NOT = 0
                   AND WS-STOCK-COUNT < 30
                   ADD 1 TO WS-STOCK-COUNT
                   MOVE SS-MATERIAL
                       TO WS-STK-MATERIAL(WS-STOCK-COUNT)
                   MOVE SS-SHEET-WIDTH
                       TO WS-STK-WIDTH(WS-STOCK-COUNT)
                   MOVE SS-SHEET-LENGTH
                       TO WS-STK-LENGTH(WS-STOCK-COUNT)
                   MOVE SS-SHEET-COST
                       TO WS-STK-COST(WS-STOCK-COUNT)
               END-IF
               PERFORM READ-STOCK-CARD
           END-PERFORM.
           IF NOT STOCK-FILE-MISSING
               CLOSE STOCK-TABLE-FILE
           END-IF.

      * Read the next stock sheet card.
       READ-STOCK-CARD.
           IF NOT STOCK-TAB-EOF
               READ STOCK-TABLE-FILE
                   AT END
                       SET STOCK-TAB-EOF TO TRUE
               END-READ
           END-IF.

      * Rebuild the in-storage rate table with the row in effect for
      * WS-RATE-SEL-DATE - the same single pass down the master the
      * daily batch makes, keeping for each material the latest row
      * not effective after the selection date.
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           IF RATE-MAST-OPEN
               MOVE "N" TO WS-RATE-SCAN-SW
               MOVE LOW-VALUES TO MR-RATE-KEY
               START RATE-MASTER-FILE
                   KEY NOT LESS THAN MR-RATE-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-RATE-NEXT
               PERFORM UNTIL RATE-SCAN-DONE
                   IF MR-EFF-DATE NOT > WS-RATE-SEL-DATE
                       PERFORM POST-RATE-ROW
                   END-IF
                   PERFORM READ-RATE-NEXT
               END-PERFORM
           END-IF.

      * Step sequentially through the rate master.
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

      * Post one in-effect row: a material already met is replaced
      * by its later row, a new material is added.
       POST-RATE-ROW.
           SET RATE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-MATERIAL(WS-RATE-SUB) = MR-MATERIAL
                   SET RATE-FOUND TO TRUE
                   MOVE MR-AREA-RATE TO WS-RATE-AREA(WS-RATE-SUB)
                   MOVE MR-EDGE-RATE TO WS-RATE-EDGE(WS-RATE-SUB)
                   MOVE WS-RATE-COUNT TO WS-RATE-SUB
               END-IF
           END-PERFORM.
           IF RATE-NOT-FOUND AND WS-RATE-COUNT < 30
               ADD 1 TO WS-RATE-COUNT
               MOVE MR-MATERIAL TO WS-RATE-MATERIAL(WS-RATE-COUNT)
               MOVE MR-AREA-RATE TO WS-RATE-AREA(WS-RATE-COUNT)
               MOVE MR-EDGE-RATE TO WS-RATE-EDGE(WS-RATE-COUNT)
           END-IF.

      * Walk the quote deck batch by batch, the way SHAPE-PROCESSING
      * walks SHAPEIN. Records inside a failed batch are ignored
      * until the next header opens a fresh one.
       QUOTE-PROCESSING.
           PERFORM READ-QUOTE-TRANSACTION.
           PERFORM UNTIL QUOTE-IN-EOF
               EVALUATE TRUE
                   WHEN ST-HEADER-REC
                       PERFORM PROCESS-QUOTE-HEADER
                   WHEN BATCH-SKIPPING
                       CONTINUE
                   WHEN ST-TRAILER-REC
                       PERFORM RECONCILE-QUOTE-TRAILER
                   WHEN ST-ASM-START-REC
                       PERFORM PROCESS-ASM-START
                   WHEN ST-ASM-END-REC
                       PERFORM PROCESS-ASM-END
                   WHEN ST-DETAIL-REC OR ST-CUTOUT-REC
                       PERFORM PROCESS-QUOTE-DETAIL
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE"
                           TO WS-SHAPE-REJECT-REASON
                       MOVE ST-SEQ-NO TO WS-QDL-SEQ-NO
                       PERFORM WRITE-REJECT-LINE
               END-EVALUATE
               PERFORM READ-QUOTE-TRANSACTION
           END-PERFORM.
           IF BATCH-HEADER-SEEN AND NOT BATCH-TRAILER-SEEN
               AND NOT BATCH-SKIPPING
               MOVE "BATCH ENDED WITHOUT TRAILER RECORD"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.

      * Read the next card off the quote deck.
       READ-QUOTE-TRANSACTION.
           IF NOT QUOTE-IN-EOF
               READ QUOTE-TRANS-FILE
                   AT END
                       SET QUOTE-IN-EOF TO TRUE
               END-READ
           END-IF.

      * Open a quote on its batch header: reserve the next quote
      * number, reset the per-quote controls, check the department
      * and the register, and pick the rates for the business date.
       PROCESS-QUOTE-HEADER.
           IF BATCH-HEADER-SEEN AND NOT BATCH-SKIPPING
               MOVE "NEXT HEADER ARRIVED BEFORE TRAILER"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.
           SET BATCH-HEADER-SEEN TO TRUE.
           MOVE "N" TO WS-BATCH-TRL-SW.
           MOVE "N" TO WS-BATCH-SKIP-SW.
           MOVE "N" TO WS-ASM-OPEN-SW.
           MOVE ST-BATCH-ID TO WS-BATCH-ID.
           MOVE ST-HDR-DEPT TO WS-BATCH-DEPT.
           IF ST-HDR-BUS-DATE NUMERIC AND ST-HDR-BUS-DATE > 0
               MOVE ST-HDR-BUS-DATE TO WS-BATCH-BUS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BATCH-BUS-DATE
           END-IF.
           COMPUTE WS-QUOTE-NO = WS-QUOTE-LAST-NO + 1.
           MOVE 0 TO WS-BATCH-DETAIL-COUNT.
           MOVE 0 TO WS-BATCH-HASH-TOTAL.
           MOVE 0 TO WS-QUOTE-OK-COUNT.
           MOVE 0 TO WS-QUOTE-BAD-COUNT.
           MOVE 0 TO WS-QUOTE-UNRATED.
           MOVE 0 TO WS-QUOTE-AREA.
           MOVE 0 TO WS-QUOTE-PRICE.
           MOVE 0 TO WS-QMAT-COUNT.
           PERFORM VALIDATE-QUOTE-DEPT.
           PERFORM CHECK-QUOTE-REGISTER.
           IF NOT BATCH-SKIPPING
               MOVE WS-QUOTE-NO TO WS-QOL-QUOTE-NO
               MOVE WS-BATCH-ID TO WS-QOL-BATCH-ID
               MOVE WS-BATCH-DEPT TO WS-QOL-DEPT
               MOVE WS-BATCH-BUS-DATE TO WS-QOL-RATE-DATE
               MOVE WS-BATCH-DEPT-NAME TO WS-QOL-DEPT-NAME
               WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-OPEN-LINE
               IF WS-BATCH-BUS-DATE NOT = WS-RATE-SEL-DATE
                   MOVE WS-BATCH-BUS-DATE TO WS-RATE-SEL-DATE
                   PERFORM LOAD-RATE-TABLE
               END-IF
           END-IF.

      * The department must be on the Department Master and active,
      * exactly as the daily batch will demand when the real work
      * arrives.
       VALIDATE-QUOTE-DEPT.
           MOVE SPACES TO WS-BATCH-DEPT-NAME.
           IF DEPT-FILE-MISSING
               MOVE "NO DEPARTMENT MASTER TO VALIDATE DEPT"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           ELSE
               MOVE WS-BATCH-DEPT TO DM-DEPT-CODE
               READ DEPT-MASTER-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
                           TO WS-QUOTE-FAIL-REASON
                       PERFORM FAIL-CURRENT-QUOTE
                   NOT INVALID KEY
                       IF DM-ACTIVE
                           MOVE DM-DEPT-NAME TO WS-BATCH-DEPT-NAME
                       ELSE
                           MOVE "DEPARTMENT IS INACTIVE"
                               TO WS-QUOTE-FAIL-REASON
                           PERFORM FAIL-CURRENT-QUOTE
                       END-IF
               END-READ
           END-IF.

      * A batch ID the daily batch has already reconciled would be
      * refused as a duplicate when the real work came in - say so
      * now rather than quote work that can never be sent under it.
       CHECK-QUOTE-REGISTER.
           IF NOT BATCH-SKIPPING AND NOT BREG-FILE-MISSING
               MOVE WS-BATCH-ID TO BR-BATCH-ID
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "BATCH ID ALREADY ON THE BATCH REGISTER"
                           TO WS-QUOTE-FAIL-REASON
                       PERFORM FAIL-CURRENT-QUOTE
               END-READ
           END-IF.

      * One detail or cutout card: count it into the batch controls
      * exactly as the daily batch counts it, then price it.
       PROCESS-QUOTE-DETAIL.
           IF NOT BATCH-HEADER-SEEN
               MOVE "DETAIL RECORD BEFORE BATCH HEADER"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.
           IF NOT BATCH-SKIPPING
               ADD 1 TO WS-BATCH-DETAIL-COUNT
               COMPUTE WS-BATCH-HASH-TOTAL = WS-BATCH-HASH-TOTAL
                   + FUNCTION ABS(ST-RADIUS) + FUNCTION ABS(ST-WIDTH)
                   + FUNCTION ABS(ST-HEIGHT) + FUNCTION ABS(ST-BASE)
                   + FUNCTION ABS(ST-SIDE)
                   + FUNCTION ABS(ST-TRI-HEIGHT)
               IF ST-QTY NUMERIC
                   ADD ST-QTY TO WS-BATCH-HASH-TOTAL
               END-IF
               IF ASSEMBLY-OPEN
                   PERFORM SCORE-ASM-COMPONENT
               ELSE
                   PERFORM SCORE-SINGLE-SHAPE
               END-IF
           END-IF.

      * One free-standing shape card: validate, then price it or
      * list it rejected.
       SCORE-SINGLE-SHAPE.
           PERFORM MOVE-TRANS-TO-SHAPE.
           IF ST-CUTOUT-REC
               SET SHAPE-INVALID TO TRUE
               MOVE "CUTOUT OUTSIDE ASSEMBLY"
                   TO WS-SHAPE-REJECT-REASON
           ELSE
               PERFORM LOOKUP-UNIT-FACTOR
               IF UNIT-FOUND
                   PERFORM CONVERT-SHAPE-DIMENSIONS
                   PERFORM VALIDATE-SHAPE-DIMENSIONS
               ELSE
                   SET SHAPE-INVALID TO TRUE
                   MOVE "UNKNOWN UNIT CODE"
                       TO WS-SHAPE-REJECT-REASON
               END-IF
           END-IF.
           MOVE ST-SEQ-NO TO WS-QDL-SEQ-NO.
           IF SHAPE-VALID
               PERFORM CALCULATE-SHAPE-AREA
               PERFORM CALCULATE-SHAPE-PERIMETER
               PERFORM CALCULATE-SHAPE-MAX-DIM
               COMPUTE WS-EXT-AREA = WS-SHAPE-AREA * ST-QTY
               COMPUTE WS-EXT-PERIM = WS-SHAPE-PERIM * ST-QTY
               MOVE ST-MATERIAL TO WS-LOOKUP-MATERIAL
               EVALUATE TRUE
                   WHEN SHAPE-IS-CIRCLE
                       MOVE "CIRCLE" TO WS-QDL-TYPE
                   WHEN SHAPE-IS-RECTANGLE
                       MOVE "RECTANGLE" TO WS-QDL-TYPE
                   WHEN SHAPE-IS-TRIANGLE
                       MOVE "TRIANGLE" TO WS-QDL-TYPE
                   WHEN SHAPE-IS-SQUARE
                       MOVE "SQUARE" TO WS-QDL-TYPE
               END-EVALUATE
               MOVE ST-QTY TO WS-QDL-QTY
               PERFORM PRICE-QUOTE-WORK
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * An "A" card opens an assembly under its own sequence number.
      * Assemblies never nest.
       PROCESS-ASM-START.
           IF NOT BATCH-HEADER-SEEN
               MOVE "ASSEMBLY RECORD BEFORE BATCH HEADER"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.
           IF NOT BATCH-SKIPPING
               IF ASSEMBLY-OPEN
                   MOVE "ASSEMBLY STARTED INSIDE OPEN ASSEMBLY"
                       TO WS-QUOTE-FAIL-REASON
                   PERFORM FAIL-CURRENT-QUOTE
               ELSE
                   SET ASSEMBLY-OPEN TO TRUE
                   MOVE "N" TO WS-ASM-OUTER-SW
                   MOVE "N" TO WS-ASM-FAIL-SW
                   MOVE ST-SEQ-NO TO WS-ASM-SEQ-NO
                   MOVE 0 TO WS-ASM-NET-AREA
                   MOVE 0 TO WS-ASM-EDGE-LEN
                   MOVE 0 TO WS-ASM-OUTER-MAX-DIM
                   MOVE 0 TO WS-ASM-QTY
                   MOVE SPACES TO WS-ASM-MATERIAL
                   MOVE SPACES TO WS-ASM-REJECT-REASON
               END-IF
           END-IF.

      * An "E" card closes the assembly, which then prices as one
      * unit of work at its net area, or rejects whole.
       PROCESS-ASM-END.
           IF NOT ASSEMBLY-OPEN
               MOVE "ASSEMBLY END WITHOUT ASSEMBLY START"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           ELSE
               MOVE "N" TO WS-ASM-OPEN-SW
               IF NOT ASM-OUTER-SEEN
                   MOVE "ASSEMBLY HAS NO OUTER SHAPE"
                       TO WS-ASM-REJECT-REASON
                   SET ASM-FAILED TO TRUE
               END-IF
               MOVE WS-ASM-SEQ-NO TO WS-QDL-SEQ-NO
               IF ASM-FAILED
                   MOVE WS-ASM-REJECT-REASON TO WS-SHAPE-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   COMPUTE WS-EXT-AREA = WS-ASM-NET-AREA * WS-ASM-QTY
                   COMPUTE WS-EXT-PERIM =
                       WS-ASM-EDGE-LEN * WS-ASM-QTY
                   MOVE WS-ASM-MATERIAL TO WS-LOOKUP-MATERIAL
                   MOVE WS-ASM-OUTER-MAX-DIM TO WS-SHAPE-MAX-DIM
                   MOVE "ASSEMBLY" TO WS-QDL-TYPE
                   MOVE WS-ASM-QTY TO WS-QDL-QTY
                   PERFORM PRICE-QUOTE-WORK
               END-IF
           END-IF.

      * One assembly component: validated like any shape, then the
      * first "D" card becomes the outer shape and each "U" card a
      * cutout. Any component failure fails the whole assembly.
       SCORE-ASM-COMPONENT.
           IF NOT ASM-FAILED
               PERFORM MOVE-TRANS-TO-SHAPE
               PERFORM LOOKUP-UNIT-FACTOR
               IF UNIT-FOUND
                   PERFORM CONVERT-SHAPE-DIMENSIONS
                   PERFORM VALIDATE-SHAPE-DIMENSIONS
               ELSE
                   SET SHAPE-INVALID TO TRUE
                   MOVE "UNKNOWN UNIT CODE"
                       TO WS-SHAPE-REJECT-REASON
               END-IF
               IF SHAPE-VALID
                   PERFORM CALCULATE-SHAPE-AREA
                   PERFORM CALCULATE-SHAPE-PERIMETER
                   PERFORM CALCULATE-SHAPE-MAX-DIM
                   IF ST-CUTOUT-REC
                       PERFORM POST-ASM-CUTOUT
                   ELSE
                       PERFORM POST-ASM-OUTER
                   END-IF
               ELSE
                   PERFORM FLAG-ASSEMBLY-FAILED
               END-IF
           END-IF.

      * First failure wins.
       FLAG-ASSEMBLY-FAILED.
           IF NOT ASM-FAILED
               SET ASM-FAILED TO TRUE
               MOVE WS-SHAPE-REJECT-REASON TO WS-ASM-REJECT-REASON
           END-IF.

      * The outer shape sets the starting area, the perimeter, and
      * the material the assembly prices under.
       POST-ASM-OUTER.
           IF ASM-OUTER-SEEN
               MOVE "MULTIPLE OUTER SHAPES"
                   TO WS-SHAPE-REJECT-REASON
               PERFORM FLAG-ASSEMBLY-FAILED
           ELSE
               SET ASM-OUTER-SEEN TO TRUE
               MOVE WS-SHAPE-AREA TO WS-ASM-NET-AREA
               MOVE WS-SHAPE-PERIM TO WS-ASM-EDGE-LEN
               MOVE WS-SHAPE-MAX-DIM TO WS-ASM-OUTER-MAX-DIM
               MOVE ST-MATERIAL TO WS-ASM-MATERIAL
               MOVE ST-QTY TO WS-ASM-QTY
           END-IF.

      * A cutout takes its area out of the assembly and adds its
      * perimeter to the edge finishing; the card's quantity is the
      * number of identical holes in one piece.
       POST-ASM-CUTOUT.
           COMPUTE WS-EXT-AREA = WS-SHAPE-AREA * ST-QTY.
           COMPUTE WS-EXT-PERIM = WS-SHAPE-PERIM * ST-QTY.
           EVALUATE TRUE
               WHEN NOT ASM-OUTER-SEEN
                   MOVE "CUTOUT BEFORE OUTER SHAPE"
                       TO WS-SHAPE-REJECT-REASON
                   PERFORM FLAG-ASSEMBLY-FAILED
               WHEN WS-EXT-AREA > WS-ASM-NET-AREA
                   MOVE "CUTOUT EXCEEDS OUTER AREA"
                       TO WS-SHAPE-REJECT-REASON
                   PERFORM FLAG-ASSEMBLY-FAILED
               WHEN OTHER
                   SUBTRACT WS-EXT-AREA FROM WS-ASM-NET-AREA
                   ADD WS-EXT-PERIM TO WS-ASM-EDGE-LEN
           END-EVALUATE.

      * Price one accepted unit of work - area at the material's
      * area rate, full edge length at its edge rate, rounded as the
      * daily batch rounds them - list it, and tally it under its
      * material. A material with no rate in effect is flagged,
      * never priced at zero.
       PRICE-QUOTE-WORK.
           PERFORM LOOKUP-MATERIAL-RATE.
           ADD 1 TO WS-QUOTE-OK-COUNT.
           ADD WS-EXT-AREA TO WS-QUOTE-AREA.
           MOVE WS-BATCH-ID TO WS-QDL-BATCH-ID.
           MOVE WS-LOOKUP-MATERIAL TO WS-QDL-MATERIAL.
           MOVE WS-EXT-AREA TO WS-QDL-AREA.
           MOVE WS-EXT-PERIM TO WS-QDL-PERIM.
           MOVE SPACES TO WS-QDL-COST-COLS.
           IF RATE-FOUND
               COMPUTE WS-AREA-COST ROUNDED =
                   WS-EXT-AREA * WS-RATE-AREA-HIT
               COMPUTE WS-EDGE-COST ROUNDED =
                   WS-EXT-PERIM * WS-RATE-EDGE-HIT
               COMPUTE WS-SHAPE-COST = WS-AREA-COST + WS-EDGE-COST
               ADD WS-SHAPE-COST TO WS-QUOTE-PRICE
               MOVE WS-AREA-COST TO WS-QDL-AREA-COST
               MOVE WS-EDGE-COST TO WS-QDL-EDGE-COST
               MOVE WS-SHAPE-COST TO WS-QDL-PRICE
           ELSE
               MOVE 0 TO WS-SHAPE-COST
               ADD 1 TO WS-QUOTE-UNRATED
               ADD 1 TO WS-RUN-UNRATED
               MOVE "*** NO RATE ON FILE ***" TO WS-QDL-NO-RATE
           END-IF.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-DETAIL-LINE.
           PERFORM TALLY-QUOTE-MATERIAL.

      * A rejected card or assembly, listed with its reason so sales
      * can go back to the customer about it.
       WRITE-REJECT-LINE.
           ADD 1 TO WS-QUOTE-BAD-COUNT.
           ADD 1 TO WS-RUN-CARDS-BAD.
           MOVE WS-BATCH-ID TO WS-QDL-BATCH-ID.
           MOVE ST-SHAPE-TYPE TO WS-QDL-TYPE.
           MOVE ST-MATERIAL TO WS-QDL-MATERIAL.
           MOVE 0 TO WS-QDL-QTY.
           MOVE SPACES TO WS-QDL-REJECTED.
           STRING "REJECTED - " WS-SHAPE-REJECT-REASON
               DELIMITED BY SIZE INTO WS-QDL-REJECTED.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-DETAIL-LINE.

      * Accumulate this unit of work under its material within the
      * quote, recording the rates it priced at the first time the
      * material is met - those are the rates the quote locks in.
       TALLY-QUOTE-MATERIAL.
           MOVE 0 TO WS-QMAT-HIT.
           PERFORM VARYING WS-QMAT-SUB FROM 1 BY 1
                   UNTIL WS-QMAT-SUB > WS-QMAT-COUNT
               IF WS-QMAT-CODE(WS-QMAT-SUB) = WS-LOOKUP-MATERIAL
                   MOVE WS-QMAT-SUB TO WS-QMAT-HIT
                   MOVE WS-QMAT-COUNT TO WS-QMAT-SUB
               END-IF
           END-PERFORM.
           IF WS-QMAT-HIT = 0
               IF WS-QMAT-COUNT < 20
                   ADD 1 TO WS-QMAT-COUNT
                   MOVE WS-QMAT-COUNT TO WS-QMAT-HIT
                   MOVE WS-LOOKUP-MATERIAL TO WS-QMAT-CODE(WS-QMAT-HIT)
                   MOVE 0 TO WS-QMAT-AREA-SUM(WS-QMAT-HIT)
                   MOVE 0 TO WS-QMAT-MAX-DIM(WS-QMAT-HIT)
                   MOVE 0 TO WS-QMAT-PRICE(WS-QMAT-HIT)
                   MOVE WS-RATE-FOUND-SW
                       TO WS-QMAT-RATED-SW(WS-QMAT-HIT)
                   MOVE WS-RATE-AREA-HIT
                       TO WS-QMAT-AREA-RT(WS-QMAT-HIT)
                   MOVE WS-RATE-EDGE-HIT
                       TO WS-QMAT-EDGE-RT(WS-QMAT-HIT)
               ELSE
                   DISPLAY "QUOTERUN - QUOTE " WS-QUOTE-NO
                       " MATERIAL TABLE FULL - " WS-LOOKUP-MATERIAL
                       " PRICED BUT ITS RATE IS NOT LOCKED"
               END-IF
           END-IF.
           IF WS-QMAT-HIT > 0
               ADD WS-EXT-AREA TO WS-QMAT-AREA-SUM(WS-QMAT-HIT)
               ADD WS-SHAPE-COST TO WS-QMAT-PRICE(WS-QMAT-HIT)
               IF WS-SHAPE-MAX-DIM > WS-QMAT-MAX-DIM(WS-QMAT-HIT)
                   MOVE WS-SHAPE-MAX-DIM
                       TO WS-QMAT-MAX-DIM(WS-QMAT-HIT)
               END-IF
           END-IF.

      * The trailer must balance exactly as the daily batch will
      * demand; a batch that does issues as a quote.
       RECONCILE-QUOTE-TRAILER.
           IF NOT BATCH-HEADER-SEEN
               MOVE "TRAILER RECORD WITHOUT BATCH HEADER"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.
           IF NOT BATCH-SKIPPING AND ASSEMBLY-OPEN
               MOVE "TRAILER ARRIVED INSIDE AN OPEN ASSEMBLY"
                   TO WS-QUOTE-FAIL-REASON
               PERFORM FAIL-CURRENT-QUOTE
           END-IF.
           IF NOT BATCH-SKIPPING
               SET BATCH-TRAILER-SEEN TO TRUE
               IF ST-TRL-REC-COUNT NOT = WS-BATCH-DETAIL-COUNT
                   MOVE "TRAILER RECORD COUNT MISMATCH"
                       TO WS-QUOTE-FAIL-REASON
                   PERFORM FAIL-CURRENT-QUOTE
               END-IF
           END-IF.
           IF NOT BATCH-SKIPPING
               IF ST-TRL-HASH-TOT NOT = WS-BATCH-HASH-TOTAL
                   MOVE "TRAILER HASH TOTAL MISMATCH"
                       TO WS-QUOTE-FAIL-REASON
                   PERFORM FAIL-CURRENT-QUOTE
               END-IF
           END-IF.
           IF NOT BATCH-SKIPPING
               PERFORM ISSUE-QUOTE
               MOVE "N" TO WS-BATCH-HDR-SW
               MOVE "N" TO WS-BATCH-TRL-SW
           END-IF.

      * Issue the quote: the by-material block with the stock sheets
      * the work would take, the quote total and validity date, and
      * the quote master record carrying the locked rates.
       ISSUE-QUOTE.
           MOVE 0 TO WS-QUOTE-SHEET-COST.
           PERFORM VARYING WS-QMAT-SUB FROM 1 BY 1
                   UNTIL WS-QMAT-SUB > WS-QMAT-COUNT
               PERFORM WRITE-QUOTE-MATERIAL-LINE
           END-PERFORM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-VALID-DAYS.
           COMPUTE WS-QUOTE-VALID-UNTIL =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE SPACES TO QUOTE-MASTER-RECORD.
           MOVE WS-QUOTE-NO TO QM-QUOTE-NO.
           MOVE WS-TODAY-DATE TO QM-QUOTE-DATE.
           MOVE WS-QUOTE-VALID-UNTIL TO QM-VALID-UNTIL.
           MOVE WS-BATCH-ID TO QM-BATCH-ID.
           MOVE WS-BATCH-DEPT TO QM-DEPT.
           MOVE WS-BATCH-BUS-DATE TO QM-RATE-DATE.
           MOVE WS-QUOTE-OK-COUNT TO QM-SHAPES-QUOTED.
           MOVE WS-QUOTE-BAD-COUNT TO QM-SHAPES-REJECTED.
           MOVE WS-QUOTE-AREA TO QM-TOTAL-AREA.
           MOVE WS-QUOTE-PRICE TO QM-TOTAL-PRICE.
           MOVE WS-QUOTE-SHEET-COST TO QM-SHEET-COST.
           MOVE 0 TO QM-RATE-COUNT.
           PERFORM VARYING WS-QMAT-SUB FROM 1 BY 1
                   UNTIL WS-QMAT-SUB > 20
               MOVE SPACES TO QM-RATE-MATERIAL(WS-QMAT-SUB)
               MOVE 0 TO QM-RATE-AREA(WS-QMAT-SUB)
               MOVE 0 TO QM-RATE-EDGE(WS-QMAT-SUB)
           END-PERFORM.
           PERFORM VARYING WS-QMAT-SUB FROM 1 BY 1
                   UNTIL WS-QMAT-SUB > WS-QMAT-COUNT
               IF QMAT-RATED(WS-QMAT-SUB)
                   ADD 1 TO QM-RATE-COUNT
                   MOVE WS-QMAT-CODE(WS-QMAT-SUB)
                       TO QM-RATE-MATERIAL(QM-RATE-COUNT)
                   MOVE WS-QMAT-AREA-RT(WS-QMAT-SUB)
                       TO QM-RATE-AREA(QM-RATE-COUNT)
                   MOVE WS-QMAT-EDGE-RT(WS-QMAT-SUB)
                       TO QM-RATE-EDGE(QM-RATE-COUNT)
               END-IF
           END-PERFORM.
           WRITE QUOTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "QUOTERUN - QUOTE MASTER WRITE FAILED FOR "
                       QM-QUOTE-NO " STATUS " WS-QUOTE-FILE-STATUS
                   MOVE "QUOTE MASTER WRITE FAILED"
                       TO WS-QUOTE-FAIL-REASON
                   PERFORM FAIL-CURRENT-QUOTE
               NOT INVALID KEY
                   MOVE WS-QUOTE-NO TO WS-QUOTE-LAST-NO
                   ADD 1 TO WS-QUOTES-ISSUED
                   MOVE WS-QUOTE-NO TO WS-QTL-QUOTE-NO
                   MOVE WS-QUOTE-PRICE TO WS-QTL-PRICE
                   MOVE WS-QUOTE-OK-COUNT TO WS-QTL-SHAPES
                   MOVE WS-QUOTE-BAD-COUNT TO WS-QTL-REJECTED
                   MOVE WS-QUOTE-VALID-UNTIL TO WS-QTL-VALID-UNTIL
                   WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-TOTAL-LINE
                   IF WS-QUOTE-UNRATED > 0
                       MOVE WS-QUOTE-NO TO WS-QWL-QUOTE-NO
                       MOVE WS-QUOTE-UNRATED TO WS-QWL-UNRATED
                       WRITE QUOTE-REPORT-LINE
                           FROM WS-QUOTE-WARN-LINE
                   END-IF
                   DISPLAY "QUOTERUN - QUOTE " WS-QUOTE-NO
                       " ISSUED FOR BATCH " WS-BATCH-ID
                       " VALID UNTIL " WS-QUOTE-VALID-UNTIL
           END-WRITE.

      * One by-material line for the material at WS-QMAT-SUB: the
      * whole stock sheets its area takes, what they cost, and the
      * rates locked in. A shape longer than the sheet is flagged -
      * sales should not promise work the floor cannot cut.
       WRITE-QUOTE-MATERIAL-LINE.
           MOVE WS-QMAT-CODE(WS-QMAT-SUB) TO WS-QML-MATERIAL.
           MOVE WS-QMAT-AREA-SUM(WS-QMAT-SUB) TO WS-QML-AREA.
           MOVE SPACES TO WS-QML-FLAG.
           MOVE 0 TO WS-STOCK-HIT.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
                   UNTIL WS-STOCK-SUB > WS-STOCK-COUNT
               IF WS-STK-MATERIAL(WS-STOCK-SUB)
                   = WS-QMAT-CODE(WS-QMAT-SUB)
                   MOVE WS-STOCK-SUB TO WS-STOCK-HIT
                   MOVE WS-STOCK-COUNT TO WS-STOCK-SUB
               END-IF
           END-PERFORM.
           IF WS-STOCK-HIT = 0
               MOVE SPACES TO WS-QML-SHEET-COLS
               MOVE "*** NO STOCK SHEET ON FILE ***"
                   TO WS-QML-NO-STOCK
           ELSE
               PERFORM COMPUTE-SHEET-USAGE
           END-IF.
           MOVE SPACES TO WS-QML-RATE-COLS.
           IF QMAT-RATED(WS-QMAT-SUB)
               MOVE WS-QMAT-AREA-RT(WS-QMAT-SUB) TO WS-QML-AREA-RATE
               MOVE WS-QMAT-EDGE-RT(WS-QMAT-SUB) TO WS-QML-EDGE-RATE
           ELSE
               MOVE "*** NO RATE ON FILE ***" TO WS-QML-NO-RATE
           END-IF.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-MAT-LINE.

      * Whole sheets to cover the material's area and their cost,
      * worked the way the Material Utilization Report works them.
       COMPUTE-SHEET-USAGE.
           COMPUTE WS-SHEET-AREA = WS-STK-WIDTH(WS-STOCK-HIT)
               * WS-STK-LENGTH(WS-STOCK-HIT).
           COMPUTE WS-SHEETS-REQ =
               WS-QMAT-AREA-SUM(WS-QMAT-SUB) / WS-SHEET-AREA.
           COMPUTE WS-SHEETS-AREA = WS-SHEETS-REQ * WS-SHEET-AREA.
           IF WS-SHEETS-AREA < WS-QMAT-AREA-SUM(WS-QMAT-SUB)
               ADD 1 TO WS-SHEETS-REQ
           END-IF.
           COMPUTE WS-SHEET-COST-TOT ROUNDED =
               WS-SHEETS-REQ * WS-STK-COST(WS-STOCK-HIT).
           ADD WS-SHEET-COST-TOT TO WS-QUOTE-SHEET-COST.
           MOVE WS-SHEETS-REQ TO WS-QML-SHEETS.
           MOVE WS-SHEET-COST-TOT TO WS-QML-SHEET-CST.
           IF WS-STK-LENGTH(WS-STOCK-HIT)
               > WS-STK-WIDTH(WS-STOCK-HIT)
               MOVE WS-STK-LENGTH(WS-STOCK-HIT)
                   TO WS-SHEET-LONG-SIDE
           ELSE
               MOVE WS-STK-WIDTH(WS-STOCK-HIT)
                   TO WS-SHEET-LONG-SIDE
           END-IF.
           IF WS-QMAT-MAX-DIM(WS-QMAT-SUB) > WS-SHEET-LONG-SIDE
               MOVE "SHAPE EXCEEDS SHEET" TO WS-QML-FLAG
           END-IF.

      * A batch that fails control is not quoted: say why on the
      * report and skip the rest of its cards. Its reserved number
      * goes to the next quote.
       FAIL-CURRENT-QUOTE.
           DISPLAY "QUOTERUN - BATCH " WS-BATCH-ID " NOT QUOTED - "
               WS-QUOTE-FAIL-REASON.
           ADD 1 TO WS-QUOTES-REFUSED.
           SET BATCH-SKIPPING TO TRUE.
           MOVE "N" TO WS-ASM-OPEN-SW.
           MOVE WS-QUOTE-NO TO WS-QFL-QUOTE-NO.
           MOVE WS-BATCH-ID TO WS-QFL-BATCH-ID.
           MOVE WS-QUOTE-FAIL-REASON TO WS-QFL-REASON.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-FAIL-LINE.

      * Find the conversion factor for this card's unit code.
       LOOKUP-UNIT-FACTOR.
           SET UNIT-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-UNIT-FACTOR.
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
                   UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UNIT-CODE(WS-UNIT-SUB) = ST-UNIT
                   SET UNIT-FOUND TO TRUE
                   MOVE WS-UNIT-FACT(WS-UNIT-SUB) TO WS-UNIT-FACTOR
                   MOVE WS-UNIT-COUNT TO WS-UNIT-SUB
               END-IF
           END-PERFORM.

      * Bring every dimension into the standard unit.
       CONVERT-SHAPE-DIMENSIONS.
           COMPUTE RADIUS = RADIUS * WS-UNIT-FACTOR.
           COMPUTE WIDTH = WIDTH * WS-UNIT-FACTOR.
           COMPUTE HEIGHT = HEIGHT * WS-UNIT-FACTOR.
           COMPUTE TRI-BASE = TRI-BASE * WS-UNIT-FACTOR.
           COMPUTE TRI-HEIGHT = TRI-HEIGHT * WS-UNIT-FACTOR.
           COMPUTE SQ-SIDE = SQ-SIDE * WS-UNIT-FACTOR.

      * Unpack the card's dimension fields into the SHAPE group.
       MOVE-TRANS-TO-SHAPE.
           MOVE ST-SHAPE-TYPE TO SHAPE-TYPE.
           MOVE ST-RADIUS TO RADIUS.
           MOVE ST-WIDTH TO WIDTH.
           MOVE ST-HEIGHT TO HEIGHT.
           MOVE ST-BASE TO TRI-BASE.
           MOVE ST-TRI-HEIGHT TO TRI-HEIGHT.
           MOVE ST-SIDE TO SQ-SIDE.

      * The daily batch's dimension and quantity checks, unchanged.
       VALIDATE-SHAPE-DIMENSIONS.
           SET SHAPE-VALID TO TRUE.
           MOVE SPACES TO WS-SHAPE-REJECT-REASON.
           EVALUATE TRUE
               WHEN SHAPE-IS-CIRCLE
                   IF RADIUS NOT > ZERO
                       SET SHAPE-INVALID TO TRUE
                       MOVE "NON-POSITIVE DIMENSION"
                           TO WS-SHAPE-REJECT-REASON
                   END-IF
               WHEN SHAPE-IS-RECTANGLE
                   IF WIDTH NOT > ZERO OR HEIGHT NOT > ZERO
                       SET SHAPE-INVALID TO TRUE
                       MOVE "NON-POSITIVE DIMENSION"
                           TO WS-SHAPE-REJECT-REASON
                   END-IF
               WHEN SHAPE-IS-TRIANGLE
                   IF TRI-BASE NOT > ZERO OR TRI-HEIGHT NOT > ZERO
                       SET SHAPE-INVALID TO TRUE
                       MOVE "NON-POSITIVE DIMENSION"
                           TO WS-SHAPE-REJECT-REASON
                   END-IF
               WHEN SHAPE-IS-SQUARE
                   IF SQ-SIDE NOT > ZERO
                       SET SHAPE-INVALID TO TRUE
                       MOVE "NON-POSITIVE DIMENSION"
                           TO WS-SHAPE-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET SHAPE-INVALID TO TRUE
                   MOVE "UNKNOWN SHAPE TYPE" TO WS-SHAPE-REJECT-REASON
           END-EVALUATE.
           IF SHAPE-VALID
               IF ST-QTY NOT NUMERIC OR ST-QTY = 0
                   SET SHAPE-INVALID TO TRUE
                   MOVE "INVALID QUANTITY"
                       TO WS-SHAPE-REJECT-REASON
               END-IF
           END-IF.

      * Area by shape type, in the standard unit.
       CALCULATE-SHAPE-AREA.
           EVALUATE TRUE
               WHEN SHAPE-IS-CIRCLE
                   COMPUTE WS-SHAPE-AREA = 3.14159 * RADIUS * RADIUS
               WHEN SHAPE-IS-RECTANGLE
                   MULTIPLY WIDTH BY HEIGHT GIVING WS-SHAPE-AREA
               WHEN SHAPE-IS-TRIANGLE
                   COMPUTE WS-SHAPE-AREA = (TRI-BASE * TRI-HEIGHT) / 2
               WHEN SHAPE-IS-SQUARE
                   MULTIPLY SQ-SIDE BY SQ-SIDE GIVING WS-SHAPE-AREA
           END-EVALUATE.

      * Perimeter (circumference for a circle) in the standard unit;
      * the triangle is a right triangle, as the daily batch prices
      * it.
       CALCULATE-SHAPE-PERIMETER.
           EVALUATE TRUE
               WHEN SHAPE-IS-CIRCLE
                   COMPUTE WS-SHAPE-PERIM = 2 * 3.14159 * RADIUS
               WHEN SHAPE-IS-RECTANGLE
                   COMPUTE WS-SHAPE-PERIM = 2 * (WIDTH + HEIGHT)
               WHEN SHAPE-IS-TRIANGLE
                   COMPUTE WS-SHAPE-PERIM = TRI-BASE + TRI-HEIGHT
                       + FUNCTION SQRT(TRI-BASE * TRI-BASE
                           + TRI-HEIGHT * TRI-HEIGHT)
               WHEN SHAPE-IS-SQUARE
                   COMPUTE WS-SHAPE-PERIM = 4 * SQ-SIDE
           END-EVALUATE.

      * Largest single dimension in the standard unit.
       CALCULATE-SHAPE-MAX-DIM.
           EVALUATE TRUE
               WHEN SHAPE-IS-CIRCLE
                   COMPUTE WS-SHAPE-MAX-DIM = 2 * RADIUS
               WHEN SHAPE-IS-RECTANGLE
                   IF WIDTH > HEIGHT
                       MOVE WIDTH TO WS-SHAPE-MAX-DIM
                   ELSE
                       MOVE HEIGHT TO WS-SHAPE-MAX-DIM
                   END-IF
               WHEN SHAPE-IS-TRIANGLE
                   IF TRI-BASE > TRI-HEIGHT
                       MOVE TRI-BASE TO WS-SHAPE-MAX-DIM
                   ELSE
                       MOVE TRI-HEIGHT TO WS-SHAPE-MAX-DIM
                   END-IF
               WHEN SHAPE-IS-SQUARE
                   MOVE SQ-SIDE TO WS-SHAPE-MAX-DIM
               WHEN OTHER
                   MOVE 0 TO WS-SHAPE-MAX-DIM
           END-EVALUATE.

      * Find the rates for the material in WS-LOOKUP-MATERIAL.
       LOOKUP-MATERIAL-RATE.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE-AREA-HIT.
           MOVE 0 TO WS-RATE-EDGE-HIT.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-MATERIAL(WS-RATE-SUB)
                   = WS-LOOKUP-MATERIAL
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RATE-AREA(WS-RATE-SUB)
                       TO WS-RATE-AREA-HIT
                   MOVE WS-RATE-EDGE(WS-RATE-SUB)
                       TO WS-RATE-EDGE-HIT
                   MOVE WS-RATE-COUNT TO WS-RATE-SUB
               END-IF
           END-PERFORM.

      * Report headers: title, run date, and the standard unit.
       PRINT-QUOTE-HEADERS.
           MOVE SPACES TO WS-QHD-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-QHD-RUN-DATE.
           MOVE WS-STD-UNIT TO WS-QHD-STD-UNIT.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-HEADER-1.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-HEADER-2.

      * Run totals at the foot of the report.
       WRITE-RUN-TOTALS.
           MOVE WS-QUOTES-ISSUED TO WS-QRT-ISSUED.
           MOVE WS-QUOTES-REFUSED TO WS-QRT-REFUSED.
           WRITE QUOTE-REPORT-LINE FROM WS-QUOTE-RUN-TOTAL-LINE.

      * Return codes: 8 when a batch could not be quoted, 4 when
      * every quote issued but something in them rejected or could
      * not be priced, 0 clean.
       GRADE-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-QUOTES-REFUSED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-CARDS-BAD > 0 OR WS-RUN-UNRATED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "QUOTERUN - " WS-QUOTES-ISSUED " QUOTE(S) ISSUED, "
               WS-QUOTES-REFUSED " NOT ISSUED - RC=" RETURN-CODE.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE PARM-FILE
                 QUOTE-TRANS-FILE
                 DEPT-MASTER-FILE
                 BATCH-REGISTER-FILE
                 QUOTE-MASTER-FILE
                 RATE-MASTER-FILE
                 QUOTE-REPORT-FILE.
