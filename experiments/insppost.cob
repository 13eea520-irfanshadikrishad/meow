       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPPOST.

      * Post-cut inspection posting. Once a shape is cut the system
      * used to know nothing more about it - a piece QC scrapped was
      * re-keyed on a SHAPEIN card by hand and the original stayed on
      * the books as good work. Quality control now sends one
      * inspection card per shape, keyed by batch ID and sequence
      * number, carrying the inspector's pass/fail verdict and the
      * dimensions the piece actually measured. The card is checked
      * against the nominal dimensions the shape was cut to - off
      * today's DAYRSLT, or off the results history master for
      * older work - within the tolerance the tolerance table gives
      * for the shape's material and shape type. A piece the
      * inspector fails, or that measures out of tolerance, is
      * recorded on the inspection history file and, unless it is
      * an assembly (its cutouts are not on the results file, so it
      * is remade by hand), a remake detail card is written for the
      * scrapped pieces. Remake cards go out on the remake deck as
      * whole batches in the SHAPEIN layout - one batch per
      * department, header and trailer controls included - which
      * the next daily batch reads on the end of SHAPEIN and cuts
      * again. The Quality Report lists every failure and shows the
      * first-pass yield and the scrap cost by department, by
      * material and by bed position.
      * The tolerance table is a deck of cards - material, shape type
      * and the allowed deviation as a percentage of the nominal
      * dimension. A card with a blank shape type covers every shape
      * of its material, one with a blank material covers the shape
      * type in any material, and one with both blank is the shop
      * default.
      * Remake batch IDs are "R", the date as YYMMDD, and a letter
      * for each batch of the day, continuing from the letters the
      * inspection history shows already used today. Inspections of
      * remake batches are second passes - they are posted like any
      * other but kept out of the first-pass yield.
      * Return codes: 16 no tolerance table, or neither results file
      * on hand, 8 inspection cards rejected or remakes left to do
      * by hand, 4 remake batches written, 0 every piece passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-TRANS-FILE ASSIGN TO "INSPTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT TOLERANCE-TABLE-FILE ASSIGN TO "TOLTAB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-FILE-STATUS.
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
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BR-BATCH-ID
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.
           SELECT INSPECTION-HIST-FILE ASSIGN TO "INSPHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IHST-FILE-STATUS.
           SELECT REMAKE-FILE ASSIGN TO "REMAKE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REMAKE-FILE-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Inspection card from quality control. The measured
      * dimensions are in the unit the shape was submitted in (an
      * assembly's in the standard unit, as its results record
      * holds them): the first is the radius, width, base or side,
      * the second the height or triangle height, zero where the
      * shape has none. Both zero means the piece was not measured
      * and only the verdict counts. The scrap quantity is how many
      * of the card's pieces failed - zero or blank on a failure
      * means all of them. The business date is only needed for
      * work no longer on DAYRSLT whose batch is not on the register.
       FD  INSPECTION-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INSPECTION-CARD.
           05 IT-BATCH-ID          PIC X(8).
           05 IT-SEQ-NO            PIC 9(4).
           05 IT-VERDICT           PIC X(1).
               88 IT-PASSED                 VALUE "P".
               88 IT-FAILED                 VALUE "F".
               88 IT-VERDICT-VALID          VALUE "P" "F".
           05 IT-MEASURED-1        PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IT-MEASURED-2        PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IT-SCRAP-QTY         PIC 9(4).
           05 IT-INSPECTOR         PIC X(8).
           05 IT-BUS-DATE          PIC 9(8).
           05 FILLER               PIC X(25).

      * Tolerance table card - material, shape type, and the allowed
      * deviation in percent of the nominal dimension.
       FD  TOLERANCE-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TOLERANCE-CARD.
           05 TC-MATERIAL          PIC X(4).
           05 TC-SHAPE-TYPE        PIC X(1).
           05 TC-TOL-PCT           PIC 9(2)V9(3).
           05 FILLER               PIC X(70).

      * Daily results file, layout shared with EXAMPLES - read only,
      * into WS-NOMINAL-RESULT.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           05 DRF-KEY.
               10 DRF-BATCH-ID     PIC X(8).
               10 DRF-SEQ-NO       PIC 9(4).
           05 FILLER               PIC X(194).

      * Results history master, layout shared with RSLTHIST - read
      * only, for work no longer on DAYRSLT.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Batch register master, layout shared with EXAMPLES - read
      * only, for a batch's business date and department.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           COPY BATCHREC.

      * Placement master, layout shared with BEDPLACE - read only,
      * for the bed position a shape was cut on.
       FD  PLACEMENT-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  PLACEMENT-RECORD.
           05 PL-KEY.
               10 PL-BATCH-ID      PIC X(8).
               10 PL-SEQ-NO        PIC 9(4).
           05 PL-COORD-ID          PIC 9(6).
           05 PL-PLACE-DATE        PIC 9(8).

      * Inspection history - one entry per failed inspection, with
      * the nominal and measured dimensions, the tolerance applied,
      * the pieces scrapped and what they cost, and the remake card
      * written for them (blank when the remake is done by hand).
      * Only ever extended.
       FD  INSPECTION-HIST-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  INSPECTION-HIST-RECORD.
           05 IH-INSP-DATE         PIC 9(8).
           05 IH-BATCH-ID          PIC X(8).
           05 IH-SEQ-NO            PIC 9(4).
           05 IH-BUS-DATE          PIC 9(8).
           05 IH-DEPT              PIC X(4).
           05 IH-MATERIAL          PIC X(4).
           05 IH-SHAPE-TYPE        PIC X(1).
           05 IH-UNIT              PIC X(2).
           05 IH-NOMINAL-1         PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IH-MEASURED-1        PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IH-NOMINAL-2         PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IH-MEASURED-2        PIC S9(5)V9(5)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 IH-TOL-PCT           PIC 9(2)V9(3).
           05 IH-DEVIATION-PCT     PIC 9(3)V9(3).
           05 IH-VERDICT           PIC X(1).
           05 IH-FAIL-REASON       PIC X(30).
           05 IH-SCRAP-QTY         PIC 9(4).
           05 IH-SCRAP-COST        PIC 9(8)V9(2).
           05 IH-COORD-ID          PIC 9(6).
           05 IH-INSPECTOR         PIC X(8).
           05 IH-REMAKE-BATCH-ID   PIC X(8).
           05 IH-REMAKE-SEQ-NO     PIC 9(4).

      * Remake deck - header/detail/trailer batches in the SHAPEIN
      * layout for the next daily batch. Extended, so remakes from
      * several postings wait together until that run takes them.
       FD  REMAKE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REMAKE-RECORD           PIC X(90).

      * The Quality Report for the shop superintendent.
       FD  QUALITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  QUALITY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-TRANS-FILE-STATUS     PIC X(2).
           88 TRANS-FILE-OK                 VALUE "00".
           88 TRANS-FILE-MISSING            VALUE "35".
       01 WS-TRANS-EOF-SW          PIC X(1) VALUE "N".
           88 TRANS-EOF                     VALUE "Y".
       01 WS-TOL-FILE-STATUS       PIC X(2).
           88 TOL-FILE-OK                   VALUE "00".
           88 TOL-FILE-MISSING              VALUE "35".
       01 WS-TOL-EOF-SW            PIC X(1) VALUE "N".
           88 TOL-EOF                       VALUE "Y".
       01 WS-DAYRS-FILE-STATUS     PIC X(2).
           88 DAYRS-FILE-OK                 VALUE "00".
           88 DAYRS-FILE-MISSING            VALUE "35".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-BREG-FILE-STATUS      PIC X(2).
           88 BREG-FILE-OK                  VALUE "00".
           88 BREG-FILE-MISSING             VALUE "35".
       01 WS-PLACE-FILE-STATUS     PIC X(2).
           88 PLACE-FILE-OK                 VALUE "00".
           88 PLACE-FILE-MISSING            VALUE "35".
       01 WS-IHST-FILE-STATUS      PIC X(2).
           88 IHST-FILE-OK                  VALUE "00".
           88 IHST-FILE-MISSING             VALUE "35".
       01 WS-IHST-EOF-SW           PIC X(1) VALUE "N".
           88 IHST-EOF                      VALUE "Y".
       01 WS-REMAKE-FILE-STATUS    PIC X(2).
           88 REMAKE-FILE-OK                VALUE "00".
           88 REMAKE-FILE-MISSING           VALUE "35".

      * The shape the card names, as it was scored, and where it was
      * found.
       01 WS-NOMINAL-RESULT.
           COPY DAYRSREC.
       01 WS-RESULT-FOUND-SW       PIC X(1).
           88 RESULT-FOUND                  VALUE "Y".
           88 RESULT-NOT-FOUND              VALUE "N".
       01 WS-LOOKUP-BUS-DATE       PIC 9(8).
       01 WS-RESULT-DEPT           PIC X(4).
       01 WS-BED-KEY               PIC X(8).
       01 WS-COORD-ID              PIC 9(6).

      * The inspection in hand.
       01 WS-CARD-REJECT-REASON    PIC X(30).
       01 WS-NOMINAL-1             PIC S9(5)V9(5).
       01 WS-NOMINAL-2             PIC S9(5)V9(5).
       01 WS-DEVIATION-PCT         PIC 9(3)V9(3).
       01 WS-DIM-DEVIATION-PCT     PIC 9(3)V9(3).
       01 WS-TOL-PCT               PIC 9(2)V9(3).
       01 WS-PIECE-FAIL-SW         PIC X(1).
           88 PIECE-FAILED                  VALUE "Y".
       01 WS-OUT-OF-TOL-SW         PIC X(1).
           88 OUT-OF-TOLERANCE              VALUE "Y".
       01 WS-FAIL-REASON           PIC X(30).
       01 WS-PIECES-INSPECTED      PIC 9(4).
       01 WS-PIECES-SCRAPPED       PIC 9(4).
       01 WS-PIECES-PASSED         PIC 9(4).
       01 WS-SCRAP-COST            PIC 9(8)V9(2).
       01 WS-REMAKE-SW             PIC X(1).
           88 REMAKE-WRITTEN                VALUE "Y".
       01 WS-HAND-REASON           PIC X(30).
       01 WS-SECOND-PASS-SW        PIC X(1).
           88 SECOND-PASS                   VALUE "Y".

      * Tolerance table off the TOLTAB deck.
       01 WS-TOL-COUNT             PIC 9(3) VALUE 0.
       01 WS-TOL-SUB               PIC 9(3).
       01 WS-TOL-HIT               PIC 9(3).
       01 WS-TOL-TABLE.
           05 WS-TOL-ENTRY OCCURS 100 TIMES.
               10 WS-TT-MATERIAL   PIC X(4).
               10 WS-TT-SHAPE-TYPE PIC X(1).
               10 WS-TT-TOL-PCT    PIC 9(2)V9(3).
       01 WS-TOL-FIND-MATERIAL     PIC X(4).
       01 WS-TOL-FIND-SHAPE-TYPE   PIC X(1).

      * Remake batches of this run, one per department, lettered on
      * from the last letter the inspection history shows used
      * today, and the remake detail cards waiting to be written
      * under them.
       01 WS-REMAKE-PREFIX.
           05 FILLER               PIC X(1) VALUE "R".
           05 WS-REMAKE-YYMMDD     PIC 9(6).
       01 WS-REMAKE-LETTERS        PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LETTER-SUB            PIC 9(2).
       01 WS-LAST-LETTER           PIC 9(2) VALUE 0.
       01 WS-RB-COUNT              PIC 9(2) VALUE 0.
       01 WS-RB-SUB                PIC 9(2).
       01 WS-RB-HIT                PIC 9(2).
       01 WS-REMAKE-BATCH-TABLE.
           05 WS-RB-ENTRY OCCURS 26 TIMES.
               10 WS-RB-DEPT       PIC X(4).
               10 WS-RB-BATCH-ID   PIC X(8).
               10 WS-RB-CARDS      PIC 9(4).
               10 WS-RB-HASH-TOTAL PIC 9(12)V9(5).
       01 WS-RC-COUNT              PIC 9(3) VALUE 0.
       01 WS-RC-SUB                PIC 9(3).
       01 WS-REMAKE-CARD-TABLE.
           05 WS-RC-ENTRY OCCURS 500 TIMES.
               10 WS-RC-BATCH-SUB  PIC 9(2).
               10 WS-RC-CARD       PIC X(90).
       01 WS-REMAKE-CARD.
           COPY SHAPECRD.

      * Yield and scrap by department, by material and by bed
      * position, held in one table in kind-then-code order for
      * printing.
       01 WS-QT-COUNT              PIC 9(3) VALUE 0.
       01 WS-QT-SUB                PIC 9(3).
       01 WS-SHIFT-SUB             PIC 9(3).
       01 WS-FIND-QT-KEY.
           05 WS-FIND-QT-KIND      PIC 9(1).
           05 WS-FIND-QT-CODE      PIC X(8).
       01 WS-QT-PLACE-SW           PIC X(1).
           88 QT-PLACE-FOUND                VALUE "Y".
       01 WS-QT-HIT-SW             PIC X(1).
           88 QT-ENTRY-FOUND                VALUE "Y".
           88 QT-ENTRY-NOT-FOUND            VALUE "N".
       01 WS-QUALITY-TABLE.
           05 WS-QT-ENTRY OCCURS 300 TIMES.
               10 WS-QT-KEY.
                   15 WS-QT-KIND   PIC 9(1).
                   15 WS-QT-CODE   PIC X(8).
               10 WS-QT-INSPECTED  PIC 9(7).
               10 WS-QT-PASSED     PIC 9(7).
               10 WS-QT-SCRAPPED   PIC 9(7).
               10 WS-QT-SCRAP-COST PIC 9(9)V9(2).
       01 WS-QT-LAST-KIND          PIC 9(1).
       01 WS-KIND-NAMES.
           05 FILLER               PIC X(20) VALUE "BY DEPARTMENT".
           05 FILLER               PIC X(20) VALUE "BY MATERIAL".
           05 FILLER               PIC X(20) VALUE "BY BED POSITION".
       01 WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAMES.
           05 WS-KIND-NAME         PIC X(20) OCCURS 3 TIMES.
       01 WS-KIND-SUB              PIC 9(1).

      * Run totals.
       01 WS-RUN-TOTALS.
           05 WS-CARDS-READ        PIC 9(5) VALUE 0.
           05 WS-CARDS-REJECTED    PIC 9(5) VALUE 0.
           05 WS-FIRST-INSPECTED   PIC 9(7) VALUE 0.
           05 WS-FIRST-PASSED      PIC 9(7) VALUE 0.
           05 WS-SECOND-INSPECTED  PIC 9(7) VALUE 0.
           05 WS-SECOND-PASSED     PIC 9(7) VALUE 0.
           05 WS-TOTAL-SCRAPPED    PIC 9(7) VALUE 0.
           05 WS-TOTAL-SCRAP-COST  PIC 9(9)V9(2) VALUE 0.
           05 WS-FAILURES-POSTED   PIC 9(5) VALUE 0.
           05 WS-REMAKE-CARDS      PIC 9(5) VALUE 0.
           05 WS-HAND-REMAKES      PIC 9(5) VALUE 0.
       01 WS-YIELD-PCT             PIC 9(3)V9(1).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).
       01 WS-TODAY-DATE            PIC 9(8).

      * Report lines.
       01 WS-RPT-HEADER-1.
           05 FILLER               PIC X(34) VALUE
               "QUALITY REPORT".
           05 FILLER               PIC X(17) VALUE
               "INSPECTION DATE: ".
           05 WS-RH1-RUN-DATE      PIC X(10).
       01 WS-RPT-FAIL-HEADER.
           05 FILLER               PIC X(40) VALUE
               "BATCH/SEQ     DEPT MATL BED      INSP BY".
           05 FILLER               PIC X(40) VALUE
               "  REASON                        SCRAPPED".
           05 FILLER               PIC X(23) VALUE
               "     SCRAP COST  REMAKE".
       01 WS-RPT-FAIL-LINE.
           05 WS-RFL-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-RFL-SEQ-NO        PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-DEPT          PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-MATERIAL      PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-BED           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-INSPECTOR     PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-REASON        PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-SCRAPPED      PIC ZZZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RFL-SCRAP-COST    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RFL-REMAKE        PIC X(30).
       01 WS-RPT-REJECT-LINE.
           05 WS-RRJ-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-RRJ-SEQ-NO        PIC X(4).
           05 FILLER               PIC X(21) VALUE
               "  CARD REJECTED -    ".
           05 WS-RRJ-REASON        PIC X(30).
       01 WS-RPT-KIND-LINE.
           05 WS-RKL-NAME          PIC X(20).
       01 WS-RPT-QUALITY-HEADER.
           05 FILLER               PIC X(40) VALUE
               "    CODE      INSPECTED     PASSED  YIEL".
           05 FILLER               PIC X(30) VALUE
               "D %   SCRAPPED      SCRAP COST".
       01 WS-RPT-QUALITY-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-RQL-CODE          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RQL-INSPECTED     PIC ZZZZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RQL-PASSED        PIC ZZZZZZZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-RQL-YIELD         PIC ZZ9.9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RQL-SCRAPPED      PIC ZZZZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RQL-SCRAP-COST    PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-COUNT-LINE.
           05 WS-RCL-LABEL         PIC X(40).
           05 WS-RCL-COUNT         PIC ZZZZZZ9.
       01 WS-RPT-YIELD-LINE.
           05 WS-RYL-LABEL         PIC X(40).
           05 WS-RYL-YIELD         PIC ZZ9.9.
       01 WS-RPT-COST-LINE.
           05 WS-RSC-LABEL         PIC X(40).
           05 WS-RSC-COST          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-FAIL-TITLE        PIC X(40) VALUE
           "FAILED INSPECTIONS".
       01 WS-RPT-NO-FAIL-LINE      PIC X(40) VALUE
           "NO FAILED INSPECTIONS".
       01 WS-RPT-BLANK-LINE        PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-INSPECTION-CARD.
           PERFORM UNTIL TRANS-EOF
               PERFORM POST-INSPECTION
               PERFORM READ-INSPECTION-CARD
           END-PERFORM.
           IF WS-FAILURES-POSTED = 0 AND WS-CARDS-REJECTED = 0
               WRITE QUALITY-REPORT-LINE FROM WS-RPT-NO-FAIL-LINE
           END-IF.
           PERFORM WRITE-REMAKE-DECK.
           PERFORM PRINT-QUALITY-TABLE.
           PERFORM PRINT-RUN-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Load the tolerance table, find the remake letters already
      * used today, and open the results files, the history and the
      * deck. Without a tolerance table, or with neither results
      * file, no inspection can be judged and the run stops hard. A
      * missing inspection deck just means nothing to post.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
           MOVE WS-CURRENT-DATE-TIME(3:6) TO WS-REMAKE-YYMMDD.
           PERFORM LOAD-TOLERANCE-TABLE.
           OPEN INPUT DAY-RESULT-FILE.
           OPEN INPUT RESULT-HIST-FILE.
           IF DAYRS-FILE-MISSING AND HIST-FILE-MISSING
               DISPLAY "INSPPOST - NO DAILY RESULTS OR RESULTS "
                   "HISTORY ON HAND - NOTHING TO INSPECT AGAINST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-REGISTER-FILE.
           OPEN INPUT PLACEMENT-FILE.
           PERFORM FIND-LAST-REMAKE-LETTER.
           OPEN INPUT INSPECTION-TRANS-FILE.
           IF TRANS-FILE-MISSING
               DISPLAY "INSPPOST - NO INSPECTION CARDS ON HAND - "
                   "NOTHING TO POST"
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN EXTEND INSPECTION-HIST-FILE.
           IF IHST-FILE-MISSING
               OPEN OUTPUT INSPECTION-HIST-FILE
           END-IF.
           OPEN OUTPUT QUALITY-REPORT-FILE.
           MOVE SPACES TO WS-RH1-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-RH1-RUN-DATE.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-HEADER-1.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-FAIL-TITLE.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-FAIL-HEADER.

      * The tolerance deck into storage. A card with a tolerance that
      * is not a number is skipped with a message.
       LOAD-TOLERANCE-TABLE.
           OPEN INPUT TOLERANCE-TABLE-FILE.
           IF TOL-FILE-MISSING
               DISPLAY "INSPPOST - NO TOLERANCE TABLE ON HAND - "
                   "INSPECTIONS CANNOT BE JUDGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-TOLERANCE-CARD.
           PERFORM UNTIL TOL-EOF
               IF TC-TOL-PCT NUMERIC AND WS-TOL-COUNT < 100
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TC-MATERIAL TO WS-TT-MATERIAL(WS-TOL-COUNT)
                   MOVE TC-SHAPE-TYPE
                       TO WS-TT-SHAPE-TYPE(WS-TOL-COUNT)
                   MOVE TC-TOL-PCT TO WS-TT-TOL-PCT(WS-TOL-COUNT)
               ELSE
                   DISPLAY "INSPPOST - TOLERANCE CARD " TC-MATERIAL
                       "/" TC-SHAPE-TYPE " SKIPPED"
               END-IF
               PERFORM READ-TOLERANCE-CARD
           END-PERFORM.
           CLOSE TOLERANCE-TABLE-FILE.

      * Read the next tolerance card.
       READ-TOLERANCE-CARD.
           IF NOT TOL-EOF
               READ TOLERANCE-TABLE-FILE
                   AT END
                       SET TOL-EOF TO TRUE
               END-READ
           END-IF.

      * The highest remake letter the inspection history shows
      * already used today, so this run's batches follow on from it.
       FIND-LAST-REMAKE-LETTER.
           OPEN INPUT INSPECTION-HIST-FILE.
           IF IHST-FILE-MISSING
               SET IHST-EOF TO TRUE
           END-IF.
           PERFORM READ-INSPECTION-HISTORY.
           PERFORM UNTIL IHST-EOF
               IF IH-REMAKE-BATCH-ID(1:7) = WS-REMAKE-PREFIX
                   PERFORM VARYING WS-LETTER-SUB FROM 1 BY 1
                           UNTIL WS-LETTER-SUB > 26
                       IF IH-REMAKE-BATCH-ID(8:1)
                           = WS-REMAKE-LETTERS(WS-LETTER-SUB:1)
                           AND WS-LETTER-SUB > WS-LAST-LETTER
                           MOVE WS-LETTER-SUB TO WS-LAST-LETTER
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-INSPECTION-HISTORY
           END-PERFORM.
           IF NOT IHST-FILE-MISSING
               CLOSE INSPECTION-HIST-FILE
           END-IF.

      * Read the next inspection history entry during the letter
      * scan.
       READ-INSPECTION-HISTORY.
           IF NOT IHST-EOF
               READ INSPECTION-HIST-FILE
                   AT END
                       SET IHST-EOF TO TRUE
               END-READ
           END-IF.

      * Read the next inspection card.
       READ-INSPECTION-CARD.
           IF NOT TRANS-EOF
               READ INSPECTION-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
               END-READ
           END-IF.

      * One inspection card: find the shape, judge the piece, and
      * post the pieces to the yield tables. A failure goes to the
      * inspection history and the remake deck.
       POST-INSPECTION.
           MOVE SPACES TO WS-CARD-REJECT-REASON.
           PERFORM FIND-NOMINAL-RESULT.
           EVALUATE TRUE
               WHEN NOT IT-VERDICT-VALID
                   MOVE "VERDICT NOT P OR F" TO WS-CARD-REJECT-REASON
               WHEN IT-MEASURED-1 NOT NUMERIC
                   OR IT-MEASURED-2 NOT NUMERIC
                   MOVE "MEASUREMENT NOT NUMERIC"
                       TO WS-CARD-REJECT-REASON
               WHEN RESULT-NOT-FOUND
                   MOVE "NO RESULT ON FILE FOR SHAPE"
                       TO WS-CARD-REJECT-REASON
               WHEN DR-REJECTED
                   MOVE "SHAPE WAS REJECTED - NOT CUT"
                       TO WS-CARD-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-TOLERANCE
                   IF WS-TOL-HIT = 0
                       MOVE "NO TOLERANCE FOR MATERIAL/SHAPE"
                           TO WS-CARD-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-CARD-REJECT-REASON NOT = SPACES
               PERFORM REJECT-INSPECTION-CARD
           ELSE
               PERFORM JUDGE-PIECE
               PERFORM COUNT-PIECES
               IF PIECE-FAILED
                   PERFORM POST-FAILED-INSPECTION
               END-IF
               PERFORM POST-QUALITY-TABLES
           END-IF.

      * The shape as it was scored: today's DAYRSLT first, then the
      * history under the batch's business date - the register's,
      * or the card's when the batch is not on the register. The
      * department comes off the result, or off the register for
      * history folded in before results carried it; the bed
      * position off the placement master.
       FIND-NOMINAL-RESULT.
           SET RESULT-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-RESULT-DEPT.
           MOVE 0 TO WS-LOOKUP-BUS-DATE.
           IF NOT BREG-FILE-MISSING
               MOVE IT-BATCH-ID TO BR-BATCH-ID
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       MOVE SPACES TO BR-DEPT
                   NOT INVALID KEY
                       MOVE BR-BUS-DATE TO WS-LOOKUP-BUS-DATE
                       MOVE BR-DEPT TO WS-RESULT-DEPT
               END-READ
           END-IF.
           IF WS-LOOKUP-BUS-DATE = 0 AND IT-BUS-DATE NUMERIC
               MOVE IT-BUS-DATE TO WS-LOOKUP-BUS-DATE
           END-IF.
           IF NOT DAYRS-FILE-MISSING
               MOVE IT-BATCH-ID TO DRF-BATCH-ID
               MOVE IT-SEQ-NO TO DRF-SEQ-NO
               READ DAY-RESULT-FILE INTO WS-NOMINAL-RESULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RESULT-FOUND TO TRUE
               END-READ
           END-IF.
           IF RESULT-NOT-FOUND AND NOT HIST-FILE-MISSING
               AND WS-LOOKUP-BUS-DATE > 0
               MOVE WS-LOOKUP-BUS-DATE TO RH-BUS-DATE
               MOVE IT-BATCH-ID TO RH-BATCH-ID
               MOVE IT-SEQ-NO TO RH-SEQ-NO
               READ RESULT-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RESULT-FOUND TO TRUE
                       MOVE RH-RESULT-ENTRY TO WS-NOMINAL-RESULT
               END-READ
           END-IF.
           IF RESULT-FOUND AND DR-DEPT NOT = SPACES
               MOVE DR-DEPT TO WS-RESULT-DEPT
           END-IF.
           MOVE "UNPLACED" TO WS-BED-KEY.
           MOVE 0 TO WS-COORD-ID.
           IF NOT PLACE-FILE-MISSING
               MOVE IT-BATCH-ID TO PL-BATCH-ID
               MOVE IT-SEQ-NO TO PL-SEQ-NO
               READ PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PL-COORD-ID TO WS-COORD-ID
                       MOVE PL-COORD-ID TO WS-BED-KEY
               END-READ
           END-IF.

      * The tolerance for the shape: its material and shape type,
      * else any shape of its material, else its shape type in any
      * material, else the shop default.
       FIND-TOLERANCE.
           MOVE DR-MATERIAL TO WS-TOL-FIND-MATERIAL.
           MOVE DR-SHAPE-TYPE TO WS-TOL-FIND-SHAPE-TYPE.
           PERFORM SEARCH-TOLERANCE-TABLE.
           IF WS-TOL-HIT = 0
               MOVE SPACE TO WS-TOL-FIND-SHAPE-TYPE
               PERFORM SEARCH-TOLERANCE-TABLE
           END-IF.
           IF WS-TOL-HIT = 0
               MOVE SPACES TO WS-TOL-FIND-MATERIAL
               MOVE DR-SHAPE-TYPE TO WS-TOL-FIND-SHAPE-TYPE
               PERFORM SEARCH-TOLERANCE-TABLE
           END-IF.
           IF WS-TOL-HIT = 0
               MOVE SPACE TO WS-TOL-FIND-SHAPE-TYPE
               PERFORM SEARCH-TOLERANCE-TABLE
           END-IF.
           IF WS-TOL-HIT > 0
               MOVE WS-TT-TOL-PCT(WS-TOL-HIT) TO WS-TOL-PCT
           END-IF.

      * One exact look-up in the tolerance table.
       SEARCH-TOLERANCE-TABLE.
           MOVE 0 TO WS-TOL-HIT.
           PERFORM VARYING WS-TOL-SUB FROM 1 BY 1
                   UNTIL WS-TOL-SUB > WS-TOL-COUNT OR WS-TOL-HIT > 0
               IF WS-TT-MATERIAL(WS-TOL-SUB) = WS-TOL-FIND-MATERIAL
                   AND WS-TT-SHAPE-TYPE(WS-TOL-SUB)
                       = WS-TOL-FIND-SHAPE-TYPE
                   MOVE WS-TOL-SUB TO WS-TOL-HIT
               END-IF
           END-PERFORM.

      * The piece fails when the inspector fails it or when either
      * measured dimension is further from nominal than the
      * tolerance allows. A dimension measured as zero was not
      * measured and is not judged.
       JUDGE-PIECE.
           MOVE "N" TO WS-PIECE-FAIL-SW.
           MOVE "N" TO WS-OUT-OF-TOL-SW.
           MOVE 0 TO WS-DEVIATION-PCT.
           MOVE SPACES TO WS-FAIL-REASON.
           EVALUATE DR-SHAPE-TYPE
               WHEN "C"
                   MOVE DR-RADIUS TO WS-NOMINAL-1
                   MOVE 0 TO WS-NOMINAL-2
               WHEN "R"
                   MOVE DR-WIDTH TO WS-NOMINAL-1
                   MOVE DR-HEIGHT TO WS-NOMINAL-2
               WHEN "T"
                   MOVE DR-BASE TO WS-NOMINAL-1
                   MOVE DR-TRI-HEIGHT TO WS-NOMINAL-2
               WHEN "S"
                   MOVE DR-SIDE TO WS-NOMINAL-1
                   MOVE 0 TO WS-NOMINAL-2
               WHEN "A"
                   MOVE DR-WIDTH TO WS-NOMINAL-1
                   MOVE DR-HEIGHT TO WS-NOMINAL-2
               WHEN OTHER
                   MOVE 0 TO WS-NOMINAL-1
                   MOVE 0 TO WS-NOMINAL-2
           END-EVALUATE.
           IF IT-MEASURED-1 NOT = 0 AND WS-NOMINAL-1 > 0
               COMPUTE WS-DIM-DEVIATION-PCT ROUNDED =
                   FUNCTION ABS(IT-MEASURED-1 - WS-NOMINAL-1)
                   * 100 / WS-NOMINAL-1
                   ON SIZE ERROR
                       MOVE 999.999 TO WS-DIM-DEVIATION-PCT
               END-COMPUTE
               IF WS-DIM-DEVIATION-PCT > WS-DEVIATION-PCT
                   MOVE WS-DIM-DEVIATION-PCT TO WS-DEVIATION-PCT
               END-IF
           END-IF.
           IF IT-MEASURED-2 NOT = 0 AND WS-NOMINAL-2 > 0
               COMPUTE WS-DIM-DEVIATION-PCT ROUNDED =
                   FUNCTION ABS(IT-MEASURED-2 - WS-NOMINAL-2)
                   * 100 / WS-NOMINAL-2
                   ON SIZE ERROR
                       MOVE 999.999 TO WS-DIM-DEVIATION-PCT
               END-COMPUTE
               IF WS-DIM-DEVIATION-PCT > WS-DEVIATION-PCT
                   MOVE WS-DIM-DEVIATION-PCT TO WS-DEVIATION-PCT
               END-IF
           END-IF.
           IF WS-DEVIATION-PCT > WS-TOL-PCT
               SET OUT-OF-TOLERANCE TO TRUE
               SET PIECE-FAILED TO TRUE
               MOVE "OUT OF TOLERANCE" TO WS-FAIL-REASON
           END-IF.
           IF IT-FAILED
               SET PIECE-FAILED TO TRUE
               IF OUT-OF-TOLERANCE
                   MOVE "FAILED - AND OUT OF TOLERANCE"
                       TO WS-FAIL-REASON
               ELSE
                   MOVE "FAILED BY INSPECTOR" TO WS-FAIL-REASON
               END-IF
           END-IF.

      * The pieces the card stands for, how many are scrapped, and
      * what the scrapped pieces were charged - their share of the
      * card's cost as scored.
       COUNT-PIECES.
           MOVE DR-QTY TO WS-PIECES-INSPECTED.
           IF WS-PIECES-INSPECTED = 0
               MOVE 1 TO WS-PIECES-INSPECTED
           END-IF.
           MOVE 0 TO WS-PIECES-SCRAPPED.
           MOVE 0 TO WS-SCRAP-COST.
           IF PIECE-FAILED
               MOVE WS-PIECES-INSPECTED TO WS-PIECES-SCRAPPED
               IF IT-SCRAP-QTY NUMERIC
                   IF IT-SCRAP-QTY > 0
                       AND IT-SCRAP-QTY < WS-PIECES-INSPECTED
                       MOVE IT-SCRAP-QTY TO WS-PIECES-SCRAPPED
                   END-IF
               END-IF
               COMPUTE WS-SCRAP-COST ROUNDED =
                   DR-COST * WS-PIECES-SCRAPPED / WS-PIECES-INSPECTED
           END-IF.
           COMPUTE WS-PIECES-PASSED =
               WS-PIECES-INSPECTED - WS-PIECES-SCRAPPED.
           MOVE "N" TO WS-SECOND-PASS-SW.
           IF IT-BATCH-ID(1:1) = "R" AND IT-BATCH-ID(2:6) NUMERIC
               AND IT-BATCH-ID(8:1) NOT = SPACE
               SET SECOND-PASS TO TRUE
           END-IF.
           IF SECOND-PASS
               ADD WS-PIECES-INSPECTED TO WS-SECOND-INSPECTED
               ADD WS-PIECES-PASSED TO WS-SECOND-PASSED
           ELSE
               ADD WS-PIECES-INSPECTED TO WS-FIRST-INSPECTED
               ADD WS-PIECES-PASSED TO WS-FIRST-PASSED
           END-IF.
           ADD WS-PIECES-SCRAPPED TO WS-TOTAL-SCRAPPED.
           ADD WS-SCRAP-COST TO WS-TOTAL-SCRAP-COST.

      * A failed piece: queue its remake card, record it on the
      * inspection history, and list it on the report.
       POST-FAILED-INSPECTION.
           ADD 1 TO WS-FAILURES-POSTED.
           MOVE "N" TO WS-REMAKE-SW.
           MOVE SPACES TO WS-HAND-REASON.
           PERFORM QUEUE-REMAKE-CARD.
           MOVE WS-TODAY-DATE TO IH-INSP-DATE.
           MOVE IT-BATCH-ID TO IH-BATCH-ID.
           MOVE IT-SEQ-NO TO IH-SEQ-NO.
           MOVE DR-BUS-DATE TO IH-BUS-DATE.
           MOVE WS-RESULT-DEPT TO IH-DEPT.
           MOVE DR-MATERIAL TO IH-MATERIAL.
           MOVE DR-SHAPE-TYPE TO IH-SHAPE-TYPE.
           MOVE DR-UNIT TO IH-UNIT.
           MOVE WS-NOMINAL-1 TO IH-NOMINAL-1.
           MOVE IT-MEASURED-1 TO IH-MEASURED-1.
           MOVE WS-NOMINAL-2 TO IH-NOMINAL-2.
           MOVE IT-MEASURED-2 TO IH-MEASURED-2.
           MOVE WS-TOL-PCT TO IH-TOL-PCT.
           MOVE WS-DEVIATION-PCT TO IH-DEVIATION-PCT.
           MOVE IT-VERDICT TO IH-VERDICT.
           MOVE WS-FAIL-REASON TO IH-FAIL-REASON.
           MOVE WS-PIECES-SCRAPPED TO IH-SCRAP-QTY.
           MOVE WS-SCRAP-COST TO IH-SCRAP-COST.
           MOVE WS-COORD-ID TO IH-COORD-ID.
           MOVE IT-INSPECTOR TO IH-INSPECTOR.
           IF REMAKE-WRITTEN
               MOVE WS-RB-BATCH-ID(WS-RB-HIT) TO IH-REMAKE-BATCH-ID
               MOVE WS-RB-CARDS(WS-RB-HIT) TO IH-REMAKE-SEQ-NO
           ELSE
               MOVE SPACES TO IH-REMAKE-BATCH-ID
               MOVE 0 TO IH-REMAKE-SEQ-NO
           END-IF.
           WRITE INSPECTION-HIST-RECORD.
           MOVE IT-BATCH-ID TO WS-RFL-BATCH-ID.
           MOVE IT-SEQ-NO TO WS-RFL-SEQ-NO.
           MOVE WS-RESULT-DEPT TO WS-RFL-DEPT.
           MOVE DR-MATERIAL TO WS-RFL-MATERIAL.
           MOVE WS-BED-KEY TO WS-RFL-BED.
           MOVE IT-INSPECTOR TO WS-RFL-INSPECTOR.
           MOVE WS-FAIL-REASON TO WS-RFL-REASON.
           MOVE WS-PIECES-SCRAPPED TO WS-RFL-SCRAPPED.
           MOVE WS-SCRAP-COST TO WS-RFL-SCRAP-COST.
           MOVE SPACES TO WS-RFL-REMAKE.
           IF REMAKE-WRITTEN
               STRING IH-REMAKE-BATCH-ID "/" IH-REMAKE-SEQ-NO
                   DELIMITED BY SIZE INTO WS-RFL-REMAKE
           ELSE
               MOVE WS-HAND-REASON TO WS-RFL-REMAKE
           END-IF.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-FAIL-LINE.

      * A remake detail card for the scrapped pieces, cut to the
      * nominal dimensions as submitted, under the department's
      * remake batch for this run. An assembly, a shape with no
      * department to bill, or a full remake deck is left to be
      * remade by hand, and says why.
       QUEUE-REMAKE-CARD.
           EVALUATE TRUE
               WHEN DR-SHAPE-TYPE = "A"
                   MOVE "ASSEMBLY - REMAKE BY HAND"
                       TO WS-HAND-REASON
               WHEN WS-RESULT-DEPT = SPACES
                   MOVE "NO DEPARTMENT - REMAKE BY HAND"
                       TO WS-HAND-REASON
               WHEN WS-RC-COUNT NOT < 500
                   MOVE "REMAKE DECK FULL - BY HAND"
                       TO WS-HAND-REASON
               WHEN OTHER
                   PERFORM FIND-REMAKE-BATCH
                   IF WS-RB-HIT = 0
                       MOVE "NO REMAKE BATCH LEFT - BY HAND"
                           TO WS-HAND-REASON
                   END-IF
           END-EVALUATE.
           IF WS-HAND-REASON NOT = SPACES
               ADD 1 TO WS-HAND-REMAKES
           ELSE
               SET REMAKE-WRITTEN TO TRUE
               ADD 1 TO WS-RB-CARDS(WS-RB-HIT)
               MOVE SPACES TO WS-REMAKE-CARD
               SET ST-DETAIL-REC TO TRUE
               MOVE WS-RB-BATCH-ID(WS-RB-HIT) TO ST-BATCH-ID
               MOVE WS-RB-CARDS(WS-RB-HIT) TO ST-SEQ-NO
               MOVE DR-SHAPE-TYPE TO ST-SHAPE-TYPE
               MOVE DR-RADIUS TO ST-RADIUS
               MOVE DR-WIDTH TO ST-WIDTH
               MOVE DR-HEIGHT TO ST-HEIGHT
               MOVE DR-BASE TO ST-BASE
               MOVE DR-SIDE TO ST-SIDE
               MOVE DR-TRI-HEIGHT TO ST-TRI-HEIGHT
               MOVE DR-UNIT TO ST-UNIT
               MOVE DR-MATERIAL TO ST-MATERIAL
               MOVE WS-PIECES-SCRAPPED TO ST-QTY
               COMPUTE WS-RB-HASH-TOTAL(WS-RB-HIT) =
                   WS-RB-HASH-TOTAL(WS-RB-HIT)
                   + FUNCTION ABS(ST-RADIUS) + FUNCTION ABS(ST-WIDTH)
                   + FUNCTION ABS(ST-HEIGHT) + FUNCTION ABS(ST-BASE)
                   + FUNCTION ABS(ST-SIDE)
                   + FUNCTION ABS(ST-TRI-HEIGHT) + ST-QTY
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RB-HIT TO WS-RC-BATCH-SUB(WS-RC-COUNT)
               MOVE WS-REMAKE-CARD TO WS-RC-CARD(WS-RC-COUNT)
               ADD 1 TO WS-REMAKE-CARDS
           END-IF.

      * The department's remake batch for this run, lettering a new
      * one the first time the department has a remake.
       FIND-REMAKE-BATCH.
           MOVE 0 TO WS-RB-HIT.
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                   UNTIL WS-RB-SUB > WS-RB-COUNT OR WS-RB-HIT > 0
               IF WS-RB-DEPT(WS-RB-SUB) = WS-RESULT-DEPT
                   MOVE WS-RB-SUB TO WS-RB-HIT
               END-IF
           END-PERFORM.
           IF WS-RB-HIT = 0 AND WS-LAST-LETTER < 26
               ADD 1 TO WS-LAST-LETTER
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-HIT
               MOVE WS-RESULT-DEPT TO WS-RB-DEPT(WS-RB-HIT)
               MOVE SPACES TO WS-RB-BATCH-ID(WS-RB-HIT)
               STRING WS-REMAKE-PREFIX
                   WS-REMAKE-LETTERS(WS-LAST-LETTER:1)
                   DELIMITED BY SIZE INTO WS-RB-BATCH-ID(WS-RB-HIT)
               MOVE 0 TO WS-RB-CARDS(WS-RB-HIT)
               MOVE 0 TO WS-RB-HASH-TOTAL(WS-RB-HIT)
           END-IF.

      * A card that cannot be judged - listed and counted, nothing
      * posted.
       REJECT-INSPECTION-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE IT-BATCH-ID TO WS-RRJ-BATCH-ID.
           MOVE IT-SEQ-NO TO WS-RRJ-SEQ-NO.
           MOVE WS-CARD-REJECT-REASON TO WS-RRJ-REASON.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-REJECT-LINE.

      * First-pass pieces into the department, material and bed
      * position lines. Remake batches are second passes and stay
      * out of them.
       POST-QUALITY-TABLES.
           IF NOT SECOND-PASS
               MOVE 1 TO WS-FIND-QT-KIND
               MOVE WS-RESULT-DEPT TO WS-FIND-QT-CODE
               PERFORM POST-QUALITY-ENTRY
               MOVE 2 TO WS-FIND-QT-KIND
               MOVE DR-MATERIAL TO WS-FIND-QT-CODE
               PERFORM POST-QUALITY-ENTRY
               MOVE 3 TO WS-FIND-QT-KIND
               MOVE WS-BED-KEY TO WS-FIND-QT-CODE
               PERFORM POST-QUALITY-ENTRY
           END-IF.

      * Add the card's pieces to one line of the yield tables.
       POST-QUALITY-ENTRY.
           PERFORM FIND-QUALITY-ENTRY.
           IF QT-ENTRY-FOUND
               ADD WS-PIECES-INSPECTED TO WS-QT-INSPECTED(WS-QT-SUB)
               ADD WS-PIECES-PASSED TO WS-QT-PASSED(WS-QT-SUB)
               ADD WS-PIECES-SCRAPPED TO WS-QT-SCRAPPED(WS-QT-SUB)
               ADD WS-SCRAP-COST TO WS-QT-SCRAP-COST(WS-QT-SUB)
           END-IF.

      * Locate the line in the table, adding it in kind-then-code
      * order when it is not there yet. A full table is announced
      * and the line left off.
       FIND-QUALITY-ENTRY.
           SET QT-ENTRY-NOT-FOUND TO TRUE.
           MOVE "N" TO WS-QT-PLACE-SW.
           MOVE 1 TO WS-QT-SUB.
           PERFORM UNTIL QT-PLACE-FOUND
                   OR WS-QT-SUB > WS-QT-COUNT
               IF WS-QT-KEY(WS-QT-SUB) NOT < WS-FIND-QT-KEY
                   SET QT-PLACE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-QT-SUB
               END-IF
           END-PERFORM.
           IF QT-PLACE-FOUND
               IF WS-QT-KEY(WS-QT-SUB) = WS-FIND-QT-KEY
                   SET QT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF QT-ENTRY-NOT-FOUND
               IF WS-QT-COUNT < 300
                   PERFORM INSERT-QUALITY-ENTRY
               ELSE
                   DISPLAY "INSPPOST - QUALITY TABLE FULL - "
                       WS-FIND-QT-CODE " LEFT OFF THE REPORT"
               END-IF
           END-IF.

      * Open a slot at WS-QT-SUB by moving every later entry down
      * one, then start the line there with nothing counted.
       INSERT-QUALITY-ENTRY.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-QT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-QT-SUB
               MOVE WS-QT-ENTRY(WS-SHIFT-SUB)
                   TO WS-QT-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-QT-COUNT.
           MOVE WS-FIND-QT-KEY TO WS-QT-KEY(WS-QT-SUB).
           MOVE 0 TO WS-QT-INSPECTED(WS-QT-SUB).
           MOVE 0 TO WS-QT-PASSED(WS-QT-SUB).
           MOVE 0 TO WS-QT-SCRAPPED(WS-QT-SUB).
           MOVE 0 TO WS-QT-SCRAP-COST(WS-QT-SUB).
           SET QT-ENTRY-FOUND TO TRUE.

      * Write each department's remake batch to the deck: header,
      * its detail cards in the order they were queued, and the
      * trailer with the count and hash total the daily batch
      * reconciles against.
       WRITE-REMAKE-DECK.
           IF WS-RB-COUNT > 0
               OPEN EXTEND REMAKE-FILE
               IF REMAKE-FILE-MISSING
                   OPEN OUTPUT REMAKE-FILE
               END-IF
               PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                       UNTIL WS-RB-SUB > WS-RB-COUNT
                   PERFORM WRITE-REMAKE-BATCH
               END-PERFORM
               CLOSE REMAKE-FILE
           END-IF.

      * One remake batch.
       WRITE-REMAKE-BATCH.
           MOVE SPACES TO WS-REMAKE-CARD.
           SET ST-HEADER-REC TO TRUE.
           MOVE WS-RB-BATCH-ID(WS-RB-SUB) TO ST-BATCH-ID.
           MOVE WS-TODAY-DATE TO ST-HDR-BUS-DATE.
           MOVE WS-RB-DEPT(WS-RB-SUB) TO ST-HDR-DEPT.
           MOVE 0 TO ST-HDR-QUOTE-NO.
           WRITE REMAKE-RECORD FROM WS-REMAKE-CARD.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-BATCH-SUB(WS-RC-SUB) = WS-RB-SUB
                   WRITE REMAKE-RECORD FROM WS-RC-CARD(WS-RC-SUB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REMAKE-CARD.
           SET ST-TRAILER-REC TO TRUE.
           MOVE WS-RB-BATCH-ID(WS-RB-SUB) TO ST-BATCH-ID.
           MOVE WS-RB-CARDS(WS-RB-SUB) TO ST-TRL-REC-COUNT.
           MOVE WS-RB-HASH-TOTAL(WS-RB-SUB) TO ST-TRL-HASH-TOT.
           WRITE REMAKE-RECORD FROM WS-REMAKE-CARD.
           DISPLAY "INSPPOST - REMAKE BATCH " WS-RB-BATCH-ID(WS-RB-SUB)
               " DEPT " WS-RB-DEPT(WS-RB-SUB) " - "
               WS-RB-CARDS(WS-RB-SUB) " CARDS".

      * The yield tables - department, material, bed position -
      * each under its own heading.
       PRINT-QUALITY-TABLE.
           MOVE 0 TO WS-QT-LAST-KIND.
           PERFORM VARYING WS-QT-SUB FROM 1 BY 1
                   UNTIL WS-QT-SUB > WS-QT-COUNT
               IF WS-QT-KIND(WS-QT-SUB) NOT = WS-QT-LAST-KIND
                   MOVE WS-QT-KIND(WS-QT-SUB) TO WS-QT-LAST-KIND
                   MOVE WS-QT-LAST-KIND TO WS-KIND-SUB
                   WRITE QUALITY-REPORT-LINE FROM WS-RPT-BLANK-LINE
                   MOVE WS-KIND-NAME(WS-KIND-SUB) TO WS-RKL-NAME
                   WRITE QUALITY-REPORT-LINE FROM WS-RPT-KIND-LINE
                   WRITE QUALITY-REPORT-LINE
                       FROM WS-RPT-QUALITY-HEADER
               END-IF
               PERFORM PRINT-QUALITY-LINE
           END-PERFORM.

      * One line of the yield tables.
       PRINT-QUALITY-LINE.
           MOVE WS-QT-CODE(WS-QT-SUB) TO WS-RQL-CODE.
           MOVE WS-QT-INSPECTED(WS-QT-SUB) TO WS-RQL-INSPECTED.
           MOVE WS-QT-PASSED(WS-QT-SUB) TO WS-RQL-PASSED.
           MOVE 0 TO WS-YIELD-PCT.
           IF WS-QT-INSPECTED(WS-QT-SUB) > 0
               COMPUTE WS-YIELD-PCT ROUNDED =
                   WS-QT-PASSED(WS-QT-SUB) * 100
                   / WS-QT-INSPECTED(WS-QT-SUB)
           END-IF.
           MOVE WS-YIELD-PCT TO WS-RQL-YIELD.
           MOVE WS-QT-SCRAPPED(WS-QT-SUB) TO WS-RQL-SCRAPPED.
           MOVE WS-QT-SCRAP-COST(WS-QT-SUB) TO WS-RQL-SCRAP-COST.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-QUALITY-LINE.

      * The run's totals at the foot of the report, and the return
      * code.
       PRINT-RUN-TOTALS.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "INSPECTION CARDS READ" TO WS-RCL-LABEL.
           MOVE WS-CARDS-READ TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "INSPECTION CARDS REJECTED" TO WS-RCL-LABEL.
           MOVE WS-CARDS-REJECTED TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "FIRST-PASS PIECES INSPECTED" TO WS-RCL-LABEL.
           MOVE WS-FIRST-INSPECTED TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE 0 TO WS-YIELD-PCT.
           IF WS-FIRST-INSPECTED > 0
               COMPUTE WS-YIELD-PCT ROUNDED =
                   WS-FIRST-PASSED * 100 / WS-FIRST-INSPECTED
           END-IF.
           MOVE "FIRST-PASS YIELD %" TO WS-RYL-LABEL.
           MOVE WS-YIELD-PCT TO WS-RYL-YIELD.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-YIELD-LINE.
           MOVE "REMAKE PIECES INSPECTED" TO WS-RCL-LABEL.
           MOVE WS-SECOND-INSPECTED TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "REMAKE PIECES PASSED" TO WS-RCL-LABEL.
           MOVE WS-SECOND-PASSED TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "PIECES SCRAPPED" TO WS-RCL-LABEL.
           MOVE WS-TOTAL-SCRAPPED TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "SCRAP COST" TO WS-RSC-LABEL.
           MOVE WS-TOTAL-SCRAP-COST TO WS-RSC-COST.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COST-LINE.
           MOVE "REMAKE CARDS WRITTEN" TO WS-RCL-LABEL.
           MOVE WS-REMAKE-CARDS TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           MOVE "REMAKES LEFT TO DO BY HAND" TO WS-RCL-LABEL.
           MOVE WS-HAND-REMAKES TO WS-RCL-COUNT.
           WRITE QUALITY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           DISPLAY "INSPPOST - " WS-CARDS-READ " CARDS, "
               WS-FAILURES-POSTED " FAILED, " WS-CARDS-REJECTED
               " REJECTED, " WS-REMAKE-CARDS " REMAKE CARDS".
           EVALUATE TRUE
               WHEN WS-CARDS-REJECTED > 0 OR WS-HAND-REMAKES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REMAKE-CARDS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * Close every file the run opened.
       END-OF-JOB.
           IF NOT TRANS-FILE-MISSING
               CLOSE INSPECTION-TRANS-FILE
           END-IF.
           IF NOT DAYRS-FILE-MISSING
               CLOSE DAY-RESULT-FILE
           END-IF.
           IF NOT HIST-FILE-MISSING
               CLOSE RESULT-HIST-FILE
           END-IF.
           IF NOT BREG-FILE-MISSING
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           IF NOT PLACE-FILE-MISSING
               CLOSE PLACEMENT-FILE
           END-IF.
           CLOSE INSPECTION-HIST-FILE
                 QUALITY-REPORT-FILE.
