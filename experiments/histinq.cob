       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTINQ.

      * Results history browse inquiry. SHAPEINQ answers for one
      * shape off today's DAYRSLT; most calls are about what a
      * department sent over some days past and what became of it.
      * The clerk keys either a department and a business-date
      * range, or a batch ID, and pages forward and back through
      * every matching shape on the permanent results history
      * master RSLTHIST keeps - ten to a page, each line showing the
      * shape's status, material, quantity, area, ERP document
      * number and reject reason. Keying a line number shows the
      * full detail SHAPEINQ shows for a shape of today.
      * A department selection reads the history along its
      * department and date access path, so only the department's
      * shapes in the range are read. A batch selection takes the
      * batch's business date off the batch register and reads only
      * that date's part of the master; a batch not on the register
      * (it failed reconciliation on its own day) means a search of
      * the whole master. Paging back re-reads the selection from
      * its start, so the pages always follow the master as it
      * stands.
      * Return codes: 16 no results history on hand, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.

      * Results history master, layout shared with RSLTHIST - read
      * only.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Batch register master, layout shared with EXAMPLES - read
      * only, for a batch's business date.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           COPY BATCHREC.

       WORKING-STORAGE SECTION.

       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-BREG-FILE-STATUS      PIC X(2).
           88 BREG-FILE-OK                  VALUE "00".
           88 BREG-FILE-MISSING             VALUE "35".
       01 WS-INQ-DONE-SW           PIC X(1) VALUE "N".
           88 INQ-DONE                      VALUE "Y".
       01 WS-BROWSE-DONE-SW        PIC X(1) VALUE "N".
           88 BROWSE-DONE                   VALUE "Y".
       01 WS-SEL-END-SW            PIC X(1) VALUE "N".
           88 SEL-END                       VALUE "Y".
       01 WS-MATCH-SW              PIC X(1) VALUE "N".
           88 SHAPE-MATCHED                 VALUE "Y".
       01 WS-MORE-SW               PIC X(1) VALUE "N".
           88 MORE-SHAPES                   VALUE "Y".
       01 WS-INQ-COUNT             PIC 9(5) VALUE 0.

      * The clerk's selection: by department and business-date range,
      * or by batch - and for a batch, whether the register gave its
      * business date or the whole master has to be searched.
       01 WS-SEL-TYPE              PIC X(1).
           88 SEL-BY-DEPT                   VALUE "D" "d".
           88 SEL-BY-BATCH                  VALUE "B" "b".
           88 SEL-QUIT                      VALUE "E" "e".
       01 WS-SEL-DEPT              PIC X(4).
       01 WS-SEL-FROM-DATE         PIC 9(8).
       01 WS-SEL-TO-DATE           PIC 9(8).
       01 WS-SEL-BATCH-ID          PIC X(8).
       01 WS-SEL-BUS-DATE          PIC 9(8).
       01 WS-SEL-SCAN-SW           PIC X(1) VALUE "N".
           88 SEL-SCAN-WHOLE-MASTER         VALUE "Y".
       01 WS-DATE-IN               PIC X(8).
       01 WS-SEL-VALID-SW          PIC X(1) VALUE "N".
           88 SEL-VALID                     VALUE "Y".

      * The page on the screen: its number, the shapes on it in the
      * history layout, and the clerk's answer to the page prompt.
       01 WS-PAGE-SIZE             PIC 9(2) VALUE 10.
       01 WS-PAGE-NO               PIC 9(4).
       01 WS-PAGE-COUNT            PIC 9(2).
       01 WS-PAGE-SUB              PIC 9(2).
       01 WS-SKIP-COUNT            PIC 9(6).
       01 WS-SKIP-SUB              PIC 9(6).
       01 WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 10 TIMES.
               10 WS-PE-RESULT     PIC X(206).
       01 WS-PAGE-CMD              PIC X(2).
           88 CMD-FORWARD                   VALUE "F" "f".
           88 CMD-BACK                      VALUE "B" "b".
           88 CMD-NEW-SELECTION             VALUE "N" "n" SPACES.
       01 WS-PAGE-CMD-NUM REDEFINES WS-PAGE-CMD
                                   PIC 9(2).
       01 WS-LINE-NO               PIC 9(2).

      * One history result, in the daily result layout.
       01 WS-HIST-RESULT.
           COPY DAYRSREC.

      * Browse line for the clerk.
       01 WS-BROWSE-HEADER.
           05 FILLER               PIC X(40) VALUE
               "LN BATCH/SEQ     BUS DATE STATUS   MATL".
           05 FILLER               PIC X(33) VALUE
               " QTY       AREA ERP DOC    REASON".
       01 WS-BROWSE-LINE.
           05 WS-BL-LINE-NO        PIC Z9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-BATCH-ID       PIC X(8).
           05 FILLER               PIC X(1) VALUE "/".
           05 WS-BL-SEQ-NO         PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-BUS-DATE       PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-STATUS         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-MATERIAL       PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-QTY            PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-AREA           PIC ZZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-ERP-DOC        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-BL-REASON         PIC X(30).

      * Display formatting for the clerk.
       01 WS-DSP-DIM               PIC ZZZZ9.99999.
       01 WS-DSP-DIM-2             PIC ZZZZ9.99999.
       01 WS-DSP-AREA              PIC ZZZZZZZZ9.99999.
       01 WS-DSP-PAGE              PIC ZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT RESULT-HIST-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "NO RESULTS HISTORY ON HAND - RUN RSLTHIST "
                   "FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-REGISTER-FILE.
           DISPLAY "RESULTS HISTORY BROWSE - SELECT BY DEPARTMENT "
               "AND DATE RANGE OR BY BATCH, OR END TO QUIT".
           PERFORM INQUIRY-CYCLE UNTIL INQ-DONE.
           CLOSE RESULT-HIST-FILE.
           IF NOT BREG-FILE-MISSING
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           DISPLAY "HISTINQ - " WS-INQ-COUNT " SELECTIONS BROWSED".
           STOP RUN.

      * One selection and the browse through it.
       INQUIRY-CYCLE.
           DISPLAY "D)EPARTMENT, B)ATCH OR E)ND: " WITH NO ADVANCING.
           ACCEPT WS-SEL-TYPE.
           MOVE "N" TO WS-SEL-VALID-SW.
           EVALUATE TRUE
               WHEN SEL-QUIT
                   SET INQ-DONE TO TRUE
               WHEN WS-SEL-TYPE = SPACE
                   SET INQ-DONE TO TRUE
               WHEN SEL-BY-DEPT
                   PERFORM ACCEPT-DEPT-SELECTION
               WHEN SEL-BY-BATCH
                   PERFORM ACCEPT-BATCH-SELECTION
               WHEN OTHER
                   DISPLAY "KEY D, B OR E"
           END-EVALUATE.
           IF SEL-VALID
               ADD 1 TO WS-INQ-COUNT
               MOVE 1 TO WS-PAGE-NO
               MOVE "N" TO WS-BROWSE-DONE-SW
               PERFORM SHOW-PAGE
               PERFORM BROWSE-CYCLE UNTIL BROWSE-DONE
           END-IF.

      * A department and a business-date range. The dates arrive as
      * keyed characters; a blank to-date means the from-date only.
       ACCEPT-DEPT-SELECTION.
           DISPLAY "DEPARTMENT:        " WITH NO ADVANCING.
           ACCEPT WS-SEL-DEPT.
           DISPLAY "FROM DATE YYYYMMDD: " WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NUMERIC
               MOVE WS-DATE-IN TO WS-SEL-FROM-DATE
           ELSE
               MOVE 0 TO WS-SEL-FROM-DATE
           END-IF.
           DISPLAY "TO DATE YYYYMMDD:   " WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           EVALUATE TRUE
               WHEN WS-DATE-IN = SPACES
                   MOVE WS-SEL-FROM-DATE TO WS-SEL-TO-DATE
               WHEN WS-DATE-IN IS NUMERIC
                   MOVE WS-DATE-IN TO WS-SEL-TO-DATE
               WHEN OTHER
                   MOVE 0 TO WS-SEL-TO-DATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-SEL-DEPT = SPACES
                   DISPLAY "A DEPARTMENT IS REQUIRED"
               WHEN WS-SEL-FROM-DATE = 0 OR WS-SEL-TO-DATE = 0
                   DISPLAY "DATES MUST BE KEYED AS YYYYMMDD"
               WHEN WS-SEL-TO-DATE < WS-SEL-FROM-DATE
                   DISPLAY "TO DATE IS BEFORE FROM DATE"
               WHEN OTHER
                   SET SEL-VALID TO TRUE
           END-EVALUATE.

      * A batch ID. The register gives its business date, which
      * leads the history key; without it the whole master is
      * searched.
       ACCEPT-BATCH-SELECTION.
           DISPLAY "BATCH ID:          " WITH NO ADVANCING.
           ACCEPT WS-SEL-BATCH-ID.
           IF WS-SEL-BATCH-ID = SPACES
               DISPLAY "A BATCH ID IS REQUIRED"
           ELSE
               SET SEL-VALID TO TRUE
               MOVE "N" TO WS-SEL-SCAN-SW
               IF BREG-FILE-MISSING
                   SET SEL-SCAN-WHOLE-MASTER TO TRUE
               ELSE
                   MOVE WS-SEL-BATCH-ID TO BR-BATCH-ID
                   READ BATCH-REGISTER-FILE
                       INVALID KEY
                           SET SEL-SCAN-WHOLE-MASTER TO TRUE
                       NOT INVALID KEY
                           MOVE BR-BUS-DATE TO WS-SEL-BUS-DATE
                   END-READ
               END-IF
               IF SEL-SCAN-WHOLE-MASTER
                   DISPLAY "BATCH " WS-SEL-BATCH-ID
                       " IS NOT ON THE REGISTER - SEARCHING THE "
                       "WHOLE HISTORY"
               END-IF
           END-IF.

      * One answer to the page prompt: forward, back, a line to
      * show in full, or a new selection.
       BROWSE-CYCLE.
           DISPLAY "F)ORWARD, B)ACK, LINE NO FOR DETAIL, "
               "N)EW SELECTION: " WITH NO ADVANCING.
           ACCEPT WS-PAGE-CMD.
           IF WS-PAGE-CMD(2:1) = SPACE AND WS-PAGE-CMD(1:1) NUMERIC
               MOVE WS-PAGE-CMD(1:1) TO WS-LINE-NO
           ELSE
               IF WS-PAGE-CMD-NUM NUMERIC
                   MOVE WS-PAGE-CMD-NUM TO WS-LINE-NO
               ELSE
                   MOVE 0 TO WS-LINE-NO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CMD-NEW-SELECTION
                   SET BROWSE-DONE TO TRUE
               WHEN CMD-FORWARD
                   IF MORE-SHAPES
                       ADD 1 TO WS-PAGE-NO
                       PERFORM SHOW-PAGE
                   ELSE
                       DISPLAY "NO MORE SHAPES FOR THIS SELECTION"
                   END-IF
               WHEN CMD-BACK
                   IF WS-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-PAGE-NO
                       PERFORM SHOW-PAGE
                   ELSE
                       DISPLAY "ALREADY AT THE FIRST PAGE"
                   END-IF
               WHEN WS-LINE-NO > 0 AND WS-LINE-NO NOT > WS-PAGE-COUNT
                   MOVE WS-PE-RESULT(WS-LINE-NO) TO WS-HIST-RESULT
                   PERFORM DISPLAY-SHAPE-RESULT
               WHEN OTHER
                   DISPLAY "KEY F, B, N OR A LINE NUMBER ON THE PAGE"
           END-EVALUATE.

      * Read the selection from its start to the page wanted, load
      * the page and show it. One read past the page says whether
      * there is a page after it.
       SHOW-PAGE.
           PERFORM START-SELECTION.
           COMPUTE WS-SKIP-COUNT = (WS-PAGE-NO - 1) * WS-PAGE-SIZE.
           PERFORM VARYING WS-SKIP-SUB FROM 1 BY 1
                   UNTIL WS-SKIP-SUB > WS-SKIP-COUNT OR SEL-END
               PERFORM READ-NEXT-MATCH
           END-PERFORM.
           MOVE 0 TO WS-PAGE-COUNT.
           PERFORM READ-NEXT-MATCH.
           PERFORM UNTIL SEL-END OR WS-PAGE-COUNT = WS-PAGE-SIZE
               ADD 1 TO WS-PAGE-COUNT
               MOVE RH-RESULT-ENTRY TO WS-PE-RESULT(WS-PAGE-COUNT)
               PERFORM READ-NEXT-MATCH
           END-PERFORM.
           MOVE "N" TO WS-MORE-SW.
           IF NOT SEL-END
               SET MORE-SHAPES TO TRUE
           END-IF.
           IF WS-PAGE-COUNT = 0
               IF WS-PAGE-NO = 1
                   DISPLAY "NO SHAPES ON HISTORY FOR THIS SELECTION"
                   SET BROWSE-DONE TO TRUE
               ELSE
                   DISPLAY "NO MORE SHAPES FOR THIS SELECTION"
                   SUBTRACT 1 FROM WS-PAGE-NO
               END-IF
           ELSE
               PERFORM DISPLAY-PAGE
           END-IF.

      * Position the master at the first shape the selection could
      * hold - along the department and date path, at the batch's
      * business date, or at the very start for a search.
       START-SELECTION.
           MOVE "N" TO WS-SEL-END-SW.
           IF SEL-BY-DEPT
               MOVE WS-SEL-DEPT TO RH-DEPT
               MOVE WS-SEL-FROM-DATE TO RH-DEPT-BUS-DATE
               START RESULT-HIST-FILE KEY NOT LESS THAN RH-DEPT-KEY
                   INVALID KEY
                       SET SEL-END TO TRUE
               END-START
           ELSE
               IF SEL-SCAN-WHOLE-MASTER
                   MOVE LOW-VALUES TO RH-KEY
               ELSE
                   MOVE WS-SEL-BUS-DATE TO RH-BUS-DATE
                   MOVE WS-SEL-BATCH-ID TO RH-BATCH-ID
                   MOVE 0 TO RH-SEQ-NO
               END-IF
               START RESULT-HIST-FILE KEY NOT LESS THAN RH-KEY
                   INVALID KEY
                       SET SEL-END TO TRUE
               END-START
           END-IF.

      * Read on to the next shape of the selection. The selection
      * ends at the first record past its department and date range
      * or its batch; a search of the whole master skips what is
      * not the batch and ends only at the end of the master.
       READ-NEXT-MATCH.
           MOVE "N" TO WS-MATCH-SW.
           PERFORM UNTIL SHAPE-MATCHED OR SEL-END
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       SET SEL-END TO TRUE
               END-READ
               IF NOT SEL-END
                   PERFORM CHECK-SELECTION-MATCH
               END-IF
           END-PERFORM.

      * Whether the record in hand belongs to the selection.
       CHECK-SELECTION-MATCH.
           EVALUATE TRUE
               WHEN SEL-BY-DEPT
                   IF RH-DEPT NOT = WS-SEL-DEPT
                       OR RH-DEPT-BUS-DATE > WS-SEL-TO-DATE
                       SET SEL-END TO TRUE
                   ELSE
                       SET SHAPE-MATCHED TO TRUE
                   END-IF
               WHEN SEL-SCAN-WHOLE-MASTER
                   IF RH-BATCH-ID = WS-SEL-BATCH-ID
                       SET SHAPE-MATCHED TO TRUE
                   END-IF
               WHEN OTHER
                   IF RH-BUS-DATE NOT = WS-SEL-BUS-DATE
                       OR RH-BATCH-ID NOT = WS-SEL-BATCH-ID
                       SET SEL-END TO TRUE
                   ELSE
                       SET SHAPE-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.

      * The page on the screen, one line per shape.
       DISPLAY-PAGE.
           MOVE WS-PAGE-NO TO WS-DSP-PAGE.
           DISPLAY "--------------------------------------------".
           IF SEL-BY-DEPT
               DISPLAY "DEPT " WS-SEL-DEPT "  " WS-SEL-FROM-DATE
                   " TO " WS-SEL-TO-DATE "  PAGE " WS-DSP-PAGE
           ELSE
               DISPLAY "BATCH " WS-SEL-BATCH-ID "  PAGE " WS-DSP-PAGE
           END-IF.
           DISPLAY WS-BROWSE-HEADER.
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
               PERFORM DISPLAY-BROWSE-LINE
           END-PERFORM.
           IF MORE-SHAPES
               DISPLAY "  MORE SHAPES FOLLOW"
           ELSE
               DISPLAY "  END OF SELECTION"
           END-IF.

      * One shape's browse line. The ERP column carries the document
      * number once the ERP has accepted the shape.
       DISPLAY-BROWSE-LINE.
           MOVE WS-PE-RESULT(WS-PAGE-SUB) TO WS-HIST-RESULT.
           MOVE WS-PAGE-SUB TO WS-BL-LINE-NO.
           MOVE DR-BATCH-ID TO WS-BL-BATCH-ID.
           MOVE DR-SEQ-NO TO WS-BL-SEQ-NO.
           MOVE DR-BUS-DATE TO WS-BL-BUS-DATE.
           MOVE DR-MATERIAL TO WS-BL-MATERIAL.
           MOVE DR-QTY TO WS-BL-QTY.
           MOVE DR-AREA TO WS-BL-AREA.
           MOVE DR-REASON TO WS-BL-REASON.
           EVALUATE TRUE
               WHEN DR-ACCEPTED
                   MOVE "ACCEPTED" TO WS-BL-STATUS
                   EVALUATE TRUE
                       WHEN DR-ERP-ACCEPTED
                           MOVE DR-ERP-DOC-NO TO WS-BL-ERP-DOC
                       WHEN DR-ERP-REJECTED
                           MOVE "ERP REJECT" TO WS-BL-ERP-DOC
                       WHEN OTHER
                           MOVE "UNACKED" TO WS-BL-ERP-DOC
                   END-EVALUATE
               WHEN DR-HELD
                   MOVE "HELD" TO WS-BL-STATUS
                   MOVE "NOT BILLED" TO WS-BL-ERP-DOC
               WHEN OTHER
                   MOVE "REJECTED" TO WS-BL-STATUS
                   MOVE SPACES TO WS-BL-ERP-DOC
           END-EVALUATE.
           DISPLAY WS-BROWSE-LINE.

      * Everything SHAPEINQ shows for a shape of today, for the line
      * the clerk picked.
       DISPLAY-SHAPE-RESULT.
           DISPLAY "--------------------------------------------".
           DISPLAY "SHAPE " DR-BATCH-ID "/" DR-SEQ-NO
               "  TYPE " DR-SHAPE-TYPE
               "  UNIT " DR-UNIT
               "  MATERIAL " DR-MATERIAL.
           DISPLAY "  BUS DATE    " DR-BUS-DATE
               "  DEPT " DR-DEPT.
           EVALUATE DR-SHAPE-TYPE
               WHEN "C"
                   MOVE DR-RADIUS TO WS-DSP-DIM
                   DISPLAY "  RADIUS      " WS-DSP-DIM
               WHEN "R"
                   MOVE DR-WIDTH TO WS-DSP-DIM
                   MOVE DR-HEIGHT TO WS-DSP-DIM-2
                   DISPLAY "  WIDTH       " WS-DSP-DIM
                   DISPLAY "  HEIGHT      " WS-DSP-DIM-2
               WHEN "T"
                   MOVE DR-BASE TO WS-DSP-DIM
                   MOVE DR-TRI-HEIGHT TO WS-DSP-DIM-2
                   DISPLAY "  BASE        " WS-DSP-DIM
                   DISPLAY "  TRI HEIGHT  " WS-DSP-DIM-2
               WHEN "S"
                   MOVE DR-SIDE TO WS-DSP-DIM
                   DISPLAY "  SIDE        " WS-DSP-DIM
               WHEN "A"
                   DISPLAY "  ASSEMBLY - AREA IS NET OF CUTOUTS"
               WHEN OTHER
                   DISPLAY "  SHAPE TYPE NOT RECOGNIZED"
           END-EVALUATE.
           DISPLAY "  QUANTITY    " DR-QTY.
           EVALUATE TRUE
               WHEN DR-ACCEPTED
                   MOVE DR-AREA TO WS-DSP-AREA
                   DISPLAY "  STATUS      ACCEPTED"
                   DISPLAY "  AREA        " WS-DSP-AREA
                   PERFORM DISPLAY-ERP-STATUS
               WHEN DR-HELD
                   MOVE DR-AREA TO WS-DSP-AREA
                   DISPLAY "  STATUS      HELD - NOT BILLED PENDING "
                       "SUPERVISOR REVIEW"
                   DISPLAY "  AREA        " WS-DSP-AREA
                   DISPLAY "  REASON      " DR-REASON
               WHEN OTHER
                   DISPLAY "  STATUS      REJECTED"
                   DISPLAY "  REASON      " DR-REASON
           END-EVALUATE.
           DISPLAY "  AUDIT TIME  " DR-AUDIT-TS.
           DISPLAY "--------------------------------------------".

      * Where the ERP stands on an accepted shape.
       DISPLAY-ERP-STATUS.
           EVALUATE TRUE
               WHEN DR-ERP-ACCEPTED
                   DISPLAY "  ERP DOC     " DR-ERP-DOC-NO
               WHEN DR-ERP-REJECTED
                   DISPLAY "  ERP STATUS  REJECTED BY ERP"
               WHEN OTHER
                   DISPLAY "  ERP STATUS  NOT YET ACKNOWLEDGED"
           END-EVALUATE.
