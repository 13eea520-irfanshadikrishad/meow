       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.

      * Daily Reorder and Shortage Report for purchasing. Reads the
      * stock inventory master end to end after the day's EXAMPLES
      * run has posted its sheet consumption and lists every
      * material whose on-hand sheets have fallen below its reorder
      * point, with the supplier and the quantity to order, and
      * every material where the day's work needed more sheets than
      * the rack held - those the floor has already run dry on.
      * The report date defaults to today; a parameter card can
      * name another date so a missed day can be reprinted (the
      * shortage column only means anything for the date the
      * master's day fields were posted for).
      * Return codes: 16 no stock inventory master, 8 any shortage,
      * 4 anything to reorder, 0 nothing to order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKINV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SI-MATERIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.
           SELECT REORDER-REPORT-FILE ASSIGN TO "REORDER"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - the report date. Zero or a missing card
      * reports for today.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-REPORT-DATE     PIC 9(8).
           05 FILLER               PIC X(72).

      * Stock inventory master, layout shared with STOCKMNT and
      * EXAMPLES - read only.
       FD  STOCK-MASTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  STOCK-MASTER-RECORD.
           COPY STOCKREC.

      * The Reorder and Shortage Report.
       FD  REORDER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REORDER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-STOCK-FILE-STATUS     PIC X(2).
           88 STOCK-FILE-OK                 VALUE "00".
           88 STOCK-FILE-MISSING            VALUE "35".
       01 WS-STOCK-SCAN-SW         PIC X(1) VALUE "N".
           88 STOCK-SCAN-DONE               VALUE "Y".

       01 WS-REPORT-DATE           PIC 9(8) VALUE 0.

      * Per-material flags and the quantity to order: the reorder
      * quantity, raised when that alone would not bring the rack
      * back up to the reorder point and cover the day's shortfall.
       01 WS-BELOW-SW              PIC X(1).
           88 BELOW-REORDER-POINT           VALUE "Y".
       01 WS-SHORT-SW              PIC X(1).
           88 SHORT-TODAY                   VALUE "Y".
       01 WS-DAY-USED              PIC 9(7).
       01 WS-DAY-SHORT             PIC 9(7).
       01 WS-ORDER-QTY             PIC 9(7).
       01 WS-ORDER-NEED            PIC S9(8).

      * Report counters.
       01 WS-MATERIALS-READ        PIC 9(5) VALUE 0.
       01 WS-REORDER-COUNT         PIC 9(5) VALUE 0.
       01 WS-SHORTAGE-COUNT        PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Report lines.
       01 WS-REORDER-HEADER-1.
           05 FILLER               PIC X(34) VALUE
               "REORDER AND SHORTAGE REPORT".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-RHD-RUN-DATE      PIC X(10).
           05 FILLER               PIC X(16) VALUE
               "  STOCK DATE:  ".
           05 WS-RHD-REPORT-DATE   PIC 9(8).
       01 WS-REORDER-HEADER-2.
           05 FILLER               PIC X(48) VALUE
               "MATL  SUPPLIER               ON-HAND  REORDER-PT".
           05 FILLER               PIC X(48) VALUE
               "  USED-TODAY  SHORT-TODAY  ORDER-QTY  ACTION".
       01 WS-REORDER-DETAIL-LINE.
           05 WS-RDL-MATERIAL      PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-SUPPLIER      PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-ON-HAND       PIC Z(6)9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WS-RDL-REORDER-PT    PIC Z(6)9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WS-RDL-DAY-USED      PIC Z(6)9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 WS-RDL-DAY-SHORT     PIC Z(6)9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-RDL-ORDER-QTY     PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-ACTION        PIC X(20).
       01 WS-REORDER-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE
               "MATERIALS ON FILE:  ".
           05 WS-RTL-READ          PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
               "  TO REORDER:   ".
           05 WS-RTL-REORDER       PIC ZZZZ9.
           05 FILLER               PIC X(16) VALUE
               "  SHORT TODAY:  ".
           05 WS-RTL-SHORTAGE      PIC ZZZZ9.
       01 WS-REORDER-NONE-LINE     PIC X(40) VALUE
           "NO MATERIAL TO REORDER - NO SHORTAGES".

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-STOCK-NEXT.
           PERFORM UNTIL STOCK-SCAN-DONE
               PERFORM CHECK-STOCK-MATERIAL
               PERFORM READ-STOCK-NEXT
           END-PERFORM.
           PERFORM WRITE-REORDER-TOTALS.
           PERFORM GRADE-RETURN-CODE.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Pick the report date, open the master for a sequential pass
      * from the lowest material code, and print the headers. No
      * master, nothing to report on - the run stops hard.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-REPORT-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN INPUT STOCK-MASTER-FILE.
           IF STOCK-FILE-MISSING
               DISPLAY "REORDRPT - STOCK INVENTORY MASTER MISSING - "
                   "NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REORDER-REPORT-FILE.
           PERFORM PRINT-REORDER-HEADERS.
           MOVE LOW-VALUES TO SI-MATERIAL.
           START STOCK-MASTER-FILE KEY NOT LESS THAN SI-MATERIAL
               INVALID KEY
                   SET STOCK-SCAN-DONE TO TRUE
           END-START.

      * An explicit report date on SYSIN overrides today.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-REPORT-DATE NUMERIC AND PARM-REPORT-DATE > 0
                   MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.

      * Step sequentially through the stock master; any status
      * besides a clean read ends the pass.
       READ-STOCK-NEXT.
           IF NOT STOCK-SCAN-DONE
               READ STOCK-MASTER-FILE NEXT RECORD
                   AT END
                       SET STOCK-SCAN-DONE TO TRUE
               END-READ
               IF NOT STOCK-FILE-OK
                   SET STOCK-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * One material: below its reorder point, short today, both,
      * or neither. Only a material that is one or the other is
      * listed.
       CHECK-STOCK-MATERIAL.
           ADD 1 TO WS-MATERIALS-READ.
           MOVE "N" TO WS-BELOW-SW.
           MOVE "N" TO WS-SHORT-SW.
           MOVE 0 TO WS-DAY-USED.
           MOVE 0 TO WS-DAY-SHORT.
           IF SI-DAY-DATE = WS-REPORT-DATE
               MOVE SI-DAY-USED TO WS-DAY-USED
               MOVE SI-DAY-SHORT TO WS-DAY-SHORT
           END-IF.
           IF SI-ON-HAND < SI-REORDER-POINT
               SET BELOW-REORDER-POINT TO TRUE
               ADD 1 TO WS-REORDER-COUNT
           END-IF.
           IF WS-DAY-SHORT > 0
               SET SHORT-TODAY TO TRUE
               ADD 1 TO WS-SHORTAGE-COUNT
           END-IF.
           IF BELOW-REORDER-POINT OR SHORT-TODAY
               PERFORM WRITE-REORDER-DETAIL
           END-IF.

      * One report line, with the quantity to order.
       WRITE-REORDER-DETAIL.
           MOVE SI-REORDER-QTY TO WS-ORDER-QTY.
           COMPUTE WS-ORDER-NEED = SI-REORDER-POINT - SI-ON-HAND
               + WS-DAY-SHORT.
           IF WS-ORDER-NEED > WS-ORDER-QTY
               MOVE WS-ORDER-NEED TO WS-ORDER-QTY
           END-IF.
           MOVE SI-MATERIAL TO WS-RDL-MATERIAL.
           MOVE SI-SUPPLIER TO WS-RDL-SUPPLIER.
           MOVE SI-ON-HAND TO WS-RDL-ON-HAND.
           MOVE SI-REORDER-POINT TO WS-RDL-REORDER-PT.
           MOVE WS-DAY-USED TO WS-RDL-DAY-USED.
           MOVE WS-DAY-SHORT TO WS-RDL-DAY-SHORT.
           MOVE WS-ORDER-QTY TO WS-RDL-ORDER-QTY.
           EVALUATE TRUE
               WHEN BELOW-REORDER-POINT AND SHORT-TODAY
                   MOVE "*** SHORT - REORDER" TO WS-RDL-ACTION
               WHEN SHORT-TODAY
                   MOVE "*** SHORT TODAY" TO WS-RDL-ACTION
               WHEN OTHER
                   MOVE "REORDER" TO WS-RDL-ACTION
           END-EVALUATE.
           WRITE REORDER-REPORT-LINE FROM WS-REORDER-DETAIL-LINE.

      * Report headers: title, run date, and the stock date the
      * day's consumption columns are for.
       PRINT-REORDER-HEADERS.
           MOVE SPACES TO WS-RHD-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-RHD-RUN-DATE.
           MOVE WS-REPORT-DATE TO WS-RHD-REPORT-DATE.
           WRITE REORDER-REPORT-LINE FROM WS-REORDER-HEADER-1.
           WRITE REORDER-REPORT-LINE FROM WS-REORDER-HEADER-2.

      * Totals at the foot of the report.
       WRITE-REORDER-TOTALS.
           IF WS-REORDER-COUNT = 0 AND WS-SHORTAGE-COUNT = 0
               WRITE REORDER-REPORT-LINE FROM WS-REORDER-NONE-LINE
           END-IF.
           MOVE WS-MATERIALS-READ TO WS-RTL-READ.
           MOVE WS-REORDER-COUNT TO WS-RTL-REORDER.
           MOVE WS-SHORTAGE-COUNT TO WS-RTL-SHORTAGE.
           WRITE REORDER-REPORT-LINE FROM WS-REORDER-TOTAL-LINE.

      * Return codes: 8 when the floor ran short today, 4 when
      * anything needs reordering, 0 when nothing does.
       GRADE-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SHORTAGE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REORDER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "REORDRPT - " WS-REORDER-COUNT " TO REORDER, "
               WS-SHORTAGE-COUNT " SHORT TODAY - RC=" RETURN-CODE.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE PARM-FILE
                 STOCK-MASTER-FILE
                 REORDER-REPORT-FILE.
