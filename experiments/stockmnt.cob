       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKMNT.

      * Stock inventory maintenance. Applies keyed transaction cards
      * against the stock inventory master that EXAMPLES posts each
      * run's sheet consumption to and REORDRPT reads for
      * purchasing: adds set up a material with its opening count
      * and reorder settings, receipts add sheets to the rack,
      * physical counts replace the book figure with what was
      * actually counted, write-offs take damaged or scrapped
      * sheets off, changes alter the reorder point, reorder
      * quantity, or supplier, and deletes take a material off the
      * master. Adds reject material codes already on file, every
      * other action rejects codes not on file, a write-off larger
      * than the balance rejects rather than driving it below zero,
      * and every transaction is listed on the activity report with
      * its disposition and the on-hand balance it left.
      * Every card names its operator in columns 73-80, and applies
      * only when the operator master shows that operator active
      * with stock authority; each applied card is written to the
      * shared change journal with the record's before and after
      * images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKINV"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS SI-MATERIAL
               FILE STATUS IS WS-STOCK-FILE-STATUS.
           SELECT STOCK-TRANS-FILE ASSIGN TO "STOCKTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "STOCKRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Stock inventory master, layout shared with EXAMPLES and
      * REORDRPT.
       FD  STOCK-MASTER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  STOCK-MASTER-RECORD.
           COPY STOCKREC.

      * One maintenance transaction per card:
      *   A - add the material with SK-QUANTITY sheets on hand and
      *       its reorder point, reorder quantity, and supplier
      *   C - change the reorder point, reorder quantity, and
      *       supplier of an existing material
      *   R - receipt: SK-QUANTITY sheets arrived on the rack
      *   P - physical count: SK-QUANTITY sheets were counted, and
      *       that becomes the on-hand balance
      *   W - write-off: SK-QUANTITY sheets damaged or scrapped
      *   D - delete the material
      * SK-REFERENCE carries the delivery note, count sheet, or
      * scrap ticket number through to the activity report.
       FD  STOCK-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOCK-TRANS-CARD.
           05 SK-ACTION            PIC X(1).
               88 SK-ADD                    VALUE "A".
               88 SK-CHANGE                 VALUE "C".
               88 SK-RECEIPT                VALUE "R".
               88 SK-COUNT                  VALUE "P".
               88 SK-WRITE-OFF              VALUE "W".
               88 SK-DELETE                 VALUE "D".
               88 SK-MOVES-STOCK            VALUE "R" "P" "W".
           05 SK-MATERIAL          PIC X(4).
           05 SK-QUANTITY          PIC 9(7).
           05 SK-REORDER-POINT     PIC 9(7).
           05 SK-REORDER-QTY       PIC 9(7).
           05 SK-SUPPLIER          PIC X(20).
           05 SK-REFERENCE         PIC X(12).
           05 FILLER               PIC X(14).
           05 SK-OPERATOR-ID       PIC X(8).

      * Maintenance activity report for the stores clerk.
       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE       PIC X(132).

      * Operator authority master, layout shared with OPERMNT - read
      * only.
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

      * Shared change journal - one entry per applied card, only
      * ever extended.
       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 665 CHARACTERS.
       01  CHANGE-JOURNAL-RECORD.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-TRANS-EOF-SW          PIC X(1) VALUE "N".
           88 TRANS-EOF                     VALUE "Y".
       01 WS-TRANS-FILE-STATUS     PIC X(2).
           88 TRANS-FILE-OK                 VALUE "00".
           88 TRANS-FILE-MISSING            VALUE "35".
       01 WS-STOCK-FILE-STATUS     PIC X(2).
           88 STOCK-FILE-OK                 VALUE "00".
           88 STOCK-FILE-MISSING            VALUE "35".
           88 STOCK-DUPLICATE-KEY           VALUE "22".
           88 STOCK-KEY-NOT-FOUND           VALUE "23".
       01 WS-OPER-FILE-STATUS      PIC X(2).
           88 OPER-FILE-OK                  VALUE "00".
           88 OPER-FILE-MISSING             VALUE "35".
       01 WS-JRNL-FILE-STATUS      PIC X(2).
           88 JRNL-FILE-OK                  VALUE "00".
           88 JRNL-FILE-MISSING             VALUE "35".

      * Authority of the current card's operator, and the record
      * images its journal entry is written from.
       01 WS-OPER-AUTH-SW          PIC X(1).
           88 OPERATOR-AUTHORIZED           VALUE "Y".
           88 OPERATOR-NOT-AUTHORIZED       VALUE "N".
       01 WS-JRNL-BEFORE-IMAGE     PIC X(300).
       01 WS-JRNL-AFTER-IMAGE      PIC X(300).

      * Activity counters for the report trailer.
       01 WS-MAINT-TOTALS.
           05 WS-ADDS-APPLIED      PIC 9(5) VALUE 0.
           05 WS-CHANGES-APPLIED   PIC 9(5) VALUE 0.
           05 WS-RECEIPTS-APPLIED  PIC 9(5) VALUE 0.
           05 WS-COUNTS-APPLIED    PIC 9(5) VALUE 0.
           05 WS-WRITEOFFS-APPLIED PIC 9(5) VALUE 0.
           05 WS-DELETES-APPLIED   PIC 9(5) VALUE 0.
           05 WS-TRANS-REJECTED    PIC 9(5) VALUE 0.

      * The on-hand balance before a stock movement, for the
      * report line, and the run date the receipt and count dates
      * are stamped with.
       01 WS-ON-HAND-BEFORE        PIC 9(7) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(8) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).

      * Maintenance report lines.
       01 WS-MAINT-HEADER-1.
           05 FILLER               PIC X(36) VALUE
               "STOCK INVENTORY MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2.
           05 FILLER               PIC X(50) VALUE
               "ACTION    MATL  REFERENCE      QUANTITY    BEFORE".
           05 FILLER               PIC X(50) VALUE
               "     AFTER  REORDER-PT  REORDER-QTY  DISPOSITION".
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-MATERIAL      PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-REFERENCE     PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-QUANTITY      PIC Z(6)9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-MNT-BALANCES.
               10 WS-MNT-BEFORE    PIC Z(6)9.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-MNT-AFTER     PIC Z(6)9.
               10 FILLER           PIC X(5) VALUE SPACES.
               10 WS-MNT-REORDER-PT PIC Z(6)9.
               10 FILLER           PIC X(6) VALUE SPACES.
               10 WS-MNT-REORDER-QTY PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPERATOR      PIC X(8).
       01 WS-MAINT-TOTAL-LINE-1.
           05 FILLER               PIC X(14) VALUE "ADDS APPLIED: ".
           05 WS-MNT-TOT-ADDS      PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  CHANGES: ".
           05 WS-MNT-TOT-CHANGES   PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  DELETES: ".
           05 WS-MNT-TOT-DELETES   PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  REJECTED: ".
           05 WS-MNT-TOT-REJECTED  PIC ZZZZ9.
       01 WS-MAINT-TOTAL-LINE-2.
           05 FILLER               PIC X(14) VALUE "RECEIPTS:     ".
           05 WS-MNT-TOT-RECEIPTS  PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  COUNTS:  ".
           05 WS-MNT-TOT-COUNTS    PIC ZZZZ9.
           05 FILLER               PIC X(14) VALUE "  WRITE-OFFS: ".
           05 WS-MNT-TOT-WRITEOFFS PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-STOCK-TRANS.
           PERFORM UNTIL TRANS-EOF
               PERFORM APPLY-STOCK-TRANS
               PERFORM READ-STOCK-TRANS
           END-PERFORM.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open the master I-O (creating it empty on the first-ever
      * run - the initial load is simply a deck of adds), the
      * transaction deck, and the activity report.
       INITIALIZE-RUN.
           OPEN I-O STOCK-MASTER-FILE.
           IF STOCK-FILE-MISSING
               OPEN OUTPUT STOCK-MASTER-FILE
               CLOSE STOCK-MASTER-FILE
               OPEN I-O STOCK-MASTER-FILE
           END-IF.
           OPEN INPUT STOCK-TRANS-FILE.
           IF TRANS-FILE-MISSING
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "STOCKMNT - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REJECT AS NOT AUTHORIZED"
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-STOCK-TRANS.
           IF NOT TRANS-EOF
               READ STOCK-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
               END-READ
           END-IF.

      * Dispatch one transaction by action code. The quantity and
      * reorder fields must be numeric wherever the action uses
      * them - a blank or mis-punched count never lands on the
      * master as a balance.
      * A card from an operator without stock authority
      * rejects before anything else is looked at.
       APPLY-STOCK-TRANS.
           MOVE 0 TO WS-ON-HAND-BEFORE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (SK-ADD OR SK-MOVES-STOCK)
                   AND SK-QUANTITY NOT NUMERIC
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - QUANTITY NOT NUMERIC"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (SK-ADD OR SK-CHANGE)
                   AND (SK-REORDER-POINT NOT NUMERIC
                   OR SK-REORDER-QTY NOT NUMERIC)
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - REORDER NOT NUMERIC"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (SK-RECEIPT OR SK-WRITE-OFF) AND SK-QUANTITY = 0
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - ZERO QUANTITY"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN SK-ADD
                   PERFORM APPLY-STOCK-ADD
               WHEN SK-CHANGE
                   PERFORM APPLY-STOCK-CHANGE
               WHEN SK-MOVES-STOCK
                   PERFORM APPLY-STOCK-MOVEMENT
               WHEN SK-DELETE
                   PERFORM APPLY-STOCK-DELETE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold stock authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE SK-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-STOCK
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Add - a material code already on file is an operator error,
      * not an update. The card's quantity is the opening count.
       APPLY-STOCK-ADD.
           MOVE SK-MATERIAL TO SI-MATERIAL.
           MOVE SK-QUANTITY TO SI-ON-HAND.
           MOVE SK-REORDER-POINT TO SI-REORDER-POINT.
           MOVE SK-REORDER-QTY TO SI-REORDER-QTY.
           MOVE SK-SUPPLIER TO SI-SUPPLIER.
           MOVE 0 TO SI-LAST-RECEIPT-DATE.
           MOVE WS-TODAY-DATE TO SI-LAST-COUNT-DATE.
           MOVE 0 TO SI-DAY-DATE.
           MOVE 0 TO SI-DAY-USED.
           MOVE 0 TO SI-DAY-SHORT.
           MOVE 0 TO SI-LAST-RUN-NO.
           WRITE STOCK-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE STOCK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the reorder
      * settings and supplier, rewrite in place. The balance is
      * only ever moved by receipts, counts, write-offs, and the
      * daily batch's consumption.
       APPLY-STOCK-CHANGE.
           MOVE SK-MATERIAL TO SI-MATERIAL.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE STOCK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE SI-ON-HAND TO WS-ON-HAND-BEFORE
                   MOVE SK-REORDER-POINT TO SI-REORDER-POINT
                   MOVE SK-REORDER-QTY TO SI-REORDER-QTY
                   MOVE SK-SUPPLIER TO SI-SUPPLIER
                   REWRITE STOCK-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE STOCK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Receipt, physical count, or write-off against a material on
      * file. A write-off cannot take more sheets than the book
      * shows - a count card should correct the balance first.
       APPLY-STOCK-MOVEMENT.
           MOVE SK-MATERIAL TO SI-MATERIAL.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE SI-ON-HAND TO WS-ON-HAND-BEFORE
                   MOVE STOCK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   EVALUATE TRUE
                       WHEN SK-WRITE-OFF
                           AND SK-QUANTITY > SI-ON-HAND
                           ADD 1 TO WS-TRANS-REJECTED
                           MOVE "REJECTED - EXCEEDS ON HAND"
                               TO WS-MNT-DISPOSITION
                       WHEN SK-RECEIPT
                           ADD SK-QUANTITY TO SI-ON-HAND
                           MOVE WS-TODAY-DATE TO SI-LAST-RECEIPT-DATE
                           ADD 1 TO WS-RECEIPTS-APPLIED
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                       WHEN SK-COUNT
                           MOVE SK-QUANTITY TO SI-ON-HAND
                           MOVE WS-TODAY-DATE TO SI-LAST-COUNT-DATE
                           ADD 1 TO WS-COUNTS-APPLIED
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                       WHEN SK-WRITE-OFF
                           SUBTRACT SK-QUANTITY FROM SI-ON-HAND
                           ADD 1 TO WS-WRITEOFFS-APPLIED
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   END-EVALUATE
                   IF WS-MNT-DISPOSITION = "APPLIED"
                       REWRITE STOCK-MASTER-RECORD
                       MOVE STOCK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                       PERFORM WRITE-CHANGE-JOURNAL
                   END-IF
                   PERFORM WRITE-MAINT-DETAIL
           END-READ.

      * Delete - the record must be on file to come off it. It is
      * read first for the balance and the journal's before image.
       APPLY-STOCK-DELETE.
           MOVE SK-MATERIAL TO SI-MATERIAL.
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
           READ STOCK-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SI-ON-HAND TO WS-ON-HAND-BEFORE
                   MOVE STOCK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
           END-READ.
           DELETE STOCK-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-DELETE.

      * Name the rejection on the report: duplicate on add, not
      * found on everything else, anything else an I/O error. Only
      * reached from the INVALID KEY arms, so the file status here
      * always belongs to this card's own I/O.
       REPORT-TRANS-REJECTED.
           EVALUATE TRUE
               WHEN STOCK-DUPLICATE-KEY
                   MOVE "REJECTED - DUPLICATE CODE"
                       TO WS-MNT-DISPOSITION
               WHEN STOCK-KEY-NOT-FOUND
                   MOVE "REJECTED - CODE NOT ON FILE"
                       TO WS-MNT-DISPOSITION
               WHEN OTHER
                   MOVE "REJECTED - I/O ERROR"
                       TO WS-MNT-DISPOSITION
           END-EVALUATE.
           PERFORM WRITE-MAINT-DETAIL.

      * One activity line per transaction card. Applied cards show
      * the balance before and after; a rejected card shows none.
       WRITE-MAINT-DETAIL.
           EVALUATE TRUE
               WHEN SK-ADD
                   MOVE "ADD" TO WS-MNT-ACTION
               WHEN SK-CHANGE
                   MOVE "CHANGE" TO WS-MNT-ACTION
               WHEN SK-RECEIPT
                   MOVE "RECEIPT" TO WS-MNT-ACTION
               WHEN SK-COUNT
                   MOVE "COUNT" TO WS-MNT-ACTION
               WHEN SK-WRITE-OFF
                   MOVE "WRITEOFF" TO WS-MNT-ACTION
               WHEN SK-DELETE
                   MOVE "DELETE" TO WS-MNT-ACTION
               WHEN OTHER
                   MOVE SK-ACTION TO WS-MNT-ACTION
           END-EVALUATE.
           MOVE SK-MATERIAL TO WS-MNT-MATERIAL.
           MOVE SK-REFERENCE TO WS-MNT-REFERENCE.
           IF SK-QUANTITY NUMERIC
               MOVE SK-QUANTITY TO WS-MNT-QUANTITY
           ELSE
               MOVE 0 TO WS-MNT-QUANTITY
           END-IF.
           MOVE SPACES TO WS-MNT-BALANCES.
           IF WS-MNT-DISPOSITION = "APPLIED"
               MOVE WS-ON-HAND-BEFORE TO WS-MNT-BEFORE
               MOVE SI-ON-HAND TO WS-MNT-AFTER
               IF SK-DELETE
                   MOVE 0 TO WS-MNT-AFTER
               END-IF
               MOVE SI-REORDER-POINT TO WS-MNT-REORDER-PT
               MOVE SI-REORDER-QTY TO WS-MNT-REORDER-QTY
           END-IF.
           MOVE SK-OPERATOR-ID TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "STOCKMNT" TO CJ-PROGRAM.
           MOVE SK-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "STOCKINV" TO CJ-MASTER-FILE.
           IF SK-ADD OR SK-DELETE
               MOVE SK-ACTION TO CJ-ACTION
           ELSE
               SET CJ-CHANGE TO TRUE
           END-IF.
           MOVE SK-ACTION TO CJ-CARD-ACTION.
           MOVE SK-MATERIAL TO CJ-RECORD-KEY.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.

      * Report headers: title and run date.
       PRINT-MAINT-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
           MOVE SPACES TO WS-MNT-HDR-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-MNT-HDR-DATE.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADER-1.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADER-2.

      * Activity totals at the foot of the report.
       WRITE-MAINT-TOTALS.
           MOVE WS-ADDS-APPLIED TO WS-MNT-TOT-ADDS.
           MOVE WS-CHANGES-APPLIED TO WS-MNT-TOT-CHANGES.
           MOVE WS-DELETES-APPLIED TO WS-MNT-TOT-DELETES.
           MOVE WS-TRANS-REJECTED TO WS-MNT-TOT-REJECTED.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TOTAL-LINE-1.
           MOVE WS-RECEIPTS-APPLIED TO WS-MNT-TOT-RECEIPTS.
           MOVE WS-COUNTS-APPLIED TO WS-MNT-TOT-COUNTS.
           MOVE WS-WRITEOFFS-APPLIED TO WS-MNT-TOT-WRITEOFFS.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TOTAL-LINE-2.
           DISPLAY "STOCKMNT - ADDS " WS-ADDS-APPLIED
               " CHANGES " WS-CHANGES-APPLIED
               " RECEIPTS " WS-RECEIPTS-APPLIED
               " COUNTS " WS-COUNTS-APPLIED
               " WRITE-OFFS " WS-WRITEOFFS-APPLIED
               " DELETES " WS-DELETES-APPLIED
               " REJECTED " WS-TRANS-REJECTED.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE STOCK-MASTER-FILE
                 STOCK-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
