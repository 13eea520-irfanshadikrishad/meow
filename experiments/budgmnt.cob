       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.

      * Department budget maintenance. Applies add/change/delete
      * transaction cards against the department budget master that
      * CHGBACK posts month-to-date spend to and EXAMPLES holds
      * over-budget batches from: one budget per department and
      * calendar month, with the percentage of it at which the
      * chargeback statement starts warning. Adds reject a
      * department and month already on file, and a department not
      * on the Department Master - a budget the billing group can
      * never route a statement for is caught here. Changes and
      * deletes reject keys not on file, and every transaction is
      * listed on the activity report with its disposition. A change
      * alters the budget and warning level only; the spend posted
      * by the last chargeback run stands.
      * Every card names its operator in columns 73-80, and applies
      * only when the operator master shows that operator active
      * with budget authority; each applied card is written to the
      * shared change journal with the record's before and after
      * images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-FILE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT BUDGET-TRANS-FILE ASSIGN TO "BUDGTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "BUDGRPT"
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

      * Department budget master, layout shared with CHGBACK and
      * EXAMPLES.
       FD  BUDGET-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  BUDGET-MASTER-RECORD.
           COPY BUDGREC.

      * Department Master File, layout shared with EXAMPLES - read
      * only, to check an added budget's department.
       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  DEPT-MASTER-RECORD.
           COPY DEPTREC.

      * One maintenance transaction per card:
      *   A - add the budget for BU-DEPT-CODE and BU-MONTH (YYYYMM)
      *   C - change the budget amount and warning percentage
      *   D - delete the budget
       FD  BUDGET-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUDGET-TRANS-CARD.
           05 BU-ACTION            PIC X(1).
               88 BU-ADD                    VALUE "A".
               88 BU-CHANGE                 VALUE "C".
               88 BU-DELETE                 VALUE "D".
           05 BU-DEPT-CODE         PIC X(4).
           05 BU-MONTH             PIC 9(6).
           05 BU-MONTH-PARTS REDEFINES BU-MONTH.
               10 BU-MONTH-YYYY    PIC 9(4).
               10 BU-MONTH-MM      PIC 9(2).
           05 BU-BUDGET-AMT        PIC 9(9)V9(2).
           05 BU-WARN-PCT          PIC 9(3).
           05 FILLER               PIC X(47).
           05 BU-OPERATOR-ID       PIC X(8).

      * Maintenance activity report for the billing group.
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
       01 WS-BUDG-FILE-STATUS      PIC X(2).
           88 BUDG-FILE-OK                  VALUE "00".
           88 BUDG-FILE-MISSING             VALUE "35".
           88 BUDG-DUPLICATE-KEY            VALUE "22".
           88 BUDG-KEY-NOT-FOUND            VALUE "23".
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
       01 WS-DEPT-FILE-STATUS      PIC X(2).
           88 DEPT-FILE-OK                  VALUE "00".
           88 DEPT-FILE-MISSING             VALUE "35".

      * Activity counters for the report trailer.
       01 WS-MAINT-TOTALS.
           05 WS-ADDS-APPLIED      PIC 9(5) VALUE 0.
           05 WS-CHANGES-APPLIED   PIC 9(5) VALUE 0.
           05 WS-DELETES-APPLIED   PIC 9(5) VALUE 0.
           05 WS-TRANS-REJECTED    PIC 9(5) VALUE 0.

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
               "DEPARTMENT BUDGET MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2.
           05 FILLER               PIC X(38) VALUE
               "ACTION  DEPT  MONTH           BUDGET  ".
           05 FILLER               PIC X(37) VALUE "WARN%  DISPOSITION".
           05 FILLER               PIC X(8) VALUE "OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-DEPT-CODE     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-MONTH         PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-FIGURES.
               10 WS-MNT-BUDGET    PIC ZZZZZZZZ9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-MNT-WARN-PCT  PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPERATOR      PIC X(8).
       01 WS-MAINT-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "ADDS APPLIED: ".
           05 WS-MNT-TOT-ADDS      PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  CHANGES: ".
           05 WS-MNT-TOT-CHANGES   PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  DELETES: ".
           05 WS-MNT-TOT-DELETES   PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  REJECTED: ".
           05 WS-MNT-TOT-REJECTED  PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUDGET-TRANS.
           PERFORM UNTIL TRANS-EOF
               PERFORM APPLY-BUDGET-TRANS
               PERFORM READ-BUDGET-TRANS
           END-PERFORM.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open the master I-O (creating it empty on the first-ever
      * run - the initial load is simply a deck of adds), the
      * Department Master, the transaction deck, and the activity
      * report. Without the Department Master no add can be
      * checked, so the run stops hard.
       INITIALIZE-RUN.
           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPT-FILE-MISSING
               DISPLAY "BUDGMNT - NO DEPARTMENT MASTER ON HAND - "
                   "BUDGETS CANNOT BE CHECKED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUDGET-MASTER-FILE.
           IF BUDG-FILE-MISSING
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF.
           OPEN INPUT BUDGET-TRANS-FILE.
           IF TRANS-FILE-MISSING
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "BUDGMNT - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REJECT AS NOT AUTHORIZED"
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-BUDGET-TRANS.
           IF NOT TRANS-EOF
               READ BUDGET-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
               END-READ
           END-IF.

      * Dispatch one transaction by action code. The month must be
      * a real YYYYMM, and on an add or change the amount and
      * warning percentage must be numeric and the percentage no
      * more than 100.
      * A card from an operator without budget authority
      * rejects before anything else is looked at.
       APPLY-BUDGET-TRANS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN BU-MONTH NOT NUMERIC
                   OR BU-MONTH-MM < 1 OR BU-MONTH-MM > 12
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - MONTH INVALID"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (BU-ADD OR BU-CHANGE)
                   AND (BU-BUDGET-AMT NOT NUMERIC
                   OR BU-WARN-PCT NOT NUMERIC)
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - FIGURES NOT NUMERIC"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (BU-ADD OR BU-CHANGE) AND BU-WARN-PCT > 100
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - WARNING PCT OVER 100"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN BU-ADD
                   PERFORM APPLY-BUDGET-ADD
               WHEN BU-CHANGE
                   PERFORM APPLY-BUDGET-CHANGE
               WHEN BU-DELETE
                   PERFORM APPLY-BUDGET-DELETE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold budget authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE BU-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-BUDGET
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Add - the department must be on the Department Master, and
      * a budget already on file for the month is an operator
      * error, not an update. Nothing is spent against it yet.
       APPLY-BUDGET-ADD.
           MOVE BU-DEPT-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - DEPT NOT ON MASTER"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               NOT INVALID KEY
                   PERFORM WRITE-NEW-BUDGET
           END-READ.

      * Write the added budget under its department and month.
       WRITE-NEW-BUDGET.
           MOVE BU-DEPT-CODE TO BG-DEPT-CODE.
           MOVE BU-MONTH TO BG-MONTH.
           MOVE BU-BUDGET-AMT TO BG-BUDGET-AMT.
           MOVE BU-WARN-PCT TO BG-WARN-PCT.
           MOVE 0 TO BG-SPENT-MTD.
           MOVE 0 TO BG-SPENT-AS-OF.
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE BUDGET-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the budget
      * and warning percentage, rewrite in place.
       APPLY-BUDGET-CHANGE.
           MOVE BU-DEPT-CODE TO BG-DEPT-CODE.
           MOVE BU-MONTH TO BG-MONTH.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE BUDGET-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE BU-BUDGET-AMT TO BG-BUDGET-AMT
                   MOVE BU-WARN-PCT TO BG-WARN-PCT
                   REWRITE BUDGET-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE BUDGET-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Delete - the record must be on file to come off it, and is
      * read first for the journal's before image.
       APPLY-BUDGET-DELETE.
           MOVE BU-DEPT-CODE TO BG-DEPT-CODE.
           MOVE BU-MONTH TO BG-MONTH.
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE BUDGET-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM DELETE-BUDGET-RECORD
           END-READ.

      * Take the budget just read off the master.
       DELETE-BUDGET-RECORD.
           DELETE BUDGET-MASTER-FILE
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
               WHEN BUDG-DUPLICATE-KEY
                   MOVE "REJECTED - DUPLICATE CODE"
                       TO WS-MNT-DISPOSITION
               WHEN BUDG-KEY-NOT-FOUND
                   MOVE "REJECTED - CODE NOT ON FILE"
                       TO WS-MNT-DISPOSITION
               WHEN OTHER
                   MOVE "REJECTED - I/O ERROR"
                       TO WS-MNT-DISPOSITION
           END-EVALUATE.
           PERFORM WRITE-MAINT-DETAIL.

      * One activity line per transaction card. The budget figures
      * print only when the card carried numeric ones.
       WRITE-MAINT-DETAIL.
           EVALUATE TRUE
               WHEN BU-ADD
                   MOVE "ADD" TO WS-MNT-ACTION
               WHEN BU-CHANGE
                   MOVE "CHANGE" TO WS-MNT-ACTION
               WHEN BU-DELETE
                   MOVE "DELETE" TO WS-MNT-ACTION
               WHEN OTHER
                   MOVE BU-ACTION TO WS-MNT-ACTION
           END-EVALUATE.
           MOVE BU-DEPT-CODE TO WS-MNT-DEPT-CODE.
           MOVE BU-MONTH TO WS-MNT-MONTH.
           MOVE SPACES TO WS-MNT-FIGURES.
           IF (BU-ADD OR BU-CHANGE)
               AND BU-BUDGET-AMT NUMERIC AND BU-WARN-PCT NUMERIC
               MOVE BU-BUDGET-AMT TO WS-MNT-BUDGET
               MOVE BU-WARN-PCT TO WS-MNT-WARN-PCT
           END-IF.
           MOVE BU-OPERATOR-ID TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "BUDGMNT" TO CJ-PROGRAM.
           MOVE BU-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "BUDGMAST" TO CJ-MASTER-FILE.
           MOVE BU-ACTION TO CJ-ACTION.
           MOVE BU-ACTION TO CJ-CARD-ACTION.
           STRING BU-DEPT-CODE "/" BU-MONTH
               DELIMITED BY SIZE INTO CJ-RECORD-KEY.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.

      * Report headers: title and run date.
       PRINT-MAINT-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
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
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TOTAL-LINE.
           DISPLAY "BUDGMNT - ADDS " WS-ADDS-APPLIED
               " CHANGES " WS-CHANGES-APPLIED
               " DELETES " WS-DELETES-APPLIED
               " REJECTED " WS-TRANS-REJECTED.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE BUDGET-MASTER-FILE
                 DEPT-MASTER-FILE
                 BUDGET-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
