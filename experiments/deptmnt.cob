      * rather than guessing, and every transaction is listed on the
      * maintenance activity report with its disposition. Departments
      * that stop submitting are flagged inactive, never deleted, so
      * their history still resolves. Every card names its operator
      * in columns 73-80, and applies only when the operator master
      * shows that operator active with department authority; each
      * applied card is written to the shared change journal with
      * the record's before and after images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "DEPTRPT"
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
           05 DT-BILL-CONTACT      PIC X(30).
           05 DT-ACTIVE-FLAG       PIC X(1).
               88 DT-FLAG-VALID             VALUE "A" "I".
           05 FILLER               PIC X(6).
           05 DT-OPERATOR-ID       PIC X(8).

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
           88 DEPT-FILE-MISSING             VALUE "35".
           88 DEPT-DUPLICATE-KEY            VALUE "22".
           88 DEPT-KEY-NOT-FOUND            VALUE "23".
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
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 WS-CDT-HH            PIC 9(2).
           05 WS-CDT-MIN           PIC 9(2).
           05 WS-CDT-SEC           PIC 9(2).
           05 FILLER               PIC X(7).

      * Maintenance report lines.
       01 WS-MAINT-HEADER-1.
               "DEPARTMENT MASTER MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2        PIC X(100) VALUE
           "ACTION  DEPT  NAME                            FLAG  DISPOS
      -    "ITION                     OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-FLAG          PIC X(1).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WS-MNT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPERATOR      PIC X(8).
       01 WS-MAINT-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "ADDS APPLIED: ".
           05 WS-MNT-TOT-ADDS      PIC ZZZZ9.
           STOP RUN.

      * Open the master I-O (creating it empty on the first-ever
      * run), the transaction deck, the activity report, the
      * operator master, and the change journal (started on the
      * first-ever run). Without an operator master no operator can
      * be shown authorized, so every card rejects.
       INITIALIZE-RUN.
           OPEN I-O DEPT-MASTER-FILE.
           IF DEPT-FILE-MISSING
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "DEPTMNT - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REJECT AS NOT AUTHORIZED"
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-DEPT-TRANS.
      * must carry a usable active flag - the daily batch treats the
      * flag as the difference between billing and refusing a
      * department, so a mis-keyed flag never lands on the master.
      * A card from an operator without department authority
      * rejects before anything else is looked at.
       APPLY-DEPT-TRANS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (DT-ADD OR DT-CHANGE) AND NOT DT-FLAG-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - FLAG NOT A OR I"
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold department authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE DT-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-DEPT
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Add - a department code already on file is an operator
      * error, not an update.
       APPLY-DEPT-ADD.
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE DEPT-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the name,
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE DEPT-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE DT-DEPT-NAME TO DM-DEPT-NAME
                   MOVE DT-BILL-CONTACT TO DM-BILL-CONTACT
                   MOVE DT-ACTIVE-FLAG TO DM-ACTIVE-FLAG
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE DEPT-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Delete - the record must be on file to come off it, and is
      * read first for the journal's before image. A department
      * that merely stops submitting should be changed to flag I
      * instead, so its register history still resolves.
       APPLY-DEPT-DELETE.
           MOVE DT-DEPT-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE DEPT-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM DELETE-DEPT-RECORD
           END-READ.

      * Take the department just read off the master.
       DELETE-DEPT-RECORD.
           DELETE DEPT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-DELETE.

      * Name the rejection on the report: duplicate on add, not
           MOVE DT-DEPT-CODE TO WS-MNT-DEPT-CODE.
           MOVE DT-DEPT-NAME TO WS-MNT-DEPT-NAME.
           MOVE DT-ACTIVE-FLAG TO WS-MNT-FLAG.
           MOVE DT-OPERATOR-ID TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "DEPTMNT" TO CJ-PROGRAM.
           MOVE DT-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "DEPTMAST" TO CJ-MASTER-FILE.
           MOVE DT-ACTION TO CJ-ACTION.
           MOVE DT-ACTION TO CJ-CARD-ACTION.
           MOVE DT-DEPT-CODE TO CJ-RECORD-KEY.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.

      * Report headers: title and run date.
       PRINT-MAINT-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       END-OF-JOB.
           CLOSE DEPT-MASTER-FILE
                 DEPT-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
