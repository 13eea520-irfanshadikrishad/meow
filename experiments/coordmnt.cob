      * deletes reject IDs not on file, and every transaction is
      * listed on the maintenance activity report with its
      * disposition.
      * Every card names its operator in columns 73-80, and applies
      * only when the operator master shows that operator active
      * with coordinate authority; each applied card is written to
      * the shared change journal with the record's before and
      * after images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "COORDRPT"
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
           05 CT-COORD-ID          PIC 9(6).
           05 CT-FIRST-NUMBER      PIC 9(4).
           05 CT-SECOND-NUMBER     PIC 9(4).
           05 FILLER               PIC X(57).
           05 CT-OPERATOR-ID       PIC X(8).

      * Maintenance activity report for the plant layout team.
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
           88 COORD-FILE-MISSING            VALUE "35".
           88 COORD-DUPLICATE-KEY           VALUE "22".
           88 COORD-KEY-NOT-FOUND           VALUE "23".
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
               "COORDINATE MASTER MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2.
           05 FILLER               PIC X(64) VALUE
               "ACTION  COORD-ID  FIRST   SECOND  DISPOSITION".
           05 FILLER               PIC X(8) VALUE "OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-SECOND        PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPERATOR      PIC X(8).
       01 WS-MAINT-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "ADDS APPLIED: ".
           05 WS-MNT-TOT-ADDS      PIC ZZZZ9.
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "COORDMNT - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REJECT AS NOT AUTHORIZED"
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-COORD-TRANS.
           END-IF.

      * Dispatch one transaction by action code.
      * A card from an operator without coordinate authority
      * rejects before anything else is looked at.
       APPLY-COORD-TRANS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN CT-ADD
                   PERFORM APPLY-COORD-ADD
               WHEN CT-CHANGE
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold coordinate authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE CT-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-COORD
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Add - a coordinate ID already on file is an operator error,
      * not an update.
       APPLY-COORD-ADD.
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE COORD-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the pair
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE COORD-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE CT-FIRST-NUMBER TO FIRST-NUMBER
                   MOVE CT-SECOND-NUMBER TO SECOND-NUMBER
                   REWRITE COORD-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE COORD-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Delete - the record must be on file to come off it, and is
      * read first for the journal's before image.
       APPLY-COORD-DELETE.
           MOVE CT-COORD-ID TO COORD-ID.
           READ COORD-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE COORD-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM DELETE-COORD-RECORD
           END-READ.

      * Take the coordinate just read off the master.
       DELETE-COORD-RECORD.
           DELETE COORD-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-DELETE.

      * Name the rejection on the report: duplicate on add, not
           MOVE CT-COORD-ID TO WS-MNT-COORD-ID.
           MOVE CT-FIRST-NUMBER TO WS-MNT-FIRST.
           MOVE CT-SECOND-NUMBER TO WS-MNT-SECOND.
           MOVE CT-OPERATOR-ID TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "COORDMNT" TO CJ-PROGRAM.
           MOVE CT-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "COORDOUT" TO CJ-MASTER-FILE.
           MOVE CT-ACTION TO CJ-ACTION.
           MOVE CT-ACTION TO CJ-CARD-ACTION.
           MOVE CT-COORD-ID TO CJ-RECORD-KEY.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD.

      * Report headers: title and run date.
       PRINT-MAINT-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       END-OF-JOB.
           CLOSE COORD-FILE
                 COORD-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
