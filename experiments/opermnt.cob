       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

      * Operator authority master maintenance. Applies add/change/
      * delete transaction cards against the operator master that
      * every master-file maintenance program checks each card's
      * operator against: an operator's name, active flag, and one
      * Y/N authority per master - departments, rates, coordinates,
      * stock, budgets, work centers, and this master itself - plus
      * one for releasing or rejecting held shapes through HOLDREL.
      * Adds reject operator IDs already on file, changes and
      * deletes reject IDs not on file, a card whose flag is not A
      * or I or whose authorities are not all Y or N rejects rather
      * than guessing, and no operator may change or delete their
      * own record. Like every other maintenance card, each card
      * names the operator entering it in columns 73-80, applies
      * only when that operator is active with operator authority,
      * and is written to the shared change journal with the
      * record's before and after images. The first-ever run starts
      * an empty master, and the first add on it may name its own
      * operator, so long as it grants itself operator authority -
      * otherwise nobody could ever be authorized to load the rest.
      * Operators who leave should be changed to flag I rather than
      * deleted, so the change journal still resolves their ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPER-TRANS-FILE ASSIGN TO "OPERTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Operator authority master, layout shared with every
      * master-file maintenance program.
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

      * One maintenance transaction per card:
      *   A - add the operator under OT-OPERATOR-ID
      *   C - change the name, active flag, or authorities of an
      *       existing operator
      *   D - delete the operator
      * The authorities are punched in OPERREC's order - dept,
      * rate, coord, stock, budget, work center, operator, hold
      * release - and OT-CARD-OPERATOR in columns 73-80 is the
      * operator entering the card, not the one it maintains.
       FD  OPER-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPER-TRANS-CARD.
           05 OT-ACTION            PIC X(1).
               88 OT-ADD                    VALUE "A".
               88 OT-CHANGE                 VALUE "C".
               88 OT-DELETE                 VALUE "D".
           05 OT-OPERATOR-ID       PIC X(8).
           05 OT-OPERATOR-NAME     PIC X(30).
           05 OT-ACTIVE-FLAG       PIC X(1).
               88 OT-FLAG-VALID             VALUE "A" "I".
               88 OT-FLAG-ACTIVE            VALUE "A".
           05 OT-AUTHORITIES.
               10 OT-AUTH-FLAG     PIC X(1) OCCURS 8 TIMES.
                   88 OT-AUTH-VALID         VALUE "Y" "N".
           05 OT-AUTH-PARTS REDEFINES OT-AUTHORITIES.
               10 FILLER           PIC X(6).
               10 OT-AUTH-OPER     PIC X(1).
                   88 OT-GRANTS-OPER        VALUE "Y".
               10 FILLER           PIC X(1).
           05 FILLER               PIC X(24).
           05 OT-CARD-OPERATOR     PIC X(8).

      * Maintenance activity report for the security administrator.
       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE       PIC X(132).

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
       01 WS-OPER-FILE-STATUS      PIC X(2).
           88 OPER-FILE-OK                  VALUE "00".
           88 OPER-FILE-MISSING             VALUE "35".
           88 OPER-DUPLICATE-KEY            VALUE "22".
           88 OPER-KEY-NOT-FOUND            VALUE "23".
       01 WS-JRNL-FILE-STATUS      PIC X(2).
           88 JRNL-FILE-OK                  VALUE "00".
           88 JRNL-FILE-MISSING             VALUE "35".

      * Set when this run had to start the operator master empty -
      * only then may an add authorize itself.
       01 WS-OPER-MASTER-NEW-SW    PIC X(1) VALUE "N".
           88 OPER-MASTER-NEW               VALUE "Y".

      * Authority of the current card's operator, the state of the
      * card's authority flags, and the record images its journal
      * entry is written from.
       01 WS-OPER-AUTH-SW          PIC X(1).
           88 OPERATOR-AUTHORIZED           VALUE "Y".
           88 OPERATOR-NOT-AUTHORIZED       VALUE "N".
       01 WS-AUTH-FLAGS-SW         PIC X(1).
           88 AUTH-FLAGS-VALID              VALUE "Y".
           88 AUTH-FLAGS-INVALID            VALUE "N".
       01 WS-AUTH-SUB              PIC 9(2).
       01 WS-JRNL-BEFORE-IMAGE     PIC X(300).
       01 WS-JRNL-AFTER-IMAGE      PIC X(300).

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

      * Maintenance report lines. AUTHORITY shows the card's eight
      * flags in OPERREC's order.
       01 WS-MAINT-HEADER-1.
           05 FILLER               PIC X(36) VALUE
               "OPERATOR MASTER MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2.
           05 FILLER               PIC X(50) VALUE
               "ACTION  OPER-ID   NAME".
           05 FILLER               PIC X(5) VALUE "FLAG".
           05 FILLER               PIC X(11) VALUE "AUTHORITY".
           05 FILLER               PIC X(32) VALUE "DISPOSITION".
           05 FILLER               PIC X(8) VALUE "OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPER-ID       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPER-NAME     PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-FLAG          PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-MNT-AUTHORITIES   PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
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
           PERFORM READ-OPER-TRANS.
           PERFORM UNTIL TRANS-EOF
               PERFORM APPLY-OPER-TRANS
               PERFORM READ-OPER-TRANS
           END-PERFORM.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open the master I-O (creating it empty on the first-ever
      * run, and remembering that it did), the transaction deck,
      * the activity report, and the change journal (started on
      * the first-ever run).
       INITIALIZE-RUN.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
               SET OPER-MASTER-NEW TO TRUE
           END-IF.
           OPEN INPUT OPER-TRANS-FILE.
           IF TRANS-FILE-MISSING
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-OPER-TRANS.
           IF NOT TRANS-EOF
               READ OPER-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
               END-READ
           END-IF.

      * Dispatch one transaction by action code. A card from an
      * operator without operator authority rejects before anything
      * else is looked at; adds and changes must carry a usable
      * active flag and authorities, and nobody maintains their own
      * record - an operator cannot grant themselves a master or
      * lift their own inactive flag.
       APPLY-OPER-TRANS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM CHECK-AUTHORITY-FLAGS.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (OT-ADD OR OT-CHANGE) AND NOT OT-FLAG-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - FLAG NOT A OR I"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (OT-ADD OR OT-CHANGE) AND AUTH-FLAGS-INVALID
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - AUTHORITY NOT Y OR N"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (OT-CHANGE OR OT-DELETE)
                   AND OT-OPERATOR-ID = OT-CARD-OPERATOR
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - OWN RECORD"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN OT-ADD
                   PERFORM APPLY-OPER-ADD
               WHEN OT-CHANGE
                   PERFORM APPLY-OPER-CHANGE
               WHEN OT-DELETE
                   PERFORM APPLY-OPER-DELETE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold operator authority - except for the first add on a
      * master this run had to start, which may name itself if it
      * is active and grants itself operator authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF OPER-MASTER-NEW AND WS-ADDS-APPLIED = 0
               AND OT-ADD AND OT-OPERATOR-ID = OT-CARD-OPERATOR
               AND OT-FLAG-ACTIVE AND OT-GRANTS-OPER
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               MOVE OT-CARD-OPERATOR TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-OPER
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Every one of the card's authorities must be Y or N.
       CHECK-AUTHORITY-FLAGS.
           SET AUTH-FLAGS-VALID TO TRUE.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
               IF NOT OT-AUTH-VALID(WS-AUTH-SUB)
                   SET AUTH-FLAGS-INVALID TO TRUE
               END-IF
           END-PERFORM.

      * Add - an operator ID already on file is an error, not an
      * update.
       APPLY-OPER-ADD.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE OT-OPERATOR-NAME TO OP-OPERATOR-NAME.
           MOVE OT-ACTIVE-FLAG TO OP-ACTIVE-FLAG.
           MOVE OT-AUTHORITIES TO OP-AUTHORITIES.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE OPERATOR-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the name,
      * flag, and authorities, rewrite in place.
       APPLY-OPER-CHANGE.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE OPERATOR-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE OT-OPERATOR-NAME TO OP-OPERATOR-NAME
                   MOVE OT-ACTIVE-FLAG TO OP-ACTIVE-FLAG
                   MOVE OT-AUTHORITIES TO OP-AUTHORITIES
                   REWRITE OPERATOR-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE OPERATOR-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Delete - the record must be on file to come off it, and is
      * read first for the journal's before image.
       APPLY-OPER-DELETE.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE OPERATOR-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM DELETE-OPER-RECORD
           END-READ.

      * Take the operator just read off the master.
       DELETE-OPER-RECORD.
           DELETE OPERATOR-MASTER-FILE
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
      * found on change/delete, anything else an I/O error. Only
      * reached from the INVALID KEY arms, so the file status here
      * always belongs to this card's own I/O.
       REPORT-TRANS-REJECTED.
           EVALUATE TRUE
               WHEN OPER-DUPLICATE-KEY
                   MOVE "REJECTED - DUPLICATE CODE"
                       TO WS-MNT-DISPOSITION
               WHEN OPER-KEY-NOT-FOUND
                   MOVE "REJECTED - CODE NOT ON FILE"
                       TO WS-MNT-DISPOSITION
               WHEN OTHER
                   MOVE "REJECTED - I/O ERROR"
                       TO WS-MNT-DISPOSITION
           END-EVALUATE.
           PERFORM WRITE-MAINT-DETAIL.

      * One activity line per transaction card.
       WRITE-MAINT-DETAIL.
           EVALUATE TRUE
               WHEN OT-ADD
                   MOVE "ADD" TO WS-MNT-ACTION
               WHEN OT-CHANGE
                   MOVE "CHANGE" TO WS-MNT-ACTION
               WHEN OT-DELETE
                   MOVE "DELETE" TO WS-MNT-ACTION
               WHEN OTHER
                   MOVE OT-ACTION TO WS-MNT-ACTION
           END-EVALUATE.
           MOVE OT-OPERATOR-ID TO WS-MNT-OPER-ID.
           MOVE OT-OPERATOR-NAME TO WS-MNT-OPER-NAME.
           MOVE OT-ACTIVE-FLAG TO WS-MNT-FLAG.
           MOVE OT-AUTHORITIES TO WS-MNT-AUTHORITIES.
           MOVE OT-CARD-OPERATOR TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "OPERMNT" TO CJ-PROGRAM.
           MOVE OT-CARD-OPERATOR TO CJ-OPERATOR-ID.
           MOVE "OPERMAST" TO CJ-MASTER-FILE.
           MOVE OT-ACTION TO CJ-ACTION.
           MOVE OT-ACTION TO CJ-CARD-ACTION.
           MOVE OT-OPERATOR-ID TO CJ-RECORD-KEY.
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
           DISPLAY "OPERMNT - ADDS " WS-ADDS-APPLIED
               " CHANGES " WS-CHANGES-APPLIED
               " DELETES " WS-DELETES-APPLIED
               " REJECTED " WS-TRANS-REJECTED.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE OPERATOR-MASTER-FILE
                 OPER-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
