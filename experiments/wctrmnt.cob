       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCTRMNT.

      * Work-center master maintenance. Applies keyed transaction
      * cards against the work-center master that CAPLOAD loads the
      * day's cutting time onto: adds set up a machine with the bed
      * positions it carries, its setup minutes per piece, and its
      * staffed hours, changes replace those figures, feed cards
      * set (or, at a zero rate, drop) the machine's cut feed rate
      * for one material, and deletes take the machine off the
      * master. Adds reject center codes already on file, every
      * other action rejects codes not on file, and every
      * transaction is listed on the activity report with its
      * disposition. Bed ranges are not checked against each
      * other - CAPLOAD loads a bed onto the first center in code
      * order whose range holds it.
      * Every card names its operator in columns 73-80, and applies
      * only when the operator master shows that operator active
      * with work-center authority; each applied card is written to
      * the shared change journal with the record's before and
      * after images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCTR-MASTER-FILE ASSIGN TO "WCTRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS WC-CENTER-ID
               FILE STATUS IS WS-WCTR-FILE-STATUS.
           SELECT WCTR-TRANS-FILE ASSIGN TO "WCTRTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "WCTRRPT"
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

      * Work-center master, layout shared with CAPLOAD.
       FD  WCTR-MASTER-FILE
           RECORD CONTAINS 268 CHARACTERS.
       01  WCTR-MASTER-RECORD.
           COPY WCTRREC.

      * One maintenance transaction per card:
      *   A - add the center with its name, bed range, setup
      *       minutes per piece, hours per shift, and shifts
      *   C - change those figures on an existing center
      *   F - feed rate: WT-FEED-RATE standard units per minute for
      *       WT-MATERIAL on the center; a zero rate drops the
      *       material from the center
      *   D - delete the center
       FD  WCTR-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WCTR-TRANS-CARD.
           05 WT-ACTION            PIC X(1).
               88 WT-ADD                    VALUE "A".
               88 WT-CHANGE                 VALUE "C".
               88 WT-FEED                   VALUE "F".
               88 WT-DELETE                 VALUE "D".
           05 WT-CENTER-ID         PIC X(4).
           05 WT-CENTER-NAME       PIC X(20).
           05 WT-BED-FROM          PIC 9(6).
           05 WT-BED-TO            PIC 9(6).
           05 WT-SETUP-MINUTES     PIC 9(3)V9(2).
           05 WT-SHIFT-HOURS       PIC 9(2)V9(2).
           05 WT-SHIFTS            PIC 9(1).
           05 WT-MATERIAL          PIC X(4).
           05 WT-FEED-RATE         PIC 9(5)V9(2).
           05 FILLER               PIC X(14).
           05 WT-OPERATOR-ID       PIC X(8).

      * Maintenance activity report for the production supervisor.
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
       01 WS-WCTR-FILE-STATUS      PIC X(2).
           88 WCTR-FILE-OK                  VALUE "00".
           88 WCTR-FILE-MISSING             VALUE "35".
           88 WCTR-DUPLICATE-KEY            VALUE "22".
           88 WCTR-KEY-NOT-FOUND            VALUE "23".
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
           05 WS-FEEDS-APPLIED     PIC 9(5) VALUE 0.
           05 WS-DELETES-APPLIED   PIC 9(5) VALUE 0.
           05 WS-TRANS-REJECTED    PIC 9(5) VALUE 0.

      * Feed-rate table search on the center being maintained.
       01 WS-FEED-SUB              PIC 9(2).
       01 WS-FEED-HIT              PIC 9(2).

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
               "WORK CENTER MAINTENANCE REPORT".
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-MNT-HDR-DATE      PIC X(10).
       01 WS-MAINT-HEADER-2.
           05 FILLER               PIC X(50) VALUE
               "ACTION  CNTR  NAME                  BEDS FROM-TO  ".
           05 FILLER               PIC X(50) VALUE
               " SETUP  HRS/SHFT SHFT  MATL      FEED  DISPOSITION".
           05 FILLER               PIC X(21) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "OPERATOR".
       01 WS-MAINT-DETAIL-LINE.
           05 WS-MNT-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-CENTER-ID     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-CENTER-NAME   PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-FIGURES.
               10 WS-MNT-BED-FROM  PIC 9(6).
               10 FILLER           PIC X(1) VALUE "-".
               10 WS-MNT-BED-TO    PIC 9(6).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-MNT-SETUP     PIC ZZ9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-MNT-SHIFT-HRS PIC Z9.99.
               10 FILLER           PIC X(4) VALUE SPACES.
               10 WS-MNT-SHIFTS    PIC 9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-FEED.
               10 WS-MNT-MATERIAL  PIC X(4).
               10 FILLER           PIC X(2) VALUE SPACES.
               10 WS-MNT-FEED-RATE PIC ZZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-DISPOSITION   PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-MNT-OPERATOR      PIC X(8).
       01 WS-MAINT-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE "ADDS APPLIED: ".
           05 WS-MNT-TOT-ADDS      PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  CHANGES: ".
           05 WS-MNT-TOT-CHANGES   PIC ZZZZ9.
           05 FILLER               PIC X(8) VALUE "  FEED: ".
           05 WS-MNT-TOT-FEEDS     PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  DELETES: ".
           05 WS-MNT-TOT-DELETES   PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  REJECTED: ".
           05 WS-MNT-TOT-REJECTED  PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-WCTR-TRANS.
           PERFORM UNTIL TRANS-EOF
               PERFORM APPLY-WCTR-TRANS
               PERFORM READ-WCTR-TRANS
           END-PERFORM.
           PERFORM WRITE-MAINT-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open the master I-O (creating it empty on the first-ever
      * run - the initial load is simply a deck of adds and feed
      * cards), the transaction deck, and the activity report.
       INITIALIZE-RUN.
           OPEN I-O WCTR-MASTER-FILE.
           IF WCTR-FILE-MISSING
               OPEN OUTPUT WCTR-MASTER-FILE
               CLOSE WCTR-MASTER-FILE
               OPEN I-O WCTR-MASTER-FILE
           END-IF.
           OPEN INPUT WCTR-TRANS-FILE.
           IF TRANS-FILE-MISSING
               SET TRANS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM PRINT-MAINT-HEADERS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "WCTRMNT - NO OPERATOR MASTER ON HAND - "
                   "EVERY CARD WILL REJECT AS NOT AUTHORIZED"
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.

      * Read the next maintenance transaction card.
       READ-WCTR-TRANS.
           IF NOT TRANS-EOF
               READ WCTR-TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
               END-READ
           END-IF.

      * Dispatch one transaction by action code. A center's figures
      * must be numeric, its bed range must run low to high, and it
      * must be staffed for some time, or CAPLOAD would load work
      * onto a machine it can never finish on.
      * A card from an operator without work-center authority
      * rejects before anything else is looked at.
       APPLY-WCTR-TRANS.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN OPERATOR-NOT-AUTHORIZED
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NOT AUTHORIZED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (WT-ADD OR WT-CHANGE)
                   AND (WT-BED-FROM NOT NUMERIC
                   OR WT-BED-TO NOT NUMERIC
                   OR WT-SETUP-MINUTES NOT NUMERIC
                   OR WT-SHIFT-HOURS NOT NUMERIC
                   OR WT-SHIFTS NOT NUMERIC)
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - FIGURES NOT NUMERIC"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (WT-ADD OR WT-CHANGE)
                   AND WT-BED-FROM > WT-BED-TO
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - BED RANGE REVERSED"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN (WT-ADD OR WT-CHANGE)
                   AND (WT-SHIFT-HOURS = 0 OR WT-SHIFTS = 0)
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - NO HOURS AVAILABLE"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN WT-FEED
                   AND (WT-MATERIAL = SPACES
                   OR WT-FEED-RATE NOT NUMERIC)
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - FEED RATE INVALID"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
               WHEN WT-ADD
                   PERFORM APPLY-WCTR-ADD
               WHEN WT-CHANGE
                   PERFORM APPLY-WCTR-CHANGE
               WHEN WT-FEED
                   PERFORM APPLY-WCTR-FEED
               WHEN WT-DELETE
                   PERFORM APPLY-WCTR-DELETE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
           END-EVALUATE.

      * The card's operator must be on the operator master, active,
      * and hold work-center authority.
       CHECK-OPERATOR-AUTHORITY.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE.
           IF NOT OPER-FILE-MISSING
               MOVE WT-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ACTIVE AND OP-MAY-MAINTAIN-WCTR
                           SET OPERATOR-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Add - a center code already on file is an operator error,
      * not an update. A new center cuts nothing until its feed
      * cards follow.
       APPLY-WCTR-ADD.
           MOVE WT-CENTER-ID TO WC-CENTER-ID.
           MOVE WT-CENTER-NAME TO WC-CENTER-NAME.
           MOVE WT-BED-FROM TO WC-BED-FROM.
           MOVE WT-BED-TO TO WC-BED-TO.
           MOVE WT-SETUP-MINUTES TO WC-SETUP-MINUTES.
           MOVE WT-SHIFT-HOURS TO WC-SHIFT-HOURS.
           MOVE WT-SHIFTS TO WC-SHIFTS.
           MOVE 0 TO WC-FEED-COUNT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 20
               MOVE SPACES TO WC-FEED-MATERIAL(WS-FEED-SUB)
               MOVE 0 TO WC-FEED-RATE(WS-FEED-SUB)
           END-PERFORM.
           WRITE WCTR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE WCTR-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

      * Change - read the record under the key, replace the name,
      * bed range, setup, and hours, rewrite in place. The feed
      * rates are left as they stand.
       APPLY-WCTR-CHANGE.
           MOVE WT-CENTER-ID TO WC-CENTER-ID.
           READ WCTR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE WCTR-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE WT-CENTER-NAME TO WC-CENTER-NAME
                   MOVE WT-BED-FROM TO WC-BED-FROM
                   MOVE WT-BED-TO TO WC-BED-TO
                   MOVE WT-SETUP-MINUTES TO WC-SETUP-MINUTES
                   MOVE WT-SHIFT-HOURS TO WC-SHIFT-HOURS
                   MOVE WT-SHIFTS TO WC-SHIFTS
                   REWRITE WCTR-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   PERFORM WRITE-MAINT-DETAIL
                   MOVE WCTR-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM WRITE-CHANGE-JOURNAL
           END-READ.

      * Feed rate - replace the material's rate if the center has
      * one, otherwise take the next free slot. A zero rate drops
      * the material, closing the gap so the table stays packed.
       APPLY-WCTR-FEED.
           MOVE WT-CENTER-ID TO WC-CENTER-ID.
           READ WCTR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE WCTR-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM FIND-FEED-MATERIAL
                   EVALUATE TRUE
                       WHEN WT-FEED-RATE = 0 AND WS-FEED-HIT = 0
                           ADD 1 TO WS-TRANS-REJECTED
                           MOVE "REJECTED - NO FEED RATE TO DROP"
                               TO WS-MNT-DISPOSITION
                       WHEN WT-FEED-RATE = 0
                           PERFORM DROP-FEED-MATERIAL
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                       WHEN WS-FEED-HIT > 0
                           MOVE WT-FEED-RATE
                               TO WC-FEED-RATE(WS-FEED-HIT)
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                       WHEN WC-FEED-COUNT NOT < 20
                           ADD 1 TO WS-TRANS-REJECTED
                           MOVE "REJECTED - FEED TABLE FULL"
                               TO WS-MNT-DISPOSITION
                       WHEN OTHER
                           ADD 1 TO WC-FEED-COUNT
                           MOVE WT-MATERIAL
                               TO WC-FEED-MATERIAL(WC-FEED-COUNT)
                           MOVE WT-FEED-RATE
                               TO WC-FEED-RATE(WC-FEED-COUNT)
                           MOVE "APPLIED" TO WS-MNT-DISPOSITION
                   END-EVALUATE
                   IF WS-MNT-DISPOSITION = "APPLIED"
                       REWRITE WCTR-MASTER-RECORD
                       ADD 1 TO WS-FEEDS-APPLIED
                       MOVE WCTR-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                       PERFORM WRITE-CHANGE-JOURNAL
                   END-IF
                   PERFORM WRITE-MAINT-DETAIL
           END-READ.

      * Locate the card's material among the center's feed rates.
       FIND-FEED-MATERIAL.
           MOVE 0 TO WS-FEED-HIT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WC-FEED-COUNT
               IF WC-FEED-MATERIAL(WS-FEED-SUB) = WT-MATERIAL
                   MOVE WS-FEED-SUB TO WS-FEED-HIT
                   MOVE WC-FEED-COUNT TO WS-FEED-SUB
               END-IF
           END-PERFORM.

      * Take the material at WS-FEED-HIT out of the feed table and
      * move the rates behind it up one slot.
       DROP-FEED-MATERIAL.
           PERFORM VARYING WS-FEED-SUB FROM WS-FEED-HIT BY 1
                   UNTIL WS-FEED-SUB NOT < WC-FEED-COUNT
               MOVE WC-FEED-ENTRY(WS-FEED-SUB + 1)
                   TO WC-FEED-ENTRY(WS-FEED-SUB)
           END-PERFORM.
           MOVE SPACES TO WC-FEED-MATERIAL(WC-FEED-COUNT).
           MOVE 0 TO WC-FEED-RATE(WC-FEED-COUNT).
           SUBTRACT 1 FROM WC-FEED-COUNT.

      * Delete - the record must be on file to come off it, and is
      * read first for the journal's before image.
       APPLY-WCTR-DELETE.
           MOVE WT-CENTER-ID TO WC-CENTER-ID.
           READ WCTR-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   PERFORM REPORT-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE WCTR-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   PERFORM DELETE-WCTR-RECORD
           END-READ.

      * Take the center just read off the master.
       DELETE-WCTR-RECORD.
           DELETE WCTR-MASTER-FILE
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
               WHEN WCTR-DUPLICATE-KEY
                   MOVE "REJECTED - DUPLICATE CODE"
                       TO WS-MNT-DISPOSITION
               WHEN WCTR-KEY-NOT-FOUND
                   MOVE "REJECTED - CODE NOT ON FILE"
                       TO WS-MNT-DISPOSITION
               WHEN OTHER
                   MOVE "REJECTED - I/O ERROR"
                       TO WS-MNT-DISPOSITION
           END-EVALUATE.
           PERFORM WRITE-MAINT-DETAIL.

      * One activity line per transaction card. Center cards show
      * the figures punched, feed cards the material and rate.
       WRITE-MAINT-DETAIL.
           EVALUATE TRUE
               WHEN WT-ADD
                   MOVE "ADD" TO WS-MNT-ACTION
               WHEN WT-CHANGE
                   MOVE "CHANGE" TO WS-MNT-ACTION
               WHEN WT-FEED
                   MOVE "FEED" TO WS-MNT-ACTION
               WHEN WT-DELETE
                   MOVE "DELETE" TO WS-MNT-ACTION
               WHEN OTHER
                   MOVE WT-ACTION TO WS-MNT-ACTION
           END-EVALUATE.
           MOVE WT-CENTER-ID TO WS-MNT-CENTER-ID.
           MOVE WT-CENTER-NAME TO WS-MNT-CENTER-NAME.
           MOVE SPACES TO WS-MNT-FIGURES.
           MOVE SPACES TO WS-MNT-FEED.
           IF (WT-ADD OR WT-CHANGE)
               AND WT-BED-FROM NUMERIC AND WT-BED-TO NUMERIC
               AND WT-SETUP-MINUTES NUMERIC
               AND WT-SHIFT-HOURS NUMERIC AND WT-SHIFTS NUMERIC
               MOVE WT-BED-FROM TO WS-MNT-BED-FROM
               MOVE "-" TO WS-MNT-FIGURES(7:1)
               MOVE WT-BED-TO TO WS-MNT-BED-TO
               MOVE WT-SETUP-MINUTES TO WS-MNT-SETUP
               MOVE WT-SHIFT-HOURS TO WS-MNT-SHIFT-HRS
               MOVE WT-SHIFTS TO WS-MNT-SHIFTS
           END-IF.
           IF WT-FEED
               MOVE WT-MATERIAL TO WS-MNT-MATERIAL
               IF WT-FEED-RATE NUMERIC
                   MOVE WT-FEED-RATE TO WS-MNT-FEED-RATE
               ELSE
                   MOVE 0 TO WS-MNT-FEED-RATE
               END-IF
           END-IF.
           MOVE WT-OPERATOR-ID TO WS-MNT-OPERATOR.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL-LINE.

      * One change journal entry for the card just applied, from
      * the images the apply paragraph saved.
       WRITE-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
               WS-CDT-HH ":" WS-CDT-MIN ":" WS-CDT-SEC
               DELIMITED BY SIZE INTO CJ-TIMESTAMP.
           MOVE "WCTRMNT" TO CJ-PROGRAM.
           MOVE WT-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE "WCTRMAST" TO CJ-MASTER-FILE.
           IF WT-ADD OR WT-DELETE
               MOVE WT-ACTION TO CJ-ACTION
           ELSE
               SET CJ-CHANGE TO TRUE
           END-IF.
           MOVE WT-ACTION TO CJ-CARD-ACTION.
           MOVE WT-CENTER-ID TO CJ-RECORD-KEY.
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
           MOVE WS-FEEDS-APPLIED TO WS-MNT-TOT-FEEDS.
           MOVE WS-DELETES-APPLIED TO WS-MNT-TOT-DELETES.
           MOVE WS-TRANS-REJECTED TO WS-MNT-TOT-REJECTED.
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TOTAL-LINE.
           DISPLAY "WCTRMNT - ADDS " WS-ADDS-APPLIED
               " CHANGES " WS-CHANGES-APPLIED
               " FEED RATES " WS-FEEDS-APPLIED
               " DELETES " WS-DELETES-APPLIED
               " REJECTED " WS-TRANS-REJECTED.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE WCTR-MASTER-FILE
                 WCTR-TRANS-FILE
                 MAINT-REPORT-FILE
                 CHANGE-JOURNAL-FILE.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
