       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGJRPT.

      * Monthly change journal report. Reads the change journal that
      * every master-file maintenance program extends with each add,
      * change, and delete it applies, and lists the month on the
      * parameter card (the current month when there is none) by
      * master file and, within each master, by operator: every
      * change in the order it was made, with the program that made
      * it, the card that asked for it, the record key, and the
      * record as it stood before and after. Each operator closes
      * with a count of adds, changes, and deletes, each master file
      * with the same for all its operators, and the report with
      * the month's totals. The operator's name comes from the
      * operator master where the operator is still on it. A first
      * pass over the journal finds the masters and operators the
      * month touched and holds them in order; the journal is then
      * read once for each to print its changes.
      * Return codes: 4 more masters and operators than the report
      * can hold (the rest are named on the console), 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "CHGJLST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - the report month (YYYYMM). Zero, an invalid
      * month or a missing card reports this month.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-MONTH           PIC 9(6).
           05 PARM-MONTH-PARTS REDEFINES PARM-MONTH.
               10 PARM-MONTH-YYYY  PIC 9(4).
               10 PARM-MONTH-MM    PIC 9(2).
           05 FILLER               PIC X(74).

      * Shared change journal, layout shared with every master-file
      * maintenance program - read only.
       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 665 CHARACTERS.
       01  CHANGE-JOURNAL-RECORD.
           COPY CHGJREC.

      * Operator authority master, layout shared with OPERMNT - read
      * only, for the operator's name.
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERREC.

      * The change journal report for the auditors.
       FD  JOURNAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  JOURNAL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-JRNL-FILE-STATUS      PIC X(2).
           88 JRNL-FILE-OK                  VALUE "00".
           88 JRNL-FILE-MISSING             VALUE "35".
       01 WS-JRNL-EOF-SW           PIC X(1) VALUE "N".
           88 JRNL-EOF                      VALUE "Y".
       01 WS-OPER-FILE-STATUS      PIC X(2).
           88 OPER-FILE-OK                  VALUE "00".
           88 OPER-FILE-MISSING             VALUE "35".

      * The month being reported, and the month of the journal
      * entry in hand, taken from its YYYY-MM-DD timestamp.
       01 WS-REPORT-MONTH          PIC 9(6).
       01 WS-ENTRY-MONTH.
           05 WS-ENTRY-YYYY        PIC X(4).
           05 WS-ENTRY-MM          PIC X(2).

      * One entry per master file and operator the month touched,
      * held in master-then-operator order for printing.
       01 WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01 WS-GROUP-SUB             PIC 9(3).
       01 WS-SHIFT-SUB             PIC 9(3).
       01 WS-FIND-KEY.
           05 WS-FIND-MASTER       PIC X(8).
           05 WS-FIND-OPERATOR     PIC X(8).
       01 WS-GROUP-PLACE-SW        PIC X(1).
           88 GROUP-PLACE-FOUND             VALUE "Y".
       01 WS-GROUP-HIT-SW          PIC X(1).
           88 GROUP-ENTRY-FOUND             VALUE "Y".
           88 GROUP-ENTRY-NOT-FOUND         VALUE "N".
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GR-KEY.
                   15 WS-GR-MASTER PIC X(8).
                   15 WS-GR-OPERATOR
                                   PIC X(8).
               10 WS-GR-ADDS       PIC 9(5).
               10 WS-GR-CHANGES    PIC 9(5).
               10 WS-GR-DELETES    PIC 9(5).

      * Adds, changes, and deletes for the master being printed and
      * for the month.
       01 WS-LAST-MASTER           PIC X(8) VALUE SPACES.
       01 WS-MASTER-TOTALS.
           05 WS-MASTER-ADDS       PIC 9(5).
           05 WS-MASTER-CHANGES    PIC 9(5).
           05 WS-MASTER-DELETES    PIC 9(5).
       01 WS-MONTH-TOTALS.
           05 WS-MONTH-ADDS        PIC 9(5) VALUE 0.
           05 WS-MONTH-CHANGES     PIC 9(5) VALUE 0.
           05 WS-MONTH-DELETES     PIC 9(5) VALUE 0.
       01 WS-ENTRIES-LEFT-OFF      PIC 9(5) VALUE 0.

      * A record image printed a hundred characters to the line;
      * the later lines only when the record runs on to them.
       01 WS-IMAGE                 PIC X(300).
       01 WS-IMAGE-LINES REDEFINES WS-IMAGE.
           05 WS-IMAGE-PART        PIC X(100) OCCURS 3 TIMES.
       01 WS-IMAGE-SUB             PIC 9(1).
       01 WS-IMAGE-LABEL           PIC X(8).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Report lines.
       01 WS-RPT-HEADER-1.
           05 FILLER               PIC X(34) VALUE
               "CHANGE JOURNAL REPORT".
           05 FILLER               PIC X(7) VALUE "MONTH: ".
           05 WS-RH1-MONTH         PIC 9(6).
           05 FILLER               PIC X(13) VALUE "  RUN DATE: ".
           05 WS-RH1-RUN-DATE      PIC X(10).
       01 WS-RPT-MASTER-LINE.
           05 FILLER               PIC X(13) VALUE "MASTER FILE: ".
           05 WS-RML-MASTER        PIC X(8).
       01 WS-RPT-OPERATOR-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "OPERATOR: ".
           05 WS-ROL-OPERATOR      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-ROL-NAME          PIC X(30).
       01 WS-RPT-COLUMN-HEADER.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(39) VALUE
               "TIMESTAMP            PROGRAM   ACTION".
           05 FILLER               PIC X(16) VALUE "CARD  RECORD KEY".
       01 WS-RPT-DETAIL-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-RDL-TIMESTAMP     PIC X(19).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-PROGRAM       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-ACTION        PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-CARD-ACTION   PIC X(1).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WS-RDL-RECORD-KEY    PIC X(20).
       01 WS-RPT-IMAGE-LINE.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 WS-RIL-LABEL         PIC X(8).
           05 WS-RIL-IMAGE         PIC X(100).
       01 WS-RPT-COUNT-LINE.
           05 WS-RCL-LABEL         PIC X(24).
           05 FILLER               PIC X(6) VALUE "ADDS: ".
           05 WS-RCL-ADDS          PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  CHANGES: ".
           05 WS-RCL-CHANGES       PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  DELETES: ".
           05 WS-RCL-DELETES       PIC ZZZZ9.
       01 WS-RPT-NO-CHANGES-LINE   PIC X(40) VALUE
           "NO CHANGES JOURNALED THIS MONTH".
       01 WS-RPT-BLANK-LINE        PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-JOURNAL-NEXT.
           PERFORM UNTIL JRNL-EOF
               PERFORM COUNT-JOURNAL-ENTRY
               PERFORM READ-JOURNAL-NEXT
           END-PERFORM.
           IF WS-GROUP-COUNT = 0
               WRITE JOURNAL-REPORT-LINE FROM WS-RPT-NO-CHANGES-LINE
           END-IF.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM PRINT-OPERATOR-GROUP
           END-PERFORM.
           IF WS-GROUP-COUNT > 0
               PERFORM PRINT-MASTER-TOTALS
           END-IF.
           PERFORM PRINT-MONTH-TOTALS.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Pick the month, open the journal and the report. A journal
      * that has never been started means no master has ever been
      * changed - the report says so. Without the operator master
      * the names are left blank.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-REPORT-MONTH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF JRNL-FILE-MISSING
               DISPLAY "CHGJRPT - NO CHANGE JOURNAL ON HAND - "
                   "NOTHING TO REPORT"
               SET JRNL-EOF TO TRUE
           END-IF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPER-FILE-MISSING
               DISPLAY "CHGJRPT - NO OPERATOR MASTER ON HAND - "
                   "OPERATOR NAMES LEFT BLANK"
           END-IF.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           MOVE SPACES TO WS-RH1-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-RH1-RUN-DATE.
           MOVE WS-REPORT-MONTH TO WS-RH1-MONTH.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-HEADER-1.

      * An explicit month on SYSIN overrides this month.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT PARM-EOF
               IF PARM-MONTH NUMERIC AND PARM-MONTH > 0
                   IF PARM-MONTH-MM > 0 AND PARM-MONTH-MM < 13
                       MOVE PARM-MONTH TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY "CHGJRPT - PARAMETER MONTH "
                           PARM-MONTH " INVALID - REPORTING "
                           WS-REPORT-MONTH
                   END-IF
               END-IF
           END-IF.

      * Read the next journal entry. Any status besides a clean
      * read ends the pass.
       READ-JOURNAL-NEXT.
           IF NOT JRNL-EOF
               READ CHANGE-JOURNAL-FILE
                   AT END
                       SET JRNL-EOF TO TRUE
               END-READ
               IF NOT JRNL-FILE-OK
                   SET JRNL-EOF TO TRUE
               END-IF
           END-IF.

      * The month a journal entry was made in, from the first seven
      * characters of its timestamp.
       SET-ENTRY-MONTH.
           MOVE CJ-TIMESTAMP(1:4) TO WS-ENTRY-YYYY.
           MOVE CJ-TIMESTAMP(6:2) TO WS-ENTRY-MM.

      * First pass - count one entry of the month under its master
      * file and operator.
       COUNT-JOURNAL-ENTRY.
           PERFORM SET-ENTRY-MONTH.
           IF WS-ENTRY-MONTH = WS-REPORT-MONTH
               MOVE CJ-MASTER-FILE TO WS-FIND-MASTER
               MOVE CJ-OPERATOR-ID TO WS-FIND-OPERATOR
               PERFORM FIND-GROUP-ENTRY
               IF GROUP-ENTRY-FOUND
                   EVALUATE TRUE
                       WHEN CJ-ADD
                           ADD 1 TO WS-GR-ADDS(WS-GROUP-SUB)
                       WHEN CJ-DELETE
                           ADD 1 TO WS-GR-DELETES(WS-GROUP-SUB)
                       WHEN OTHER
                           ADD 1 TO WS-GR-CHANGES(WS-GROUP-SUB)
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-ENTRIES-LEFT-OFF
               END-IF
           END-IF.

      * Find the master-and-operator entry for WS-FIND-KEY, adding
      * it in its place when the month has not met it yet.
       FIND-GROUP-ENTRY.
           SET GROUP-ENTRY-NOT-FOUND TO TRUE.
           MOVE "N" TO WS-GROUP-PLACE-SW.
           MOVE 1 TO WS-GROUP-SUB.
           PERFORM UNTIL GROUP-PLACE-FOUND
                   OR WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GR-KEY(WS-GROUP-SUB) NOT < WS-FIND-KEY
                   SET GROUP-PLACE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GROUP-SUB
               END-IF
           END-PERFORM.
           IF GROUP-PLACE-FOUND
               IF WS-GR-KEY(WS-GROUP-SUB) = WS-FIND-KEY
                   SET GROUP-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF GROUP-ENTRY-NOT-FOUND
               IF WS-GROUP-COUNT < 200
                   PERFORM INSERT-GROUP-ENTRY
               ELSE
                   DISPLAY "CHGJRPT - GROUP TABLE FULL - "
                       WS-FIND-MASTER "/" WS-FIND-OPERATOR
                       " LEFT OFF THE REPORT"
               END-IF
           END-IF.

      * Open a slot at WS-GROUP-SUB by moving every later entry down
      * one, then start the group there with nothing counted.
       INSERT-GROUP-ENTRY.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-GROUP-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-GROUP-SUB
               MOVE WS-GROUP-ENTRY(WS-SHIFT-SUB)
                   TO WS-GROUP-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-FIND-KEY TO WS-GR-KEY(WS-GROUP-SUB).
           MOVE 0 TO WS-GR-ADDS(WS-GROUP-SUB).
           MOVE 0 TO WS-GR-CHANGES(WS-GROUP-SUB).
           MOVE 0 TO WS-GR-DELETES(WS-GROUP-SUB).
           SET GROUP-ENTRY-FOUND TO TRUE.

      * Print one operator's changes to one master: the master
      * heading when the master changes, the operator heading, then
      * the journal read from the top for the operator's entries.
       PRINT-OPERATOR-GROUP.
           IF WS-GR-MASTER(WS-GROUP-SUB) NOT = WS-LAST-MASTER
               IF WS-LAST-MASTER NOT = SPACES
                   PERFORM PRINT-MASTER-TOTALS
               END-IF
               MOVE WS-GR-MASTER(WS-GROUP-SUB) TO WS-LAST-MASTER
               MOVE 0 TO WS-MASTER-ADDS
               MOVE 0 TO WS-MASTER-CHANGES
               MOVE 0 TO WS-MASTER-DELETES
               MOVE WS-LAST-MASTER TO WS-RML-MASTER
               WRITE JOURNAL-REPORT-LINE FROM WS-RPT-BLANK-LINE
               WRITE JOURNAL-REPORT-LINE FROM WS-RPT-MASTER-LINE
           END-IF.
           MOVE WS-GR-OPERATOR(WS-GROUP-SUB) TO WS-ROL-OPERATOR.
           MOVE SPACES TO WS-ROL-NAME.
           IF NOT OPER-FILE-MISSING
               MOVE WS-GR-OPERATOR(WS-GROUP-SUB) TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON OPERATOR MASTER" TO WS-ROL-NAME
                   NOT INVALID KEY
                       MOVE OP-OPERATOR-NAME TO WS-ROL-NAME
               END-READ
           END-IF.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-OPERATOR-LINE.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-COLUMN-HEADER.
           CLOSE CHANGE-JOURNAL-FILE.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           MOVE "N" TO WS-JRNL-EOF-SW.
           PERFORM READ-JOURNAL-NEXT.
           PERFORM UNTIL JRNL-EOF
               PERFORM SET-ENTRY-MONTH
               IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                   AND CJ-MASTER-FILE = WS-GR-MASTER(WS-GROUP-SUB)
                   AND CJ-OPERATOR-ID = WS-GR-OPERATOR(WS-GROUP-SUB)
                   PERFORM PRINT-JOURNAL-ENTRY
               END-IF
               PERFORM READ-JOURNAL-NEXT
           END-PERFORM.
           MOVE "  OPERATOR TOTAL" TO WS-RCL-LABEL.
           MOVE WS-GR-ADDS(WS-GROUP-SUB) TO WS-RCL-ADDS.
           MOVE WS-GR-CHANGES(WS-GROUP-SUB) TO WS-RCL-CHANGES.
           MOVE WS-GR-DELETES(WS-GROUP-SUB) TO WS-RCL-DELETES.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           ADD WS-GR-ADDS(WS-GROUP-SUB) TO WS-MASTER-ADDS.
           ADD WS-GR-CHANGES(WS-GROUP-SUB) TO WS-MASTER-CHANGES.
           ADD WS-GR-DELETES(WS-GROUP-SUB) TO WS-MASTER-DELETES.

      * One journal entry: what was done, then the record before
      * and after.
       PRINT-JOURNAL-ENTRY.
           MOVE CJ-TIMESTAMP TO WS-RDL-TIMESTAMP.
           MOVE CJ-PROGRAM TO WS-RDL-PROGRAM.
           EVALUATE TRUE
               WHEN CJ-ADD
                   MOVE "ADD" TO WS-RDL-ACTION
               WHEN CJ-CHANGE
                   MOVE "CHANGE" TO WS-RDL-ACTION
               WHEN CJ-DELETE
                   MOVE "DELETE" TO WS-RDL-ACTION
               WHEN OTHER
                   MOVE CJ-ACTION TO WS-RDL-ACTION
           END-EVALUATE.
           MOVE CJ-CARD-ACTION TO WS-RDL-CARD-ACTION.
           MOVE CJ-RECORD-KEY TO WS-RDL-RECORD-KEY.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-DETAIL-LINE.
           MOVE "BEFORE: " TO WS-IMAGE-LABEL.
           MOVE CJ-BEFORE-IMAGE TO WS-IMAGE.
           PERFORM PRINT-RECORD-IMAGE.
           MOVE "AFTER:  " TO WS-IMAGE-LABEL.
           MOVE CJ-AFTER-IMAGE TO WS-IMAGE.
           PERFORM PRINT-RECORD-IMAGE.

      * A record image, a hundred characters to the line. An add
      * has no before image and a delete no after image.
       PRINT-RECORD-IMAGE.
           MOVE WS-IMAGE-LABEL TO WS-RIL-LABEL.
           IF WS-IMAGE = SPACES
               MOVE "(NONE)" TO WS-RIL-IMAGE
               WRITE JOURNAL-REPORT-LINE FROM WS-RPT-IMAGE-LINE
           ELSE
               MOVE WS-IMAGE-PART(1) TO WS-RIL-IMAGE
               WRITE JOURNAL-REPORT-LINE FROM WS-RPT-IMAGE-LINE
               MOVE SPACES TO WS-RIL-LABEL
               PERFORM VARYING WS-IMAGE-SUB FROM 2 BY 1
                       UNTIL WS-IMAGE-SUB > 3
                   IF WS-IMAGE-PART(WS-IMAGE-SUB) NOT = SPACES
                       MOVE WS-IMAGE-PART(WS-IMAGE-SUB)
                           TO WS-RIL-IMAGE
                       WRITE JOURNAL-REPORT-LINE
                           FROM WS-RPT-IMAGE-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * Totals for the master just finished, carried into the
      * month's.
       PRINT-MASTER-TOTALS.
           MOVE "MASTER FILE TOTAL" TO WS-RCL-LABEL.
           MOVE WS-MASTER-ADDS TO WS-RCL-ADDS.
           MOVE WS-MASTER-CHANGES TO WS-RCL-CHANGES.
           MOVE WS-MASTER-DELETES TO WS-RCL-DELETES.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           ADD WS-MASTER-ADDS TO WS-MONTH-ADDS.
           ADD WS-MASTER-CHANGES TO WS-MONTH-CHANGES.
           ADD WS-MASTER-DELETES TO WS-MONTH-DELETES.

      * The month's totals at the foot of the report.
       PRINT-MONTH-TOTALS.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-BLANK-LINE.
           MOVE "MONTH TOTAL" TO WS-RCL-LABEL.
           MOVE WS-MONTH-ADDS TO WS-RCL-ADDS.
           MOVE WS-MONTH-CHANGES TO WS-RCL-CHANGES.
           MOVE WS-MONTH-DELETES TO WS-RCL-DELETES.
           WRITE JOURNAL-REPORT-LINE FROM WS-RPT-COUNT-LINE.
           DISPLAY "CHGJRPT - MONTH " WS-REPORT-MONTH
               " ADDS " WS-MONTH-ADDS
               " CHANGES " WS-MONTH-CHANGES
               " DELETES " WS-MONTH-DELETES.
           IF WS-ENTRIES-LEFT-OFF > 0
               DISPLAY "CHGJRPT - " WS-ENTRIES-LEFT-OFF
                   " ENTRIES LEFT OFF THE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Close every file the run opened.
       END-OF-JOB.
           IF NOT JRNL-FILE-MISSING
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
           IF NOT OPER-FILE-MISSING
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           CLOSE JOURNAL-REPORT-FILE.
