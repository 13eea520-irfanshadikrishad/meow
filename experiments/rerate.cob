       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERATE.

      * Retroactive re-rating. When a rate master row turns out to
      * have been keyed wrong, RATEMNT corrects it going forward but
      * the work already billed at the bad rate stays wrong. This
      * program takes a material and a business-date range off the
      * parameter card, finds every accepted shape and assembly of
      * that material in the results history for the period, and
      * re-prices each at the rate now on file for its business
      * date - area and cut edge, rounded to the cent exactly as
      * EXAMPLES prices them. Each one whose charge changes goes out
      * on the billing adjustment extract as a debit (charged too
      * little) or credit (charged too much), in the same fixed
      * style as BILLEXT: batch/sequence identity, the ERP document
      * the original charge went out under, and a trailer the ERP
      * load balances against. The Re-rating Report lists every
      * change and nets the adjustment by department. Work priced
      * under a customer quote was charged the quoted rates by
      * agreement and is left alone; work the ERP rejected was never
      * billed and has nothing to adjust. The re-priced charge is
      * posted back to the history, so re-running the same range
      * adjusts nothing twice.
      * Return codes: 16 no valid parameter card or no results
      * history, 8 any work with no rate now in effect, 4
      * adjustments written, 0 nothing to adjust.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
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
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MR-RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ADJ-EXTRACT-FILE ASSIGN TO "ADJEXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RERATE-REPORT-FILE ASSIGN TO "RERATRPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Parameter card - the material and the first and last
      * business dates to re-rate. All three are required.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD.
           05 PARM-MATERIAL        PIC X(4).
           05 PARM-FROM-DATE       PIC 9(8).
           05 PARM-TO-DATE         PIC 9(8).
           05 FILLER               PIC X(60).

      * Permanent results history master, layout shared with
      * RSLTHIST - the re-priced charge is posted back to it.
       FD  RESULT-HIST-FILE
           RECORD CONTAINS 238 CHARACTERS.
       01  RESULT-HIST-RECORD.
           COPY RSLTHREC.

      * Batch register master, layout shared with EXAMPLES - read
      * only, for the department each batch was submitted under.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           COPY BATCHREC.

      * Material rate master, layout shared with RATEMNT and
      * EXAMPLES - read only.
       FD  RATE-MASTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RATE-MASTER-RECORD.
           COPY RATEREC.

      * Billing adjustment extract for the ERP upload - fixed
      * layout like BILLEXT, one "D" (debit) or "C" (credit) record
      * per re-rated unit of work carrying its batch/sequence
      * identity, the ERP document of the original charge, the
      * charge as billed and as re-priced, and the difference
      * (always positive - the record type gives the direction),
      * closed by a "T" trailer whose counts and totals must tie
      * to the records ahead of it.
       FD  ADJ-EXTRACT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  ADJ-EXTRACT-RECORD.
           05 AX-REC-TYPE          PIC X(1).
               88 AX-DEBIT                  VALUE "D".
               88 AX-CREDIT                 VALUE "C".
           05 AX-DETAIL-FIELDS.
               10 AX-BATCH-ID      PIC X(8).
               10 AX-SEQ-NO        PIC 9(4).
               10 AX-ERP-DOC-NO    PIC X(10).
               10 AX-BUS-DATE      PIC 9(8).
               10 AX-DEPT          PIC X(4).
               10 AX-MATERIAL      PIC X(4).
               10 AX-AREA          PIC 9(9)V9(5).
               10 AX-ORIG-COST     PIC 9(8)V9(2).
               10 AX-NEW-COST      PIC 9(8)V9(2).
               10 AX-ADJ-AMT       PIC 9(8)V9(2).
           05 AX-TRAILER-FIELDS REDEFINES AX-DETAIL-FIELDS.
               10 AX-TRL-REC-COUNT PIC 9(6).
               10 AX-TRL-DEBIT-COUNT
                                   PIC 9(6).
               10 AX-TRL-DEBIT-TOT PIC 9(9)V9(2).
               10 AX-TRL-CREDIT-COUNT
                                   PIC 9(6).
               10 AX-TRL-CREDIT-TOT
                                   PIC 9(9)V9(2).
               10 FILLER           PIC X(42).

      * The Re-rating Report for the billing group.
       FD  RERATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RERATE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-PARM-EOF-SW           PIC X(1) VALUE "N".
           88 PARM-EOF                      VALUE "Y".
       01 WS-PARM-FILE-STATUS      PIC X(2).
           88 PARM-FILE-OK                  VALUE "00".
           88 PARM-FILE-MISSING             VALUE "35".
       01 WS-HIST-FILE-STATUS      PIC X(2).
           88 HIST-FILE-OK                  VALUE "00".
           88 HIST-FILE-MISSING             VALUE "35".
       01 WS-HIST-SCAN-SW          PIC X(1) VALUE "N".
           88 HIST-SCAN-DONE                VALUE "Y".
       01 WS-BREG-FILE-STATUS      PIC X(2).
           88 BREG-FILE-OK                  VALUE "00".
           88 BREG-FILE-MISSING             VALUE "35".
       01 WS-RATE-FILE-STATUS      PIC X(2).
           88 RATE-FILE-OK                  VALUE "00".
           88 RATE-FILE-MISSING             VALUE "35".
       01 WS-RATE-SCAN-SW          PIC X(1) VALUE "N".
           88 RATE-SCAN-DONE                VALUE "Y".

      * The re-rating selection off the parameter card.
       01 WS-RERATE-MATERIAL       PIC X(4).
       01 WS-FROM-DATE             PIC 9(8).
       01 WS-TO-DATE               PIC 9(8).

      * One result out of the history, in the daily result layout.
       01 WS-HIST-RESULT.
           COPY DAYRSREC.

      * The material's rate rows, effective date ascending, so the
      * last row met with a date not after the shape's business
      * date is the one now in effect for it.
       01 WS-RATE-COUNT            PIC 9(3) VALUE 0.
       01 WS-RATE-SUB              PIC 9(3).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-EFF-DATE   PIC 9(8).
               10 WS-RT-AREA       PIC 9(5)V9(4).
               10 WS-RT-EDGE       PIC 9(5)V9(4).
       01 WS-RATE-HIT-SW           PIC X(1).
           88 RATE-FOUND                    VALUE "Y".
           88 RATE-NOT-FOUND                VALUE "N".
       01 WS-RATE-AREA-HIT         PIC 9(5)V9(4).
       01 WS-RATE-EDGE-HIT         PIC 9(5)V9(4).
       01 WS-AREA-COST             PIC 9(8)V9(2).
       01 WS-EDGE-COST             PIC 9(8)V9(2).
       01 WS-NEW-COST              PIC 9(8)V9(2).
       01 WS-ADJ-AMT               PIC 9(8)V9(2).
       01 WS-ADJ-DIRECTION-SW      PIC X(1).
           88 ADJ-IS-DEBIT                  VALUE "D".
           88 ADJ-IS-CREDIT                 VALUE "C".

      * The department the current result's batch was registered
      * under - kept from one result to the next, since a batch's
      * results sit together in the history.
       01 WS-LAST-BATCH-ID         PIC X(8) VALUE SPACES.
       01 WS-RESULT-DEPT           PIC X(4).
       01 WS-UNKNOWN-DEPT          PIC X(4) VALUE "????".

      * Net adjustment by department, held in department code
      * order for printing.
       01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-SHIFT-SUB             PIC 9(3).
       01 WS-DEPT-PLACE-SW         PIC X(1).
           88 DEPT-PLACE-FOUND              VALUE "Y".
       01 WS-DEPT-HIT-SW           PIC X(1).
           88 DEPT-ENTRY-FOUND              VALUE "Y".
           88 DEPT-ENTRY-NOT-FOUND          VALUE "N".
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-DEPT       PIC X(4).
               10 WS-DT-CHANGES    PIC 9(5).
               10 WS-DT-DEBITS     PIC 9(9)V9(2).
               10 WS-DT-CREDITS    PIC 9(9)V9(2).
       01 WS-DEPT-NET              PIC S9(9)V9(2).

      * Run counters and extract control totals.
       01 WS-RERATE-TOTALS.
           05 WS-RESULTS-SELECTED  PIC 9(7) VALUE 0.
           05 WS-RESULTS-UNCHANGED PIC 9(7) VALUE 0.
           05 WS-RESULTS-QUOTED    PIC 9(7) VALUE 0.
           05 WS-RESULTS-UNBILLED  PIC 9(7) VALUE 0.
           05 WS-RESULTS-NO-RATE   PIC 9(7) VALUE 0.
           05 WS-ADJ-REC-COUNT     PIC 9(6) VALUE 0.
           05 WS-DEBIT-COUNT       PIC 9(6) VALUE 0.
           05 WS-DEBIT-TOTAL       PIC 9(9)V9(2) VALUE 0.
           05 WS-CREDIT-COUNT      PIC 9(6) VALUE 0.
           05 WS-CREDIT-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01 WS-NET-TOTAL             PIC S9(9)V9(2).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Report lines.
       01 WS-RERATE-HEADER-1.
           05 FILLER               PIC X(22) VALUE
               "RE-RATING REPORT".
           05 FILLER               PIC X(10) VALUE "MATERIAL: ".
           05 WS-RH1-MATERIAL      PIC X(4).
           05 FILLER               PIC X(17) VALUE
               "  BUS-DATES FROM ".
           05 WS-RH1-FROM-DATE     PIC 9(8).
           05 FILLER               PIC X(4) VALUE " TO ".
           05 WS-RH1-TO-DATE       PIC 9(8).
           05 FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05 WS-RH1-RUN-DATE      PIC X(10).
       01 WS-RERATE-HEADER-2.
           05 FILLER               PIC X(50) VALUE
               "BUS-DATE  BATCH-ID  SEQ   DEPT  ERP-DOC          ".
           05 FILLER               PIC X(66) VALUE
               "AREA     BILLED    REPRICED  ADJUSTMENT  NOTE".
       01 WS-RERATE-DETAIL-LINE.
           05 WS-RDL-BUS-DATE      PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-BATCH-ID      PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-SEQ-NO        PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-DEPT          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDL-ERP-DOC-NO    PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDL-AREA          PIC Z(8)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDL-ORIG-COST     PIC Z(7)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDL-NEW-COST      PIC Z(7)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDL-ADJ-AMT       PIC Z(7)9.99.
           05 WS-RDL-ADJ-TYPE      PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDL-NOTE          PIC X(30).
       01 WS-RERATE-DEPT-HEADER    PIC X(60) VALUE
           "DEPT  CHANGES        DEBITS       CREDITS    NET ADJUST".
       01 WS-RERATE-DEPT-LINE.
           05 WS-RDP-DEPT          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDP-CHANGES       PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RDP-DEBITS        PIC Z(9)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDP-CREDITS       PIC Z(9)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RDP-NET           PIC -(9)9.99.
       01 WS-RERATE-NONE-LINE      PIC X(40) VALUE
           "NO CHARGE CHANGES IN THE RANGE".
       01 WS-RERATE-TOTAL-LINE-1.
           05 FILLER               PIC X(10) VALUE "SELECTED: ".
           05 WS-RTL-SELECTED      PIC Z(6)9.
           05 FILLER               PIC X(12) VALUE "  ADJUSTED: ".
           05 WS-RTL-ADJUSTED      PIC Z(5)9.
           05 FILLER               PIC X(13) VALUE "  UNCHANGED: ".
           05 WS-RTL-UNCHANGED     PIC Z(6)9.
           05 FILLER               PIC X(10) VALUE "  QUOTED: ".
           05 WS-RTL-QUOTED        PIC Z(6)9.
           05 FILLER               PIC X(16) VALUE
               "  ERP REJECTED: ".
           05 WS-RTL-UNBILLED      PIC Z(6)9.
           05 FILLER               PIC X(11) VALUE "  NO RATE: ".
           05 WS-RTL-NO-RATE       PIC Z(6)9.
       01 WS-RERATE-TOTAL-LINE-2.
           05 FILLER               PIC X(8) VALUE "DEBITS: ".
           05 WS-RTL-DEBIT-COUNT   PIC Z(5)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RTL-DEBIT-TOTAL   PIC Z(9)9.99.
           05 FILLER               PIC X(11) VALUE "  CREDITS: ".
           05 WS-RTL-CREDIT-COUNT  PIC Z(5)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-RTL-CREDIT-TOTAL  PIC Z(9)9.99.
           05 FILLER               PIC X(7) VALUE "  NET: ".
           05 WS-RTL-NET-TOTAL     PIC -(9)9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-MATERIAL-RATES.
           PERFORM READ-HIST-NEXT.
           PERFORM UNTIL HIST-SCAN-DONE
               IF RH-BUS-DATE > WS-TO-DATE
                   SET HIST-SCAN-DONE TO TRUE
               ELSE
                   PERFORM RERATE-HISTORY-ENTRY
                   PERFORM READ-HIST-NEXT
               END-IF
           END-PERFORM.
           PERFORM WRITE-ADJ-TRAILER.
           PERFORM WRITE-DEPT-NET-TOTALS.
           PERFORM WRITE-RERATE-TOTALS.
           PERFORM GRADE-RETURN-CODE.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Take the selection off the parameter card, open the files,
      * and position the history at the first business date of the
      * range. Re-rating is never run on a default - without a
      * material and a valid range, or without the history, the run
      * stops hard. A missing batch register only leaves the
      * departments unknown.
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-MISSING
               SET PARM-EOF TO TRUE
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           OPEN I-O RESULT-HIST-FILE.
           IF HIST-FILE-MISSING
               DISPLAY "RERATE - NO RESULTS HISTORY ON HAND - "
                   "NOTHING TO RE-RATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF BREG-FILE-MISSING
               DISPLAY "RERATE - NO BATCH REGISTER ON HAND - "
                   "DEPARTMENTS WILL SHOW UNKNOWN"
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF RATE-FILE-MISSING
               DISPLAY "RERATE - NO RATE MASTER ON HAND - "
                   "NOTHING CAN BE RE-PRICED"
           END-IF.
           OPEN OUTPUT ADJ-EXTRACT-FILE.
           OPEN OUTPUT RERATE-REPORT-FILE.
           PERFORM PRINT-RERATE-HEADERS.
           MOVE WS-FROM-DATE TO RH-BUS-DATE.
           MOVE LOW-VALUES TO RH-BATCH-ID.
           MOVE 0 TO RH-SEQ-NO.
           START RESULT-HIST-FILE KEY NOT LESS THAN RH-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START.

      * The selection card: a material code and a from/to range of
      * business dates, from not after to.
       READ-PARAMETER-CARD.
           IF NOT PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF PARM-EOF
               DISPLAY "RERATE - NO PARAMETER CARD - MATERIAL AND "
                   "DATE RANGE ARE REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-MATERIAL = SPACES
               OR PARM-FROM-DATE NOT NUMERIC
               OR PARM-TO-DATE NOT NUMERIC
               OR PARM-FROM-DATE = 0
               OR PARM-FROM-DATE > PARM-TO-DATE
               DISPLAY "RERATE - PARAMETER CARD INVALID - "
                   PARM-CARD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-MATERIAL TO WS-RERATE-MATERIAL.
           MOVE PARM-FROM-DATE TO WS-FROM-DATE.
           MOVE PARM-TO-DATE TO WS-TO-DATE.

      * Pull the material's rate rows into storage - the master is
      * keyed material then effective date, so they come off it in
      * date order.
       LOAD-MATERIAL-RATES.
           IF RATE-FILE-MISSING
               SET RATE-SCAN-DONE TO TRUE
           ELSE
               MOVE WS-RERATE-MATERIAL TO MR-MATERIAL
               MOVE 0 TO MR-EFF-DATE
               START RATE-MASTER-FILE KEY NOT LESS THAN MR-RATE-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
           END-IF.
           PERFORM READ-RATE-NEXT.
           PERFORM UNTIL RATE-SCAN-DONE
               IF MR-MATERIAL NOT = WS-RERATE-MATERIAL
                   SET RATE-SCAN-DONE TO TRUE
               ELSE
                   IF WS-RATE-COUNT < 200
                       ADD 1 TO WS-RATE-COUNT
                       MOVE MR-EFF-DATE
                           TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                       MOVE MR-AREA-RATE TO WS-RT-AREA(WS-RATE-COUNT)
                       MOVE MR-EDGE-RATE TO WS-RT-EDGE(WS-RATE-COUNT)
                   ELSE
                       DISPLAY "RERATE - RATE TABLE FULL - "
                           "EFFECTIVE " MR-EFF-DATE " DROPPED"
                   END-IF
                   PERFORM READ-RATE-NEXT
               END-IF
           END-PERFORM.

      * Step sequentially through the rate master. Any status
      * besides a clean read ends the scan.
       READ-RATE-NEXT.
           IF NOT RATE-SCAN-DONE
               READ RATE-MASTER-FILE NEXT RECORD
                   AT END
                       SET RATE-SCAN-DONE TO TRUE
               END-READ
               IF NOT RATE-FILE-OK
                   SET RATE-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Step sequentially through the results history. Any status
      * besides a clean read ends the scan.
       READ-HIST-NEXT.
           IF NOT HIST-SCAN-DONE
               READ RESULT-HIST-FILE NEXT RECORD
                   AT END
                       SET HIST-SCAN-DONE TO TRUE
               END-READ
               IF NOT HIST-FILE-OK
                   SET HIST-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Re-rate one history entry in the range: accepted work of
      * the material only. Quoted and ERP-rejected work is counted
      * and listed but never adjusted.
       RERATE-HISTORY-ENTRY.
           MOVE RH-RESULT-ENTRY TO WS-HIST-RESULT.
           IF DR-ACCEPTED AND DR-MATERIAL = WS-RERATE-MATERIAL
               ADD 1 TO WS-RESULTS-SELECTED
               PERFORM FIND-RESULT-DEPT
               EVALUATE TRUE
                   WHEN DR-QUOTE-NO > 0
                       ADD 1 TO WS-RESULTS-QUOTED
                       MOVE 0 TO WS-NEW-COST
                       MOVE 0 TO WS-ADJ-AMT
                       MOVE "PRICED UNDER QUOTE - LEFT ALONE"
                           TO WS-RDL-NOTE
                       PERFORM WRITE-RERATE-DETAIL
                   WHEN DR-ERP-REJECTED
                       ADD 1 TO WS-RESULTS-UNBILLED
                       MOVE 0 TO WS-NEW-COST
                       MOVE 0 TO WS-ADJ-AMT
                       MOVE "ERP REJECTED - NEVER BILLED"
                           TO WS-RDL-NOTE
                       PERFORM WRITE-RERATE-DETAIL
                   WHEN OTHER
                       PERFORM REPRICE-HISTORY-RESULT
               END-EVALUATE
           END-IF.

      * The department the result's batch was registered under.
       FIND-RESULT-DEPT.
           IF DR-BATCH-ID NOT = WS-LAST-BATCH-ID
               MOVE DR-BATCH-ID TO WS-LAST-BATCH-ID
               IF BREG-FILE-MISSING
                   MOVE WS-UNKNOWN-DEPT TO WS-RESULT-DEPT
               ELSE
                   MOVE DR-BATCH-ID TO BR-BATCH-ID
                   READ BATCH-REGISTER-FILE
                       INVALID KEY
                           MOVE WS-UNKNOWN-DEPT TO WS-RESULT-DEPT
                       NOT INVALID KEY
                           MOVE BR-DEPT TO WS-RESULT-DEPT
                   END-READ
               END-IF
           END-IF.

      * Re-price at the rate now in effect for the business date and
      * compare with what was charged. A changed charge becomes a
      * debit or credit on the extract and is posted back to the
      * history; an unchanged one is only counted.
       REPRICE-HISTORY-RESULT.
           SET RATE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE(WS-RATE-SUB) NOT > DR-BUS-DATE
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RT-AREA(WS-RATE-SUB) TO WS-RATE-AREA-HIT
                   MOVE WS-RT-EDGE(WS-RATE-SUB) TO WS-RATE-EDGE-HIT
               END-IF
           END-PERFORM.
           IF RATE-NOT-FOUND
               ADD 1 TO WS-RESULTS-NO-RATE
               MOVE 0 TO WS-NEW-COST
               MOVE 0 TO WS-ADJ-AMT
               MOVE "NO RATE IN EFFECT - NOT PRICED" TO WS-RDL-NOTE
               PERFORM WRITE-RERATE-DETAIL
           ELSE
               COMPUTE WS-AREA-COST ROUNDED =
                   DR-AREA * WS-RATE-AREA-HIT
               COMPUTE WS-EDGE-COST ROUNDED =
                   DR-EDGE-LEN * WS-RATE-EDGE-HIT
               COMPUTE WS-NEW-COST = WS-AREA-COST + WS-EDGE-COST
               IF WS-NEW-COST = DR-COST
                   ADD 1 TO WS-RESULTS-UNCHANGED
               ELSE
                   PERFORM WRITE-ADJ-DETAIL
                   PERFORM POST-DEPT-ADJUSTMENT
                   IF DR-ERP-DOC-NO = SPACES
                       MOVE "NOT YET ON THE ERP" TO WS-RDL-NOTE
                   ELSE
                       MOVE SPACES TO WS-RDL-NOTE
                   END-IF
                   PERFORM WRITE-RERATE-DETAIL
                   PERFORM POST-REPRICED-CHARGE
               END-IF
           END-IF.

      * One debit or credit record for the extract.
       WRITE-ADJ-DETAIL.
           MOVE SPACES TO ADJ-EXTRACT-RECORD.
           IF WS-NEW-COST > DR-COST
               SET ADJ-IS-DEBIT TO TRUE
               COMPUTE WS-ADJ-AMT = WS-NEW-COST - DR-COST
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-ADJ-AMT TO WS-DEBIT-TOTAL
           ELSE
               SET ADJ-IS-CREDIT TO TRUE
               COMPUTE WS-ADJ-AMT = DR-COST - WS-NEW-COST
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-ADJ-AMT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE WS-ADJ-DIRECTION-SW TO AX-REC-TYPE.
           MOVE DR-BATCH-ID TO AX-BATCH-ID.
           MOVE DR-SEQ-NO TO AX-SEQ-NO.
           MOVE DR-ERP-DOC-NO TO AX-ERP-DOC-NO.
           MOVE DR-BUS-DATE TO AX-BUS-DATE.
           MOVE WS-RESULT-DEPT TO AX-DEPT.
           MOVE DR-MATERIAL TO AX-MATERIAL.
           MOVE DR-AREA TO AX-AREA.
           MOVE DR-COST TO AX-ORIG-COST.
           MOVE WS-NEW-COST TO AX-NEW-COST.
           MOVE WS-ADJ-AMT TO AX-ADJ-AMT.
           WRITE ADJ-EXTRACT-RECORD.
           ADD 1 TO WS-ADJ-REC-COUNT.

      * Add the adjustment to its department's net.
       POST-DEPT-ADJUSTMENT.
           PERFORM FIND-DEPT-ENTRY.
           IF DEPT-ENTRY-FOUND
               ADD 1 TO WS-DT-CHANGES(WS-DEPT-SUB)
               IF ADJ-IS-DEBIT
                   ADD WS-ADJ-AMT TO WS-DT-DEBITS(WS-DEPT-SUB)
               ELSE
                   ADD WS-ADJ-AMT TO WS-DT-CREDITS(WS-DEPT-SUB)
               END-IF
           END-IF.

      * Locate the department's entry in the table, adding it in
      * code order when it is not there yet. A full table is
      * announced and the department left off the net totals.
       FIND-DEPT-ENTRY.
           SET DEPT-ENTRY-NOT-FOUND TO TRUE.
           MOVE "N" TO WS-DEPT-PLACE-SW.
           MOVE 1 TO WS-DEPT-SUB.
           PERFORM UNTIL DEPT-PLACE-FOUND
                   OR WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-DEPT(WS-DEPT-SUB) NOT < WS-RESULT-DEPT
                   SET DEPT-PLACE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF DEPT-PLACE-FOUND
               IF WS-DT-DEPT(WS-DEPT-SUB) = WS-RESULT-DEPT
                   SET DEPT-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF DEPT-ENTRY-NOT-FOUND
               IF WS-DEPT-COUNT < 100
                   PERFORM INSERT-DEPT-ENTRY
               ELSE
                   DISPLAY "RERATE - DEPARTMENT TABLE FULL - DEPT "
                       WS-RESULT-DEPT " LEFT OFF THE NET TOTALS"
               END-IF
           END-IF.

      * Open a slot at WS-DEPT-SUB by moving every later entry down
      * one, then start the department there with nothing adjusted.
       INSERT-DEPT-ENTRY.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-DEPT-SUB
               MOVE WS-DEPT-ENTRY(WS-SHIFT-SUB)
                   TO WS-DEPT-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-RESULT-DEPT TO WS-DT-DEPT(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-CHANGES(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-DEBITS(WS-DEPT-SUB).
           MOVE 0 TO WS-DT-CREDITS(WS-DEPT-SUB).
           SET DEPT-ENTRY-FOUND TO TRUE.

      * The re-priced charge replaces the billed one on the history
      * entry, so the same range re-rated again finds it unchanged.
       POST-REPRICED-CHARGE.
           MOVE WS-NEW-COST TO DR-COST.
           MOVE WS-HIST-RESULT TO RH-RESULT-ENTRY.
           REWRITE RESULT-HIST-RECORD
               INVALID KEY
                   DISPLAY "RERATE - HISTORY REWRITE FAILED FOR "
                       RH-BUS-DATE "/" RH-BATCH-ID "/" RH-SEQ-NO
                       " STATUS " WS-HIST-FILE-STATUS
           END-REWRITE.

      * One Re-rating Report line. The billed charge is the one on
      * the history before this run touched it.
       WRITE-RERATE-DETAIL.
           MOVE DR-BUS-DATE TO WS-RDL-BUS-DATE.
           MOVE DR-BATCH-ID TO WS-RDL-BATCH-ID.
           MOVE DR-SEQ-NO TO WS-RDL-SEQ-NO.
           MOVE WS-RESULT-DEPT TO WS-RDL-DEPT.
           MOVE DR-ERP-DOC-NO TO WS-RDL-ERP-DOC-NO.
           MOVE DR-AREA TO WS-RDL-AREA.
           MOVE DR-COST TO WS-RDL-ORIG-COST.
           MOVE WS-NEW-COST TO WS-RDL-NEW-COST.
           MOVE WS-ADJ-AMT TO WS-RDL-ADJ-AMT.
           IF WS-ADJ-AMT = 0
               MOVE SPACES TO WS-RDL-ADJ-TYPE
           ELSE
               IF ADJ-IS-DEBIT
                   MOVE " DR" TO WS-RDL-ADJ-TYPE
               ELSE
                   MOVE " CR" TO WS-RDL-ADJ-TYPE
               END-IF
           END-IF.
           WRITE RERATE-REPORT-LINE FROM WS-RERATE-DETAIL-LINE.

      * Close the extract with the trailer the ERP load balances
      * against.
       WRITE-ADJ-TRAILER.
           MOVE SPACES TO ADJ-EXTRACT-RECORD.
           MOVE "T" TO AX-REC-TYPE.
           MOVE WS-ADJ-REC-COUNT TO AX-TRL-REC-COUNT.
           MOVE WS-DEBIT-COUNT TO AX-TRL-DEBIT-COUNT.
           MOVE WS-DEBIT-TOTAL TO AX-TRL-DEBIT-TOT.
           MOVE WS-CREDIT-COUNT TO AX-TRL-CREDIT-COUNT.
           MOVE WS-CREDIT-TOTAL TO AX-TRL-CREDIT-TOT.
           WRITE ADJ-EXTRACT-RECORD.

      * Net adjustment by department - debits less credits.
       WRITE-DEPT-NET-TOTALS.
           MOVE SPACES TO RERATE-REPORT-LINE.
           WRITE RERATE-REPORT-LINE.
           IF WS-DEPT-COUNT = 0
               WRITE RERATE-REPORT-LINE FROM WS-RERATE-NONE-LINE
           ELSE
               WRITE RERATE-REPORT-LINE FROM WS-RERATE-DEPT-HEADER
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   COMPUTE WS-DEPT-NET = WS-DT-DEBITS(WS-DEPT-SUB)
                       - WS-DT-CREDITS(WS-DEPT-SUB)
                   MOVE WS-DT-DEPT(WS-DEPT-SUB) TO WS-RDP-DEPT
                   MOVE WS-DT-CHANGES(WS-DEPT-SUB) TO WS-RDP-CHANGES
                   MOVE WS-DT-DEBITS(WS-DEPT-SUB) TO WS-RDP-DEBITS
                   MOVE WS-DT-CREDITS(WS-DEPT-SUB) TO WS-RDP-CREDITS
                   MOVE WS-DEPT-NET TO WS-RDP-NET
                   WRITE RERATE-REPORT-LINE FROM WS-RERATE-DEPT-LINE
               END-PERFORM
           END-IF.

      * Report headers: title, selection and run date.
       PRINT-RERATE-HEADERS.
           MOVE WS-RERATE-MATERIAL TO WS-RH1-MATERIAL.
           MOVE WS-FROM-DATE TO WS-RH1-FROM-DATE.
           MOVE WS-TO-DATE TO WS-RH1-TO-DATE.
           MOVE SPACES TO WS-RH1-RUN-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-RH1-RUN-DATE.
           WRITE RERATE-REPORT-LINE FROM WS-RERATE-HEADER-1.
           WRITE RERATE-REPORT-LINE FROM WS-RERATE-HEADER-2.

      * Run totals at the foot of the report.
       WRITE-RERATE-TOTALS.
           MOVE SPACES TO RERATE-REPORT-LINE.
           WRITE RERATE-REPORT-LINE.
           MOVE WS-RESULTS-SELECTED TO WS-RTL-SELECTED.
           MOVE WS-ADJ-REC-COUNT TO WS-RTL-ADJUSTED.
           MOVE WS-RESULTS-UNCHANGED TO WS-RTL-UNCHANGED.
           MOVE WS-RESULTS-QUOTED TO WS-RTL-QUOTED.
           MOVE WS-RESULTS-UNBILLED TO WS-RTL-UNBILLED.
           MOVE WS-RESULTS-NO-RATE TO WS-RTL-NO-RATE.
           WRITE RERATE-REPORT-LINE FROM WS-RERATE-TOTAL-LINE-1.
           COMPUTE WS-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           MOVE WS-DEBIT-COUNT TO WS-RTL-DEBIT-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-RTL-DEBIT-TOTAL.
           MOVE WS-CREDIT-COUNT TO WS-RTL-CREDIT-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-RTL-CREDIT-TOTAL.
           MOVE WS-NET-TOTAL TO WS-RTL-NET-TOTAL.
           WRITE RERATE-REPORT-LINE FROM WS-RERATE-TOTAL-LINE-2.
           DISPLAY "RERATE - " WS-RERATE-MATERIAL " "
               WS-FROM-DATE "-" WS-TO-DATE " "
               WS-RESULTS-SELECTED " SELECTED, "
               WS-ADJ-REC-COUNT " ADJUSTED, "
               WS-RESULTS-NO-RATE " WITH NO RATE".

      * Grade the run for the scheduler.
       GRADE-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RESULTS-NO-RATE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ADJ-REC-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE PARM-FILE
                 RESULT-HIST-FILE.
           IF NOT BREG-FILE-MISSING
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           IF NOT RATE-FILE-MISSING
               CLOSE RATE-MASTER-FILE
           END-IF.
           CLOSE ADJ-EXTRACT-FILE
                 RERATE-REPORT-FILE.
