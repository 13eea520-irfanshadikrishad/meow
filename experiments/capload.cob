       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLOAD.

      * Cutting-time estimate and work-center capacity load. Reads
      * the day's accepted shapes and assemblies off DAYRSLT after
      * BEDPLACE has put them on the beds, finds each one's bed
      * position on the placement master, and loads it onto the
      * work center whose bed range holds that position. Machine
      * time for a result record is the center's setup minutes for
      * every piece plus the record's total cut length - every
      * piece, and every cutout of an assembly - at the center's
      * feed rate for the material. Work loads in batch/sequence
      * order, so once a center's staffed hours are used up the
      * rest of its work is what runs into overtime or spills to
      * tomorrow.
      * Prints the Capacity Load Report (hours loaded against hours
      * available per center, over-committed centers flagged) and
      * the overtime/spillover list of batches that will not finish
      * today - work past a center's hours, work never placed on a
      * bed, and work on a bed no center carries.
      * A material with no feed rate on its center is loaded at
      * setup time only and counted on the report, so the missing
      * rate is seen rather than quietly under-loading the machine.
      * Return codes: 16 nothing to work from (results or work-center
      * master missing or empty), 8 a center over-committed, 4 work
      * unplaced, on no center, or without a feed rate, 0 the day's
      * work fits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY-RESULT-FILE ASSIGN TO "DAYRSLT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DAYRS-FILE-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO "PLACEMNT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.
           SELECT WCTR-MASTER-FILE ASSIGN TO "WCTRMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WC-CENTER-ID
               FILE STATUS IS WS-WCTR-FILE-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SPILL-LIST-FILE ASSIGN TO "SPILLLST"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * Daily results file, layout shared with EXAMPLES.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           COPY DAYRSREC.

      * Placement master, layout as BEDPLACE writes it - read only.
       FD  PLACEMENT-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  PLACEMENT-RECORD.
           05 PL-KEY.
               10 PL-BATCH-ID      PIC X(8).
               10 PL-SEQ-NO        PIC 9(4).
           05 PL-COORD-ID          PIC 9(6).
           05 PL-PLACE-DATE        PIC 9(8).

      * Work-center master, layout shared with WCTRMNT - read only.
       FD  WCTR-MASTER-FILE
           RECORD CONTAINS 268 CHARACTERS.
       01  WCTR-MASTER-RECORD.
           COPY WCTRREC.

      * Capacity Load Report for the production supervisor.
       FD  CAPACITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CAPACITY-REPORT-LINE    PIC X(132).

      * Overtime/spillover list, one line per batch and center.
       FD  SPILL-LIST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SPILL-LIST-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

      * End-of-file and status switches
       01 WS-DAYRS-FILE-STATUS     PIC X(2).
           88 DAYRS-FILE-OK                 VALUE "00".
           88 DAYRS-FILE-MISSING            VALUE "35".
       01 WS-DAYRS-SCAN-SW         PIC X(1) VALUE "N".
           88 DAYRS-SCAN-DONE               VALUE "Y".
       01 WS-PLACE-FILE-STATUS     PIC X(2).
           88 PLACE-FILE-OK                 VALUE "00".
           88 PLACE-FILE-MISSING            VALUE "35".
       01 WS-PLACE-ON-HAND-SW      PIC X(1) VALUE "Y".
           88 PLACEMENTS-ON-HAND            VALUE "Y".
       01 WS-SHAPE-PLACED-SW       PIC X(1).
           88 SHAPE-PLACED                  VALUE "Y".
       01 WS-WCTR-FILE-STATUS      PIC X(2).
           88 WCTR-FILE-OK                  VALUE "00".
           88 WCTR-FILE-MISSING             VALUE "35".
       01 WS-WCTR-SCAN-SW          PIC X(1) VALUE "N".
           88 WCTR-SCAN-DONE                VALUE "Y".

      * Work centers off the master, in center-code order, with
      * the day's load built up against each. Available minutes
      * are the staffed hours per shift times the shifts run.
       01 WS-CTR-COUNT             PIC 9(2) VALUE 0.
       01 WS-CTR-TABLE.
           05 WS-CTR-ENTRY OCCURS 50 TIMES.
               10 WS-CTR-ID        PIC X(4).
               10 WS-CTR-NAME      PIC X(20).
               10 WS-CTR-BED-FROM  PIC 9(6).
               10 WS-CTR-BED-TO    PIC 9(6).
               10 WS-CTR-SETUP     PIC 9(3)V9(2).
               10 WS-CTR-AVAIL-MIN PIC 9(5)V9(2).
               10 WS-CTR-LOAD-MIN  PIC 9(7)V9(2).
               10 WS-CTR-SHAPES    PIC 9(5).
               10 WS-CTR-PIECES    PIC 9(7).
               10 WS-CTR-NO-FEED   PIC 9(5).
               10 WS-CTR-FEED-COUNT PIC 9(2).
               10 WS-CTR-FEED OCCURS 20 TIMES.
                   15 WS-CTR-FEED-MATL PIC X(4).
                   15 WS-CTR-FEED-RATE PIC 9(5)V9(2).
       01 WS-CTR-SUB               PIC 9(2).
       01 WS-CTR-HIT               PIC 9(2).
       01 WS-FEED-SUB              PIC 9(2).

      * Overtime/spillover entries, one per batch and center in the
      * order the batch first spilled. Work with no center to load
      * onto carries a blank center and no minutes.
       01 WS-SPL-COUNT             PIC 9(3) VALUE 0.
       01 WS-SPL-TABLE.
           05 WS-SPL-ENTRY OCCURS 300 TIMES.
               10 WS-SPL-BATCH-ID  PIC X(8).
               10 WS-SPL-CENTER-ID PIC X(4).
               10 WS-SPL-SHAPES    PIC 9(5).
               10 WS-SPL-MINUTES   PIC 9(7)V9(2).
               10 WS-SPL-REASON    PIC X(30).
       01 WS-SPL-SUB               PIC 9(3).
       01 WS-SPL-HIT               PIC 9(3).
       01 WS-SPL-CENTER-KEY        PIC X(4).
       01 WS-SPL-REASON-KEY        PIC X(30).

      * The shape being loaded.
       01 WS-FEED-RATE             PIC 9(5)V9(2).
       01 WS-SHAPE-MINUTES         PIC 9(7)V9(2).
       01 WS-OVER-BEFORE           PIC 9(7)V9(2).
       01 WS-OVER-AFTER            PIC 9(7)V9(2).
       01 WS-OVER-MINUTES          PIC 9(7)V9(2).

      * Run counters for the report trailer.
       01 WS-LOAD-TOTALS.
           05 WS-SHAPES-READ       PIC 9(5) VALUE 0.
           05 WS-SHAPES-LOADED     PIC 9(5) VALUE 0.
           05 WS-SHAPES-UNPLACED   PIC 9(5) VALUE 0.
           05 WS-SHAPES-NO-CENTER  PIC 9(5) VALUE 0.
           05 WS-SHAPES-NO-FEED    PIC 9(5) VALUE 0.
           05 WS-SHAPES-SPILLED    PIC 9(5) VALUE 0.
           05 WS-CENTERS-OVER      PIC 9(5) VALUE 0.

      * Per-center figures for the report line.
       01 WS-LOAD-HOURS            PIC 9(5)V9(2).
       01 WS-AVAIL-HOURS           PIC 9(5)V9(2).
       01 WS-LOAD-PCT              PIC 9(5).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY          PIC 9(4).
           05 WS-CDT-MM            PIC 9(2).
           05 WS-CDT-DD            PIC 9(2).
           05 FILLER               PIC X(13).

      * Capacity Load Report lines.
       01 WS-CAP-HEADER-1.
           05 FILLER               PIC X(27) VALUE
               "CAPACITY LOAD REPORT".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-CAP-HDR-DATE      PIC X(10).
       01 WS-CAP-HEADER-2.
           05 FILLER               PIC X(50) VALUE
               "CNTR  NAME                  SHAPES   PIECES  NO-FE".
           05 FILLER               PIC X(50) VALUE
               "ED  HRS LOADED  HRS AVAIL  LOAD PCT".
       01 WS-CAP-DETAIL-LINE.
           05 WS-CAP-CENTER-ID     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CAP-CENTER-NAME   PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CAP-SHAPES        PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CAP-PIECES        PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CAP-NO-FEED       PIC ZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-CAP-LOAD-HOURS    PIC ZZZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-CAP-AVAIL-HOURS   PIC ZZZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-CAP-LOAD-PCT      PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CAP-FLAG          PIC X(22).
       01 WS-CAP-TOTAL-LINE-1.
           05 FILLER               PIC X(14) VALUE "SHAPES READ:  ".
           05 WS-CAP-TOT-READ      PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE "  LOADED: ".
           05 WS-CAP-TOT-LOADED    PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  UNPLACED: ".
           05 WS-CAP-TOT-UNPLACED  PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE "  NO CENTER: ".
           05 WS-CAP-TOT-NO-CENTER PIC ZZZZ9.
       01 WS-CAP-TOTAL-LINE-2.
           05 FILLER               PIC X(14) VALUE "NO FEED RATE: ".
           05 WS-CAP-TOT-NO-FEED   PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
               "  PAST CAPACITY: ".
           05 WS-CAP-TOT-SPILLED   PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE
               "  CENTERS OVER:   ".
           05 WS-CAP-TOT-OVER      PIC ZZZZ9.

      * Overtime/spillover list lines.
       01 WS-SPL-HEADER-1.
           05 FILLER               PIC X(27) VALUE
               "OVERTIME / SPILLOVER LIST".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WS-SPL-HDR-DATE      PIC X(10).
       01 WS-SPL-HEADER-2          PIC X(70) VALUE
           "BATCH     CNTR  SHAPES  OVERTIME MIN  REASON".
       01 WS-SPL-DETAIL-LINE.
           05 WS-SPL-DET-BATCH     PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SPL-DET-CENTER    PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SPL-DET-SHAPES    PIC ZZZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-SPL-DET-MINUTES   PIC Z(6)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SPL-DET-REASON    PIC X(30).
       01 WS-SPL-NONE-LINE         PIC X(50) VALUE
           "NOTHING SPILLS - THE DAY'S WORK FITS".

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-DAY-SHAPES.
           PERFORM WRITE-CAPACITY-REPORT.
           PERFORM WRITE-SPILL-LIST.
           PERFORM GRADE-RETURN-CODE.
           PERFORM END-OF-JOB.
           STOP RUN.

      * Open everything and load the work centers. With no results
      * or no work centers there is nothing to load and the run
      * stops hard. A missing placement master only means nothing
      * has been placed yet - every shape then reports unplaced.
       INITIALIZE-RUN.
           OPEN INPUT DAY-RESULT-FILE.
           IF DAYRS-FILE-MISSING
               DISPLAY "CAPLOAD - NO DAILY RESULTS FILE ON HAND - "
                   "RUN THE DAILY BATCH FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WCTR-MASTER-FILE.
           IF WCTR-FILE-MISSING
               DISPLAY "CAPLOAD - NO WORK-CENTER MASTER ON HAND - "
                   "NO MACHINES TO LOAD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACE-FILE-MISSING
               MOVE "N" TO WS-PLACE-ON-HAND-SW
               DISPLAY "CAPLOAD - NO PLACEMENT MASTER ON HAND - "
                   "RUN BEDPLACE FIRST"
           END-IF.
           OPEN OUTPUT CAPACITY-REPORT-FILE.
           OPEN OUTPUT SPILL-LIST-FILE.
           PERFORM LOAD-WORK-CENTERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM PRINT-REPORT-HEADERS.

      * Every work center off the master, in key order, starts the
      * day with nothing loaded.
       LOAD-WORK-CENTERS.
           MOVE LOW-VALUES TO WC-CENTER-ID.
           START WCTR-MASTER-FILE KEY NOT LESS THAN WC-CENTER-ID
               INVALID KEY
                   SET WCTR-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-WCTR-NEXT.
           PERFORM UNTIL WCTR-SCAN-DONE
               IF WS-CTR-COUNT < 50
                   ADD 1 TO WS-CTR-COUNT
                   PERFORM STORE-WORK-CENTER
               ELSE
                   DISPLAY "CAPLOAD - WORK-CENTER TABLE FULL - "
                       "CENTER " WC-CENTER-ID " DROPPED"
               END-IF
               PERFORM READ-WCTR-NEXT
           END-PERFORM.
           IF WS-CTR-COUNT = 0
               DISPLAY "CAPLOAD - WORK-CENTER MASTER IS EMPTY - "
                   "NO MACHINES TO LOAD"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * Step sequentially through the work-center master.
       READ-WCTR-NEXT.
           IF NOT WCTR-SCAN-DONE
               READ WCTR-MASTER-FILE NEXT RECORD
                   AT END
                       SET WCTR-SCAN-DONE TO TRUE
               END-READ
               IF NOT WCTR-FILE-OK
                   SET WCTR-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * Copy the center just read into table slot WS-CTR-COUNT.
       STORE-WORK-CENTER.
           MOVE WC-CENTER-ID TO WS-CTR-ID(WS-CTR-COUNT).
           MOVE WC-CENTER-NAME TO WS-CTR-NAME(WS-CTR-COUNT).
           MOVE WC-BED-FROM TO WS-CTR-BED-FROM(WS-CTR-COUNT).
           MOVE WC-BED-TO TO WS-CTR-BED-TO(WS-CTR-COUNT).
           MOVE WC-SETUP-MINUTES TO WS-CTR-SETUP(WS-CTR-COUNT).
           COMPUTE WS-CTR-AVAIL-MIN(WS-CTR-COUNT) =
               WC-SHIFT-HOURS * WC-SHIFTS * 60.
           MOVE 0 TO WS-CTR-LOAD-MIN(WS-CTR-COUNT).
           MOVE 0 TO WS-CTR-SHAPES(WS-CTR-COUNT).
           MOVE 0 TO WS-CTR-PIECES(WS-CTR-COUNT).
           MOVE 0 TO WS-CTR-NO-FEED(WS-CTR-COUNT).
           MOVE WC-FEED-COUNT TO WS-CTR-FEED-COUNT(WS-CTR-COUNT).
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > 20
               MOVE WC-FEED-MATERIAL(WS-FEED-SUB)
                   TO WS-CTR-FEED-MATL(WS-CTR-COUNT, WS-FEED-SUB)
               MOVE WC-FEED-RATE(WS-FEED-SUB)
                   TO WS-CTR-FEED-RATE(WS-CTR-COUNT, WS-FEED-SUB)
           END-PERFORM.

      * Walk the day's results in batch/sequence order and load
      * every accepted shape and assembly, held outliers included -
      * a hold keeps a shape off billing, not off the machines.
       LOAD-DAY-SHAPES.
           MOVE LOW-VALUES TO DR-KEY.
           START DAY-RESULT-FILE KEY NOT LESS THAN DR-KEY
               INVALID KEY
                   SET DAYRS-SCAN-DONE TO TRUE
           END-START.
           PERFORM READ-DAYRS-NEXT.
           PERFORM UNTIL DAYRS-SCAN-DONE
               IF DR-ACCEPTED OR DR-HELD
                   ADD 1 TO WS-SHAPES-READ
                   PERFORM LOAD-ONE-SHAPE
               END-IF
               PERFORM READ-DAYRS-NEXT
           END-PERFORM.

      * Step sequentially through the day's results.
       READ-DAYRS-NEXT.
           IF NOT DAYRS-SCAN-DONE
               READ DAY-RESULT-FILE NEXT RECORD
                   AT END
                       SET DAYRS-SCAN-DONE TO TRUE
               END-READ
               IF NOT DAYRS-FILE-OK
                   SET DAYRS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      * One accepted result: find its bed, then the center carrying
      * that bed. Unplaced work and work on a bed outside every
      * center's range spill with no machine time against them.
       LOAD-ONE-SHAPE.
           MOVE "N" TO WS-SHAPE-PLACED-SW.
           IF PLACEMENTS-ON-HAND
               MOVE DR-BATCH-ID TO PL-BATCH-ID
               MOVE DR-SEQ-NO TO PL-SEQ-NO
               READ PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SHAPE-PLACED TO TRUE
               END-READ
           END-IF.
           IF NOT SHAPE-PLACED
               ADD 1 TO WS-SHAPES-UNPLACED
               MOVE SPACES TO WS-SPL-CENTER-KEY
               MOVE "NOT PLACED ON A BED" TO WS-SPL-REASON-KEY
               MOVE 0 TO WS-OVER-MINUTES
               PERFORM RECORD-SPILL
           ELSE
               PERFORM FIND-BED-CENTER
               IF WS-CTR-HIT = 0
                   ADD 1 TO WS-SHAPES-NO-CENTER
                   MOVE SPACES TO WS-SPL-CENTER-KEY
                   MOVE "BED ON NO WORK CENTER" TO WS-SPL-REASON-KEY
                   MOVE 0 TO WS-OVER-MINUTES
                   PERFORM RECORD-SPILL
               ELSE
                   PERFORM LOAD-CENTER-TIME
               END-IF
           END-IF.

      * First center, in code order, whose bed range holds the
      * shape's placement.
       FIND-BED-CENTER.
           MOVE 0 TO WS-CTR-HIT.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               IF PL-COORD-ID NOT < WS-CTR-BED-FROM(WS-CTR-SUB)
                   AND PL-COORD-ID NOT > WS-CTR-BED-TO(WS-CTR-SUB)
                   MOVE WS-CTR-SUB TO WS-CTR-HIT
                   MOVE WS-CTR-COUNT TO WS-CTR-SUB
               END-IF
           END-PERFORM.

      * Machine minutes for the result on center WS-CTR-HIT: setup
      * for every piece, plus the cut length at the material's feed
      * rate. Whatever part of those minutes lands past the
      * center's available time is overtime for the batch.
       LOAD-CENTER-TIME.
           MOVE 0 TO WS-FEED-RATE.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-CTR-FEED-COUNT(WS-CTR-HIT)
               IF WS-CTR-FEED-MATL(WS-CTR-HIT, WS-FEED-SUB)
                       = DR-MATERIAL
                   MOVE WS-CTR-FEED-RATE(WS-CTR-HIT, WS-FEED-SUB)
                       TO WS-FEED-RATE
                   MOVE WS-CTR-FEED-COUNT(WS-CTR-HIT) TO WS-FEED-SUB
               END-IF
           END-PERFORM.
           IF WS-FEED-RATE > 0
               COMPUTE WS-SHAPE-MINUTES ROUNDED =
                   DR-QTY * WS-CTR-SETUP(WS-CTR-HIT)
                   + DR-EDGE-LEN / WS-FEED-RATE
           ELSE
               COMPUTE WS-SHAPE-MINUTES ROUNDED =
                   DR-QTY * WS-CTR-SETUP(WS-CTR-HIT)
               ADD 1 TO WS-SHAPES-NO-FEED
               ADD 1 TO WS-CTR-NO-FEED(WS-CTR-HIT)
           END-IF.
           ADD 1 TO WS-SHAPES-LOADED.
           ADD 1 TO WS-CTR-SHAPES(WS-CTR-HIT).
           ADD DR-QTY TO WS-CTR-PIECES(WS-CTR-HIT).
           MOVE 0 TO WS-OVER-BEFORE.
           IF WS-CTR-LOAD-MIN(WS-CTR-HIT)
                   > WS-CTR-AVAIL-MIN(WS-CTR-HIT)
               COMPUTE WS-OVER-BEFORE =
                   WS-CTR-LOAD-MIN(WS-CTR-HIT)
                   - WS-CTR-AVAIL-MIN(WS-CTR-HIT)
           END-IF.
           ADD WS-SHAPE-MINUTES TO WS-CTR-LOAD-MIN(WS-CTR-HIT).
           MOVE 0 TO WS-OVER-AFTER.
           IF WS-CTR-LOAD-MIN(WS-CTR-HIT)
                   > WS-CTR-AVAIL-MIN(WS-CTR-HIT)
               COMPUTE WS-OVER-AFTER =
                   WS-CTR-LOAD-MIN(WS-CTR-HIT)
                   - WS-CTR-AVAIL-MIN(WS-CTR-HIT)
           END-IF.
           IF WS-OVER-AFTER > WS-OVER-BEFORE
               ADD 1 TO WS-SHAPES-SPILLED
               COMPUTE WS-OVER-MINUTES =
                   WS-OVER-AFTER - WS-OVER-BEFORE
               MOVE WS-CTR-ID(WS-CTR-HIT) TO WS-SPL-CENTER-KEY
               MOVE "PAST CENTER'S SHIFT HOURS" TO WS-SPL-REASON-KEY
               PERFORM RECORD-SPILL
           END-IF.

      * Add the current result to its batch's spill entry for the
      * center and reason, opening the entry the first time.
       RECORD-SPILL.
           MOVE 0 TO WS-SPL-HIT.
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               IF WS-SPL-BATCH-ID(WS-SPL-SUB) = DR-BATCH-ID
                   AND WS-SPL-CENTER-ID(WS-SPL-SUB)
                       = WS-SPL-CENTER-KEY
                   AND WS-SPL-REASON(WS-SPL-SUB) = WS-SPL-REASON-KEY
                   MOVE WS-SPL-SUB TO WS-SPL-HIT
                   MOVE WS-SPL-COUNT TO WS-SPL-SUB
               END-IF
           END-PERFORM.
           IF WS-SPL-HIT = 0
               IF WS-SPL-COUNT < 300
                   ADD 1 TO WS-SPL-COUNT
                   MOVE WS-SPL-COUNT TO WS-SPL-HIT
                   MOVE DR-BATCH-ID TO WS-SPL-BATCH-ID(WS-SPL-HIT)
                   MOVE WS-SPL-CENTER-KEY
                       TO WS-SPL-CENTER-ID(WS-SPL-HIT)
                   MOVE 0 TO WS-SPL-SHAPES(WS-SPL-HIT)
                   MOVE 0 TO WS-SPL-MINUTES(WS-SPL-HIT)
                   MOVE WS-SPL-REASON-KEY TO WS-SPL-REASON(WS-SPL-HIT)
               ELSE
                   DISPLAY "CAPLOAD - SPILL TABLE FULL - "
                       DR-BATCH-ID "/" DR-SEQ-NO " NOT LISTED"
               END-IF
           END-IF.
           IF WS-SPL-HIT > 0
               ADD 1 TO WS-SPL-SHAPES(WS-SPL-HIT)
               ADD WS-OVER-MINUTES TO WS-SPL-MINUTES(WS-SPL-HIT)
           END-IF.

      * The Capacity Load Report: one line per center in code
      * order, then the day's totals.
       WRITE-CAPACITY-REPORT.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-COUNT
               PERFORM WRITE-CENTER-LINE
           END-PERFORM.
           MOVE WS-SHAPES-READ TO WS-CAP-TOT-READ.
           MOVE WS-SHAPES-LOADED TO WS-CAP-TOT-LOADED.
           MOVE WS-SHAPES-UNPLACED TO WS-CAP-TOT-UNPLACED.
           MOVE WS-SHAPES-NO-CENTER TO WS-CAP-TOT-NO-CENTER.
           WRITE CAPACITY-REPORT-LINE FROM WS-CAP-TOTAL-LINE-1.
           MOVE WS-SHAPES-NO-FEED TO WS-CAP-TOT-NO-FEED.
           MOVE WS-SHAPES-SPILLED TO WS-CAP-TOT-SPILLED.
           MOVE WS-CENTERS-OVER TO WS-CAP-TOT-OVER.
           WRITE CAPACITY-REPORT-LINE FROM WS-CAP-TOTAL-LINE-2.

      * One report line for the center at WS-CTR-SUB. The load
      * percentage is loaded over available minutes; a center
      * loaded past its hours is flagged over-committed.
       WRITE-CENTER-LINE.
           MOVE WS-CTR-ID(WS-CTR-SUB) TO WS-CAP-CENTER-ID.
           MOVE WS-CTR-NAME(WS-CTR-SUB) TO WS-CAP-CENTER-NAME.
           MOVE WS-CTR-SHAPES(WS-CTR-SUB) TO WS-CAP-SHAPES.
           MOVE WS-CTR-PIECES(WS-CTR-SUB) TO WS-CAP-PIECES.
           MOVE WS-CTR-NO-FEED(WS-CTR-SUB) TO WS-CAP-NO-FEED.
           COMPUTE WS-LOAD-HOURS ROUNDED =
               WS-CTR-LOAD-MIN(WS-CTR-SUB) / 60.
           COMPUTE WS-AVAIL-HOURS ROUNDED =
               WS-CTR-AVAIL-MIN(WS-CTR-SUB) / 60.
           MOVE WS-LOAD-HOURS TO WS-CAP-LOAD-HOURS.
           MOVE WS-AVAIL-HOURS TO WS-CAP-AVAIL-HOURS.
           IF WS-CTR-AVAIL-MIN(WS-CTR-SUB) > 0
               COMPUTE WS-LOAD-PCT ROUNDED =
                   WS-CTR-LOAD-MIN(WS-CTR-SUB) * 100
                   / WS-CTR-AVAIL-MIN(WS-CTR-SUB)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-LOAD-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-LOAD-PCT
           END-IF.
           MOVE WS-LOAD-PCT TO WS-CAP-LOAD-PCT.
           IF WS-CTR-LOAD-MIN(WS-CTR-SUB)
                   > WS-CTR-AVAIL-MIN(WS-CTR-SUB)
               ADD 1 TO WS-CENTERS-OVER
               MOVE "*** OVER-COMMITTED ***" TO WS-CAP-FLAG
           ELSE
               MOVE SPACES TO WS-CAP-FLAG
           END-IF.
           WRITE CAPACITY-REPORT-LINE FROM WS-CAP-DETAIL-LINE.

      * The overtime/spillover list, in the order batches spilled.
       WRITE-SPILL-LIST.
           IF WS-SPL-COUNT = 0
               WRITE SPILL-LIST-LINE FROM WS-SPL-NONE-LINE
           END-IF.
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               MOVE WS-SPL-BATCH-ID(WS-SPL-SUB) TO WS-SPL-DET-BATCH
               MOVE WS-SPL-CENTER-ID(WS-SPL-SUB) TO WS-SPL-DET-CENTER
               MOVE WS-SPL-SHAPES(WS-SPL-SUB) TO WS-SPL-DET-SHAPES
               MOVE WS-SPL-MINUTES(WS-SPL-SUB) TO WS-SPL-DET-MINUTES
               MOVE WS-SPL-REASON(WS-SPL-SUB) TO WS-SPL-DET-REASON
               WRITE SPILL-LIST-LINE FROM WS-SPL-DETAIL-LINE
           END-PERFORM.

      * Report and list headers: titles and run date.
       PRINT-REPORT-HEADERS.
           MOVE SPACES TO WS-CAP-HDR-DATE.
           STRING WS-CDT-MM "/" WS-CDT-DD "/" WS-CDT-YYYY
               DELIMITED BY SIZE INTO WS-CAP-HDR-DATE.
           MOVE WS-CAP-HDR-DATE TO WS-SPL-HDR-DATE.
           WRITE CAPACITY-REPORT-LINE FROM WS-CAP-HEADER-1.
           WRITE CAPACITY-REPORT-LINE FROM WS-CAP-HEADER-2.
           WRITE SPILL-LIST-LINE FROM WS-SPL-HEADER-1.
           WRITE SPILL-LIST-LINE FROM WS-SPL-HEADER-2.

      * Return codes are graded so the scheduler and the supervisor
      * can act on them: 8 when a machine is over-committed, 4 when
      * work could not be loaded or was loaded without a feed
      * rate, 0 when the day fits. A 16 set earlier (nothing to
      * work from) stands.
       GRADE-RETURN-CODE.
           IF RETURN-CODE NOT = 16
               EVALUATE TRUE
                   WHEN WS-CENTERS-OVER > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SHAPES-UNPLACED > 0
                       OR WS-SHAPES-NO-CENTER > 0
                       OR WS-SHAPES-NO-FEED > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           DISPLAY "CAPLOAD - " WS-SHAPES-READ " SHAPES READ, "
               WS-SHAPES-LOADED " LOADED, "
               WS-CENTERS-OVER " CENTERS OVER, "
               WS-SPL-COUNT " SPILL LINES - RC=" RETURN-CODE.

      * Close every file the run opened.
       END-OF-JOB.
           CLOSE DAY-RESULT-FILE
                 WCTR-MASTER-FILE
                 CAPACITY-REPORT-FILE
                 SPILL-LIST-FILE.
           IF PLACEMENTS-ON-HAND
               CLOSE PLACEMENT-FILE
           END-IF.
