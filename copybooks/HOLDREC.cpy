      * Shared field layout for one hold queue entry. COPY'd into
      * the HOLDQ FD of EXAMPLES (which holds an accepted shape off
      * the billing extract when its extended area or cost is far
      * outside the history profile for its department, material
      * and shape type, and bills released entries on its next
      * run), of HOLDREL (which applies the supervisor's release
      * and reject decisions), of HOLDRPT (the daily Held Shapes
      * Report) and of BILLRECN (which posts the ERP's
      * acknowledgment of a released shape billed late). An entry
      * carries what the shape was measured against - the profile's
      * sample count and mean extended area and cost, each ratio to
      * the mean, which side of the band tripped, and the factor in
      * force - and the day's result record exactly as DAYRSLT held
      * it, to be moved into a DAYRSREC layout like RH-RESULT-ENTRY.
      * The billing dimensions are already converted to the
      * standard unit and the unit is as submitted, as the extract
      * carries them.
      *   H - held, awaiting a decision
      *   A - released, goes on the next billing extract
      *   B - released and billed, run date and number recorded
      *   R - rejected, written to BADSHAPE for SHAPEFIX
           05 HQ-KEY.
               10 HQ-BATCH-ID      PIC X(8).
               10 HQ-SEQ-NO        PIC 9(4).
           05 HQ-STATUS            PIC X(1).
               88 HQ-PENDING                VALUE "H".
               88 HQ-RELEASED               VALUE "A".
               88 HQ-BILLED                 VALUE "B".
               88 HQ-REJECTED               VALUE "R".
           05 HQ-HOLD-DATE         PIC 9(8).
           05 HQ-HOLD-RUN-NO       PIC 9(4).
           05 HQ-BILL-DIM-1        PIC 9(5)V9(5).
           05 HQ-BILL-DIM-2        PIC 9(5)V9(5).
           05 HQ-BILL-UNIT         PIC X(2).
           05 HQ-PROFILE-COUNT     PIC 9(7).
           05 HQ-PROFILE-AREA      PIC 9(9)V9(5).
           05 HQ-PROFILE-COST      PIC 9(8)V9(2).
           05 HQ-AREA-RATIO        PIC 9(3)V9(2).
           05 HQ-COST-RATIO        PIC 9(3)V9(2).
           05 HQ-OUTLIER-FACTOR    PIC 9(2)V9(1).
           05 HQ-AREA-FLAG         PIC X(1).
               88 HQ-AREA-HIGH              VALUE "H".
               88 HQ-AREA-LOW               VALUE "L".
           05 HQ-COST-FLAG         PIC X(1).
               88 HQ-COST-HIGH              VALUE "H".
               88 HQ-COST-LOW               VALUE "L".
           05 HQ-ACTION-DATE       PIC 9(8).
           05 HQ-SUPERVISOR        PIC X(8).
           05 HQ-ACTION-REASON     PIC X(30).
           05 HQ-BILLED-DATE       PIC 9(8).
           05 HQ-BILLED-RUN-NO     PIC 9(4).
           05 HQ-ERP-STATUS        PIC X(1).
               88 HQ-ERP-ACCEPTED           VALUE "A".
               88 HQ-ERP-REJECTED           VALUE "R".
               88 HQ-ERP-UNACKED            VALUE " ".
           05 HQ-ERP-DOC-NO        PIC X(10).
           05 HQ-RESULT-ENTRY      PIC X(206).
