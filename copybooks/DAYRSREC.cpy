      * Shared field layout for one daily shape result. COPY'd into
      * the DAYRSLT FD of EXAMPLES (which records every accepted and
      * rejected shape as it is scored), of SHAPEINQ (which reads
      * them back for the inquiry clerk), of BILLRECN (which posts
      * the ERP's acknowledgment of each billed shape), of BEDPLACE
      * and CAPLOAD (which put the day's accepted work on the beds
      * and the work centers) and of RSLTHIST (which folds the day
      * into the results history master), so one READ by batch and
      * sequence answers a customer call without paging through
      * print files. HISTINQ, RERATE and CHGBACK COPY it into
      * working storage to lay out a history entry's
      * RH-RESULT-ENTRY, HOLDRPT to lay out a hold queue entry's
      * result, and HOLDREL and INSPPOST to hold the shape a card
      * names as the queue, the day's file or the history has it.
      * Dimensions are held as submitted, except that an assembly
      * record (shape type "A") carries its outer shape's bounding
      * extents in DR-WIDTH/DR-HEIGHT already converted, with
      * DR-UNIT set to the standard unit to say so; DR-AREA is in
      * the standard unit. DR-ERP-STATUS stays space until the ERP
      * acknowledges the shape - that is how BILLRECN spots work we
      * billed that the ERP never answered for.
           05 DR-KEY.
               10 DR-BATCH-ID      PIC X(8).
               10 DR-SEQ-NO        PIC 9(4).
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05 DR-UNIT              PIC X(2).
           05 DR-MATERIAL          PIC X(4).
      * A shape whose extended area or cost is far outside its
      * department, material and shape type's history is held off
      * the billing extract - DR-STATUS "H", DR-REASON saying by how
      * much - until a supervisor releases it ("A") or rejects it
      * ("R") through HOLDREL. Held work is still cut.
           05 DR-STATUS            PIC X(1).
               88 DR-ACCEPTED               VALUE "A".
               88 DR-REJECTED               VALUE "R".
               88 DR-HELD                   VALUE "H".
           05 DR-REASON            PIC X(30).
           05 DR-AREA              PIC 9(9)V9(5).
           05 DR-AUDIT-TS          PIC X(19).
      * Piece count the card stood for; DR-AREA is the area
      * extended across all the pieces.
           05 DR-QTY               PIC 9(4).
      * Total cut length for the unit of work in the standard unit -
      * perimeter extended across the pieces, and for an assembly
      * its outer edge plus every cutout's. What CAPLOAD turns into
      * machine minutes; zero on a rejected record.
           05 DR-EDGE-LEN          PIC 9(9)V9(5).
      * What the unit of work was charged when it was scored - area
      * and edge at the rates in effect for its business date, or
      * at the locked rates of the quote in DR-QUOTE-NO when the
      * batch was priced under one (zero when it was not). RERATE
      * compares its re-pricing with this; zero on a rejected
      * record.
           05 DR-COST              PIC 9(8)V9(2).
           05 DR-QUOTE-NO          PIC 9(6).
      * The department that submitted the batch, off the batch
      * header (for a recycled repair, off the batch register).
      * RSLTHIST carries it onto the history's department and date
      * access path for HISTINQ.
           05 DR-DEPT              PIC X(4).
