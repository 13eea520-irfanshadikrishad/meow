      * Shared field layout for one stock inventory master record.
      * COPY'd into the STOCKINV FD of STOCKMNT (which posts
      * receipts, physical counts, and write-offs and maintains the
      * reorder settings), of EXAMPLES (which posts each run's
      * sheets-required figure from the Material Utilization Report
      * as consumption), and of REORDRPT (which lists what
      * purchasing must order). One record per material code, in
      * whole stock sheets of the size STOCKTAB gives for it.
      * The day fields hold the consumption posted for SI-DAY-DATE:
      * the first run on a new date starts them again from zero,
      * later runs the same day add to them. A run that needs more
      * sheets than are on the rack takes the rack to zero and
      * records the difference as the day's shortage - the floor
      * cut it from somewhere, and purchasing has to know.
           05 SI-MATERIAL          PIC X(4).
           05 SI-ON-HAND           PIC 9(7).
           05 SI-REORDER-POINT     PIC 9(7).
           05 SI-REORDER-QTY       PIC 9(7).
           05 SI-SUPPLIER          PIC X(20).
           05 SI-LAST-RECEIPT-DATE PIC 9(8).
           05 SI-LAST-COUNT-DATE   PIC 9(8).
           05 SI-DAY-DATE          PIC 9(8).
           05 SI-DAY-USED          PIC 9(7).
           05 SI-DAY-SHORT         PIC 9(7).
           05 SI-LAST-RUN-NO       PIC 9(4).
