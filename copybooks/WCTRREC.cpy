      * Shared field layout for one work-center master record.
      * COPY'd into the WCTRMAST FD of WCTRMNT (which maintains it)
      * and of CAPLOAD (which turns the day's accepted work into
      * machine time against it). One record per cutting machine:
      * the run of Coordinate Master bed positions that sit on the
      * machine, the setup minutes it spends on every piece, the
      * hours it is staffed per shift and the shifts it runs a
      * day, and its cut feed rate for each material it cuts - in
      * the shop's standard unit of edge per minute. A material
      * with no feed rate here has never been cut on the machine.
           05 WC-CENTER-ID         PIC X(4).
           05 WC-CENTER-NAME       PIC X(20).
           05 WC-BED-FROM          PIC 9(6).
           05 WC-BED-TO            PIC 9(6).
           05 WC-SETUP-MINUTES     PIC 9(3)V9(2).
           05 WC-SHIFT-HOURS       PIC 9(2)V9(2).
           05 WC-SHIFTS            PIC 9(1).
           05 WC-FEED-COUNT        PIC 9(2).
           05 WC-FEED-ENTRY OCCURS 20 TIMES.
               10 WC-FEED-MATERIAL PIC X(4).
               10 WC-FEED-RATE     PIC 9(5)V9(2).
