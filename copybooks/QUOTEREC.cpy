      * Shared field layout for one customer quote. COPY'd into the
      * QUOTEMST FD of QUOTERUN (which prices a customer's draft
      * cards without touching any production file and issues the
      * quote) and of EXAMPLES (which, when a batch header carries
      * the quote number, prices that batch at the rates the quote
      * locked in). One record per quote number: who it was for,
      * the business date its rates were picked for, the date it
      * stops being honored, what it came to, and the area and
      * edge rates in effect for each material when it was issued.
      * A material the quote never met has no locked rate - work in
      * it prices at the rates in effect like any other batch.
           05 QM-QUOTE-NO          PIC 9(6).
           05 QM-QUOTE-DATE        PIC 9(8).
           05 QM-VALID-UNTIL       PIC 9(8).
           05 QM-BATCH-ID          PIC X(8).
           05 QM-DEPT              PIC X(4).
           05 QM-RATE-DATE         PIC 9(8).
           05 QM-SHAPES-QUOTED     PIC 9(5).
           05 QM-SHAPES-REJECTED   PIC 9(5).
           05 QM-TOTAL-AREA        PIC 9(9)V9(5).
           05 QM-TOTAL-PRICE       PIC 9(9)V9(2).
           05 QM-SHEET-COST        PIC 9(9)V9(2).
           05 QM-RATE-COUNT        PIC 9(2).
           05 QM-RATE-ENTRY OCCURS 20 TIMES.
               10 QM-RATE-MATERIAL PIC X(4).
               10 QM-RATE-AREA     PIC 9(5)V9(4).
               10 QM-RATE-EDGE     PIC 9(5)V9(4).
