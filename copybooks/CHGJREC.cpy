      * Shared field layout for one change journal entry. COPY'd
      * into the CHGJRNL FD of every master-file maintenance program
      * (which extends the journal with each add, change, or delete
      * it applies) and of CHGJRPT (which prints the monthly change
      * journal report by master file and operator). The images are
      * the master record exactly as it stood before and after the
      * change - spaces for the before image of an add and the
      * after image of a delete. CJ-ACTION is the kind of change;
      * CJ-CARD-ACTION the transaction code that made it (a stock
      * receipt journals as a change made by an "R" card).
           05 CJ-TIMESTAMP         PIC X(19).
           05 CJ-PROGRAM           PIC X(8).
           05 CJ-OPERATOR-ID       PIC X(8).
           05 CJ-MASTER-FILE       PIC X(8).
           05 CJ-ACTION            PIC X(1).
               88 CJ-ADD                    VALUE "A".
               88 CJ-CHANGE                 VALUE "C".
               88 CJ-DELETE                 VALUE "D".
           05 CJ-CARD-ACTION       PIC X(1).
           05 CJ-RECORD-KEY        PIC X(20).
           05 CJ-BEFORE-IMAGE      PIC X(300).
           05 CJ-AFTER-IMAGE       PIC X(300).
