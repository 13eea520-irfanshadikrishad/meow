      * Shared field layout for one Department Master record. COPY'd
      * into the DEPTMAST FD of DEPTMNT (which maintains the master
      * from keyed transaction cards), of EXAMPLES (which validates
      * every batch header's department against it and prints the
      * department name on the reports), of QUOTERUN (which
      * validates a quote's department the same way), of BUDGMNT
      * (which budgets only departments on file) and of CHGBACK
      * (which addresses each chargeback statement to the
      * department's billing contact), so the billing group can
      * always route a batch's charges to a real, active office.
           05 DM-DEPT-CODE         PIC X(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-BILL-CONTACT      PIC X(30).
