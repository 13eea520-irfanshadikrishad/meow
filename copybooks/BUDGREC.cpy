      * Shared field layout for one department budget record.
      * COPY'd into the BUDGMAST FD of BUDGMNT (which maintains the
      * budgets), of CHGBACK (which re-costs the month's work out of
      * the results history, prints each department's chargeback
      * statement, and posts what it found spent), and of EXAMPLES
      * (which holds a department's new batches for approval once
      * its month's budget is used up). One record per department
      * code and calendar month (YYYYMM): the budget, the percentage
      * of it at which the statement starts warning, and the
      * month-to-date spend as of the last chargeback run.
           05 BG-KEY.
               10 BG-DEPT-CODE     PIC X(4).
               10 BG-MONTH         PIC 9(6).
           05 BG-BUDGET-AMT        PIC 9(9)V9(2).
           05 BG-WARN-PCT          PIC 9(3).
           05 BG-SPENT-MTD         PIC 9(9)V9(2).
           05 BG-SPENT-AS-OF       PIC 9(8).
