      * Shared field layout for one operator authority record.
      * COPY'd into the OPERMAST FD of OPERMNT (which maintains it)
      * and of every master-file maintenance program - DEPTMNT,
      * RATEMNT, COORDMNT, STOCKMNT, BUDGMNT, WCTRMNT - each of
      * which reads the operator named in columns 73-80 of every
      * transaction card and applies the card only when the
      * operator is active and holds "Y" for that program's master.
      * HOLDREL does the same for the supervisor named on each
      * release or reject of a held shape, against OP-AUTH-HOLD.
      * Operators who leave are flagged inactive, never deleted, so
      * the change journal still resolves their ID.
           05 OP-OPERATOR-ID       PIC X(8).
           05 OP-OPERATOR-NAME     PIC X(30).
           05 OP-ACTIVE-FLAG       PIC X(1).
               88 OP-ACTIVE                 VALUE "A".
           05 OP-AUTHORITIES.
               10 OP-AUTH-DEPT     PIC X(1).
                   88 OP-MAY-MAINTAIN-DEPT  VALUE "Y".
               10 OP-AUTH-RATE     PIC X(1).
                   88 OP-MAY-MAINTAIN-RATE  VALUE "Y".
               10 OP-AUTH-COORD    PIC X(1).
                   88 OP-MAY-MAINTAIN-COORD VALUE "Y".
               10 OP-AUTH-STOCK    PIC X(1).
                   88 OP-MAY-MAINTAIN-STOCK VALUE "Y".
               10 OP-AUTH-BUDGET   PIC X(1).
                   88 OP-MAY-MAINTAIN-BUDGET
                                            VALUE "Y".
               10 OP-AUTH-WCTR     PIC X(1).
                   88 OP-MAY-MAINTAIN-WCTR  VALUE "Y".
               10 OP-AUTH-OPER     PIC X(1).
                   88 OP-MAY-MAINTAIN-OPER  VALUE "Y".
               10 OP-AUTH-HOLD     PIC X(1).
                   88 OP-MAY-DECIDE-HOLDS   VALUE "Y".
