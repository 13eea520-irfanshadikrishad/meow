      * Shared field layout for one results history master record.
      * COPY'd into the RSLTHST FD of RSLTHIST (which folds each
      * day's DAYRSLT into it and purges past the retention window),
      * of CHGBACK (which re-costs a month of it for the
      * departments' chargeback statements), of HISTINQ (which pages
      * through it for the inquiry clerk), of RERATE (which
      * re-prices a period of it), of EXAMPLES (which builds its
      * outlier profiles from it), of INSPPOST (which finds the
      * nominal shape there once the day has been folded in), and of
      * HOLDREL and BILLRECN (which post supervisors' decisions and
      * the ERP's late acknowledgments to work already folded in).
      * Every entry carries the business date ahead of the original
      * batch/sequence identity, then the submitting department and
      * the business date again as the alternate key HISTINQ browses
      * by (with duplicates - a department sends many shapes a day),
      * then the day's result record exactly as DAYRSLT held it - a
      * reader moves RH-RESULT-ENTRY into its own copy of the
      * DAYRSREC layout to get at the fields. History folded in
      * before the department was carried has it blank.
           05 RH-KEY.
               10 RH-BUS-DATE      PIC 9(8).
               10 RH-BATCH-ID      PIC X(8).
               10 RH-SEQ-NO        PIC 9(4).
           05 RH-DEPT-KEY.
               10 RH-DEPT          PIC X(4).
               10 RH-DEPT-BUS-DATE PIC 9(8).
           05 RH-RESULT-ENTRY     PIC X(206).
