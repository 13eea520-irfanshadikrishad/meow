      * Shared field layout for one run-control record. COPY'd into
      * the RUNCTL FD of EXAMPLES (which registers every execution of
      * the daily batch), of the end-of-day steps that work on the
      * daily batch's output - BILLRECN, RSLTHIST, AUDITCON, SHAPEFIX
      * and BEDPLACE - of HOLDREL (which only reads it, to go in
      * ahead of SHAPEFIX) and of EODSTAT (which reports the stream).
      * Each end-of-day step checks the last daily batch run
      * registered under today's date before it does any work, and
      * registers its own completion against that run's date and
      * number, with RC-STEP-NAME naming the step. Records written
      * before steps registered carry no step name and are daily
      * batch runs. The counts are the daily batch's; a step's
      * completion record carries them as zero.
           05 RC-RUN-DATE          PIC 9(8).
           05 RC-RUN-NO            PIC 9(4).
           05 RC-START-TS          PIC X(19).
           05 RC-END-TS            PIC X(19).
           05 RC-RUN-COUNTS.
               10 RC-SHAPEIN-READ  PIC 9(6).
               10 RC-RECYCLE-READ  PIC 9(6).
               10 RC-SHAPES-OK     PIC 9(5).
               10 RC-SHAPES-BAD    PIC 9(5).
               10 RC-AUDIT-WRITTEN PIC 9(6).
           05 RC-STATUS            PIC X(8).
               88 RC-RUN-FAILED             VALUE "ABENDED"
                                                  "OVERFLOW"
                                                  "BCH-FAIL".
           05 RC-RETURN-CODE       PIC 9(2).
           05 RC-STEP-NAME         PIC X(8).
               88 RC-DAILY-BATCH            VALUE "EXAMPLES" SPACES.
