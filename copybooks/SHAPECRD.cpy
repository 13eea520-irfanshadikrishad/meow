      * 01 SHAPE-TRANS-RECORD and into the recycle-card FD of
      * SHAPEFIX under 01 RECYCLE-CARD so the repair program always
      * writes cards the daily batch can read back.
      *   H - batch header: batch ID, business date, department,
      *       and - when the work was quoted by QUOTERUN - the
      *       customer's quote number (zero or blank otherwise)
      *   D - shape detail: batch ID, sequence number, shape type,
      *       six dimension fields, unit-of-measure code, material
      *       code for costing, and the piece count - one card now
           05 ST-HEADER-FIELDS REDEFINES ST-DETAIL-FIELDS.
               10 ST-HDR-BUS-DATE  PIC 9(8).
               10 ST-HDR-DEPT      PIC X(4).
               10 ST-HDR-QUOTE-NO  PIC 9(6).
               10 FILLER           PIC X(63).
           05 ST-TRAILER-FIELDS REDEFINES ST-DETAIL-FIELDS.
               10 ST-TRL-REC-COUNT PIC 9(6).
               10 ST-TRL-HASH-TOT  PIC 9(12)V9(5).
