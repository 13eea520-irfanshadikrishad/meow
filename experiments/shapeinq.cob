      * batch ID and sequence number straight off the customer's
      * paperwork and sees everything about that shape on one
      * screen: the submitted dimensions and unit, whether the daily
      * batch accepted it (or accepted it but held it off billing as
      * an outlier, and why), the reject reason if it did not, the
      * computed area in the standard unit, and the timestamp of the
      * matching audit entry. One keyed READ replaces paging through
      * AREARPT, BADSHAPE, and AUDITLOG.

      * Daily results file, layout shared with EXAMPLES.
       FD  DAY-RESULT-FILE
           RECORD CONTAINS 206 CHARACTERS.
       01  DAY-RESULT-RECORD.
           COPY DAYRSREC.

                   DISPLAY "  SHAPE TYPE NOT RECOGNIZED"
           END-EVALUATE.
           DISPLAY "  QUANTITY    " DR-QTY.
           EVALUATE TRUE
               WHEN DR-ACCEPTED
                   MOVE DR-AREA TO WS-DSP-AREA
                   DISPLAY "  STATUS      ACCEPTED"
                   DISPLAY "  AREA        " WS-DSP-AREA
                   PERFORM DISPLAY-ERP-STATUS
               WHEN DR-HELD
                   MOVE DR-AREA TO WS-DSP-AREA
                   DISPLAY "  STATUS      HELD - NOT BILLED PENDING "
                       "SUPERVISOR REVIEW"
                   DISPLAY "  AREA        " WS-DSP-AREA
                   DISPLAY "  REASON      " DR-REASON
               WHEN OTHER
                   DISPLAY "  STATUS      REJECTED"
                   DISPLAY "  REASON      " DR-REASON
           END-EVALUATE.
           DISPLAY "  AUDIT TIME  " DR-AUDIT-TS.
           DISPLAY "--------------------------------------------".

      * Where the ERP stands on an accepted shape.
       DISPLAY-ERP-STATUS.
           EVALUATE TRUE
               WHEN DR-ERP-ACCEPTED
                   DISPLAY "  ERP DOC     " DR-ERP-DOC-NO
               WHEN DR-ERP-REJECTED
                   DISPLAY "  ERP STATUS  REJECTED BY ERP"
               WHEN OTHER
                   DISPLAY "  ERP STATUS  NOT YET ACKNOWLEDGED"
           END-EVALUATE.
