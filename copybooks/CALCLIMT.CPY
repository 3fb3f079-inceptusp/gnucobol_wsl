      *----------------------------------------------------------*
      * CALCLIMT.CPY
      *
      * Tolerance limit record (LIMITFILE), keyed on the operation
      * plus an optional sending department code, maintained by the
      * CALCLMNT supervisor screen and read by CALCULADORA's batch
      * run.  LIM-MAX-ANSWER is the largest answer, either sign,
      * that may go back to the sender unreviewed; a batch result
      * past it is held on the review queue (HOLDQ) for release or
      * rejection in CALCHREL.  A record with a sender code applies
      * to that sender only; a record with the sender left blank is
      * the limit for every other sender.  No record, no limit.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the large-value hold
      *             queue.
      *----------------------------------------------------------*
           02 LIM-KEY.
               03 LIM-OP           PIC 9(2).
               03 LIM-SENDER       PIC X(03).
           02 LIM-MAX-ANSWER       PIC 9(12)V99.
           02 LIM-UPD-OPER         PIC X(08).
           02 LIM-UPD-DATE         PIC 9(8).
