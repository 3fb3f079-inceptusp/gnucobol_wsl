      *----------------------------------------------------------*
      * CALCTXH.CPY
      *
      * Transaction history record (TXNHIST, indexed), one per
      * batch transaction, keyed on the run date it was first
      * received, the sending department and its sequence number
      * in that run.  CALCULADORA's batch run creates it with the
      * transaction as received and posts every event the item
      * goes through -- received, calculated, rejected, suspended,
      * held, resubmitted, returned -- and CALCFIX (repaired or
      * written off) and CALCHREL (hold released or rejected) post
      * theirs with the operator's ID, as does CALCBKOT when it
      * backs the item's run out.  The CALCTINQ inquiry shows
      * the events as a timeline.  An item that outlives the 16
      * event slots keeps its latest event in the last slot and is
      * flagged TXH-EVENTS-LOST.
      *
      * Event codes: V received, C calculated, Z rejected divide
      * by zero, I rejected invalid, S suspended, H held for
      * review, L hold released, J hold rejected, F repaired,
      * W written off, U resubmitted, T returned (TXH-EV-FLAG is
      * the return flag: A, R or H), B backed out.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the transaction
      *             lifecycle history.
      * 2026-10-15  Added the B (backed out) event posted by
      *             CALCBKOT.
      *----------------------------------------------------------*
           02 TXH-KEY.
               03 TXH-RUN-DATE     PIC 9(8).
               03 TXH-SENDER       PIC X(03).
               03 TXH-SEQ          PIC 9(8).
           02 TXH-OP               PIC 9(2).
           02 TXH-TYPE             PIC X(01).
           02 TXH-N1               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 TXH-N2               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 TXH-EVENT-COUNT      PIC 9(2).
           02 TXH-LOST-SWITCH      PIC X(01).
               88 TXH-EVENTS-LOST         VALUE "Y".
           02 TXH-EVENT OCCURS 16 TIMES.
               03 TXH-EV-CODE      PIC X(01).
               03 TXH-EV-DATE      PIC 9(8).
               03 TXH-EV-TIME      PIC 9(8).
               03 TXH-EV-OP        PIC 9(2).
               03 TXH-EV-N1        PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
               03 TXH-EV-N2        PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
               03 TXH-EV-ANSWER    PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
               03 TXH-EV-OPER      PIC X(08).
               03 TXH-EV-FLAG      PIC X(01).
