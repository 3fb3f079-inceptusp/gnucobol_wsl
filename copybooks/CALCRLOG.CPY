      * when it ends, both carrying the run date/time, transactions
      * read, OUT-RECORDs written, "Z" and "I" reject counts and
      * the restart sequence used.  An "S" with no following "E" is
      * a run that died.  A run later backed out through CALCBKOT
      * gets a "B" record after its "E", carrying the run date, the
      * time of the backout, the transactions read, OUT-RECORDs,
      * "Z" and "I" rejects that were backed out, the sender backed
      * out (blank when the whole run was) and the supervisor who
      * did it.  Read by the CALCBINQ batch status inquiry.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Pulled out of CALCULADORA's FILE SECTION for
      *             the CALCBINQ batch status inquiry.
      * 2026-10-15  Added RL-SENDER and RL-OPER for the "B" backout
      *             record written by CALCBKOT.  The batch run
      *             leaves both blank.
      *----------------------------------------------------------*
           02 RL-TYPE              PIC X(01).
           02 FILLER               PIC X(01).
           02 RL-INVALID-COUNT     PIC 9(8).
           02 FILLER               PIC X(01).
           02 RL-RESTART-SEQ       PIC 9(8).
           02 FILLER               PIC X(01).
           02 RL-SENDER            PIC X(03).
           02 FILLER               PIC X(01).
           02 RL-OPER              PIC X(08).
