      *----------------------------------------------------------*
      * CALCGLMP.CPY
      *
      * Rate-code-to-general-ledger mapping record (GLMAP), keyed
      * on the OP 7 rate code, maintained by the CALCGMNT
      * supervisor screen and read by the CALCGLJ journal
      * interface.  GLM-CREDIT-ACCT is the revenue account the
      * code's charges are credited to; GLM-DEBIT-ACCT is the
      * chargeback account the sending departments are debited on,
      * with the sender code as the cost centre.  A rate code with
      * no record here holds the whole journal.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the GL journal
      *             interface.
      *----------------------------------------------------------*
           02 GLM-CODE             PIC 9(6).
           02 GLM-CREDIT-ACCT      PIC X(10).
           02 GLM-DEBIT-ACCT       PIC X(10).
           02 GLM-UPD-OPER         PIC X(08).
           02 GLM-UPD-DATE         PIC 9(8).
