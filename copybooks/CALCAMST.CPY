      * 2026-09-02  N1, N2, the answer and the remainder now carry
      *             two decimal places, matching the CALCAUD live
      *             audit layout.
      * 2026-10-15  Added AUDM-SENDER and AUDM-TRAN-SEQ, carried
      *             from the live audit record's new sending
      *             department code and transaction sequence number.
      * 2026-10-15  Added AUDM-CHAIN-SEQ and AUDM-CHAIN, carried
      *             from the live audit record's new audit chain
      *             sequence number and chained check value.
      *----------------------------------------------------------*
           02 AUDM-KEY.
               03 AUDM-DATE        PIC 9(8).
           02 AUDM-REMAINDER       PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 AUDM-OPER            PIC X(08).
           02 AUDM-SENDER          PIC X(03).
           02 AUDM-TRAN-SEQ        PIC 9(8).
           02 AUDM-CHAIN-SEQ       PIC 9(8).
           02 AUDM-CHAIN           PIC 9(10).
