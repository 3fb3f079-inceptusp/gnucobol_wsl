      *             transaction layout; the OP 6 percentage answer
      *             is held at its face value instead of scaled by
      *             100.
      * 2026-10-15  Added AUD-SENDER and AUD-TRAN-SEQ, the sending
      *             department code and the batch run's transaction
      *             sequence number (blank and zero for an
      *             interactive calculation), so a calculation can
      *             be traced back to the department and item it
      *             came from -- the re-rating job needs both to
      *             send adjustments back.  Records written before
      *             the change read back with both fields blank.
      * 2026-10-15  Added AUD-CHAIN-SEQ and AUD-CHAIN, the audit
      *             chain sequence number (one up for every audit
      *             record ever written, never reused) and the
      *             chained check value the CALCCHN subprogram
      *             computes over the record up to and including
      *             AUD-CHAIN-SEQ and the check value of the record
      *             before it, so an edited, inserted or deleted
      *             audit line shows up on the CALCVRFY integrity
      *             check.  Records written before the change read
      *             back with both fields blank.
      *----------------------------------------------------------*
           02 AUD-DATE             PIC 9(8).
           02 FILLER               PIC X(01) VALUE SPACE.
                                       SEPARATE.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 AUD-OPER             PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 AUD-SENDER           PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 AUD-TRAN-SEQ         PIC 9(8).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 AUD-CHAIN-SEQ        PIC 9(8).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 AUD-CHAIN            PIC 9(10).
