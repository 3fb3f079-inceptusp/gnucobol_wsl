      *----------------------------------------------------------*
      * CALCGLIT.CPY
      *
      * General ledger charge item, one per accepted OP 7 charge
      * or re-rating adjustment that CALCGLJ picks up for the
      * journal: where it came from ("C" a calculation returned on
      * RTRNFILE, "A" an adjustment on ADJFILE), the business date
      * of the night it was picked up, the sender, the transaction
      * sequence number, the rate code and the amount to charge.
      * Used for the night's work file (GLWORK) and the pending
      * file (GLPEND) that carries the items of a held journal to
      * the next night.  Copy with REPLACING where both files are
      * open in one program.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the GL journal
      *             interface.
      *----------------------------------------------------------*
           02 GLI-SOURCE           PIC X(01).
               88 GLI-CALCULATION         VALUE "C".
               88 GLI-ADJUSTMENT          VALUE "A".
           02 FILLER               PIC X(01).
           02 GLI-RUN-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 GLI-SENDER           PIC X(03).
           02 FILLER               PIC X(01).
           02 GLI-SEQ              PIC 9(8).
           02 FILLER               PIC X(01).
           02 GLI-CODE             PIC 9(6).
           02 FILLER               PIC X(01).
           02 GLI-AMOUNT           PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
