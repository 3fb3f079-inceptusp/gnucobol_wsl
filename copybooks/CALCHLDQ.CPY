      *----------------------------------------------------------*
      * CALCHLDQ.CPY
      *
      * Large-value hold record.  CALCULADORA's batch run writes
      * one to the review queue (HOLDQ) for every result past its
      * tolerance limit on LIMITFILE, carrying the transaction's
      * sequence number, the run date, the sender, the echoed
      * N1/N2/OP, the answer and the limit it broke.  The CALCHREL
      * supervisor screen releases ("R") or rejects ("J") each one,
      * stamping the disposition, the supervisor's ID and the date,
      * and moves it to the release file (HOLDREL) that the next
      * batch run returns to the sender.  Copy with REPLACING where
      * both files are open in one program.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the large-value hold
      *             queue.
      * 2026-10-15  HLD-DATE is now the run date the transaction
      *             was first received on, which for a resubmitted
      *             item is that of the original run, so the run
      *             date and sequence number together identify it on
      *             the transaction history (TXNHIST).
      *----------------------------------------------------------*
           02 HLD-SEQ              PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLD-DATE             PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLD-SENDER           PIC X(03).
           02 FILLER               PIC X(01).
           02 HLD-OP               PIC 9(2).
           02 FILLER               PIC X(01).
           02 HLD-TYPE             PIC X(01).
           02 FILLER               PIC X(01).
           02 HLD-N1               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 HLD-N2               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 HLD-ANSWER           PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 HLD-REMAINDER        PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 HLD-LIMIT            PIC 9(12)V99.
           02 FILLER               PIC X(01).
           02 HLD-DISP             PIC X(01).
               88 HLD-RELEASED            VALUE "R".
               88 HLD-REJECTED            VALUE "J".
           02 FILLER               PIC X(01).
           02 HLD-OPER             PIC X(08).
           02 FILLER               PIC X(01).
           02 HLD-DISP-DATE        PIC 9(8).
