      *----------------------------------------------------------*
      * CALCADJ.CPY
      *
      * Re-rating adjustment record, written by CALCRERT for every
      * OP 7 calculation whose answer changes under a backdated
      * rate.  One record per adjusted calculation: the rate code
      * and effective date of the approved change, the audit date
      * and time, sender and transaction sequence number of the
      * original calculation, N1, the rate now in force for that
      * date, the answer as last charged (the original answer, or
      * the corrected answer of an earlier adjustment), the
      * corrected answer and the difference (corrected minus as
      * charged: positive is an undercharge).  Used for the night's
      * adjustment file (ADJFILE) and the cumulative adjustment
      * history (ADJHIST) that stops a calculation being adjusted
      * twice for the same difference.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for retroactive re-rating.
      *----------------------------------------------------------*
           02 ADJ-CODE             PIC 9(6).
           02 FILLER               PIC X(01).
           02 ADJ-EFF-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 ADJ-AUD-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 ADJ-AUD-TIME         PIC 9(8).
           02 FILLER               PIC X(01).
           02 ADJ-SENDER           PIC X(03).
           02 FILLER               PIC X(01).
           02 ADJ-TRAN-SEQ         PIC 9(8).
           02 FILLER               PIC X(01).
           02 ADJ-N1               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 ADJ-RATE             PIC 9(3)V9(6).
           02 FILLER               PIC X(01).
           02 ADJ-ORIG-ANSWER      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 ADJ-NEW-ANSWER       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 ADJ-DIFFERENCE       PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 ADJ-APPROVER         PIC X(08).
           02 FILLER               PIC X(01).
           02 ADJ-RUN-DATE         PIC 9(8).
