      *----------------------------------------------------------*
      * CALCRRQ.CPY
      *
      * Re-rating request record (RERATEQ).  CALCAPPR appends one
      * whenever it applies an approved rate change whose effective
      * date is on or before the current business date, so OP 7
      * calculations may already have run at the old rate; the
      * CALCRERT re-rating job works the queue off and empties it.
      * RRQ-OLD-RATE and RRQ-NEW-RATE are as shown on the approval
      * (zero old rate for a newly added code).
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for retroactive re-rating.
      *----------------------------------------------------------*
           02 RRQ-CODE             PIC 9(6).
           02 FILLER               PIC X(01).
           02 RRQ-EFF-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 RRQ-OLD-RATE         PIC 9(3)V9(6).
           02 FILLER               PIC X(01).
           02 RRQ-NEW-RATE         PIC 9(3)V9(6).
           02 FILLER               PIC X(01).
           02 RRQ-MAKER            PIC X(08).
           02 FILLER               PIC X(01).
           02 RRQ-APPROVER         PIC X(08).
           02 FILLER               PIC X(01).
           02 RRQ-APPR-DATE        PIC 9(8).
           02 FILLER               PIC X(01).
           02 RRQ-APPR-TIME        PIC 9(8).
