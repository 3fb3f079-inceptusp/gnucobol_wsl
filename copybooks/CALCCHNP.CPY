      *----------------------------------------------------------*
      * CALCCHNP.CPY
      *
      * Parameter block passed to the CALCCHN audit chain check
      * value routine.  The caller copies it under its own 01
      * level, moves the check value of the previous audit record
      * (zero for the first record of the chain) to
      * CHN-PREV-CHAIN and the audit record, in the CALCAUD shape,
      * up to and including AUD-CHAIN-SEQ to CHN-DATA, CALLs
      * CALCCHN USING it, and on return finds the record's own
      * check value in CHN-CHAIN.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the tamper-evident audit
      *             trail.
      *----------------------------------------------------------*
           02 CHN-PREV-CHAIN       PIC 9(10).
           02 CHN-DATA             PIC X(97).
           02 CHN-CHAIN            PIC 9(10).
