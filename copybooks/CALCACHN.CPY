      *----------------------------------------------------------*
      * CALCACHN.CPY
      *
      * Audit chain control record (AUDCHAIN), one line: the chain
      * sequence number and check value of the last audit record
      * written, the business date and the program that wrote it.
      * CALCULADORA rewrites it whenever it closes AUDITFILE after
      * writing to it, and CALCARCH when it starts AUDITFILE fresh,
      * so the next record written carries the chain on from the
      * archived ones.  CALCVRFY checks the end of the chain
      * against it, so audit lines cut off the end of the live file
      * do not go unnoticed.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the tamper-evident audit
      *             trail.
      *----------------------------------------------------------*
           02 ACHN-LAST-SEQ        PIC 9(8).
           02 FILLER               PIC X(01).
           02 ACHN-LAST-CHAIN      PIC 9(10).
           02 FILLER               PIC X(01).
           02 ACHN-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           02 ACHN-WRITER          PIC X(08).
