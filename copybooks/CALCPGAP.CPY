      *----------------------------------------------------------*
      * CALCPGAP.CPY
      *
      * Purge gap register record (PRGEGAP), appended by CALCPRGE
      * for every run of audit chain sequence numbers it removes:
      * from the audit master ("AUDITMST", one record per unbroken
      * run of deleted records) or as a dated archive ("ARCHIVE",
      * one record per archive file deleted, with its name).  It
      * carries the first and last chain sequence numbers removed,
      * the check value of the last one -- the predecessor of the
      * next record still on file -- and the business date of the
      * purge.  CALCVRFY accepts a gap in the chain only where the
      * register accounts for every missing sequence number, so a
      * retention purge is not reported as tampering.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the tamper-evident audit
      *             trail.
      *----------------------------------------------------------*
           02 GAP-FILE             PIC X(08).
           02 FILLER               PIC X(01).
           02 GAP-FROM-SEQ         PIC 9(8).
           02 FILLER               PIC X(01).
           02 GAP-TO-SEQ           PIC 9(8).
           02 FILLER               PIC X(01).
           02 GAP-LAST-CHAIN       PIC 9(10).
           02 FILLER               PIC X(01).
           02 GAP-PURGE-DATE       PIC 9(8).
           02 FILLER               PIC X(01).
           02 GAP-NAME             PIC X(12).
