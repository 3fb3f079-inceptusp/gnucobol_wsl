      *             as a mismatch.
      * 2026-09-02  Discrepancy record dumps widened for the
      *             decimal CALCREC layout.
      * 2026-10-15  VALIDFILE records now end with the item's
      *             number in the sender's file; the record
      *             layout is widened to match.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==CALC-STATUS==    BY ==TR-STATUS==
                         ==CALC-TYPE==      BY ==TR-TYPE==
                         ==CALC-SENDER==    BY ==TR-SENDER==.
           02 FILLER               PIC X(01).
           02 TR-ITEM-SEQ          PIC 9(8).
       FD  OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUT-RECORD.
