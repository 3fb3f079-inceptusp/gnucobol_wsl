       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCHN.
      *----------------------------------------------------------*
      * CALCCHN
      *
      * Audit chain check value, CALLed by every program that
      * writes an audit record and by the CALCVRFY integrity check,
      * so all of them compute it the same way.  Given the check
      * value of the previous audit record and the new record (in
      * the CALCAUD shape, up to and including its chain sequence
      * number) in the CALCCHNP parameter block, it folds every
      * character of the record, weighted by its position, into
      * the previous check value, modulo the largest ten-digit
      * prime, and returns the result as the record's own check
      * value.  Changing any character of a record, or the record
      * before it, changes the value.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-CHAIN-MODULUS     PIC 9(10) VALUE 9999999967.
           01 WS-CHAIN-WORK        PIC 9(18) COMP VALUE 0.
           01 WS-CHAIN-QUOT        PIC 9(18) COMP VALUE 0.
           01 WS-CHAIN-HASH        PIC 9(18) COMP VALUE 0.
           01 WS-CHAR-POS          PIC 9(4) COMP VALUE 0.
       LINKAGE SECTION.
       01  CHN-PARMS.
           COPY CALCCHNP.
       PROCEDURE DIVISION USING CHN-PARMS.
       MAIN-PROCEDURE.
           MOVE CHN-PREV-CHAIN TO WS-CHAIN-HASH.
           MOVE 0 TO WS-CHAR-POS.
       CHAIN-NEXT.
           ADD 1 TO WS-CHAR-POS.
           IF WS-CHAR-POS > 97
               GO TO CHAIN-DONE.
           COMPUTE WS-CHAIN-WORK = WS-CHAIN-HASH * 257
               + FUNCTION ORD(CHN-DATA(WS-CHAR-POS:1)) * WS-CHAR-POS.
           DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
               GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-HASH.
           GO TO CHAIN-NEXT.
       CHAIN-DONE.
           MOVE WS-CHAIN-HASH TO CHN-CHAIN.
           GOBACK.
       END PROGRAM CALCCHN.
