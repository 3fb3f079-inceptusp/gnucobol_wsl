      * instead of being rebuilt by hand from saved paper copies.
      *
      * The report month is the first command-line token (YYYYMM);
      * when omitted the month of the current business date is
      * reported.  Output goes to
      * TRNDRPT.
      *
      * MODIFICATION HISTORY
      *             are eight digits, and a volume past 999,999 was
      *             silently dropping its high-order digits on the
      *             TOTALS row.
      * 2026-10-15  The default report month is now the month of
      *             the business date on the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of the system date.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-HIST-FILE-STATUS  PIC X(02).
           01 WS-PARM-AREA         PIC X(20).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-RPT-MONTH         PIC 9(6).
           01 WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
               02 WS-RPT-YEAR      PIC 9(4).
           IF WS-PARM-AREA(1:6) NUMERIC
               MOVE WS-PARM-AREA(1:6) TO WS-RPT-MONTH
           ELSE
               CALL "CALCDATE" USING WS-DATE-PARMS
               MOVE DTE-BUS-DATE TO WS-TODAY-DATE
               COMPUTE WS-RPT-MONTH = WS-TODAY-DATE / 100
           END-IF.
           MOVE WS-RPT-MONTH TO WS-PRIOR-MONTH.
