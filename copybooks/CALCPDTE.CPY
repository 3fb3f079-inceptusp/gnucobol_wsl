      *----------------------------------------------------------*
      * CALCPDTE.CPY
      *
      * Processing-date control record (PROCDATE).  A single
      * record holding the current business date every batch
      * program dates its work by, the business date it replaced,
      * and the system date and time of the CALCEOD end-of-day
      * rollover (or operator reset) that last set it.  Written
      * only by CALCEOD; read through the CALCDATE subprogram.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the business processing
      *             date.
      *----------------------------------------------------------*
           02 PD-BUS-DATE          PIC 9(8).
           02 FILLER               PIC X(01).
           02 PD-PREV-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 PD-ROLL-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 PD-ROLL-TIME         PIC 9(8).
           02 FILLER               PIC X(01).
           02 PD-ROLL-TYPE         PIC X(01).
               88 PD-ROLLED               VALUE "R".
               88 PD-RESET                VALUE "S".
