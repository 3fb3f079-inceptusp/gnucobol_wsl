      *----------------------------------------------------------*
      * CALCDTEP.CPY
      *
      * Parameter block passed to the CALCDATE processing-date
      * read.  The caller copies it under its own 01 level, CALLs
      * CALCDATE USING it, and on return finds the current
      * business date from PROCDATE in DTE-BUS-DATE.  When no
      * processing date has been set up yet DTE-BUS-DATE carries
      * the system date instead and DTE-FROM-CONTROL is false.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the business processing
      *             date.
      *----------------------------------------------------------*
           02 DTE-BUS-DATE         PIC 9(8).
           02 DTE-PREV-DATE        PIC 9(8).
           02 DTE-RESULT           PIC X(01).
               88 DTE-FROM-CONTROL        VALUE "Y".
