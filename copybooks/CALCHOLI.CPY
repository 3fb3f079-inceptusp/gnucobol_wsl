      *----------------------------------------------------------*
      * CALCHOLI.CPY
      *
      * Holiday / non-processing-day calendar record (HOLIDAYS).
      * One line per weekday on which no business is processed --
      * the date and a short description -- keyed in by the
      * operators ahead of time.  Saturdays and Sundays are never
      * processing days and need not be listed.  Read by the
      * CALCEOD rollover to skip to the next business date and by
      * CALCAGE to age suspense items in business days.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the business processing
      *             date.
      *----------------------------------------------------------*
           02 HOL-DATE             PIC 9(8).
           02 FILLER               PIC X(01).
           02 HOL-DESC             PIC X(30).
