      *----------------------------------------------------------*
      * CALCFREG.CPY
      *
      * Inbound file register record (FILEREG), keyed on sender
      * code + sender file sequence number + the business date and
      * time CALCEDIT received the file.  One record for every
      * TRANFILE that passed the edit: accepted ("A") files, files
      * held as a duplicate or out of sequence ("H") with the
      * reason, held files a supervisor released ("R") or dropped
      * ("D") through CALCFREL with the supervisor's ID and when,
      * and accepted files later backed out ("B").  FREG-ACPT-DATE
      * is the business date the file was let through to the
      * batch -- the date it was received for a file accepted
      * first time, the date of the CALCEDIT run that took it
      * after release for a held one -- and is the date CALCBKOT
      * backs accepted files out by.  CALCEDIT
      * checks each new file's sequence number and control totals
      * against the sender's accepted files before letting it
      * through.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the inbound file
      *             register.
      * 2026-10-15  Added FREG-ACPT-DATE, the business date the
      *             file was accepted, set on first acceptance
      *             and on acceptance after release, so a
      *             released file can be backed out by the date
      *             of the run that processed it.
      *----------------------------------------------------------*
           02 FREG-KEY.
               03 FREG-SENDER      PIC X(03).
               03 FREG-FILE-SEQ    PIC 9(6).
               03 FREG-RECV-DATE   PIC 9(8).
               03 FREG-RECV-TIME   PIC 9(8).
           02 FREG-CREATE-DATE     PIC 9(8).
           02 FREG-COUNT           PIC 9(8).
           02 FREG-HASH-N1         PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           02 FREG-HASH-N2         PIC S9(10)V99 SIGN LEADING
                                       SEPARATE.
           02 FREG-STATUS          PIC X(01).
               88 FREG-ACCEPTED           VALUE "A".
               88 FREG-HELD               VALUE "H".
               88 FREG-RELEASED           VALUE "R".
               88 FREG-DROPPED            VALUE "D".
               88 FREG-BACKED-OUT         VALUE "B".
           02 FREG-HOLD-REASON     PIC X(24).
           02 FREG-REL-OPER        PIC X(08).
           02 FREG-REL-DATE        PIC 9(8).
           02 FREG-REL-TIME        PIC 9(8).
           02 FREG-ACPT-DATE       PIC 9(8).
