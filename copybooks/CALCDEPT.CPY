      *----------------------------------------------------------*
      * CALCDEPT.CPY
      *
      * Department master record (DEPTFILE, indexed), keyed on the
      * three-character sending department code carried on the
      * TRANFILE header, maintained by the CALCDMNT supervisor
      * screen.  CALCEDIT rejects a file from a sender with no
      * record here or one whose DEPT-STATUS is inactive, and any
      * detail line for an operation whose DEPT-OP-ALLOWED flag
      * (one per OP 1-7, "Y" or "N") is not "Y".  CALCRPT and
      * CALCEXP print DEPT-NAME next to the code.  Every record
      * added or changed is stamped with the supervisor's ID and
      * the date.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the department master.
      *----------------------------------------------------------*
           02 DEPT-CODE            PIC X(03).
           02 DEPT-NAME            PIC X(20).
           02 DEPT-CONTACT         PIC X(20).
           02 DEPT-STATUS          PIC X(01).
               88 DEPT-ACTIVE             VALUE "A".
               88 DEPT-INACTIVE           VALUE "I".
           02 DEPT-OPS.
               03 DEPT-OP-ALLOWED  PIC X(01) OCCURS 7 TIMES.
                   88 DEPT-OP-PERMITTED   VALUE "Y".
           02 DEPT-UPD-OPER        PIC X(08).
           02 DEPT-UPD-DATE        PIC 9(8).
