       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDMNT.
      *----------------------------------------------------------*
      * CALCDMNT
      *
      * Department master maintenance screen for the supervisor.
      * Adds, changes and deletes the sending departments on the
      * indexed department file (DEPTFILE, shape in the CALCDEPT
      * copybook): the department's name and contact, whether it
      * is active, and which of the seven operations it may send
      * (one Y or N per OP 1-7).  CALCEDIT rejects a file from a
      * sender that is not here or is inactive, and any line for
      * an operation the sender is not permitted.  Only a signed-on
      * supervisor may use it, and every department added or
      * changed is stamped with the supervisor's ID and the date.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the department master.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           COPY CALCDEPT.
       WORKING-STORAGE SECTION.
           01 WS-DEPT-FILE-STATUS  PIC X(02).
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-MNT-CODE          PIC X(03).
           01 WS-MNT-NAME          PIC X(20).
           01 WS-MNT-CONTACT       PIC X(20).
           01 WS-MNT-STATUS        PIC X(01).
           01 WS-MNT-OPS           PIC X(07).
           01 WS-OPS-FLAG-COUNT    PIC 9(2) COMP VALUE 0.
           01 WS-EDIT-SWITCH       PIC X(01) VALUE "N".
               88 MAINT-FIELDS-VALID      VALUE "Y".
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-ADD-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-CHANGE-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-DELETE-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
       SCREEN SECTION.
       01 MAINT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-    DEPARTMENT MAINTENANCE    -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-SENDER CODE:                  -".
           02 LINE 4 COL 18 PIC X(3) TO WS-MNT-CODE.
           02 LINE 5 COL 1 VALUE "-NAME:                         -".
           02 LINE 5 COL 8 PIC X(20) TO WS-MNT-NAME.
           02 LINE 6 COL 1 VALUE "-CONTACT:                      -".
           02 LINE 6 COL 11 PIC X(20) TO WS-MNT-CONTACT.
           02 LINE 7 COL 1 VALUE "-STATUS (A/I):                 -".
           02 LINE 7 COL 18 PIC X(1) TO WS-MNT-STATUS.
           02 LINE 8 COL 1 VALUE "-OPERATIONS:     1234567       -".
           02 LINE 9 COL 1 VALUE "-ALLOWED (Y/N):                -".
           02 LINE 9 COL 18 PIC X(7) TO WS-MNT-OPS.
           02 LINE 10 COL 1 VALUE "--------------------------------".
           02 LINE 11 COL 1 VALUE "-   1.SUM/2.SUB/3.MULT/4.DIV   -".
           02 LINE 12 COL 1 VALUE "-      5.MOD/6.PCT/7.RATE      -".
           02 LINE 13 COL 1 VALUE "--------------------------------".
           02 LINE 14 COL 1 VALUE "- A.DD C.HANGE D.ELETE X.EXIT  -".
           02 LINE 15 COL 1 VALUE "--------------------------------".
           02 LINE 16 COL 1 VALUE "ACTION ->".
           02 LINE 16 COL 11 PIC X(1) TO WS-ACTION.
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- DEPARTMENT MAINTENANCE NEEDS -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 DUPLICATE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- DEPARTMENT ALREADY ON FILE - -".
           02 LINE 3 COL 1 VALUE "- USE C.HANGE                  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 NOT-FOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- NO DEPARTMENT ON FILE FOR    -".
           02 LINE 3 COL 1 VALUE "- THAT CODE - USE A.DD         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 VALIDATION-ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- CODE AND NAME MUST BE ENTERED-".
           02 LINE 3 COL 1 VALUE "- STATUS A OR I, OPS Y OR N    -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 SUMMARY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       SESSION SUMMARY        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-DEPARTMENTS ADDED:            -".
           02 LINE 4 COL 22 PIC ZZZ9 FROM WS-ADD-COUNT.
           02 LINE 5 COL 1 VALUE "-DEPARTMENTS CHANGED:          -".
           02 LINE 5 COL 22 PIC ZZZ9 FROM WS-CHANGE-COUNT.
           02 LINE 6 COL 1 VALUE "-DEPARTMENTS DELETED:          -".
           02 LINE 6 COL 22 PIC ZZZ9 FROM WS-DELETE-COUNT.
           02 LINE 7 COL 1 VALUE "--------------------------------".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
           IF NOT SGN-SIGNED-ON
               STOP RUN.
           IF NOT SGN-SUPERVISOR
               DISPLAY NOT-AUTHORIZED-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               STOP RUN.
           OPEN I-O DEPT-FILE.
           IF WS-DEPT-FILE-STATUS = "35"
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN I-O DEPT-FILE
           END-IF.
       MAINT-PROCEDURE.
           MOVE SPACE TO WS-MNT-CODE.
           MOVE SPACE TO WS-MNT-NAME.
           MOVE SPACE TO WS-MNT-CONTACT.
           MOVE SPACE TO WS-MNT-STATUS.
           MOVE SPACE TO WS-MNT-OPS.
           DISPLAY MAINT-SCREEN.
           ACCEPT MAINT-SCREEN.
           EVALUATE WS-ACTION
               WHEN "X"
               WHEN "x"
                   GO TO WRAPUP-PROCEDURE
               WHEN "A"
               WHEN "a"
                   GO TO ADD-PROCEDURE
               WHEN "C"
               WHEN "c"
                   GO TO CHANGE-PROCEDURE
               WHEN "D"
               WHEN "d"
                   GO TO DELETE-PROCEDURE
               WHEN OTHER
                   GO TO MAINT-PROCEDURE
           END-EVALUATE.
       ADD-PROCEDURE.
           PERFORM EDIT-FIELDS-PROCEDURE THRU
               EDIT-FIELDS-PROCEDURE-EXIT.
           IF NOT MAINT-FIELDS-VALID
               GO TO MAINT-PROCEDURE.
           PERFORM BUILD-RECORD-PROCEDURE THRU
               BUILD-RECORD-PROCEDURE-EXIT.
           WRITE DEPT-RECORD
               INVALID KEY
                   DISPLAY DUPLICATE-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           GO TO MAINT-PROCEDURE.
       CHANGE-PROCEDURE.
           PERFORM EDIT-FIELDS-PROCEDURE THRU
               EDIT-FIELDS-PROCEDURE-EXIT.
           IF NOT MAINT-FIELDS-VALID
               GO TO MAINT-PROCEDURE.
           PERFORM BUILD-RECORD-PROCEDURE THRU
               BUILD-RECORD-PROCEDURE-EXIT.
           REWRITE DEPT-RECORD
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           GO TO MAINT-PROCEDURE.
       DELETE-PROCEDURE.
           IF WS-MNT-CODE = SPACE
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               GO TO MAINT-PROCEDURE.
           MOVE WS-MNT-CODE TO DEPT-CODE.
           DELETE DEPT-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           GO TO MAINT-PROCEDURE.
       EDIT-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-EDIT-SWITCH.
           INSPECT WS-MNT-STATUS CONVERTING "ai" TO "AI".
           INSPECT WS-MNT-OPS CONVERTING "yn" TO "YN".
           MOVE 0 TO WS-OPS-FLAG-COUNT.
           INSPECT WS-MNT-OPS TALLYING WS-OPS-FLAG-COUNT
               FOR ALL "Y" ALL "N".
           IF WS-MNT-CODE = SPACE OR WS-MNT-NAME = SPACE
             OR (WS-MNT-STATUS NOT = "A" AND WS-MNT-STATUS NOT = "I")
             OR WS-OPS-FLAG-COUNT NOT = 7
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               MOVE "N" TO WS-EDIT-SWITCH.
       EDIT-FIELDS-PROCEDURE-EXIT.
           EXIT.
       BUILD-RECORD-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-MNT-CODE TO DEPT-CODE.
           MOVE WS-MNT-NAME TO DEPT-NAME.
           MOVE WS-MNT-CONTACT TO DEPT-CONTACT.
           MOVE WS-MNT-STATUS TO DEPT-STATUS.
           MOVE WS-MNT-OPS TO DEPT-OPS.
           MOVE SGN-OPERATOR-ID TO DEPT-UPD-OPER.
           MOVE WS-TODAY-DATE TO DEPT-UPD-DATE.
       BUILD-RECORD-PROCEDURE-EXIT.
           EXIT.
       WRAPUP-PROCEDURE.
           CLOSE DEPT-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
       END PROGRAM CALCDMNT.
