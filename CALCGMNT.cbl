       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGMNT.
      *----------------------------------------------------------*
      * CALCGMNT
      *
      * General ledger mapping maintenance screen for the
      * supervisor.  Adds, changes and deletes the rate-code-to-GL
      * account mappings on the indexed mapping table (GLMAP, shape
      * in the CALCGLMP copybook) that the CALCGLJ journal
      * interface reads: the revenue account each OP 7 rate code's
      * charges are credited to and the chargeback account the
      * sending departments are debited on.  Only a signed-on
      * supervisor may use it, and every mapping added or changed
      * is stamped with the supervisor's ID and the date.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the GL journal
      *             interface.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CODE
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           COPY CALCGLMP.
       WORKING-STORAGE SECTION.
           01 WS-GLMAP-FILE-STATUS PIC X(02).
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-MNT-CODE          PIC 9(6).
           01 WS-MNT-CREDIT        PIC X(10).
           01 WS-MNT-DEBIT         PIC X(10).
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
           02 LINE 2 COL 1 VALUE "-    GL MAPPING MAINTENANCE    -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-RATE CODE:                    -".
           02 LINE 4 COL 18 PIC 9(6) TO WS-MNT-CODE.
           02 LINE 5 COL 1 VALUE "-REVENUE ACCT:                 -".
           02 LINE 5 COL 18 PIC X(10) TO WS-MNT-CREDIT.
           02 LINE 6 COL 1 VALUE "-CHARGE ACCT:                  -".
           02 LINE 6 COL 18 PIC X(10) TO WS-MNT-DEBIT.
           02 LINE 7 COL 1 VALUE "--------------------------------".
           02 LINE 8 COL 1 VALUE "- A.DD C.HANGE D.ELETE X.EXIT  -".
           02 LINE 9 COL 1 VALUE "--------------------------------".
           02 LINE 10 COL 1 VALUE "ACTION ->".
           02 LINE 10 COL 11 PIC X(1) TO WS-ACTION.
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- GL MAPPING MAINTENANCE NEEDS -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 DUPLICATE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- RATE CODE ALREADY MAPPED -   -".
           02 LINE 3 COL 1 VALUE "- USE C.HANGE                  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 NOT-FOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- NO MAPPING ON FILE FOR THAT  -".
           02 LINE 3 COL 1 VALUE "- RATE CODE - USE A.DD         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 VALIDATION-ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- RATE CODE AND BOTH ACCOUNTS  -".
           02 LINE 3 COL 1 VALUE "- MUST BE ENTERED              -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 SUMMARY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       SESSION SUMMARY        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-MAPPINGS ADDED:               -".
           02 LINE 4 COL 20 PIC ZZZ9 FROM WS-ADD-COUNT.
           02 LINE 5 COL 1 VALUE "-MAPPINGS CHANGED:             -".
           02 LINE 5 COL 20 PIC ZZZ9 FROM WS-CHANGE-COUNT.
           02 LINE 6 COL 1 VALUE "-MAPPINGS DELETED:             -".
           02 LINE 6 COL 20 PIC ZZZ9 FROM WS-DELETE-COUNT.
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
           OPEN I-O GL-MAP-FILE.
           IF WS-GLMAP-FILE-STATUS = "35"
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF.
       MAINT-PROCEDURE.
           MOVE ZERO TO WS-MNT-CODE.
           MOVE SPACE TO WS-MNT-CREDIT.
           MOVE SPACE TO WS-MNT-DEBIT.
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
           WRITE GL-MAP-RECORD
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
           REWRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           GO TO MAINT-PROCEDURE.
       DELETE-PROCEDURE.
           IF WS-MNT-CODE NOT NUMERIC OR WS-MNT-CODE = ZERO
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               GO TO MAINT-PROCEDURE.
           MOVE WS-MNT-CODE TO GLM-CODE.
           DELETE GL-MAP-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           GO TO MAINT-PROCEDURE.
       EDIT-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-EDIT-SWITCH.
           IF WS-MNT-CODE NOT NUMERIC OR WS-MNT-CODE = ZERO
             OR WS-MNT-CREDIT = SPACE OR WS-MNT-DEBIT = SPACE
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               MOVE "N" TO WS-EDIT-SWITCH.
       EDIT-FIELDS-PROCEDURE-EXIT.
           EXIT.
       BUILD-RECORD-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-MNT-CODE TO GLM-CODE.
           MOVE WS-MNT-CREDIT TO GLM-CREDIT-ACCT.
           MOVE WS-MNT-DEBIT TO GLM-DEBIT-ACCT.
           MOVE SGN-OPERATOR-ID TO GLM-UPD-OPER.
           MOVE WS-TODAY-DATE TO GLM-UPD-DATE.
       BUILD-RECORD-PROCEDURE-EXIT.
           EXIT.
       WRAPUP-PROCEDURE.
           CLOSE GL-MAP-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
       END PROGRAM CALCGMNT.
