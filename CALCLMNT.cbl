       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLMNT.
      *----------------------------------------------------------*
      * CALCLMNT
      *
      * Tolerance limit maintenance screen for the supervisor.
      * Adds, changes and deletes the per-operation answer limits
      * on the indexed limit file (LIMITFILE, shape in the CALCLIMT
      * copybook) that CALCULADORA's batch run checks every result
      * against.  A limit keyed with a sender code applies to that
      * department only; one keyed with the sender left blank is
      * the limit for every other department.  A result past its
      * limit is held on the review queue for CALCHREL instead of
      * going back to the sender.  Only a signed-on supervisor may
      * use it, and every limit added or changed is stamped with
      * the supervisor's ID and the date.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the large-value hold
      *             queue.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-RECORD.
           COPY CALCLIMT.
       WORKING-STORAGE SECTION.
           01 WS-LIMIT-FILE-STATUS PIC X(02).
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-MNT-OP            PIC 9(1).
           01 WS-MNT-SENDER        PIC X(03).
           01 WS-MNT-LIMIT         PIC 9(12)V99.
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
           02 LINE 2 COL 1 VALUE "-  TOLERANCE LIMIT MAINTENANCE -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-OPERATION:                    -".
           02 LINE 4 COL 18 PIC 9(1) TO WS-MNT-OP.
           02 LINE 5 COL 1 VALUE "-SENDER (BLANK=ALL):           -".
           02 LINE 5 COL 22 PIC X(3) TO WS-MNT-SENDER.
           02 LINE 6 COL 1 VALUE "-MAX ANSWER:                   -".
           02 LINE 6 COL 14 PIC Z(11)9.99 TO WS-MNT-LIMIT.
           02 LINE 7 COL 1 VALUE "--------------------------------".
           02 LINE 8 COL 1 VALUE "-   1.SUM/2.SUB/3.MULT/4.DIV   -".
           02 LINE 9 COL 1 VALUE "-      5.MOD/6.PCT/7.RATE      -".
           02 LINE 10 COL 1 VALUE "--------------------------------".
           02 LINE 11 COL 1 VALUE "- A.DD C.HANGE D.ELETE X.EXIT  -".
           02 LINE 12 COL 1 VALUE "--------------------------------".
           02 LINE 13 COL 1 VALUE "ACTION ->".
           02 LINE 13 COL 11 PIC X(1) TO WS-ACTION.
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- LIMIT MAINTENANCE NEEDS      -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 DUPLICATE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- LIMIT ALREADY ON FILE -      -".
           02 LINE 3 COL 1 VALUE "- USE C.HANGE                  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 NOT-FOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- NO LIMIT ON FILE FOR THAT    -".
           02 LINE 3 COL 1 VALUE "- OPERATION/SENDER - USE A.DD  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 VALIDATION-ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- OPERATION MUST BE 1-7 AND    -".
           02 LINE 3 COL 1 VALUE "- MAX ANSWER ABOVE ZERO        -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 SUMMARY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       SESSION SUMMARY        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-LIMITS ADDED:                 -".
           02 LINE 4 COL 20 PIC ZZZ9 FROM WS-ADD-COUNT.
           02 LINE 5 COL 1 VALUE "-LIMITS CHANGED:               -".
           02 LINE 5 COL 20 PIC ZZZ9 FROM WS-CHANGE-COUNT.
           02 LINE 6 COL 1 VALUE "-LIMITS DELETED:               -".
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
           OPEN I-O LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS = "35"
               OPEN OUTPUT LIMIT-FILE
               CLOSE LIMIT-FILE
               OPEN I-O LIMIT-FILE
           END-IF.
       MAINT-PROCEDURE.
           MOVE ZERO TO WS-MNT-OP.
           MOVE SPACE TO WS-MNT-SENDER.
           MOVE ZERO TO WS-MNT-LIMIT.
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
           WRITE LIMIT-RECORD
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
           REWRITE LIMIT-RECORD
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           GO TO MAINT-PROCEDURE.
       DELETE-PROCEDURE.
           IF WS-MNT-OP < 1 OR WS-MNT-OP > 7
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               GO TO MAINT-PROCEDURE.
           MOVE WS-MNT-OP TO LIM-OP.
           MOVE WS-MNT-SENDER TO LIM-SENDER.
           DELETE LIMIT-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   ACCEPT INUTIL AT LINE 5 COL 1
                   GO TO MAINT-PROCEDURE
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           GO TO MAINT-PROCEDURE.
       EDIT-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-EDIT-SWITCH.
           IF WS-MNT-OP < 1 OR WS-MNT-OP > 7
             OR WS-MNT-LIMIT NOT NUMERIC OR WS-MNT-LIMIT = ZERO
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               MOVE "N" TO WS-EDIT-SWITCH.
       EDIT-FIELDS-PROCEDURE-EXIT.
           EXIT.
       BUILD-RECORD-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-MNT-OP TO LIM-OP.
           MOVE WS-MNT-SENDER TO LIM-SENDER.
           MOVE WS-MNT-LIMIT TO LIM-MAX-ANSWER.
           MOVE SGN-OPERATOR-ID TO LIM-UPD-OPER.
           MOVE WS-TODAY-DATE TO LIM-UPD-DATE.
       BUILD-RECORD-PROCEDURE-EXIT.
           EXIT.
       WRAPUP-PROCEDURE.
           CLOSE LIMIT-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
       END PROGRAM CALCLMNT.
