      *             screen and preserved when an untouched item is
      *             rewritten to SUSPFILE, so the CALCAGE aging
      *             report keeps the true age across sessions.
      * 2026-10-15  SUSPLOG dispositions are now dated with the
      *             business date from the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of the system date, matching the
      *             suspense dates the batch run stamps and the
      *             business date CALCAGE counts "repaired today"
      *             against.
      * 2026-10-15  Every repair and write-off is now also posted,
      *             with the operator's ID, to the item's record on
      *             the transaction history (TXNHIST, CALCTXH
      *             copybook).  The original run date the batch run
      *             now carries on each suspense record
      *             (SUSP-RUN-DATE) is kept when an item is
      *             rewritten and passed on to the resubmission
      *             record (RS-RUN-DATE).
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OVERFLOW-FILE ASSIGN TO "SUSPOVFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFL-FILE-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-TXH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
                         ==CALC-STATUS==    BY ==SUSP-STATUS==
                         ==CALC-TYPE==      BY ==SUSP-TYPE==
                         ==CALC-SENDER==    BY ==SUSP-SENDER==.
           02 FILLER               PIC X(01).
           02 SUSP-RUN-DATE        PIC 9(8).
       FD  RESUB-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUB-RECORD.
                         ==CALC-STATUS==    BY ==RS-STATUS==
                         ==CALC-TYPE==      BY ==RS-TYPE==
                         ==CALC-SENDER==    BY ==RS-SENDER==.
           02 FILLER               PIC X(01).
           02 RS-RUN-DATE          PIC 9(8).
       FD  DISP-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISP-LOG-RECORD.
           COPY CALCSLOG.
       FD  OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERFLOW-RECORD             PIC X(83).
       FD  TXN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-HIST-RECORD.
           COPY CALCTXH.
       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-STATUS  PIC X(02).
           01 WS-RESUB-FILE-STATUS PIC X(02).
           01 WS-LOG-FILE-STATUS   PIC X(02).
           01 WS-OVFL-FILE-STATUS  PIC X(02).
           01 WS-TXH-FILE-STATUS   PIC X(02).
           01 WS-TXH-SUB           PIC 9(2) COMP VALUE 0.
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88 END-OF-SUSP             VALUE "Y".
           01 WS-MORE-SWITCH       PIC X(01) VALUE "N".
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-SUSP-TABLE.
               02 WS-SUSP-ENTRY OCCURS 500 TIMES.
                   03 WS-TBL-SEQ       PIC 9(8).
                   03 WS-TBL-TYPE      PIC X(01).
                   03 WS-TBL-SENDER    PIC X(03).
                   03 WS-TBL-DISP      PIC X(01).
                   03 WS-TBL-RDATE     PIC 9(8).
       SCREEN SECTION.
       01 FIX-SCREEN.
           02 BLANK SCREEN.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
           IF NOT SGN-SIGNED-ON
               STOP RUN.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           PERFORM LOAD-SUSPENSE-PROCEDURE THRU
               LOAD-SUSPENSE-PROCEDURE-EXIT.
           IF WS-SUSP-COUNT = 0
           MOVE SUSP-TYPE TO WS-TBL-TYPE(WS-SUSP-COUNT).
           MOVE SUSP-SENDER TO WS-TBL-SENDER(WS-SUSP-COUNT).
           MOVE SPACE TO WS-TBL-DISP(WS-SUSP-COUNT).
           IF SUSP-RUN-DATE NUMERIC AND SUSP-RUN-DATE > ZERO
               MOVE SUSP-RUN-DATE TO WS-TBL-RDATE(WS-SUSP-COUNT)
           ELSE
               MOVE SUSP-DATE TO WS-TBL-RDATE(WS-SUSP-COUNT).
           GO TO LOAD-SUSPENSE-READ.
       LOAD-OVERFLOW-COPY.
           OPEN OUTPUT OVERFLOW-FILE.
               OPEN OUTPUT DISP-LOG-FILE
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN I-O TXN-HIST-FILE.
           IF WS-TXH-FILE-STATUS = "35"
               OPEN OUTPUT TXN-HIST-FILE
               CLOSE TXN-HIST-FILE
               OPEN I-O TXN-HIST-FILE
           END-IF.
           MOVE 0 TO WS-WORK-SUB.
       WRAPUP-ITEM.
           ADD 1 TO WS-WORK-SUB.
                       WRITE-RESUB-PROCEDURE-EXIT
                   PERFORM WRITE-LOG-PROCEDURE THRU
                       WRITE-LOG-PROCEDURE-EXIT
                   PERFORM TXH-POST-PROCEDURE THRU
                       TXH-POST-PROCEDURE-EXIT
               WHEN "W"
                   ADD 1 TO WS-WRITEOFF-COUNT
                   PERFORM WRITE-LOG-PROCEDURE THRU
                       WRITE-LOG-PROCEDURE-EXIT
                   PERFORM TXH-POST-PROCEDURE THRU
                       TXH-POST-PROCEDURE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REMAIN-COUNT
                   PERFORM WRITE-SUSP-PROCEDURE THRU
           CLOSE RESUB-FILE.
           CLOSE DISP-LOG-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE TXN-HIST-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
           MOVE SPACE TO RS-STATUS.
           MOVE SPACE TO RS-TYPE.
           MOVE WS-TBL-SENDER(WS-WORK-SUB) TO RS-SENDER.
           MOVE WS-TBL-RDATE(WS-WORK-SUB) TO RS-RUN-DATE.
           WRITE RESUB-RECORD.
       WRITE-RESUB-PROCEDURE-EXIT.
           EXIT.
           MOVE WS-TBL-STATUS(WS-WORK-SUB) TO SUSP-STATUS.
           MOVE WS-TBL-TYPE(WS-WORK-SUB) TO SUSP-TYPE.
           MOVE WS-TBL-SENDER(WS-WORK-SUB) TO SUSP-SENDER.
           MOVE WS-TBL-RDATE(WS-WORK-SUB) TO SUSP-RUN-DATE.
           WRITE SUSPENSE-RECORD.
       WRITE-SUSP-PROCEDURE-EXIT.
           EXIT.
       WRITE-LOG-PROCEDURE.
           MOVE WS-TBL-DISP(WS-WORK-SUB) TO LOG-DISP.
           MOVE WS-TODAY-DATE TO LOG-DATE.
           MOVE WS-TBL-SEQ(WS-WORK-SUB) TO LOG-SEQ.
           WRITE DISP-LOG-RECORD.
       WRITE-LOG-PROCEDURE-EXIT.
           EXIT.
      * THE REPAIR ("F", WITH THE CORRECTED N1/N2/OP) OR WRITE-OFF
      * ("W") IS POSTED TO THE ITEM'S HISTORY RECORD, WHICH IS
      * STARTED HERE FOR AN ITEM SUSPENDED BEFORE THE HISTORY WAS
      * KEPT.  PAST THE 16TH EVENT THE LAST SLOT IS REPLACED.
       TXH-POST-PROCEDURE.
           MOVE WS-TBL-RDATE(WS-WORK-SUB) TO TXH-RUN-DATE.
           MOVE WS-TBL-SENDER(WS-WORK-SUB) TO TXH-SENDER.
           MOVE WS-TBL-SEQ(WS-WORK-SUB) TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   GO TO TXH-POST-NEW
           END-READ.
           GO TO TXH-POST-EVENT.
       TXH-POST-NEW.
           MOVE SPACE TO TXN-HIST-RECORD.
           MOVE WS-TBL-RDATE(WS-WORK-SUB) TO TXH-RUN-DATE.
           MOVE WS-TBL-SENDER(WS-WORK-SUB) TO TXH-SENDER.
           MOVE WS-TBL-SEQ(WS-WORK-SUB) TO TXH-SEQ.
           MOVE WS-TBL-OP(WS-WORK-SUB) TO TXH-OP.
           MOVE WS-TBL-TYPE(WS-WORK-SUB) TO TXH-TYPE.
           MOVE WS-TBL-N1(WS-WORK-SUB) TO TXH-N1.
           MOVE WS-TBL-N2(WS-WORK-SUB) TO TXH-N2.
           MOVE 0 TO TXH-EVENT-COUNT.
           MOVE "N" TO TXH-LOST-SWITCH.
       TXH-POST-EVENT.
           IF TXH-EVENT-COUNT NOT NUMERIC
               MOVE 0 TO TXH-EVENT-COUNT.
           IF TXH-EVENT-COUNT < 16
               ADD 1 TO TXH-EVENT-COUNT
           ELSE
               SET TXH-EVENTS-LOST TO TRUE.
           MOVE TXH-EVENT-COUNT TO WS-TXH-SUB.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF WS-TBL-DISP(WS-WORK-SUB) = "R"
               MOVE "F" TO TXH-EV-CODE(WS-TXH-SUB)
           ELSE
               MOVE "W" TO TXH-EV-CODE(WS-TXH-SUB).
           MOVE WS-TODAY-DATE TO TXH-EV-DATE(WS-TXH-SUB).
           MOVE WS-NOW-TIME TO TXH-EV-TIME(WS-TXH-SUB).
           MOVE WS-TBL-OP(WS-WORK-SUB) TO TXH-EV-OP(WS-TXH-SUB).
           MOVE WS-TBL-N1(WS-WORK-SUB) TO TXH-EV-N1(WS-TXH-SUB).
           MOVE WS-TBL-N2(WS-WORK-SUB) TO TXH-EV-N2(WS-TXH-SUB).
           MOVE ZERO TO TXH-EV-ANSWER(WS-TXH-SUB).
           MOVE SGN-OPERATOR-ID TO TXH-EV-OPER(WS-TXH-SUB).
           MOVE SPACE TO TXH-EV-FLAG(WS-TXH-SUB).
           WRITE TXN-HIST-RECORD
               INVALID KEY
                   REWRITE TXN-HIST-RECORD
           END-WRITE.
       TXH-POST-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCFIX.
