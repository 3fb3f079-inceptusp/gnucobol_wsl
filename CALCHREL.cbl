       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHREL.
      *----------------------------------------------------------*
      * CALCHREL
      *
      * Large-value hold release screen for the supervisor.  Reads
      * the review queue (HOLDQ, shape in the CALCHLDQ copybook) of
      * batch results the CALCULADORA run held because the answer
      * was past its tolerance limit on LIMITFILE, pages through
      * them one at a time in the style of CALCFIX, and lets the
      * supervisor RELEASE the answer to the sender or REJECT it.
      * Decided items are appended to the release file (HOLDREL),
      * stamped with the decision, the supervisor's ID and the
      * date, and the next batch run returns them on its return
      * file flagged "A" (released) or "R" (rejected), taking a
      * rejected result back off the audit trail as it does.  Every
      * decision is also appended to the hold decision log
      * (HOLDLOG) with the supervisor's ID, date and time.  Items
      * left undecided are rewritten to HOLDQ for the next
      * session.  Only a signed-on supervisor may use it.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the large-value hold
      *             queue.
      * 2026-10-15  Every release and rejection is now also posted,
      *             with the supervisor's ID, to the item's record
      *             on the transaction history (TXNHIST, CALCTXH
      *             copybook), found by the hold record's run date,
      *             sender and sequence number.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREL-FILE-STATUS.
           SELECT HOLD-LOG-FILE ASSIGN TO "HOLDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OVERFLOW-FILE ASSIGN TO "HOLDOVFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFL-FILE-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-TXH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           COPY CALCHLDQ.
       FD  HOLD-RELEASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RELEASE-RECORD         PIC X(107).
       FD  HOLD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-LOG-RECORD.
           02 HLOG-DISP            PIC X(01).
           02 FILLER               PIC X(01).
           02 HLOG-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLOG-TIME            PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLOG-SEQ             PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLOG-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(01).
           02 HLOG-SENDER          PIC X(03).
           02 FILLER               PIC X(01).
           02 HLOG-OP              PIC 9(2).
           02 FILLER               PIC X(01).
           02 HLOG-ANSWER          PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 HLOG-LIMIT           PIC 9(12)V99.
           02 FILLER               PIC X(01).
           02 HLOG-OPER            PIC X(08).
       FD  OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERFLOW-RECORD             PIC X(107).
       FD  TXN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-HIST-RECORD.
           COPY CALCTXH.
       WORKING-STORAGE SECTION.
           01 WS-HOLD-FILE-STATUS  PIC X(02).
           01 WS-HREL-FILE-STATUS  PIC X(02).
           01 WS-LOG-FILE-STATUS   PIC X(02).
           01 WS-OVFL-FILE-STATUS  PIC X(02).
           01 WS-TXH-FILE-STATUS   PIC X(02).
           01 WS-TXH-SUB           PIC 9(2) COMP VALUE 0.
           01 WS-MORE-SWITCH       PIC X(01) VALUE "N".
               88 MORE-HELD               VALUE "Y".
           01 WS-HOLD-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-ITEM-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-WORK-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-RELEASE-COUNT     PIC 9(4) COMP VALUE 0.
           01 WS-REJECT-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-REMAIN-COUNT      PIC 9(8) COMP VALUE 0.
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-CUR-SEQ           PIC 9(8).
           01 WS-CUR-DATE          PIC 9(8).
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-CUR-OP            PIC 9(2).
           01 WS-CUR-N1            PIC S9(6)V99.
           01 WS-CUR-N2            PIC S9(6)V99.
           01 WS-CUR-ANSWER        PIC S9(12)V99.
           01 WS-CUR-LIMIT         PIC 9(12)V99.
           01 WS-CUR-DISP          PIC X(01).
           01 WS-DSP-ITEM          PIC ZZZ9.
           01 WS-DSP-COUNT         PIC ZZZ9.
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-HOLD-TABLE.
               02 WS-HOLD-ENTRY OCCURS 500 TIMES.
                   03 WS-TBL-RECORD    PIC X(107).
                   03 WS-TBL-DISP      PIC X(01).
       SCREEN SECTION.
       01 HOLD-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-      LARGE-VALUE HOLD        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-ITEM      OF                  -".
           02 LINE 4 COL 7 PIC ZZZ9 FROM WS-DSP-ITEM.
           02 LINE 4 COL 15 PIC ZZZ9 FROM WS-DSP-COUNT.
           02 LINE 5 COL 1 VALUE "-SEQ:                SNDR:     -".
           02 LINE 5 COL 7 PIC 9(8) FROM WS-CUR-SEQ.
           02 LINE 5 COL 28 PIC X(3) FROM WS-CUR-SENDER.
           02 LINE 6 COL 1 VALUE "-RUN DATE:                     -".
           02 LINE 6 COL 18 PIC 9(8) FROM WS-CUR-DATE.
           02 LINE 7 COL 1 VALUE "-NUMBER 1:                     -".
           02 LINE 7 COL 18 PIC -(6)9.99 FROM WS-CUR-N1.
           02 LINE 8 COL 1 VALUE "-NUMBER 2:                     -".
           02 LINE 8 COL 18 PIC -(6)9.99 FROM WS-CUR-N2.
           02 LINE 9 COL 1 VALUE "-OPERATION:                    -".
           02 LINE 9 COL 18 PIC 9(2) FROM WS-CUR-OP.
           02 LINE 10 COL 1 VALUE "-ANSWER:                       -".
           02 LINE 10 COL 10 PIC -(12)9.99 FROM WS-CUR-ANSWER.
           02 LINE 11 COL 1 VALUE "-LIMIT:                        -".
           02 LINE 11 COL 11 PIC Z(11)9.99 FROM WS-CUR-LIMIT.
           02 LINE 12 COL 1 VALUE "-DECISION:                     -".
           02 LINE 12 COL 18 PIC X(1) FROM WS-CUR-DISP.
           02 LINE 13 COL 1 VALUE "--------------------------------".
           02 LINE 14 COL 1 VALUE "- N.EXT P.REV R.ELEASE         -".
           02 LINE 15 COL 1 VALUE "- J=REJECT X.EXIT              -".
           02 LINE 16 COL 1 VALUE "--------------------------------".
           02 LINE 17 COL 1 VALUE "ACTION ->".
           02 LINE 17 COL 11 PIC X(1) TO WS-ACTION.
       01 EMPTY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       NO HELD ITEMS          -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- HOLD RELEASE NEEDS           -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 FULL-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- FIRST 500 ITEMS LOADED, MORE -".
           02 LINE 3 COL 1 VALUE "- REMAIN FOR THE NEXT SESSION  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 SUMMARY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       SESSION SUMMARY        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-RELEASED:                     -".
           02 LINE 4 COL 18 PIC ZZZ9 FROM WS-RELEASE-COUNT.
           02 LINE 5 COL 1 VALUE "-REJECTED:                     -".
           02 LINE 5 COL 18 PIC ZZZ9 FROM WS-REJECT-COUNT.
           02 LINE 6 COL 1 VALUE "-STILL HELD:                   -".
           02 LINE 6 COL 18 PIC ZZZZZZZ9 FROM WS-REMAIN-COUNT.
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
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           PERFORM LOAD-HOLD-PROCEDURE THRU LOAD-HOLD-PROCEDURE-EXIT.
           IF WS-HOLD-COUNT = 0
               DISPLAY EMPTY-SCREEN
               ACCEPT INUTIL AT LINE 4 COL 1
               STOP RUN.
           IF MORE-HELD
               DISPLAY FULL-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1.
           MOVE 1 TO WS-ITEM-SUB.
           GO TO SHOW-ITEM-PROCEDURE.
       LOAD-HOLD-PROCEDURE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               GO TO LOAD-HOLD-PROCEDURE-EXIT.
       LOAD-HOLD-READ.
           READ HOLD-FILE
               AT END
                   CLOSE HOLD-FILE
                   GO TO LOAD-HOLD-PROCEDURE-EXIT
           END-READ.
           IF WS-HOLD-COUNT = 500
               GO TO LOAD-OVERFLOW-COPY.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HOLD-RECORD TO WS-TBL-RECORD(WS-HOLD-COUNT).
           MOVE SPACE TO WS-TBL-DISP(WS-HOLD-COUNT).
           GO TO LOAD-HOLD-READ.
       LOAD-OVERFLOW-COPY.
           OPEN OUTPUT OVERFLOW-FILE.
           SET MORE-HELD TO TRUE.
       LOAD-OVERFLOW-WRITE.
           MOVE HOLD-RECORD TO OVERFLOW-RECORD.
           WRITE OVERFLOW-RECORD.
           READ HOLD-FILE
               AT END
                   CLOSE HOLD-FILE
                   CLOSE OVERFLOW-FILE
                   GO TO LOAD-HOLD-PROCEDURE-EXIT
           END-READ.
           GO TO LOAD-OVERFLOW-WRITE.
       LOAD-HOLD-PROCEDURE-EXIT.
           EXIT.
       SHOW-ITEM-PROCEDURE.
           MOVE WS-ITEM-SUB TO WS-DSP-ITEM.
           MOVE WS-HOLD-COUNT TO WS-DSP-COUNT.
           MOVE WS-TBL-RECORD(WS-ITEM-SUB) TO HOLD-RECORD.
           MOVE HLD-SEQ TO WS-CUR-SEQ.
           MOVE HLD-DATE TO WS-CUR-DATE.
           MOVE HLD-SENDER TO WS-CUR-SENDER.
           MOVE HLD-OP TO WS-CUR-OP.
           MOVE HLD-N1 TO WS-CUR-N1.
           MOVE HLD-N2 TO WS-CUR-N2.
           MOVE HLD-ANSWER TO WS-CUR-ANSWER.
           MOVE HLD-LIMIT TO WS-CUR-LIMIT.
           MOVE WS-TBL-DISP(WS-ITEM-SUB) TO WS-CUR-DISP.
           DISPLAY HOLD-SCREEN.
           ACCEPT HOLD-SCREEN.
           EVALUATE WS-ACTION
               WHEN "N"
               WHEN "n"
                   IF WS-ITEM-SUB < WS-HOLD-COUNT
                       ADD 1 TO WS-ITEM-SUB
                   END-IF
                   GO TO SHOW-ITEM-PROCEDURE
               WHEN "P"
               WHEN "p"
                   IF WS-ITEM-SUB > 1
                       SUBTRACT 1 FROM WS-ITEM-SUB
                   END-IF
                   GO TO SHOW-ITEM-PROCEDURE
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-TBL-DISP(WS-ITEM-SUB)
                   IF WS-ITEM-SUB < WS-HOLD-COUNT
                       ADD 1 TO WS-ITEM-SUB
                   END-IF
                   GO TO SHOW-ITEM-PROCEDURE
               WHEN "J"
               WHEN "j"
                   MOVE "J" TO WS-TBL-DISP(WS-ITEM-SUB)
                   IF WS-ITEM-SUB < WS-HOLD-COUNT
                       ADD 1 TO WS-ITEM-SUB
                   END-IF
                   GO TO SHOW-ITEM-PROCEDURE
               WHEN "X"
               WHEN "x"
                   GO TO WRAPUP-PROCEDURE
               WHEN OTHER
                   GO TO SHOW-ITEM-PROCEDURE
           END-EVALUATE.
       WRAPUP-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN EXTEND HOLD-RELEASE-FILE.
           IF WS-HREL-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-RELEASE-FILE
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           OPEN I-O TXN-HIST-FILE.
           IF WS-TXH-FILE-STATUS = "35"
               OPEN OUTPUT TXN-HIST-FILE
               CLOSE TXN-HIST-FILE
               OPEN I-O TXN-HIST-FILE
           END-IF.
           MOVE 0 TO WS-WORK-SUB.
       WRAPUP-ITEM.
           ADD 1 TO WS-WORK-SUB.
           IF WS-WORK-SUB > WS-HOLD-COUNT
               GO TO WRAPUP-DONE.
           MOVE WS-TBL-RECORD(WS-WORK-SUB) TO HOLD-RECORD.
           EVALUATE WS-TBL-DISP(WS-WORK-SUB)
               WHEN "R"
                   ADD 1 TO WS-RELEASE-COUNT
                   PERFORM WRITE-RELEASE-PROCEDURE THRU
                       WRITE-RELEASE-PROCEDURE-EXIT
               WHEN "J"
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-RELEASE-PROCEDURE THRU
                       WRITE-RELEASE-PROCEDURE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REMAIN-COUNT
                   WRITE HOLD-RECORD
           END-EVALUATE.
           GO TO WRAPUP-ITEM.
       WRAPUP-DONE.
           IF NOT MORE-HELD
               GO TO WRAPUP-CLOSE.
           OPEN INPUT OVERFLOW-FILE.
       WRAPUP-OVERFLOW-READ.
           READ OVERFLOW-FILE
               AT END
                   CLOSE OVERFLOW-FILE
                   GO TO WRAPUP-CLOSE
           END-READ.
           MOVE OVERFLOW-RECORD TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           ADD 1 TO WS-REMAIN-COUNT.
           GO TO WRAPUP-OVERFLOW-READ.
       WRAPUP-CLOSE.
           CLOSE HOLD-RELEASE-FILE.
           CLOSE HOLD-LOG-FILE.
           CLOSE HOLD-FILE.
           CLOSE TXN-HIST-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
       WRITE-RELEASE-PROCEDURE.
           MOVE WS-TBL-DISP(WS-WORK-SUB) TO HLD-DISP.
           MOVE SGN-OPERATOR-ID TO HLD-OPER.
           MOVE WS-TODAY-DATE TO HLD-DISP-DATE.
           MOVE HOLD-RECORD TO HOLD-RELEASE-RECORD.
           WRITE HOLD-RELEASE-RECORD.
           MOVE HLD-DISP TO HLOG-DISP.
           MOVE WS-TODAY-DATE TO HLOG-DATE.
           MOVE WS-NOW-TIME TO HLOG-TIME.
           MOVE HLD-SEQ TO HLOG-SEQ.
           MOVE HLD-DATE TO HLOG-RUN-DATE.
           MOVE HLD-SENDER TO HLOG-SENDER.
           MOVE HLD-OP TO HLOG-OP.
           MOVE HLD-ANSWER TO HLOG-ANSWER.
           MOVE HLD-LIMIT TO HLOG-LIMIT.
           MOVE SGN-OPERATOR-ID TO HLOG-OPER.
           WRITE HOLD-LOG-RECORD.
           PERFORM TXH-POST-PROCEDURE THRU TXH-POST-PROCEDURE-EXIT.
       WRITE-RELEASE-PROCEDURE-EXIT.
           EXIT.
      * THE DECISION IS POSTED TO THE ITEM'S HISTORY RECORD, WHICH
      * IS STARTED HERE FOR AN ITEM HELD BEFORE THE HISTORY WAS
      * KEPT.  PAST THE 16TH EVENT THE LAST SLOT IS REPLACED.
       TXH-POST-PROCEDURE.
           MOVE HLD-DATE TO TXH-RUN-DATE.
           MOVE HLD-SENDER TO TXH-SENDER.
           MOVE HLD-SEQ TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   GO TO TXH-POST-NEW
           END-READ.
           GO TO TXH-POST-EVENT.
       TXH-POST-NEW.
           MOVE SPACE TO TXN-HIST-RECORD.
           MOVE HLD-DATE TO TXH-RUN-DATE.
           MOVE HLD-SENDER TO TXH-SENDER.
           MOVE HLD-SEQ TO TXH-SEQ.
           MOVE HLD-OP TO TXH-OP.
           MOVE HLD-TYPE TO TXH-TYPE.
           MOVE HLD-N1 TO TXH-N1.
           MOVE HLD-N2 TO TXH-N2.
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
           IF HLD-RELEASED
               MOVE "L" TO TXH-EV-CODE(WS-TXH-SUB)
           ELSE
               MOVE "J" TO TXH-EV-CODE(WS-TXH-SUB).
           MOVE WS-TODAY-DATE TO TXH-EV-DATE(WS-TXH-SUB).
           MOVE WS-NOW-TIME TO TXH-EV-TIME(WS-TXH-SUB).
           MOVE HLD-OP TO TXH-EV-OP(WS-TXH-SUB).
           MOVE HLD-N1 TO TXH-EV-N1(WS-TXH-SUB).
           MOVE HLD-N2 TO TXH-EV-N2(WS-TXH-SUB).
           MOVE HLD-ANSWER TO TXH-EV-ANSWER(WS-TXH-SUB).
           MOVE SGN-OPERATOR-ID TO TXH-EV-OPER(WS-TXH-SUB).
           MOVE SPACE TO TXH-EV-FLAG(WS-TXH-SUB).
           WRITE TXN-HIST-RECORD
               INVALID KEY
                   REWRITE TXN-HIST-RECORD
           END-WRITE.
       TXH-POST-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCHREL.
