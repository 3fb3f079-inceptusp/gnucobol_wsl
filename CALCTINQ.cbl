       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTINQ.
      *----------------------------------------------------------*
      * CALCTINQ
      *
      * Interactive trace of one batch transaction through its
      * life.  The operator enters the sending department code,
      * the run date of the file the item came in on and its
      * item number in that file (its place in the sender's own
      * file, rejected lines included) -- what a department quotes
      * when it calls about an item -- and CALCTINQ reads the
      * item's record on the indexed transaction history (TXNHIST,
      * CALCTXH copybook) and shows the transaction as received,
      * then its events in the order they happened, four to a
      * page: the date, time and event, the operator or batch run
      * that posted it, the answer where the event has one, and
      * the return flag on the "returned" event.  The history is
      * posted by the CALCULADORA batch run, CALCFIX, CALCHREL
      * and CALCBKOT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      * 2026-10-15  Shows the "backed out" event CALCBKOT posts.
      * 2026-10-15  The entry screen asks for the item's number
      *             in the sender's file, which the batch run
      *             now keys the history by.
      * 2026-10-15  The return flag is shown on the returned
      *             event again.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-TXH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-HIST-RECORD.
           COPY CALCTXH.
       WORKING-STORAGE SECTION.
           01 WS-TXH-FILE-STATUS   PIC X(02).
           01 WS-FOUND-SWITCH      PIC X(01) VALUE "N".
               88 HISTORY-FOUND           VALUE "Y".
           01 WS-INQ-SENDER        PIC X(03) VALUE SPACE.
           01 WS-INQ-DATE          PIC 9(8) VALUE 0.
           01 WS-INQ-SEQ           PIC 9(8) VALUE 0.
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-PAGE-FIRST        PIC 9(2) COMP VALUE 0.
           01 WS-PAGE-LAST         PIC 9(2) COMP VALUE 0.
           01 WS-LINE-SUB          PIC 9(2) COMP VALUE 0.
           01 WS-EVENT-SUB         PIC 9(2) COMP VALUE 0.
           01 WS-DSP-FIRST         PIC Z9.
           01 WS-DSP-LAST          PIC Z9.
           01 WS-DSP-COUNT         PIC Z9.
           01 WS-DSP-LOST          PIC X(05).
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-CUR-DATE          PIC 9(8).
           01 WS-CUR-SEQ           PIC 9(8).
           01 WS-CUR-OP            PIC 9(2).
           01 WS-CUR-N1            PIC S9(6)V99.
           01 WS-CUR-N2            PIC S9(6)V99.
           01 WS-DSP-EVENTS.
               02 WS-DSP-EVENT OCCURS 4 TIMES.
                   03 WS-DSP-EV-DATE   PIC X(08).
                   03 WS-DSP-EV-TIME   PIC X(04).
                   03 WS-DSP-EV-DESC   PIC X(16).
                   03 WS-DSP-EV-OPER   PIC X(08).
                   03 WS-DSP-EV-ANSWER PIC -(12)9.99.
                   03 WS-DSP-EV-FLAG   PIC X(01).
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
       SCREEN SECTION.
       01 CRITERIA-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-      TRANSACTION TRACE       -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-SENDER:                       -".
           02 LINE 4 COL 24 PIC X(3) TO WS-INQ-SENDER.
           02 LINE 5 COL 1 VALUE "-RUN DATE  (YYYYMMDD):         -".
           02 LINE 5 COL 24 PIC 9(8) TO WS-INQ-DATE.
           02 LINE 6 COL 1 VALUE "-ITEM NO. IN FILE:             -".
           02 LINE 6 COL 24 PIC 9(8) TO WS-INQ-SEQ.
           02 LINE 7 COL 1 VALUE "--------------------------------".
       01 TRACE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-      TRANSACTION TRACE       -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-SNDR:     RUN DATE:           -".
           02 LINE 4 COL 8 PIC X(3) FROM WS-CUR-SENDER.
           02 LINE 4 COL 22 PIC 9(8) FROM WS-CUR-DATE.
           02 LINE 5 COL 1 VALUE "-ITEM:              OP:        -".
           02 LINE 5 COL 8 PIC 9(8) FROM WS-CUR-SEQ.
           02 LINE 5 COL 25 PIC 9(2) FROM WS-CUR-OP.
           02 LINE 6 COL 1 VALUE "-NUMBER 1:                     -".
           02 LINE 6 COL 18 PIC -(6)9.99 FROM WS-CUR-N1.
           02 LINE 7 COL 1 VALUE "-NUMBER 2:                     -".
           02 LINE 7 COL 18 PIC -(6)9.99 FROM WS-CUR-N2.
           02 LINE 8 COL 1 VALUE "--------------------------------".
           02 LINE 9 COL 1 VALUE "-EVENTS    TO    OF            -".
           02 LINE 9 COL 9 PIC Z9 FROM WS-DSP-FIRST.
           02 LINE 9 COL 15 PIC Z9 FROM WS-DSP-LAST.
           02 LINE 9 COL 21 PIC Z9 FROM WS-DSP-COUNT.
           02 LINE 9 COL 25 PIC X(5) FROM WS-DSP-LOST.
           02 LINE 10 COL 1 VALUE "--------------------------------".
           02 LINE 11 COL 1 VALUE "-                              -".
           02 LINE 11 COL 2 PIC X(8) FROM WS-DSP-EV-DATE(1).
           02 LINE 11 COL 11 PIC X(4) FROM WS-DSP-EV-TIME(1).
           02 LINE 11 COL 16 PIC X(16) FROM WS-DSP-EV-DESC(1).
           02 LINE 12 COL 1 VALUE "-                              -".
           02 LINE 12 COL 4 PIC X(8) FROM WS-DSP-EV-OPER(1).
           02 LINE 12 COL 13 PIC X(16) FROM WS-DSP-EV-ANSWER(1).
           02 LINE 12 COL 30 PIC X(1) FROM WS-DSP-EV-FLAG(1).
           02 LINE 13 COL 1 VALUE "-                              -".
           02 LINE 13 COL 2 PIC X(8) FROM WS-DSP-EV-DATE(2).
           02 LINE 13 COL 11 PIC X(4) FROM WS-DSP-EV-TIME(2).
           02 LINE 13 COL 16 PIC X(16) FROM WS-DSP-EV-DESC(2).
           02 LINE 14 COL 1 VALUE "-                              -".
           02 LINE 14 COL 4 PIC X(8) FROM WS-DSP-EV-OPER(2).
           02 LINE 14 COL 13 PIC X(16) FROM WS-DSP-EV-ANSWER(2).
           02 LINE 14 COL 30 PIC X(1) FROM WS-DSP-EV-FLAG(2).
           02 LINE 15 COL 1 VALUE "-                              -".
           02 LINE 15 COL 2 PIC X(8) FROM WS-DSP-EV-DATE(3).
           02 LINE 15 COL 11 PIC X(4) FROM WS-DSP-EV-TIME(3).
           02 LINE 15 COL 16 PIC X(16) FROM WS-DSP-EV-DESC(3).
           02 LINE 16 COL 1 VALUE "-                              -".
           02 LINE 16 COL 4 PIC X(8) FROM WS-DSP-EV-OPER(3).
           02 LINE 16 COL 13 PIC X(16) FROM WS-DSP-EV-ANSWER(3).
           02 LINE 16 COL 30 PIC X(1) FROM WS-DSP-EV-FLAG(3).
           02 LINE 17 COL 1 VALUE "-                              -".
           02 LINE 17 COL 2 PIC X(8) FROM WS-DSP-EV-DATE(4).
           02 LINE 17 COL 11 PIC X(4) FROM WS-DSP-EV-TIME(4).
           02 LINE 17 COL 16 PIC X(16) FROM WS-DSP-EV-DESC(4).
           02 LINE 18 COL 1 VALUE "-                              -".
           02 LINE 18 COL 4 PIC X(8) FROM WS-DSP-EV-OPER(4).
           02 LINE 18 COL 13 PIC X(16) FROM WS-DSP-EV-ANSWER(4).
           02 LINE 18 COL 30 PIC X(1) FROM WS-DSP-EV-FLAG(4).
           02 LINE 19 COL 1 VALUE "--------------------------------".
           02 LINE 20 COL 1 VALUE "- N.EXT P.REV S.EARCH X.EXIT   -".
           02 LINE 21 COL 1 VALUE "--------------------------------".
           02 LINE 22 COL 1 VALUE "ACTION ->".
           02 LINE 22 COL 11 PIC X(1) TO WS-ACTION.
       01 NOT-FOUND-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-   NO HISTORY FOR THAT ITEM   -".
           02 LINE 3 COL 1 VALUE "-  X.EXIT OR ANY KEY TO RETRY  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 VALIDATION-ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-  SENDER MUST BE ENTERED AND  -".
           02 LINE 3 COL 1 VALUE "-  DATE AND ITEM NO. NUMERIC   -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
           IF NOT SGN-SIGNED-ON
               STOP RUN.
       CRITERIA-PROCEDURE.
           DISPLAY CRITERIA-SCREEN.
           ACCEPT CRITERIA-SCREEN.
           IF WS-INQ-SENDER = SPACE
             OR WS-INQ-DATE NOT NUMERIC OR WS-INQ-SEQ NOT NUMERIC
               DISPLAY VALIDATION-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               GO TO CRITERIA-PROCEDURE.
           PERFORM READ-HISTORY-PROCEDURE THRU
               READ-HISTORY-PROCEDURE-EXIT.
           IF NOT HISTORY-FOUND
               DISPLAY NOT-FOUND-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               IF INUTIL = "X" OR INUTIL = "x"
                   STOP RUN
               ELSE
                   GO TO CRITERIA-PROCEDURE.
           MOVE TXH-SENDER TO WS-CUR-SENDER.
           MOVE TXH-RUN-DATE TO WS-CUR-DATE.
           MOVE TXH-SEQ TO WS-CUR-SEQ.
           MOVE TXH-OP TO WS-CUR-OP.
           MOVE TXH-N1 TO WS-CUR-N1.
           MOVE TXH-N2 TO WS-CUR-N2.
           IF TXH-EVENT-COUNT NOT NUMERIC
               MOVE 0 TO TXH-EVENT-COUNT.
           MOVE TXH-EVENT-COUNT TO WS-DSP-COUNT.
           IF TXH-EVENTS-LOST
               MOVE "+LOST" TO WS-DSP-LOST
           ELSE
               MOVE SPACE TO WS-DSP-LOST.
           MOVE 1 TO WS-PAGE-FIRST.
           GO TO SHOW-PAGE-PROCEDURE.
       READ-HISTORY-PROCEDURE.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT TXN-HIST-FILE.
           IF WS-TXH-FILE-STATUS = "35"
               GO TO READ-HISTORY-PROCEDURE-EXIT.
           MOVE WS-INQ-DATE TO TXH-RUN-DATE.
           MOVE WS-INQ-SENDER TO TXH-SENDER.
           MOVE WS-INQ-SEQ TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   CLOSE TXN-HIST-FILE
                   GO TO READ-HISTORY-PROCEDURE-EXIT
           END-READ.
           SET HISTORY-FOUND TO TRUE.
           CLOSE TXN-HIST-FILE.
       READ-HISTORY-PROCEDURE-EXIT.
           EXIT.
       SHOW-PAGE-PROCEDURE.
           PERFORM BUILD-PAGE-PROCEDURE THRU BUILD-PAGE-PROCEDURE-EXIT.
           DISPLAY TRACE-SCREEN.
           ACCEPT TRACE-SCREEN.
           EVALUATE WS-ACTION
               WHEN "N"
               WHEN "n"
                   IF WS-PAGE-FIRST + 4 NOT > TXH-EVENT-COUNT
                       ADD 4 TO WS-PAGE-FIRST
                   END-IF
                   GO TO SHOW-PAGE-PROCEDURE
               WHEN "P"
               WHEN "p"
                   IF WS-PAGE-FIRST > 4
                       SUBTRACT 4 FROM WS-PAGE-FIRST
                   END-IF
                   GO TO SHOW-PAGE-PROCEDURE
               WHEN "S"
               WHEN "s"
                   GO TO CRITERIA-PROCEDURE
               WHEN "X"
               WHEN "x"
                   STOP RUN
               WHEN OTHER
                   GO TO SHOW-PAGE-PROCEDURE
           END-EVALUATE.
      * FILLS THE FOUR EVENT LINES OF THE PAGE STARTING AT EVENT
      * WS-PAGE-FIRST, BLANKING ANY LINE PAST THE LAST EVENT.
       BUILD-PAGE-PROCEDURE.
           MOVE SPACE TO WS-DSP-EVENTS.
           MOVE 0 TO WS-LINE-SUB.
           MOVE WS-PAGE-FIRST TO WS-PAGE-LAST.
           IF TXH-EVENT-COUNT = 0
               MOVE 0 TO WS-DSP-FIRST
           ELSE
               MOVE WS-PAGE-FIRST TO WS-DSP-FIRST.
       BUILD-PAGE-LINE.
           ADD 1 TO WS-LINE-SUB.
           IF WS-LINE-SUB > 4
               GO TO BUILD-PAGE-DONE.
           COMPUTE WS-EVENT-SUB = WS-PAGE-FIRST + WS-LINE-SUB - 1.
           IF WS-EVENT-SUB > TXH-EVENT-COUNT
               GO TO BUILD-PAGE-DONE.
           MOVE WS-EVENT-SUB TO WS-PAGE-LAST.
           MOVE TXH-EV-DATE(WS-EVENT-SUB) TO
               WS-DSP-EV-DATE(WS-LINE-SUB).
           MOVE TXH-EV-TIME(WS-EVENT-SUB)(1:4) TO
               WS-DSP-EV-TIME(WS-LINE-SUB).
           MOVE TXH-EV-OPER(WS-EVENT-SUB) TO
               WS-DSP-EV-OPER(WS-LINE-SUB).
           PERFORM EVENT-DESC-PROCEDURE THRU
               EVENT-DESC-PROCEDURE-EXIT.
           GO TO BUILD-PAGE-LINE.
       BUILD-PAGE-DONE.
           IF TXH-EVENT-COUNT = 0
               MOVE 0 TO WS-DSP-LAST
           ELSE
               MOVE WS-PAGE-LAST TO WS-DSP-LAST.
       BUILD-PAGE-PROCEDURE-EXIT.
           EXIT.
      * ONLY THE CALCULATION, HOLD AND RETURN EVENTS CARRY AN
      * ANSWER WORTH SHOWING; THE RETURN ALSO SHOWS ITS FLAG.
       EVENT-DESC-PROCEDURE.
           EVALUATE TXH-EV-CODE(WS-EVENT-SUB)
               WHEN "V"
                   MOVE "RECEIVED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "C"
                   MOVE "CALCULATED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "Z"
                   MOVE "REJECT DIV ZERO" TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "I"
                   MOVE "REJECT INVALID" TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "S"
                   MOVE "SUSPENDED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "H"
                   MOVE "HELD FOR REVIEW" TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "L"
                   MOVE "HOLD RELEASED" TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "J"
                   MOVE "HOLD REJECTED" TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "F"
                   MOVE "REPAIRED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "W"
                   MOVE "WRITTEN OFF" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "U"
                   MOVE "RESUBMITTED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN "T"
                   MOVE "RETURNED" TO WS-DSP-EV-DESC(WS-LINE-SUB)
                   MOVE TXH-EV-FLAG(WS-EVENT-SUB) TO
                       WS-DSP-EV-FLAG(WS-LINE-SUB)
               WHEN "B"
                   MOVE "BACKED OUT" TO WS-DSP-EV-DESC(WS-LINE-SUB)
               WHEN OTHER
                   MOVE TXH-EV-CODE(WS-EVENT-SUB) TO
                       WS-DSP-EV-DESC(WS-LINE-SUB)
           END-EVALUATE.
           IF TXH-EV-CODE(WS-EVENT-SUB) = "C" OR "H" OR "L" OR "J"
             OR "T"
               MOVE TXH-EV-ANSWER(WS-EVENT-SUB) TO
                   WS-DSP-EV-ANSWER(WS-LINE-SUB).
       EVENT-DESC-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCTINQ.
