       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFREL.
      *----------------------------------------------------------*
      * CALCFREL
      *
      * Held inbound file release screen.  Pages through the
      * files CALCEDIT held on the inbound file register (FILEREG,
      * shape in the CALCFREG copybook) as a duplicate or out of
      * sequence, showing the sender, the sender's file sequence
      * number and creation date, the control totals and why the
      * file was held, and lets a signed-on supervisor R.ELEASE or
      * D.ROP each one.  A released file is marked on the register
      * with the supervisor's ID and the date and time, so the next
      * CALCEDIT run of the same file (same sequence number and
      * control totals) lets it through deliberately; a dropped
      * file stays held out for good and has to come back from the
      * sender with a new sequence number.  Both decisions are
      * appended to the release log (FREGLOG) with the supervisor's
      * ID.  Files left untouched stay held for the next session.
      *
      * Held files are read straight from the register, so a queue
      * bigger than the 200-item table is simply worked off in
      * 200-item sessions.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version, for the inbound file
      *             register.
      * 2026-10-15  The session stops with a message, before any
      *             decision is applied, when the inbound file
      *             register is missing or cannot be opened for
      *             update.
      * 2026-10-15  Decisions are stamped with the business date
      *             from the processing-date control file
      *             (CALCDATE), as CALCHREL's are, instead of
      *             the machine date.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REGISTER ASSIGN TO "FILEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-KEY
               FILE STATUS IS WS-FREG-FILE-STATUS.
           SELECT REL-LOG-FILE ASSIGN TO "FREGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  FILE-REGISTER-RECORD.
           COPY CALCFREG.
       FD  REL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REL-LOG-RECORD.
           02 RLOG-DISP            PIC X(01).
           02 FILLER               PIC X(01).
           02 RLOG-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           02 RLOG-TIME            PIC 9(8).
           02 FILLER               PIC X(01).
           02 RLOG-SENDER          PIC X(03).
           02 FILLER               PIC X(01).
           02 RLOG-FILE-SEQ        PIC 9(6).
           02 FILLER               PIC X(01).
           02 RLOG-RECV-DATE       PIC 9(8).
           02 FILLER               PIC X(01).
           02 RLOG-COUNT           PIC 9(8).
           02 FILLER               PIC X(01).
           02 RLOG-REASON          PIC X(24).
           02 FILLER               PIC X(01).
           02 RLOG-OPER            PIC X(08).
       WORKING-STORAGE SECTION.
           01 WS-FREG-FILE-STATUS  PIC X(02).
           01 WS-LOG-FILE-STATUS   PIC X(02).
           01 WS-ERROR-TEXT        PIC X(30).
           01 WS-MORE-SWITCH       PIC X(01) VALUE "N".
               88 MORE-PENDING            VALUE "Y".
           01 WS-HELD-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-ITEM-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-WORK-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-RELEASE-COUNT     PIC 9(4) COMP VALUE 0.
           01 WS-DROP-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-REMAIN-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-ACTION            PIC X(01).
           01 INUTIL               PIC X(01).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-DSP-ITEM          PIC ZZZ9.
           01 WS-DSP-COUNT         PIC ZZZ9.
           01 WS-CUR-DISP          PIC X(01).
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-CUR-FILE-SEQ      PIC 9(6).
           01 WS-CUR-CREATE-DATE   PIC 9(8).
           01 WS-CUR-RECV-DATE     PIC 9(8).
           01 WS-CUR-COUNT         PIC 9(8).
           01 WS-CUR-HASH-N1       PIC S9(10)V99.
           01 WS-CUR-HASH-N2       PIC S9(10)V99.
           01 WS-CUR-REASON        PIC X(24).
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-HELD-TABLE.
               02 WS-HELD-ENTRY OCCURS 200 TIMES.
                   03 WS-TBL-KEY       PIC X(25).
                   03 WS-TBL-SENDER    PIC X(03).
                   03 WS-TBL-FILE-SEQ  PIC 9(6).
                   03 WS-TBL-CREATE    PIC 9(8).
                   03 WS-TBL-RECV-DATE PIC 9(8).
                   03 WS-TBL-COUNT     PIC 9(8).
                   03 WS-TBL-HASH-N1   PIC S9(10)V99.
                   03 WS-TBL-HASH-N2   PIC S9(10)V99.
                   03 WS-TBL-REASON    PIC X(24).
                   03 WS-TBL-DISP      PIC X(01).
       SCREEN SECTION.
       01 RELEASE-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-   HELD INBOUND FILE RELEASE  -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-ITEM      OF        SET:      -".
           02 LINE 4 COL 7 PIC ZZZ9 FROM WS-DSP-ITEM.
           02 LINE 4 COL 15 PIC ZZZ9 FROM WS-DSP-COUNT.
           02 LINE 4 COL 27 PIC X(1) FROM WS-CUR-DISP.
           02 LINE 5 COL 1 VALUE "-SENDER:                       -".
           02 LINE 5 COL 18 PIC X(3) FROM WS-CUR-SENDER.
           02 LINE 6 COL 1 VALUE "-FILE SEQ:                     -".
           02 LINE 6 COL 18 PIC 9(6) FROM WS-CUR-FILE-SEQ.
           02 LINE 7 COL 1 VALUE "-CREATED:                      -".
           02 LINE 7 COL 18 PIC 9(8) FROM WS-CUR-CREATE-DATE.
           02 LINE 8 COL 1 VALUE "-RECEIVED:                     -".
           02 LINE 8 COL 18 PIC 9(8) FROM WS-CUR-RECV-DATE.
           02 LINE 9 COL 1 VALUE "-DETAILS:                      -".
           02 LINE 9 COL 18 PIC ZZZZZZZ9 FROM WS-CUR-COUNT.
           02 LINE 10 COL 1 VALUE "-N1 HASH:                      -".
           02 LINE 10 COL 18 PIC -(9)9.99 FROM WS-CUR-HASH-N1.
           02 LINE 11 COL 1 VALUE "-N2 HASH:                      -".
           02 LINE 11 COL 18 PIC -(9)9.99 FROM WS-CUR-HASH-N2.
           02 LINE 12 COL 1 VALUE "-HELD:                         -".
           02 LINE 12 COL 8 PIC X(24) FROM WS-CUR-REASON.
           02 LINE 13 COL 1 VALUE "--------------------------------".
           02 LINE 14 COL 1 VALUE "- N.EXT P.REV R.ELEASE D.ROP   -".
           02 LINE 15 COL 1 VALUE "-           X.EXIT             -".
           02 LINE 16 COL 1 VALUE "--------------------------------".
           02 LINE 17 COL 1 VALUE "ACTION ->".
           02 LINE 17 COL 11 PIC X(1) TO WS-ACTION.
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- FILE RELEASE NEEDS           -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 EMPTY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-    NO HELD INBOUND FILES     -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
       01 FULL-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- FIRST 200 ITEMS LOADED, MORE -".
           02 LINE 3 COL 1 VALUE "- REMAIN FOR THE NEXT SESSION  -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 REGISTER-ERROR-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-                              -".
           02 LINE 2 COL 2 PIC X(30) FROM WS-ERROR-TEXT.
           02 LINE 3 COL 1 VALUE "- FILE STATUS:                 -".
           02 LINE 3 COL 16 PIC X(2) FROM WS-FREG-FILE-STATUS.
           02 LINE 4 COL 1 VALUE "- NO DECISIONS WERE SAVED      -".
           02 LINE 5 COL 1 VALUE "--------------------------------".
       01 SUMMARY-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-       SESSION SUMMARY        -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-RELEASED:                     -".
           02 LINE 4 COL 18 PIC ZZZ9 FROM WS-RELEASE-COUNT.
           02 LINE 5 COL 1 VALUE "-DROPPED:                      -".
           02 LINE 5 COL 18 PIC ZZZ9 FROM WS-DROP-COUNT.
           02 LINE 6 COL 1 VALUE "-STILL HELD:                   -".
           02 LINE 6 COL 18 PIC ZZZ9 FROM WS-REMAIN-COUNT.
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
           PERFORM LOAD-HELD-PROCEDURE THRU
               LOAD-HELD-PROCEDURE-EXIT.
           IF WS-HELD-COUNT = 0
               DISPLAY EMPTY-SCREEN
               ACCEPT INUTIL AT LINE 4 COL 1
               STOP RUN.
           IF MORE-PENDING
               DISPLAY FULL-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1.
           MOVE 1 TO WS-ITEM-SUB.
           GO TO SHOW-ITEM-PROCEDURE.
       LOAD-HELD-PROCEDURE.
           OPEN INPUT FILE-REGISTER.
           IF WS-FREG-FILE-STATUS = "35"
               GO TO LOAD-HELD-PROCEDURE-EXIT.
       LOAD-HELD-READ.
           READ FILE-REGISTER NEXT RECORD
               AT END
                   CLOSE FILE-REGISTER
                   GO TO LOAD-HELD-PROCEDURE-EXIT
           END-READ.
           IF NOT FREG-HELD
               GO TO LOAD-HELD-READ.
           IF WS-HELD-COUNT = 200
               SET MORE-PENDING TO TRUE
               CLOSE FILE-REGISTER
               GO TO LOAD-HELD-PROCEDURE-EXIT.
           ADD 1 TO WS-HELD-COUNT.
           MOVE FREG-KEY TO WS-TBL-KEY(WS-HELD-COUNT).
           MOVE FREG-SENDER TO WS-TBL-SENDER(WS-HELD-COUNT).
           MOVE FREG-FILE-SEQ TO WS-TBL-FILE-SEQ(WS-HELD-COUNT).
           MOVE FREG-CREATE-DATE TO WS-TBL-CREATE(WS-HELD-COUNT).
           MOVE FREG-RECV-DATE TO WS-TBL-RECV-DATE(WS-HELD-COUNT).
           MOVE FREG-COUNT TO WS-TBL-COUNT(WS-HELD-COUNT).
           MOVE FREG-HASH-N1 TO WS-TBL-HASH-N1(WS-HELD-COUNT).
           MOVE FREG-HASH-N2 TO WS-TBL-HASH-N2(WS-HELD-COUNT).
           MOVE FREG-HOLD-REASON TO WS-TBL-REASON(WS-HELD-COUNT).
           MOVE SPACE TO WS-TBL-DISP(WS-HELD-COUNT).
           GO TO LOAD-HELD-READ.
       LOAD-HELD-PROCEDURE-EXIT.
           EXIT.
       SHOW-ITEM-PROCEDURE.
           MOVE WS-ITEM-SUB TO WS-DSP-ITEM.
           MOVE WS-HELD-COUNT TO WS-DSP-COUNT.
           MOVE WS-TBL-DISP(WS-ITEM-SUB) TO WS-CUR-DISP.
           MOVE WS-TBL-SENDER(WS-ITEM-SUB) TO WS-CUR-SENDER.
           MOVE WS-TBL-FILE-SEQ(WS-ITEM-SUB) TO WS-CUR-FILE-SEQ.
           MOVE WS-TBL-CREATE(WS-ITEM-SUB) TO WS-CUR-CREATE-DATE.
           MOVE WS-TBL-RECV-DATE(WS-ITEM-SUB) TO WS-CUR-RECV-DATE.
           MOVE WS-TBL-COUNT(WS-ITEM-SUB) TO WS-CUR-COUNT.
           MOVE WS-TBL-HASH-N1(WS-ITEM-SUB) TO WS-CUR-HASH-N1.
           MOVE WS-TBL-HASH-N2(WS-ITEM-SUB) TO WS-CUR-HASH-N2.
           MOVE WS-TBL-REASON(WS-ITEM-SUB) TO WS-CUR-REASON.
           DISPLAY RELEASE-SCREEN.
           ACCEPT RELEASE-SCREEN.
           EVALUATE WS-ACTION
               WHEN "N"
               WHEN "n"
                   IF WS-ITEM-SUB < WS-HELD-COUNT
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
                   IF WS-ITEM-SUB < WS-HELD-COUNT
                       ADD 1 TO WS-ITEM-SUB
                   END-IF
                   GO TO SHOW-ITEM-PROCEDURE
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-TBL-DISP(WS-ITEM-SUB)
                   IF WS-ITEM-SUB < WS-HELD-COUNT
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
           OPEN I-O FILE-REGISTER.
           IF WS-FREG-FILE-STATUS = "35"
               MOVE " INBOUND FILE REGISTER MISSING" TO WS-ERROR-TEXT
               DISPLAY REGISTER-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 6 COL 1
               STOP RUN.
           IF WS-FREG-FILE-STATUS NOT = "00"
               MOVE " REGISTER CANNOT BE UPDATED" TO WS-ERROR-TEXT
               DISPLAY REGISTER-ERROR-SCREEN
               ACCEPT INUTIL AT LINE 6 COL 1
               STOP RUN.
           OPEN EXTEND REL-LOG-FILE.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT REL-LOG-FILE
           END-IF.
           MOVE 0 TO WS-WORK-SUB.
       WRAPUP-ITEM.
           ADD 1 TO WS-WORK-SUB.
           IF WS-WORK-SUB > WS-HELD-COUNT
               GO TO WRAPUP-CLOSE.
           EVALUATE WS-TBL-DISP(WS-WORK-SUB)
               WHEN "R"
                   ADD 1 TO WS-RELEASE-COUNT
                   PERFORM APPLY-DISP-PROCEDURE THRU
                       APPLY-DISP-PROCEDURE-EXIT
                   PERFORM WRITE-LOG-PROCEDURE THRU
                       WRITE-LOG-PROCEDURE-EXIT
               WHEN "D"
                   ADD 1 TO WS-DROP-COUNT
                   PERFORM APPLY-DISP-PROCEDURE THRU
                       APPLY-DISP-PROCEDURE-EXIT
                   PERFORM WRITE-LOG-PROCEDURE THRU
                       WRITE-LOG-PROCEDURE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REMAIN-COUNT
           END-EVALUATE.
           GO TO WRAPUP-ITEM.
       WRAPUP-CLOSE.
           CLOSE FILE-REGISTER.
           CLOSE REL-LOG-FILE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 1.
           STOP RUN.
       APPLY-DISP-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TBL-KEY(WS-WORK-SUB) TO FREG-KEY.
           READ FILE-REGISTER
               INVALID KEY
                   GO TO APPLY-DISP-PROCEDURE-EXIT
           END-READ.
           MOVE WS-TBL-DISP(WS-WORK-SUB) TO FREG-STATUS.
           MOVE SGN-OPERATOR-ID TO FREG-REL-OPER.
           MOVE WS-TODAY-DATE TO FREG-REL-DATE.
           MOVE WS-NOW-TIME TO FREG-REL-TIME.
           REWRITE FILE-REGISTER-RECORD.
       APPLY-DISP-PROCEDURE-EXIT.
           EXIT.
       WRITE-LOG-PROCEDURE.
           MOVE WS-TBL-DISP(WS-WORK-SUB) TO RLOG-DISP.
           MOVE WS-TODAY-DATE TO RLOG-DATE.
           MOVE WS-NOW-TIME TO RLOG-TIME.
           MOVE WS-TBL-SENDER(WS-WORK-SUB) TO RLOG-SENDER.
           MOVE WS-TBL-FILE-SEQ(WS-WORK-SUB) TO RLOG-FILE-SEQ.
           MOVE WS-TBL-RECV-DATE(WS-WORK-SUB) TO RLOG-RECV-DATE.
           MOVE WS-TBL-COUNT(WS-WORK-SUB) TO RLOG-COUNT.
           MOVE WS-TBL-REASON(WS-WORK-SUB) TO RLOG-REASON.
           MOVE SGN-OPERATOR-ID TO RLOG-OPER.
           WRITE REL-LOG-RECORD.
       WRITE-LOG-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCFREL.
