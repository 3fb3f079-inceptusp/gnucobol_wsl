      *
      * MODIFICATION HISTORY
      * 2026-09-02  Original version, for two-person rate approval.
      * 2026-10-15  An approved change whose effective date is on or
      *             before the current business date (PROCDATE,
      *             through CALCDATE) is also queued on RERATEQ
      *             (shape in the CALCRRQ copybook) for the CALCRERT
      *             re-rating job, since OP 7 calculations may
      *             already have run at the old rate.  The session
      *             summary shows how many were queued.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OVERFLOW-FILE ASSIGN TO "PENDOVFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFL-FILE-STATUS.
           SELECT RERATE-QUEUE ASSIGN TO "RERATEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
       FD  OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERFLOW-RECORD             PIC X(64).
       FD  RERATE-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  RERATE-REQUEST-RECORD.
           COPY CALCRRQ.
       WORKING-STORAGE SECTION.
           01 WS-RATE-FILE-STATUS  PIC X(02).
           01 WS-PEND-FILE-STATUS  PIC X(02).
           01 WS-LOG-FILE-STATUS   PIC X(02).
           01 WS-OVFL-FILE-STATUS  PIC X(02).
           01 WS-RRQ-FILE-STATUS   PIC X(02).
           01 WS-RERATE-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-BUS-DATE          PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-MORE-SWITCH       PIC X(01) VALUE "N".
               88 MORE-PENDING            VALUE "Y".
           01 WS-PEND-COUNT        PIC 9(4) COMP VALUE 0.
           02 LINE 5 COL 18 PIC ZZZ9 FROM WS-REJECT-COUNT.
           02 LINE 6 COL 1 VALUE "-STILL PENDING:                -".
           02 LINE 6 COL 18 PIC ZZZZZZZ9 FROM WS-REMAIN-COUNT.
           02 LINE 7 COL 1 VALUE "-RE-RATING QUEUED:             -".
           02 LINE 7 COL 21 PIC ZZZ9 FROM WS-RERATE-COUNT.
           02 LINE 8 COL 1 VALUE "--------------------------------".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
               OPEN OUTPUT APPR-LOG-FILE
           END-IF.
           OPEN OUTPUT PEND-FILE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-BUS-DATE.
           OPEN EXTEND RERATE-QUEUE.
           IF WS-RRQ-FILE-STATUS = "35"
               OPEN OUTPUT RERATE-QUEUE
           END-IF.
           MOVE 0 TO WS-WORK-SUB.
       WRAPUP-ITEM.
           ADD 1 TO WS-WORK-SUB.
                       APPLY-RATE-PROCEDURE-EXIT
                   PERFORM WRITE-LOG-PROCEDURE THRU
                       WRITE-LOG-PROCEDURE-EXIT
                   IF WS-TBL-EFF-DATE(WS-WORK-SUB) NOT > WS-BUS-DATE
                       PERFORM QUEUE-RERATE-PROCEDURE THRU
                           QUEUE-RERATE-PROCEDURE-EXIT
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-LOG-PROCEDURE THRU
           CLOSE RATE-FILE.
           CLOSE APPR-LOG-FILE.
           CLOSE PEND-FILE.
           CLOSE RERATE-QUEUE.
           DISPLAY SUMMARY-SCREEN.
           ACCEPT INUTIL AT LINE 9 COL 1.
           STOP RUN.
       APPLY-RATE-PROCEDURE.
           MOVE WS-TBL-CODE(WS-WORK-SUB) TO RATE-CODE.
           WRITE APPR-LOG-RECORD.
       WRITE-LOG-PROCEDURE-EXIT.
           EXIT.
       QUEUE-RERATE-PROCEDURE.
           MOVE SPACE TO RERATE-REQUEST-RECORD.
           MOVE WS-TBL-CODE(WS-WORK-SUB) TO RRQ-CODE.
           MOVE WS-TBL-EFF-DATE(WS-WORK-SUB) TO RRQ-EFF-DATE.
           MOVE WS-TBL-OLD-RATE(WS-WORK-SUB) TO RRQ-OLD-RATE.
           MOVE WS-TBL-NEW-RATE(WS-WORK-SUB) TO RRQ-NEW-RATE.
           MOVE WS-TBL-MAKER(WS-WORK-SUB) TO RRQ-MAKER.
           MOVE SGN-OPERATOR-ID TO RRQ-APPROVER.
           MOVE WS-TODAY-DATE TO RRQ-APPR-DATE.
           MOVE WS-NOW-TIME TO RRQ-APPR-TIME.
           WRITE RERATE-REQUEST-RECORD.
           ADD 1 TO WS-RERATE-COUNT.
       QUEUE-RERATE-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCAPPR.
