      * code.  BILLRPT lists, per rate code and rate value: the
      * number of calculations, the total base amount (N1), the
      * rate, and the total computed answer, followed by month
      * totals.  OP 7 results of the month still waiting on
      * HOLDQ for a supervisor, or rejected on HOLDREL and not yet
      * returned, are in those totals; they are counted again
      * underneath, as a rejected result only comes off the audit
      * trail (by a reversing entry) when the night run returns it.
      *
      * The report month is the first command-line token (YYYYMM);
      * when omitted the month of the current business date is
      * reported.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Original version.
      * 2026-10-15  The default report month is now the month of
      *             the business date on the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of the system date.
      * 2026-10-15  OP 7 results of the month still on hold, or
      *             rejected and not yet returned, are counted
      *             under the month totals they are part of.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREL-FILE-STATUS.
           SELECT BILL-REPORT ASSIGN TO "BILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           COPY CALCRATE.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           COPY CALCHLDQ.
       FD  HOLD-RELEASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RELEASE-RECORD.
           COPY CALCHLDQ
               REPLACING ==HLD-SEQ==       BY ==HRL-SEQ==
                         ==HLD-DATE==      BY ==HRL-DATE==
                         ==HLD-SENDER==    BY ==HRL-SENDER==
                         ==HLD-OP==        BY ==HRL-OP==
                         ==HLD-TYPE==      BY ==HRL-TYPE==
                         ==HLD-N1==        BY ==HRL-N1==
                         ==HLD-N2==        BY ==HRL-N2==
                         ==HLD-ANSWER==    BY ==HRL-ANSWER==
                         ==HLD-REMAINDER== BY ==HRL-REMAINDER==
                         ==HLD-LIMIT==     BY ==HRL-LIMIT==
                         ==HLD-DISP==      BY ==HRL-DISP==
                         ==HLD-RELEASED==  BY ==HRL-RELEASED==
                         ==HLD-REJECTED==  BY ==HRL-REJECTED==
                         ==HLD-OPER==      BY ==HRL-OPER==
                         ==HLD-DISP-DATE== BY ==HRL-DISP-DATE==.
       FD  BILL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BILL-LINE                   PIC X(80).
           01 WS-MST-FILE-STATUS   PIC X(02).
           01 WS-AUDIT-FILE-STATUS PIC X(02).
           01 WS-RATE-FILE-STATUS  PIC X(02).
           01 WS-HOLD-FILE-STATUS  PIC X(02).
           01 WS-HREL-FILE-STATUS  PIC X(02).
           01 WS-PARM-AREA         PIC X(20).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-RPT-MONTH         PIC 9(6).
           01 WS-MONTH-START       PIC 9(8).
           01 WS-MONTH-END         PIC 9(8).
           01 WS-GRAND-CALCS       PIC 9(8) VALUE 0.
           01 WS-GRAND-BASE        PIC S9(14)V99 VALUE 0.
           01 WS-GRAND-ANSWER      PIC S9(14)V99 VALUE 0.
           01 WS-HELD-CALCS        PIC 9(8) VALUE 0.
           01 WS-HELD-ANSWER       PIC S9(14)V99 VALUE 0.
           01 WS-REJ-CALCS         PIC 9(8) VALUE 0.
           01 WS-REJ-ANSWER        PIC S9(14)V99 VALUE 0.
           01 WS-BILL-TABLE.
               02 WS-BILL-ENTRY OCCURS 200 TIMES.
                   03 WS-TBL-CODE      PIC 9(6).
           IF WS-PARM-AREA(1:6) NUMERIC
               MOVE WS-PARM-AREA(1:6) TO WS-RPT-MONTH
           ELSE
               CALL "CALCDATE" USING WS-DATE-PARMS
               MOVE DTE-BUS-DATE TO WS-TODAY-DATE
               COMPUTE WS-RPT-MONTH = WS-TODAY-DATE / 100
           END-IF.
           COMPUTE WS-MONTH-START = WS-RPT-MONTH * 100.
               SCAN-MASTER-PROCEDURE-EXIT.
           PERFORM SCAN-AUDIT-PROCEDURE THRU
               SCAN-AUDIT-PROCEDURE-EXIT.
           PERFORM SCAN-HOLD-PROCEDURE THRU
               SCAN-HOLD-PROCEDURE-EXIT.
           PERFORM SCAN-HREL-PROCEDURE THRU
               SCAN-HREL-PROCEDURE-EXIT.
           PERFORM PRINT-REPORT-PROCEDURE THRU
               PRINT-REPORT-PROCEDURE-EXIT.
           IF RATE-FILE-OPEN
           GO TO SCAN-AUDIT-READ.
       SCAN-AUDIT-PROCEDURE-EXIT.
           EXIT.
       SCAN-HOLD-PROCEDURE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               GO TO SCAN-HOLD-PROCEDURE-EXIT.
       SCAN-HOLD-READ.
           READ HOLD-FILE
               AT END
                   CLOSE HOLD-FILE
                   GO TO SCAN-HOLD-PROCEDURE-EXIT
           END-READ.
           IF HLD-DATE NOT NUMERIC
               GO TO SCAN-HOLD-READ.
           IF HLD-DATE < WS-MONTH-START OR HLD-DATE > WS-MONTH-END
               GO TO SCAN-HOLD-READ.
           IF HLD-OP NOT = 7
               GO TO SCAN-HOLD-READ.
           ADD 1 TO WS-HELD-CALCS.
           ADD HLD-ANSWER TO WS-HELD-ANSWER.
           GO TO SCAN-HOLD-READ.
       SCAN-HOLD-PROCEDURE-EXIT.
           EXIT.
       SCAN-HREL-PROCEDURE.
           OPEN INPUT HOLD-RELEASE-FILE.
           IF WS-HREL-FILE-STATUS = "35"
               GO TO SCAN-HREL-PROCEDURE-EXIT.
       SCAN-HREL-READ.
           READ HOLD-RELEASE-FILE
               AT END
                   CLOSE HOLD-RELEASE-FILE
                   GO TO SCAN-HREL-PROCEDURE-EXIT
           END-READ.
           IF NOT HRL-REJECTED OR HRL-DATE NOT NUMERIC
               GO TO SCAN-HREL-READ.
           IF HRL-DATE < WS-MONTH-START OR HRL-DATE > WS-MONTH-END
               GO TO SCAN-HREL-READ.
           IF HRL-OP NOT = 7
               GO TO SCAN-HREL-READ.
           ADD 1 TO WS-REJ-CALCS.
           ADD HRL-ANSWER TO WS-REJ-ANSWER.
           GO TO SCAN-HREL-READ.
       SCAN-HREL-PROCEDURE-EXIT.
           EXIT.
       POST-CALC-PROCEDURE.
           MOVE WS-BILL-N2 TO WS-BILL-CODE.
           PERFORM RATE-LOOKUP-PROCEDURE THRU
                   " CALCS NOT LISTED OR TOTALLED"
                   DELIMITED BY SIZE INTO BILL-LINE
               WRITE BILL-LINE.
           IF WS-HELD-CALCS = 0 AND WS-REJ-CALCS = 0
               GO TO PRINT-REPORT-PROCEDURE-EXIT.
           MOVE SPACE TO BILL-LINE.
           WRITE BILL-LINE.
           MOVE "IN THE MONTH TOTALS ABOVE:" TO BILL-LINE.
           WRITE BILL-LINE.
           MOVE SPACE TO BILL-LINE.
           MOVE " ON HOLD" TO BILL-LINE(1:8).
           MOVE WS-HELD-CALCS TO WS-EDIT-CALCS.
           MOVE WS-EDIT-CALCS TO BILL-LINE(13:7).
           MOVE WS-HELD-ANSWER TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO BILL-LINE(55:16).
           WRITE BILL-LINE.
           MOVE SPACE TO BILL-LINE.
           MOVE " REJECTED" TO BILL-LINE(1:9).
           MOVE WS-REJ-CALCS TO WS-EDIT-CALCS.
           MOVE WS-EDIT-CALCS TO BILL-LINE(13:7).
           MOVE WS-REJ-ANSWER TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO BILL-LINE(55:16).
           WRITE BILL-LINE.
           MOVE SPACE TO BILL-LINE.
           MOVE "A REJECTED RESULT IS CREDITED WHEN IT IS RETURNED"
               TO BILL-LINE.
           WRITE BILL-LINE.
       PRINT-REPORT-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCBILL.
