       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLJ.
      *----------------------------------------------------------*
      * CALCGLJ
      *
      * General ledger journal interface for the OP 7 (RATE)
      * chargebacks, run by CALCNITE after the re-rating step, so
      * accounting no longer keys them into the ledger from
      * BILLRPT.  The night's charges are:
      *
      *     - every accepted ("A") OP 7 result on the return file
      *       (RTRNFILE) in a sender group dated today's business
      *       date, which takes in the held items a supervisor
      *       released and leaves out those still held or rejected;
      *       the rate code is the N2 the transaction carried;
      *     - every re-rating adjustment CALCRERT wrote to ADJFILE
      *       tonight, for its difference (negative for an
      *       overcharge); adjustments to interactive calculations
      *       carry no sender to charge and are only counted;
      *     - the items of an earlier night's journal that was held,
      *       carried on the pending file (GLPEND).
      *
      * Each rate code is looked up on the indexed GL mapping table
      * (GLMAP, shape in the CALCGLMP copybook, maintained on the
      * CALCGMNT screen).  The journal (GLJRNL) carries an "H"
      * header and a "T" trailer with the business date, the entry
      * count and the debit and credit totals, so the GL system can
      * balance the file on load, and between them one "DR" entry
      * per sending department and chargeback account (the sender
      * code is the cost centre) and one "CR" entry per rate code
      * to the code's revenue account.  The two sides always
      * balance.
      *
      * A rate code with no mapping holds the whole journal: GLJRNL
      * is left empty, the unmapped codes are listed on the control
      * and exceptions report (GLEXCPT) with their item counts and
      * amounts, every item is carried on GLPEND to the next run,
      * and RETURN-CODE is 4.  Nothing goes to a suspense account.
      * Once the codes are mapped the job can simply be run again;
      * it picks the same night's items up from their own files.
      * RETURN-CODE is 8 when there are more rate codes or
      * department/account pairs than the tables hold (the journal
      * is held the same way).
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-CODE
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "RTRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT ADJ-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT GL-PEND-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT GL-WORK-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT ASSIGN TO "GLEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           COPY CALCGLMP.
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CONTROL-RECORD.
           02 RTN-CTL-TYPE         PIC X(01).
           02 FILLER               PIC X(01).
           02 RTN-CTL-SENDER       PIC X(03).
           02 FILLER               PIC X(01).
           02 RTN-CTL-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-CTL-COUNT        PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-CTL-HASH         PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
       01  RETURN-DETAIL-RECORD.
           02 RTN-SEQ              PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-N1               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-N2               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-OP               PIC 9(2).
           02 FILLER               PIC X(01).
           02 RTN-ANSWER           PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-FLAG             PIC X(01).
       FD  ADJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJ-RECORD.
           COPY CALCADJ.
       FD  GL-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-PEND-RECORD.
           COPY CALCGLIT
               REPLACING ==GLI-SOURCE==      BY ==GLP-SOURCE==
                         ==GLI-CALCULATION== BY ==GLP-CALCULATION==
                         ==GLI-ADJUSTMENT==  BY ==GLP-ADJUSTMENT==
                         ==GLI-RUN-DATE==    BY ==GLP-RUN-DATE==
                         ==GLI-SENDER==      BY ==GLP-SENDER==
                         ==GLI-SEQ==         BY ==GLP-SEQ==
                         ==GLI-CODE==        BY ==GLP-CODE==
                         ==GLI-AMOUNT==      BY ==GLP-AMOUNT==.
       FD  GL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-WORK-RECORD.
           COPY CALCGLIT.
       FD  GL-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-CONTROL.
           02 GLJ-CTL-TYPE         PIC X(01).
           02 FILLER               PIC X(01).
           02 GLJ-CTL-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 GLJ-CTL-SOURCE       PIC X(08).
           02 FILLER               PIC X(01).
           02 GLJ-CTL-COUNT        PIC 9(8).
           02 FILLER               PIC X(01).
           02 GLJ-CTL-DEBITS       PIC S9(14)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 GLJ-CTL-CREDITS      PIC S9(14)V99 SIGN LEADING
                                       SEPARATE.
       01  GL-JOURNAL-ENTRY.
           02 GLJ-TYPE             PIC X(01).
           02 FILLER               PIC X(01).
           02 GLJ-DC               PIC X(02).
           02 FILLER               PIC X(01).
           02 GLJ-ACCOUNT          PIC X(10).
           02 FILLER               PIC X(01).
           02 GLJ-COST-CENTRE      PIC X(03).
           02 FILLER               PIC X(01).
           02 GLJ-RATE-CODE        PIC 9(6).
           02 FILLER               PIC X(01).
           02 GLJ-ITEMS            PIC 9(8).
           02 FILLER               PIC X(01).
           02 GLJ-AMOUNT           PIC S9(14)V99 SIGN LEADING
                                       SEPARATE.
       FD  GL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  GL-REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-GLMAP-FILE-STATUS PIC X(02).
           01 WS-RTN-FILE-STATUS   PIC X(02).
           01 WS-ADJ-FILE-STATUS   PIC X(02).
           01 WS-PEND-FILE-STATUS  PIC X(02).
           01 WS-WORK-FILE-STATUS  PIC X(02).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-GLMAP-OPEN-SWITCH PIC X(01) VALUE "N".
               88 GLMAP-FILE-OPEN         VALUE "Y".
           01 WS-HOLD-SWITCH       PIC X(01) VALUE "N".
               88 JOURNAL-HELD            VALUE "Y".
           01 WS-GROUP-SWITCH      PIC X(01) VALUE "N".
               88 RETURN-GROUP-TODAY      VALUE "Y".
           01 WS-RTN-SENDER        PIC X(03) VALUE SPACE.
           01 WS-ITEM-DEBIT-ACCT   PIC X(10).
           01 WS-PEND-COUNT        PIC 9(8) COMP VALUE 0.
           01 WS-CALC-COUNT        PIC 9(8) COMP VALUE 0.
           01 WS-ADJ-COUNT         PIC 9(8) COMP VALUE 0.
           01 WS-INTER-ADJ-COUNT   PIC 9(8) COMP VALUE 0.
           01 WS-ITEM-COUNT        PIC 9(8) COMP VALUE 0.
           01 WS-ITEM-TOTAL        PIC S9(14)V99 VALUE 0.
           01 WS-LOST-COUNT        PIC 9(8) COMP VALUE 0.
           01 WS-CARRY-COUNT       PIC 9(8) COMP VALUE 0.
           01 WS-UNMAPPED-CODES    PIC 9(4) COMP VALUE 0.
           01 WS-UNMAPPED-ITEMS    PIC 9(8) COMP VALUE 0.
           01 WS-UNMAPPED-AMOUNT   PIC S9(14)V99 VALUE 0.
           01 WS-ENTRY-COUNT       PIC 9(8) COMP VALUE 0.
           01 WS-DEBIT-TOTAL       PIC S9(14)V99 VALUE 0.
           01 WS-CREDIT-TOTAL      PIC S9(14)V99 VALUE 0.
           01 WS-FIND-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-SHIFT-SUB         PIC 9(4) COMP VALUE 0.
           01 WS-CODE-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-DEBIT-COUNT       PIC 9(4) COMP VALUE 0.
           01 WS-CODE-TABLE.
               02 WS-CODE-ENTRY OCCURS 200 TIMES.
                   03 WS-CDE-CODE      PIC 9(6).
                   03 WS-CDE-MAPPED    PIC X(01).
                       88 CODE-MAPPED         VALUE "Y".
                   03 WS-CDE-CREDIT    PIC X(10).
                   03 WS-CDE-DEBIT     PIC X(10).
                   03 WS-CDE-ITEMS     PIC 9(8).
                   03 WS-CDE-AMOUNT    PIC S9(14)V99.
           01 WS-DEBIT-TABLE.
               02 WS-DEBIT-ENTRY OCCURS 500 TIMES.
                   03 WS-DBT-SENDER    PIC X(03).
                   03 WS-DBT-ACCT      PIC X(10).
                   03 WS-DBT-ITEMS     PIC 9(8).
                   03 WS-DBT-AMOUNT    PIC S9(14)V99.
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-ITEMS        PIC ZZZ,ZZ9.
           01 WS-EDIT-AMOUNT       PIC -(12)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           OPEN OUTPUT GL-REPORT.
           MOVE "CALCULADORA GL JOURNAL INTERFACE - OP 7 CHARGES"
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "BUSINESS DATE: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-FILE-STATUS NOT = "35"
               SET GLMAP-FILE-OPEN TO TRUE.
           OPEN OUTPUT GL-WORK-FILE.
           PERFORM LOAD-PENDING-PROCEDURE THRU
               LOAD-PENDING-PROCEDURE-EXIT.
           PERFORM LOAD-RETURN-PROCEDURE THRU
               LOAD-RETURN-PROCEDURE-EXIT.
           PERFORM LOAD-ADJ-PROCEDURE THRU LOAD-ADJ-PROCEDURE-EXIT.
           CLOSE GL-WORK-FILE.
           IF GLMAP-FILE-OPEN
               CLOSE GL-MAP-FILE.
           PERFORM SOURCE-SUMMARY-PROCEDURE THRU
               SOURCE-SUMMARY-PROCEDURE-EXIT.
           IF WS-UNMAPPED-CODES > 0 OR WS-LOST-COUNT > 0
               SET JOURNAL-HELD TO TRUE.
           IF JOURNAL-HELD
               PERFORM HOLD-JOURNAL-PROCEDURE THRU
                   HOLD-JOURNAL-PROCEDURE-EXIT
           ELSE
               PERFORM WRITE-JOURNAL-PROCEDURE THRU
                   WRITE-JOURNAL-PROCEDURE-EXIT.
           CLOSE GL-REPORT.
           IF WS-LOST-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JOURNAL-HELD
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.
      * ITEMS OF A HELD JOURNAL COME FIRST.  ANY STAMPED WITH TODAY'S
      * DATE WERE CARRIED BY AN EARLIER RUN OF THIS SAME NIGHT AND
      * ARE PICKED UP AGAIN FROM THEIR OWN FILES BELOW.
       LOAD-PENDING-PROCEDURE.
           OPEN INPUT GL-PEND-FILE.
           IF WS-PEND-FILE-STATUS = "35"
               GO TO LOAD-PENDING-PROCEDURE-EXIT.
       LOAD-PENDING-READ.
           READ GL-PEND-FILE
               AT END
                   CLOSE GL-PEND-FILE
                   GO TO LOAD-PENDING-PROCEDURE-EXIT
           END-READ.
           IF GLP-RUN-DATE = WS-TODAY-DATE
               GO TO LOAD-PENDING-READ.
           MOVE GL-PEND-RECORD TO GL-WORK-RECORD.
           ADD 1 TO WS-PEND-COUNT.
           PERFORM POST-ITEM-PROCEDURE THRU POST-ITEM-PROCEDURE-EXIT.
           GO TO LOAD-PENDING-READ.
       LOAD-PENDING-PROCEDURE-EXIT.
           EXIT.
       LOAD-RETURN-PROCEDURE.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-FILE-STATUS = "35"
               GO TO LOAD-RETURN-PROCEDURE-EXIT.
       LOAD-RETURN-READ.
           READ RETURN-FILE
               AT END
                   CLOSE RETURN-FILE
                   GO TO LOAD-RETURN-PROCEDURE-EXIT
           END-READ.
           IF RTN-CTL-TYPE = "H"
               MOVE RTN-CTL-SENDER TO WS-RTN-SENDER
               MOVE "N" TO WS-GROUP-SWITCH
               IF RTN-CTL-DATE = WS-TODAY-DATE
                   SET RETURN-GROUP-TODAY TO TRUE
               END-IF
               GO TO LOAD-RETURN-READ.
           IF RTN-CTL-TYPE = "T"
               MOVE "N" TO WS-GROUP-SWITCH
               GO TO LOAD-RETURN-READ.
           IF NOT RETURN-GROUP-TODAY
               GO TO LOAD-RETURN-READ.
           IF RTN-OP NOT = 7 OR RTN-FLAG NOT = "A"
               GO TO LOAD-RETURN-READ.
           MOVE SPACE TO GL-WORK-RECORD.
           MOVE "C" TO GLI-SOURCE.
           MOVE WS-TODAY-DATE TO GLI-RUN-DATE.
           MOVE WS-RTN-SENDER TO GLI-SENDER.
           MOVE RTN-SEQ TO GLI-SEQ.
           MOVE RTN-N2 TO GLI-CODE.
           MOVE RTN-ANSWER TO GLI-AMOUNT.
           ADD 1 TO WS-CALC-COUNT.
           PERFORM POST-ITEM-PROCEDURE THRU POST-ITEM-PROCEDURE-EXIT.
           GO TO LOAD-RETURN-READ.
       LOAD-RETURN-PROCEDURE-EXIT.
           EXIT.
      * ADJFILE IS ONLY REWRITTEN ON A NIGHT WITH RE-RATING QUEUED,
      * SO ONLY TONIGHT'S ADJUSTMENTS ARE TAKEN
       LOAD-ADJ-PROCEDURE.
           OPEN INPUT ADJ-FILE.
           IF WS-ADJ-FILE-STATUS = "35"
               GO TO LOAD-ADJ-PROCEDURE-EXIT.
       LOAD-ADJ-READ.
           READ ADJ-FILE
               AT END
                   CLOSE ADJ-FILE
                   GO TO LOAD-ADJ-PROCEDURE-EXIT
           END-READ.
           IF ADJ-RUN-DATE NOT = WS-TODAY-DATE
             OR ADJ-DIFFERENCE = ZERO
               GO TO LOAD-ADJ-READ.
           IF ADJ-SENDER = SPACE
               ADD 1 TO WS-INTER-ADJ-COUNT
               GO TO LOAD-ADJ-READ.
           MOVE SPACE TO GL-WORK-RECORD.
           MOVE "A" TO GLI-SOURCE.
           MOVE WS-TODAY-DATE TO GLI-RUN-DATE.
           MOVE ADJ-SENDER TO GLI-SENDER.
           MOVE ADJ-TRAN-SEQ TO GLI-SEQ.
           MOVE ADJ-CODE TO GLI-CODE.
           MOVE ADJ-DIFFERENCE TO GLI-AMOUNT.
           ADD 1 TO WS-ADJ-COUNT.
           PERFORM POST-ITEM-PROCEDURE THRU POST-ITEM-PROCEDURE-EXIT.
           GO TO LOAD-ADJ-READ.
       LOAD-ADJ-PROCEDURE-EXIT.
           EXIT.
       POST-ITEM-PROCEDURE.
           WRITE GL-WORK-RECORD.
           ADD 1 TO WS-ITEM-COUNT.
           ADD GLI-AMOUNT TO WS-ITEM-TOTAL.
           PERFORM FIND-CODE-PROCEDURE THRU FIND-CODE-PROCEDURE-EXIT.
           IF WS-FIND-SUB = 0
               ADD 1 TO WS-LOST-COUNT
               GO TO POST-ITEM-PROCEDURE-EXIT.
           ADD 1 TO WS-CDE-ITEMS(WS-FIND-SUB).
           ADD GLI-AMOUNT TO WS-CDE-AMOUNT(WS-FIND-SUB).
           IF NOT CODE-MAPPED(WS-FIND-SUB)
               GO TO POST-ITEM-PROCEDURE-EXIT.
           MOVE WS-CDE-DEBIT(WS-FIND-SUB) TO WS-ITEM-DEBIT-ACCT.
           PERFORM FIND-DEBIT-PROCEDURE THRU
               FIND-DEBIT-PROCEDURE-EXIT.
           IF WS-FIND-SUB = 0
               ADD 1 TO WS-LOST-COUNT
               GO TO POST-ITEM-PROCEDURE-EXIT.
           ADD 1 TO WS-DBT-ITEMS(WS-FIND-SUB).
           ADD GLI-AMOUNT TO WS-DBT-AMOUNT(WS-FIND-SUB).
       POST-ITEM-PROCEDURE-EXIT.
           EXIT.
      * FIND THE RATE CODE, INSERTING IT IN CODE ORDER WITH ITS GL
      * MAPPING THE FIRST TIME IT IS SEEN; WS-FIND-SUB COMES BACK
      * ZERO ONLY WHEN THE TABLE IS FULL
       FIND-CODE-PROCEDURE.
           MOVE 0 TO WS-FIND-SUB.
       FIND-CODE-NEXT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-CODE-COUNT
               GO TO FIND-CODE-ADD.
           IF WS-CDE-CODE(WS-FIND-SUB) = GLI-CODE
               GO TO FIND-CODE-PROCEDURE-EXIT.
           IF WS-CDE-CODE(WS-FIND-SUB) > GLI-CODE
               GO TO FIND-CODE-ADD.
           GO TO FIND-CODE-NEXT.
       FIND-CODE-ADD.
           IF WS-CODE-COUNT = 200
               MOVE 0 TO WS-FIND-SUB
               GO TO FIND-CODE-PROCEDURE-EXIT.
           MOVE WS-CODE-COUNT TO WS-SHIFT-SUB.
       FIND-CODE-SHIFT.
           IF WS-SHIFT-SUB < WS-FIND-SUB
               GO TO FIND-CODE-FILL.
           MOVE WS-CODE-ENTRY(WS-SHIFT-SUB)
               TO WS-CODE-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
           GO TO FIND-CODE-SHIFT.
       FIND-CODE-FILL.
           ADD 1 TO WS-CODE-COUNT.
           MOVE GLI-CODE TO WS-CDE-CODE(WS-FIND-SUB).
           MOVE "N" TO WS-CDE-MAPPED(WS-FIND-SUB).
           MOVE SPACE TO WS-CDE-CREDIT(WS-FIND-SUB).
           MOVE SPACE TO WS-CDE-DEBIT(WS-FIND-SUB).
           MOVE 0 TO WS-CDE-ITEMS(WS-FIND-SUB).
           MOVE 0 TO WS-CDE-AMOUNT(WS-FIND-SUB).
           IF NOT GLMAP-FILE-OPEN
               GO TO FIND-CODE-PROCEDURE-EXIT.
           MOVE GLI-CODE TO GLM-CODE.
           READ GL-MAP-FILE
               INVALID KEY
                   GO TO FIND-CODE-PROCEDURE-EXIT
           END-READ.
           MOVE "Y" TO WS-CDE-MAPPED(WS-FIND-SUB).
           MOVE GLM-CREDIT-ACCT TO WS-CDE-CREDIT(WS-FIND-SUB).
           MOVE GLM-DEBIT-ACCT TO WS-CDE-DEBIT(WS-FIND-SUB).
       FIND-CODE-PROCEDURE-EXIT.
           EXIT.
      * FIND THE SENDER/CHARGEBACK ACCOUNT PAIR, INSERTING IT IN
      * SENDER ORDER; ZERO WHEN THE TABLE IS FULL
       FIND-DEBIT-PROCEDURE.
           MOVE 0 TO WS-FIND-SUB.
       FIND-DEBIT-NEXT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-DEBIT-COUNT
               GO TO FIND-DEBIT-ADD.
           IF WS-DBT-SENDER(WS-FIND-SUB) = GLI-SENDER
             AND WS-DBT-ACCT(WS-FIND-SUB) = WS-ITEM-DEBIT-ACCT
               GO TO FIND-DEBIT-PROCEDURE-EXIT.
           IF WS-DBT-SENDER(WS-FIND-SUB) > GLI-SENDER
             OR (WS-DBT-SENDER(WS-FIND-SUB) = GLI-SENDER
                 AND WS-DBT-ACCT(WS-FIND-SUB) > WS-ITEM-DEBIT-ACCT)
               GO TO FIND-DEBIT-ADD.
           GO TO FIND-DEBIT-NEXT.
       FIND-DEBIT-ADD.
           IF WS-DEBIT-COUNT = 500
               MOVE 0 TO WS-FIND-SUB
               GO TO FIND-DEBIT-PROCEDURE-EXIT.
           MOVE WS-DEBIT-COUNT TO WS-SHIFT-SUB.
       FIND-DEBIT-SHIFT.
           IF WS-SHIFT-SUB < WS-FIND-SUB
               GO TO FIND-DEBIT-FILL.
           MOVE WS-DEBIT-ENTRY(WS-SHIFT-SUB)
               TO WS-DEBIT-ENTRY(WS-SHIFT-SUB + 1).
           SUBTRACT 1 FROM WS-SHIFT-SUB.
           GO TO FIND-DEBIT-SHIFT.
       FIND-DEBIT-FILL.
           ADD 1 TO WS-DEBIT-COUNT.
           MOVE GLI-SENDER TO WS-DBT-SENDER(WS-FIND-SUB).
           MOVE WS-ITEM-DEBIT-ACCT TO WS-DBT-ACCT(WS-FIND-SUB).
           MOVE 0 TO WS-DBT-ITEMS(WS-FIND-SUB).
           MOVE 0 TO WS-DBT-AMOUNT(WS-FIND-SUB).
       FIND-DEBIT-PROCEDURE-EXIT.
           EXIT.
       SOURCE-SUMMARY-PROCEDURE.
           MOVE WS-PEND-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "ITEMS CARRIED FROM A HELD JOURNAL: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-CALC-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "OP 7 RESULTS FROM RETURN FILE:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-ADJ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "RE-RATING ADJUSTMENTS:             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.
           MOVE WS-ITEM-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "TOTAL ITEMS:                       " WS-EDIT-COUNT
               "  AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF WS-INTER-ADJ-COUNT > 0
               MOVE WS-INTER-ADJ-COUNT TO WS-EDIT-COUNT
               MOVE SPACE TO GL-REPORT-LINE
               STRING "INTERACTIVE ADJUSTMENTS, NO SENDER:"
                   WS-EDIT-COUNT "  NOT JOURNALLED"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE 0 TO WS-FIND-SUB.
       SOURCE-SUMMARY-NEXT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-CODE-COUNT
               GO TO SOURCE-SUMMARY-PROCEDURE-EXIT.
           IF CODE-MAPPED(WS-FIND-SUB)
               GO TO SOURCE-SUMMARY-NEXT.
           ADD 1 TO WS-UNMAPPED-CODES.
           ADD WS-CDE-ITEMS(WS-FIND-SUB) TO WS-UNMAPPED-ITEMS.
           ADD WS-CDE-AMOUNT(WS-FIND-SUB) TO WS-UNMAPPED-AMOUNT.
           GO TO SOURCE-SUMMARY-NEXT.
       SOURCE-SUMMARY-PROCEDURE-EXIT.
           EXIT.
      * A HELD JOURNAL LEAVES GLJRNL EMPTY, SO LAST NIGHT'S FILE
      * CANNOT BE LOADED TWICE, AND CARRIES EVERY ITEM TO THE NEXT
      * RUN ON GLPEND
       HOLD-JOURNAL-PROCEDURE.
           OPEN OUTPUT GL-JOURNAL.
           CLOSE GL-JOURNAL.
           MOVE "*** JOURNAL HELD - NOTHING RELEASED TO THE LEDGER ***"
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF WS-UNMAPPED-CODES = 0
               GO TO HOLD-JOURNAL-LOST.
           MOVE "RATE CODES WITH NO GL MAPPING" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           MOVE "RATE CODE" TO GL-REPORT-LINE(1:9).
           MOVE "ITEMS" TO GL-REPORT-LINE(15:5).
           MOVE "AMOUNT" TO GL-REPORT-LINE(32:6).
           WRITE GL-REPORT-LINE.
           MOVE 0 TO WS-FIND-SUB.
       HOLD-JOURNAL-NEXT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-CODE-COUNT
               GO TO HOLD-JOURNAL-TOTAL.
           IF CODE-MAPPED(WS-FIND-SUB)
               GO TO HOLD-JOURNAL-NEXT.
           MOVE SPACE TO GL-REPORT-LINE.
           MOVE WS-CDE-CODE(WS-FIND-SUB) TO GL-REPORT-LINE(2:6).
           MOVE WS-CDE-ITEMS(WS-FIND-SUB) TO WS-EDIT-ITEMS.
           MOVE WS-EDIT-ITEMS TO GL-REPORT-LINE(13:7).
           MOVE WS-CDE-AMOUNT(WS-FIND-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO GL-REPORT-LINE(22:16).
           WRITE GL-REPORT-LINE.
           GO TO HOLD-JOURNAL-NEXT.
       HOLD-JOURNAL-TOTAL.
           MOVE SPACE TO GL-REPORT-LINE.
           MOVE "UNMAPPED" TO GL-REPORT-LINE(1:8).
           MOVE WS-UNMAPPED-ITEMS TO WS-EDIT-ITEMS.
           MOVE WS-EDIT-ITEMS TO GL-REPORT-LINE(13:7).
           MOVE WS-UNMAPPED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO GL-REPORT-LINE(22:16).
           WRITE GL-REPORT-LINE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
       HOLD-JOURNAL-LOST.
           IF WS-LOST-COUNT > 0
               MOVE WS-LOST-COUNT TO WS-EDIT-COUNT
               MOVE SPACE TO GL-REPORT-LINE
               STRING "CODE OR DEPARTMENT TABLE FULL - " WS-EDIT-COUNT
                   " ITEMS NOT TOTALLED"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT GL-PEND-FILE.
       HOLD-JOURNAL-CARRY.
           READ GL-WORK-FILE
               AT END
                   GO TO HOLD-JOURNAL-CLOSE
           END-READ.
           MOVE GL-WORK-RECORD TO GL-PEND-RECORD.
           WRITE GL-PEND-RECORD.
           ADD 1 TO WS-CARRY-COUNT.
           GO TO HOLD-JOURNAL-CARRY.
       HOLD-JOURNAL-CLOSE.
           CLOSE GL-WORK-FILE.
           CLOSE GL-PEND-FILE.
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "ITEMS CARRIED ON GLPEND TO THE NEXT RUN: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "MAP THE CODES ON CALCGMNT, THEN RUN CALCGLJ AGAIN"
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
       HOLD-JOURNAL-PROCEDURE-EXIT.
           EXIT.
       WRITE-JOURNAL-PROCEDURE.
           COMPUTE WS-ENTRY-COUNT = WS-DEBIT-COUNT + WS-CODE-COUNT.
           MOVE 0 TO WS-FIND-SUB.
       WRITE-JOURNAL-SUM-DEBIT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-DEBIT-COUNT
               MOVE 0 TO WS-FIND-SUB
               GO TO WRITE-JOURNAL-SUM-CREDIT.
           ADD WS-DBT-AMOUNT(WS-FIND-SUB) TO WS-DEBIT-TOTAL.
           GO TO WRITE-JOURNAL-SUM-DEBIT.
       WRITE-JOURNAL-SUM-CREDIT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-CODE-COUNT
               GO TO WRITE-JOURNAL-HEADER.
           ADD WS-CDE-AMOUNT(WS-FIND-SUB) TO WS-CREDIT-TOTAL.
           GO TO WRITE-JOURNAL-SUM-CREDIT.
       WRITE-JOURNAL-HEADER.
           OPEN OUTPUT GL-JOURNAL.
           MOVE SPACE TO GL-JOURNAL-CONTROL.
           MOVE "H" TO GLJ-CTL-TYPE.
           MOVE WS-TODAY-DATE TO GLJ-CTL-DATE.
           MOVE "CALCOP7" TO GLJ-CTL-SOURCE.
           MOVE WS-ENTRY-COUNT TO GLJ-CTL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLJ-CTL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GLJ-CTL-CREDITS.
           WRITE GL-JOURNAL-CONTROL.
           MOVE SPACE TO GL-REPORT-LINE.
           MOVE "DR/CR" TO GL-REPORT-LINE(1:5).
           MOVE "ACCOUNT" TO GL-REPORT-LINE(8:7).
           MOVE "CC" TO GL-REPORT-LINE(20:2).
           MOVE "RATE CODE" TO GL-REPORT-LINE(25:9).
           MOVE "ITEMS" TO GL-REPORT-LINE(38:5).
           MOVE "AMOUNT" TO GL-REPORT-LINE(55:6).
           WRITE GL-REPORT-LINE.
           MOVE 0 TO WS-FIND-SUB.
       WRITE-JOURNAL-DEBIT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-DEBIT-COUNT
               MOVE 0 TO WS-FIND-SUB
               GO TO WRITE-JOURNAL-CREDIT.
           MOVE SPACE TO GL-JOURNAL-ENTRY.
           MOVE "D" TO GLJ-TYPE.
           MOVE "DR" TO GLJ-DC.
           MOVE WS-DBT-ACCT(WS-FIND-SUB) TO GLJ-ACCOUNT.
           MOVE WS-DBT-SENDER(WS-FIND-SUB) TO GLJ-COST-CENTRE.
           MOVE ZERO TO GLJ-RATE-CODE.
           MOVE WS-DBT-ITEMS(WS-FIND-SUB) TO GLJ-ITEMS.
           MOVE WS-DBT-AMOUNT(WS-FIND-SUB) TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-ENTRY.
           PERFORM PRINT-ENTRY-PROCEDURE THRU
               PRINT-ENTRY-PROCEDURE-EXIT.
           GO TO WRITE-JOURNAL-DEBIT.
       WRITE-JOURNAL-CREDIT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-CODE-COUNT
               GO TO WRITE-JOURNAL-TRAILER.
           MOVE SPACE TO GL-JOURNAL-ENTRY.
           MOVE "D" TO GLJ-TYPE.
           MOVE "CR" TO GLJ-DC.
           MOVE WS-CDE-CREDIT(WS-FIND-SUB) TO GLJ-ACCOUNT.
           MOVE SPACE TO GLJ-COST-CENTRE.
           MOVE WS-CDE-CODE(WS-FIND-SUB) TO GLJ-RATE-CODE.
           MOVE WS-CDE-ITEMS(WS-FIND-SUB) TO GLJ-ITEMS.
           MOVE WS-CDE-AMOUNT(WS-FIND-SUB) TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-ENTRY.
           PERFORM PRINT-ENTRY-PROCEDURE THRU
               PRINT-ENTRY-PROCEDURE-EXIT.
           GO TO WRITE-JOURNAL-CREDIT.
       WRITE-JOURNAL-TRAILER.
           MOVE SPACE TO GL-JOURNAL-CONTROL.
           MOVE "T" TO GLJ-CTL-TYPE.
           MOVE WS-TODAY-DATE TO GLJ-CTL-DATE.
           MOVE "CALCOP7" TO GLJ-CTL-SOURCE.
           MOVE WS-ENTRY-COUNT TO GLJ-CTL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLJ-CTL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GLJ-CTL-CREDITS.
           WRITE GL-JOURNAL-CONTROL.
           CLOSE GL-JOURNAL.
           OPEN OUTPUT GL-PEND-FILE.
           CLOSE GL-PEND-FILE.
           MOVE SPACE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "JOURNAL ENTRIES: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "TOTAL DEBITS:    " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACE TO GL-REPORT-LINE.
           STRING "TOTAL CREDITS:   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF WS-ITEM-COUNT = 0
               MOVE "NO OP 7 CHARGES TO JOURNAL" TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE.
           MOVE "JOURNAL RELEASED TO THE LEDGER ON GLJRNL"
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
       WRITE-JOURNAL-PROCEDURE-EXIT.
           EXIT.
       PRINT-ENTRY-PROCEDURE.
           MOVE SPACE TO GL-REPORT-LINE.
           MOVE GLJ-DC TO GL-REPORT-LINE(2:2).
           MOVE GLJ-ACCOUNT TO GL-REPORT-LINE(8:10).
           MOVE GLJ-COST-CENTRE TO GL-REPORT-LINE(20:3).
           IF GLJ-RATE-CODE NOT = ZERO
               MOVE GLJ-RATE-CODE TO GL-REPORT-LINE(26:6).
           MOVE GLJ-ITEMS TO WS-EDIT-ITEMS.
           MOVE WS-EDIT-ITEMS TO GL-REPORT-LINE(36:7).
           MOVE GLJ-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO GL-REPORT-LINE(45:16).
           WRITE GL-REPORT-LINE.
       PRINT-ENTRY-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCGLJ.
