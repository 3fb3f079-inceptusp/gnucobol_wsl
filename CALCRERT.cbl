       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRERT.
      *----------------------------------------------------------*
      * CALCRERT
      *
      * Retroactive re-rating job.  CALCAPPR queues a request on
      * RERATEQ (shape in the CALCRRQ copybook) whenever it applies
      * an approved rate change effective on or before the current
      * business date.  For each queued request this job finds
      * every OP 7 (RATE) calculation for that rate code dated on
      * or after the new effective date, on the indexed audit
      * master (AUDITMST) and on the live audit trail (AUDITFILE),
      * and recomputes it at the rate now in force on RATEFILE for
      * the calculation's own date, rounded as the batch run rounds
      * it.  Every calculation whose answer changes is written to
      * the adjustment file (ADJFILE, shape in the CALCADJ
      * copybook) with the answer as charged, the corrected answer
      * and the difference, and listed on the re-rating report
      * (RRATRPT) under the request, with the maker and approver of
      * the change.  Each sending department then gets an
      * adjustment return file (RADJsss, sss the sender code) in
      * the RTRNFILE conventions -- an "H" header with the sender
      * and business date, one detail per adjusted item carrying
      * the original run date and transaction sequence number, and
      * a "T" trailer with the count and the hash total of the
      * differences -- so under- and over-charges can be loaded
      * without re-keying.  Interactive calculations carry no
      * sender; they are reported and on ADJFILE but not returned.
      *
      * The night's adjustments are appended to the adjustment
      * history (ADJHIST).  The answer "as charged" for a
      * calculation already adjusted once is the corrected answer
      * of its last adjustment, so a second backdated change for the
      * same code only adjusts the further difference.  The queue is
      * emptied when the job ends.  RETURN-CODE is 8 when a
      * calculation had no rate on RATEFILE for its date, or when
      * the history table filled, so the exceptions on the report
      * get looked at.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RERATE-QUEUE ASSIGN TO "RERATEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRQ-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDM-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ADJ-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJ-HISTORY ASSIGN TO "ADJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT SENDER-ADJ-FILE ASSIGN TO DYNAMIC WS-SENDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-WORK ASSIGN TO "RRQWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RERATE-REPORT ASSIGN TO "RRATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RERATE-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  RERATE-REQUEST-RECORD.
           COPY CALCRRQ.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY CALCAUD.
       FD  AUDIT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-MASTER-RECORD.
           COPY CALCAMST.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           COPY CALCRATE.
       FD  ADJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJ-RECORD.
           COPY CALCADJ.
       FD  ADJ-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  ADJ-HISTORY-RECORD.
           COPY CALCADJ
               REPLACING ==ADJ-CODE==        BY ==AHST-CODE==
                         ==ADJ-EFF-DATE==    BY ==AHST-EFF-DATE==
                         ==ADJ-AUD-DATE==    BY ==AHST-AUD-DATE==
                         ==ADJ-AUD-TIME==    BY ==AHST-AUD-TIME==
                         ==ADJ-SENDER==      BY ==AHST-SENDER==
                         ==ADJ-TRAN-SEQ==    BY ==AHST-TRAN-SEQ==
                         ==ADJ-N1==          BY ==AHST-N1==
                         ==ADJ-RATE==        BY ==AHST-RATE==
                         ==ADJ-ORIG-ANSWER== BY ==AHST-ORIG-ANSWER==
                         ==ADJ-NEW-ANSWER==  BY ==AHST-NEW-ANSWER==
                         ==ADJ-DIFFERENCE==  BY ==AHST-DIFFERENCE==
                         ==ADJ-APPROVER==    BY ==AHST-APPROVER==
                         ==ADJ-RUN-DATE==    BY ==AHST-RUN-DATE==.
       FD  SENDER-ADJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  SADJ-CONTROL-RECORD.
           02 SADJ-CTL-TYPE        PIC X(01).
           02 FILLER               PIC X(01).
           02 SADJ-CTL-SENDER      PIC X(03).
           02 FILLER               PIC X(01).
           02 SADJ-CTL-DATE        PIC 9(8).
           02 FILLER               PIC X(01).
           02 SADJ-CTL-COUNT       PIC 9(8).
           02 FILLER               PIC X(01).
           02 SADJ-CTL-HASH        PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
       01  SADJ-DETAIL-RECORD.
           02 SADJ-RUN-DATE        PIC 9(8).
           02 FILLER               PIC X(01).
           02 SADJ-SEQ             PIC 9(8).
           02 FILLER               PIC X(01).
           02 SADJ-N1              PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 SADJ-CODE            PIC 9(6).
           02 FILLER               PIC X(01).
           02 SADJ-ORIG-ANSWER     PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 SADJ-NEW-ANSWER      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 SADJ-DIFFERENCE      PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
       FD  QUEUE-WORK
           LABEL RECORDS ARE STANDARD.
       01  QUEUE-WORK-RECORD           PIC X(100).
       FD  RERATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RERATE-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RRQ-FILE-STATUS   PIC X(02).
           01 WS-AUDIT-FILE-STATUS PIC X(02).
           01 WS-MST-FILE-STATUS   PIC X(02).
           01 WS-RATE-FILE-STATUS  PIC X(02).
           01 WS-HIST-FILE-STATUS  PIC X(02).
           01 WS-SENDER-FILE-NAME  PIC X(12).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-ERROR-SWITCH      PIC X(01) VALUE "N".
               88 RERATE-ERRORS           VALUE "Y".
           01 WS-RATE-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 RATE-FILE-OPEN          VALUE "Y".
           01 WS-RATE-SWITCH       PIC X(01) VALUE "N".
               88 RATE-FOUND              VALUE "Y".
           01 WS-LOOKUP-CODE       PIC 9(6) VALUE 0.
           01 WS-LOOKUP-DATE       PIC 9(8) VALUE 0.
           01 WS-RATE-VALUE        PIC 9(3)V9(6) VALUE 0.
           01 WS-REQ-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-REQ-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-REQ-TABLE.
               02 WS-REQ-ENTRY OCCURS 100 TIMES.
                   03 WS-REQ-CODE      PIC 9(6).
                   03 WS-REQ-EFF-DATE  PIC 9(8).
                   03 WS-REQ-OLD-RATE  PIC 9(3)V9(6).
                   03 WS-REQ-NEW-RATE  PIC 9(3)V9(6).
                   03 WS-REQ-MAKER     PIC X(08).
                   03 WS-REQ-APPROVER  PIC X(08).
                   03 WS-REQ-APPR-DATE PIC 9(8).
           01 WS-MORE-REQ-SWITCH   PIC X(01) VALUE "N".
               88 MORE-REQUESTS           VALUE "Y".
           01 WS-HST-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-HST-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-HST-FOUND-SUB     PIC 9(4) COMP VALUE 0.
           01 WS-HST-TABLE.
               02 WS-HST-ENTRY OCCURS 5000 TIMES.
                   03 WS-HST-DATE      PIC 9(8).
                   03 WS-HST-TIME      PIC 9(8).
                   03 WS-HST-CODE      PIC 9(6).
                   03 WS-HST-SENDER    PIC X(03).
                   03 WS-HST-SEQ       PIC 9(8).
                   03 WS-HST-N1        PIC S9(6)V99.
                   03 WS-HST-ANSWER    PIC S9(12)V99.
           01 WS-SND-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-SND-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-SND-TABLE.
               02 WS-SND-ENTRY OCCURS 50 TIMES.
                   03 WS-SND-CODE      PIC X(03).
           01 WS-CHK-DATE          PIC 9(8).
           01 WS-CHK-TIME          PIC 9(8).
           01 WS-CHK-N1            PIC S9(6)V99.
           01 WS-CHK-ANSWER        PIC S9(12)V99.
           01 WS-CHK-SENDER        PIC X(03).
           01 WS-CHK-SEQ           PIC 9(8).
           01 WS-CHARGED-ANSWER    PIC S9(12)V99.
           01 WS-NEW-ANSWER        PIC S9(12)V99.
           01 WS-DIFFERENCE        PIC S9(12)V99.
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-OUT-COUNT         PIC 9(8) VALUE 0.
           01 WS-OUT-HASH          PIC S9(12)V99 VALUE 0.
           01 WS-ADJ-EOF-SWITCH    PIC X(01) VALUE "N".
               88 END-OF-ADJ              VALUE "Y".
           01 WS-REQ-EXAMINED      PIC 9(8) VALUE 0.
           01 WS-REQ-ADJUSTED      PIC 9(8) VALUE 0.
           01 WS-REQ-NET           PIC S9(12)V99 VALUE 0.
           01 WS-TOT-EXAMINED      PIC 9(8) VALUE 0.
           01 WS-TOT-ADJUSTED      PIC 9(8) VALUE 0.
           01 WS-TOT-NO-SENDER     PIC 9(8) VALUE 0.
           01 WS-TOT-EXCEPTIONS    PIC 9(8) VALUE 0.
           01 WS-TOT-UNDER         PIC S9(12)V99 VALUE 0.
           01 WS-TOT-OVER          PIC S9(12)V99 VALUE 0.
           01 WS-TOT-NET           PIC S9(12)V99 VALUE 0.
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-AMOUNT       PIC -(9)9.99.
           01 WS-EDIT-ORIG         PIC -(9)9.99.
           01 WS-EDIT-NEW          PIC -(9)9.99.
           01 WS-EDIT-RATE         PIC 9(3).9(6).
           01 WS-EDIT-RATE2        PIC 9(3).9(6).
           01 WS-EDIT-SEQ          PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           OPEN OUTPUT RERATE-REPORT.
           MOVE "CALCULADORA RETROACTIVE RE-RATING" TO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           STRING "BUSINESS DATE: " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           WRITE RERATE-LINE.
           PERFORM LOAD-QUEUE-PROCEDURE THRU LOAD-QUEUE-PROCEDURE-EXIT.
           IF WS-REQ-COUNT = 0
               MOVE "NO RE-RATING REQUESTS QUEUED" TO RERATE-LINE
               WRITE RERATE-LINE
               CLOSE RERATE-REPORT
               STOP RUN.
           IF MORE-REQUESTS
               MOVE "MORE THAN 100 REQUESTS QUEUED - RUN AGAIN FOR REST"
                   TO RERATE-LINE
               WRITE RERATE-LINE
               MOVE SPACE TO RERATE-LINE
               WRITE RERATE-LINE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS = "35"
               MOVE "NO RATE TABLE - NOTHING RE-RATED, QUEUE KEPT"
                   TO RERATE-LINE
               WRITE RERATE-LINE
               CLOSE RERATE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           SET RATE-FILE-OPEN TO TRUE.
           PERFORM LOAD-HISTORY-PROCEDURE THRU
               LOAD-HISTORY-PROCEDURE-EXIT.
           OPEN OUTPUT ADJ-FILE.
           MOVE 0 TO WS-REQ-SUB.
           PERFORM REQUEST-PROCEDURE THRU REQUEST-PROCEDURE-EXIT.
           CLOSE ADJ-FILE.
           CLOSE RATE-FILE.
           PERFORM APPEND-HISTORY-PROCEDURE THRU
               APPEND-HISTORY-PROCEDURE-EXIT.
           MOVE 0 TO WS-SND-SUB.
           PERFORM SENDER-RETURN-PROCEDURE THRU
               SENDER-RETURN-PROCEDURE-EXIT.
           PERFORM CLEAR-QUEUE-PROCEDURE THRU
               CLEAR-QUEUE-PROCEDURE-EXIT.
           PERFORM SUMMARY-PROCEDURE THRU SUMMARY-PROCEDURE-EXIT.
           CLOSE RERATE-REPORT.
           IF RERATE-ERRORS
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
       LOAD-QUEUE-PROCEDURE.
           OPEN INPUT RERATE-QUEUE.
           IF WS-RRQ-FILE-STATUS = "35"
               GO TO LOAD-QUEUE-PROCEDURE-EXIT.
       LOAD-QUEUE-READ.
           READ RERATE-QUEUE
               AT END
                   CLOSE RERATE-QUEUE
                   GO TO LOAD-QUEUE-PROCEDURE-EXIT
           END-READ.
           IF WS-REQ-COUNT = 100
               SET MORE-REQUESTS TO TRUE
               CLOSE RERATE-QUEUE
               GO TO LOAD-QUEUE-PROCEDURE-EXIT.
           ADD 1 TO WS-REQ-COUNT.
           MOVE RRQ-CODE TO WS-REQ-CODE(WS-REQ-COUNT).
           MOVE RRQ-EFF-DATE TO WS-REQ-EFF-DATE(WS-REQ-COUNT).
           MOVE RRQ-OLD-RATE TO WS-REQ-OLD-RATE(WS-REQ-COUNT).
           MOVE RRQ-NEW-RATE TO WS-REQ-NEW-RATE(WS-REQ-COUNT).
           MOVE RRQ-MAKER TO WS-REQ-MAKER(WS-REQ-COUNT).
           MOVE RRQ-APPROVER TO WS-REQ-APPROVER(WS-REQ-COUNT).
           MOVE RRQ-APPR-DATE TO WS-REQ-APPR-DATE(WS-REQ-COUNT).
           GO TO LOAD-QUEUE-READ.
       LOAD-QUEUE-PROCEDURE-EXIT.
           EXIT.
      * ONLY THE HISTORY FOR THE CODES BEING RE-RATED IS NEEDED; A
      * LATER ADJUSTMENT OF THE SAME CALCULATION REPLACES AN EARLIER
      * ONE, SO THE TABLE HOLDS THE ANSWER AS LAST CHARGED.
       LOAD-HISTORY-PROCEDURE.
           OPEN INPUT ADJ-HISTORY.
           IF WS-HIST-FILE-STATUS = "35"
               GO TO LOAD-HISTORY-PROCEDURE-EXIT.
       LOAD-HISTORY-READ.
           READ ADJ-HISTORY
               AT END
                   CLOSE ADJ-HISTORY
                   GO TO LOAD-HISTORY-PROCEDURE-EXIT
           END-READ.
           MOVE 0 TO WS-REQ-SUB.
       LOAD-HISTORY-CODE.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-SUB > WS-REQ-COUNT
               GO TO LOAD-HISTORY-READ.
           IF WS-REQ-CODE(WS-REQ-SUB) NOT = AHST-CODE
               GO TO LOAD-HISTORY-CODE.
           MOVE AHST-AUD-DATE TO WS-CHK-DATE.
           MOVE AHST-AUD-TIME TO WS-CHK-TIME.
           MOVE AHST-SENDER TO WS-CHK-SENDER.
           MOVE AHST-TRAN-SEQ TO WS-CHK-SEQ.
           MOVE AHST-N1 TO WS-CHK-N1.
           MOVE AHST-CODE TO WS-LOOKUP-CODE.
           MOVE AHST-NEW-ANSWER TO WS-NEW-ANSWER.
           PERFORM POST-HISTORY-PROCEDURE THRU
               POST-HISTORY-PROCEDURE-EXIT.
           GO TO LOAD-HISTORY-READ.
       LOAD-HISTORY-PROCEDURE-EXIT.
           EXIT.
       FIND-HISTORY-PROCEDURE.
           MOVE 0 TO WS-HST-FOUND-SUB.
           MOVE 0 TO WS-HST-SUB.
       FIND-HISTORY-NEXT.
           ADD 1 TO WS-HST-SUB.
           IF WS-HST-SUB > WS-HST-COUNT
               GO TO FIND-HISTORY-PROCEDURE-EXIT.
           IF WS-HST-DATE(WS-HST-SUB) = WS-CHK-DATE
             AND WS-HST-TIME(WS-HST-SUB) = WS-CHK-TIME
             AND WS-HST-CODE(WS-HST-SUB) = WS-LOOKUP-CODE
             AND WS-HST-SENDER(WS-HST-SUB) = WS-CHK-SENDER
             AND WS-HST-SEQ(WS-HST-SUB) = WS-CHK-SEQ
             AND WS-HST-N1(WS-HST-SUB) = WS-CHK-N1
               MOVE WS-HST-SUB TO WS-HST-FOUND-SUB
               GO TO FIND-HISTORY-PROCEDURE-EXIT.
           GO TO FIND-HISTORY-NEXT.
       FIND-HISTORY-PROCEDURE-EXIT.
           EXIT.
       POST-HISTORY-PROCEDURE.
           PERFORM FIND-HISTORY-PROCEDURE THRU
               FIND-HISTORY-PROCEDURE-EXIT.
           IF WS-HST-FOUND-SUB > 0
               MOVE WS-NEW-ANSWER TO WS-HST-ANSWER(WS-HST-FOUND-SUB)
               GO TO POST-HISTORY-PROCEDURE-EXIT.
           IF WS-HST-COUNT = 5000
               IF NOT RERATE-ERRORS
                   MOVE "ADJUSTMENT HISTORY TABLE FULL - CHECK FOR"
                       TO RERATE-LINE
                   WRITE RERATE-LINE
                   MOVE "  CALCULATIONS ADJUSTED MORE THAN ONCE"
                       TO RERATE-LINE
                   WRITE RERATE-LINE
               END-IF
               SET RERATE-ERRORS TO TRUE
               GO TO POST-HISTORY-PROCEDURE-EXIT.
           ADD 1 TO WS-HST-COUNT.
           MOVE WS-CHK-DATE TO WS-HST-DATE(WS-HST-COUNT).
           MOVE WS-CHK-TIME TO WS-HST-TIME(WS-HST-COUNT).
           MOVE WS-LOOKUP-CODE TO WS-HST-CODE(WS-HST-COUNT).
           MOVE WS-CHK-SENDER TO WS-HST-SENDER(WS-HST-COUNT).
           MOVE WS-CHK-SEQ TO WS-HST-SEQ(WS-HST-COUNT).
           MOVE WS-CHK-N1 TO WS-HST-N1(WS-HST-COUNT).
           MOVE WS-NEW-ANSWER TO WS-HST-ANSWER(WS-HST-COUNT).
       POST-HISTORY-PROCEDURE-EXIT.
           EXIT.
       REQUEST-PROCEDURE.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-SUB > WS-REQ-COUNT
               GO TO REQUEST-PROCEDURE-EXIT.
           MOVE 0 TO WS-REQ-EXAMINED.
           MOVE 0 TO WS-REQ-ADJUSTED.
           MOVE 0 TO WS-REQ-NET.
           MOVE WS-REQ-CODE(WS-REQ-SUB) TO WS-LOOKUP-CODE.
           MOVE WS-REQ-OLD-RATE(WS-REQ-SUB) TO WS-EDIT-RATE.
           MOVE WS-REQ-NEW-RATE(WS-REQ-SUB) TO WS-EDIT-RATE2.
           MOVE ALL "-" TO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           STRING "RATE CODE " WS-LOOKUP-CODE "  EFFECTIVE "
               WS-REQ-EFF-DATE(WS-REQ-SUB) "  RATE " WS-EDIT-RATE
               " TO " WS-EDIT-RATE2
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           STRING "KEYED BY " WS-REQ-MAKER(WS-REQ-SUB)
               "  APPROVED BY " WS-REQ-APPROVER(WS-REQ-SUB)
               " ON " WS-REQ-APPR-DATE(WS-REQ-SUB)
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE "  CALC DATE SND      SEQ    AS CHARGED    CORRECTED"
               TO RERATE-LINE.
           MOVE "   DIFFERENCE" TO RERATE-LINE(53:13).
           WRITE RERATE-LINE.
           PERFORM SCAN-MASTER-PROCEDURE THRU
               SCAN-MASTER-PROCEDURE-EXIT.
           PERFORM SCAN-LIVE-PROCEDURE THRU
               SCAN-LIVE-PROCEDURE-EXIT.
           MOVE SPACE TO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-REQ-EXAMINED TO WS-EDIT-COUNT.
           STRING "  OP 7 CALCULATIONS EXAMINED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           MOVE WS-REQ-ADJUSTED TO WS-EDIT-COUNT.
           STRING "  CALCULATIONS ADJUSTED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           MOVE WS-REQ-NET TO WS-EDIT-AMOUNT.
           STRING "  NET ADJUSTMENT:             " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE SPACE TO RERATE-LINE.
           WRITE RERATE-LINE.
           GO TO REQUEST-PROCEDURE.
       REQUEST-PROCEDURE-EXIT.
           EXIT.
       SCAN-MASTER-PROCEDURE.
           OPEN INPUT AUDIT-MASTER.
           IF WS-MST-FILE-STATUS = "35"
               GO TO SCAN-MASTER-PROCEDURE-EXIT.
           MOVE WS-REQ-EFF-DATE(WS-REQ-SUB) TO AUDM-DATE.
           MOVE 0 TO AUDM-TIME.
           MOVE 0 TO AUDM-SEQ.
           START AUDIT-MASTER KEY NOT LESS THAN AUDM-KEY
               INVALID KEY
                   CLOSE AUDIT-MASTER
                   GO TO SCAN-MASTER-PROCEDURE-EXIT
           END-START.
       SCAN-MASTER-READ.
           READ AUDIT-MASTER NEXT RECORD
               AT END
                   CLOSE AUDIT-MASTER
                   GO TO SCAN-MASTER-PROCEDURE-EXIT
           END-READ.
           IF AUDM-OP NOT = 7 OR AUDM-N2 NOT = WS-LOOKUP-CODE
               GO TO SCAN-MASTER-READ.
           MOVE AUDM-DATE TO WS-CHK-DATE.
           MOVE AUDM-TIME TO WS-CHK-TIME.
           MOVE AUDM-N1 TO WS-CHK-N1.
           MOVE AUDM-ANSWER TO WS-CHK-ANSWER.
           MOVE AUDM-SENDER TO WS-CHK-SENDER.
           MOVE AUDM-TRAN-SEQ TO WS-CHK-SEQ.
           PERFORM CHECK-CALC-PROCEDURE THRU
               CHECK-CALC-PROCEDURE-EXIT.
           GO TO SCAN-MASTER-READ.
       SCAN-MASTER-PROCEDURE-EXIT.
           EXIT.
       SCAN-LIVE-PROCEDURE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO SCAN-LIVE-PROCEDURE-EXIT.
       SCAN-LIVE-READ.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   GO TO SCAN-LIVE-PROCEDURE-EXIT
           END-READ.
           IF AUD-DATE NOT NUMERIC
               GO TO SCAN-LIVE-READ.
           IF AUD-DATE < WS-REQ-EFF-DATE(WS-REQ-SUB)
               GO TO SCAN-LIVE-READ.
           IF AUD-OP NOT = 7 OR AUD-N2 NOT = WS-LOOKUP-CODE
               GO TO SCAN-LIVE-READ.
           MOVE AUD-DATE TO WS-CHK-DATE.
           MOVE AUD-TIME TO WS-CHK-TIME.
           MOVE AUD-N1 TO WS-CHK-N1.
           MOVE AUD-ANSWER TO WS-CHK-ANSWER.
           MOVE AUD-SENDER TO WS-CHK-SENDER.
           IF AUD-TRAN-SEQ NUMERIC
               MOVE AUD-TRAN-SEQ TO WS-CHK-SEQ
           ELSE
               MOVE 0 TO WS-CHK-SEQ.
           PERFORM CHECK-CALC-PROCEDURE THRU
               CHECK-CALC-PROCEDURE-EXIT.
           GO TO SCAN-LIVE-READ.
       SCAN-LIVE-PROCEDURE-EXIT.
           EXIT.
       CHECK-CALC-PROCEDURE.
           ADD 1 TO WS-REQ-EXAMINED.
           ADD 1 TO WS-TOT-EXAMINED.
           MOVE WS-CHK-DATE TO WS-LOOKUP-DATE.
           PERFORM RATE-LOOKUP-PROCEDURE THRU
               RATE-LOOKUP-PROCEDURE-EXIT.
           IF NOT RATE-FOUND
               SET RERATE-ERRORS TO TRUE
               ADD 1 TO WS-TOT-EXCEPTIONS
               MOVE SPACE TO RERATE-LINE
               MOVE WS-CHK-SEQ TO WS-EDIT-SEQ
               STRING "  " WS-CHK-DATE " " WS-CHK-SENDER " "
                   WS-EDIT-SEQ "  NO RATE IN FORCE - NOT RE-RATED"
                   DELIMITED BY SIZE INTO RERATE-LINE
               WRITE RERATE-LINE
               GO TO CHECK-CALC-PROCEDURE-EXIT.
           COMPUTE WS-NEW-ANSWER ROUNDED = WS-CHK-N1 * WS-RATE-VALUE.
           PERFORM FIND-HISTORY-PROCEDURE THRU
               FIND-HISTORY-PROCEDURE-EXIT.
           IF WS-HST-FOUND-SUB > 0
               MOVE WS-HST-ANSWER(WS-HST-FOUND-SUB)
                   TO WS-CHARGED-ANSWER
           ELSE
               MOVE WS-CHK-ANSWER TO WS-CHARGED-ANSWER.
           COMPUTE WS-DIFFERENCE = WS-NEW-ANSWER - WS-CHARGED-ANSWER.
           IF WS-DIFFERENCE = 0
               GO TO CHECK-CALC-PROCEDURE-EXIT.
           MOVE SPACE TO ADJ-RECORD.
           MOVE WS-LOOKUP-CODE TO ADJ-CODE.
           MOVE WS-REQ-EFF-DATE(WS-REQ-SUB) TO ADJ-EFF-DATE.
           MOVE WS-CHK-DATE TO ADJ-AUD-DATE.
           MOVE WS-CHK-TIME TO ADJ-AUD-TIME.
           MOVE WS-CHK-SENDER TO ADJ-SENDER.
           MOVE WS-CHK-SEQ TO ADJ-TRAN-SEQ.
           MOVE WS-CHK-N1 TO ADJ-N1.
           MOVE WS-RATE-VALUE TO ADJ-RATE.
           MOVE WS-CHARGED-ANSWER TO ADJ-ORIG-ANSWER.
           MOVE WS-NEW-ANSWER TO ADJ-NEW-ANSWER.
           MOVE WS-DIFFERENCE TO ADJ-DIFFERENCE.
           MOVE WS-REQ-APPROVER(WS-REQ-SUB) TO ADJ-APPROVER.
           MOVE WS-TODAY-DATE TO ADJ-RUN-DATE.
           WRITE ADJ-RECORD.
           PERFORM POST-HISTORY-PROCEDURE THRU
               POST-HISTORY-PROCEDURE-EXIT.
           ADD 1 TO WS-REQ-ADJUSTED.
           ADD 1 TO WS-TOT-ADJUSTED.
           ADD WS-DIFFERENCE TO WS-REQ-NET.
           ADD WS-DIFFERENCE TO WS-TOT-NET.
           IF WS-DIFFERENCE > 0
               ADD WS-DIFFERENCE TO WS-TOT-UNDER
           ELSE
               ADD WS-DIFFERENCE TO WS-TOT-OVER.
           IF WS-CHK-SENDER = SPACE
               ADD 1 TO WS-TOT-NO-SENDER
           ELSE
               PERFORM NOTE-SENDER-PROCEDURE THRU
                   NOTE-SENDER-PROCEDURE-EXIT.
           MOVE WS-CHK-SEQ TO WS-EDIT-SEQ.
           MOVE WS-CHARGED-ANSWER TO WS-EDIT-ORIG.
           MOVE WS-NEW-ANSWER TO WS-EDIT-NEW.
           MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "  " WS-CHK-DATE " " WS-CHK-SENDER " " WS-EDIT-SEQ
               " " WS-EDIT-ORIG " " WS-EDIT-NEW " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
       CHECK-CALC-PROCEDURE-EXIT.
           EXIT.
       NOTE-SENDER-PROCEDURE.
           MOVE 0 TO WS-SND-SUB.
       NOTE-SENDER-FIND.
           ADD 1 TO WS-SND-SUB.
           IF WS-SND-SUB > WS-SND-COUNT
               GO TO NOTE-SENDER-ADD.
           IF WS-SND-CODE(WS-SND-SUB) = WS-CHK-SENDER
               GO TO NOTE-SENDER-PROCEDURE-EXIT.
           GO TO NOTE-SENDER-FIND.
       NOTE-SENDER-ADD.
           IF WS-SND-COUNT = 50
               SET RERATE-ERRORS TO TRUE
               MOVE SPACE TO RERATE-LINE
               STRING "MORE THAN 50 SENDERS - NO RETURN FILE FOR "
                   WS-CHK-SENDER DELIMITED BY SIZE INTO RERATE-LINE
               WRITE RERATE-LINE
               GO TO NOTE-SENDER-PROCEDURE-EXIT.
           ADD 1 TO WS-SND-COUNT.
           MOVE WS-CHK-SENDER TO WS-SND-CODE(WS-SND-COUNT).
       NOTE-SENDER-PROCEDURE-EXIT.
           EXIT.
       RATE-LOOKUP-PROCEDURE.
           MOVE "N" TO WS-RATE-SWITCH.
           MOVE WS-LOOKUP-CODE TO RATE-CODE.
           MOVE ZERO TO RATE-EFF-DATE.
           START RATE-FILE KEY NOT LESS THAN RATE-KEY
               INVALID KEY
                   GO TO RATE-LOOKUP-PROCEDURE-EXIT
           END-START.
       RATE-LOOKUP-READ.
           READ RATE-FILE NEXT RECORD
               AT END
                   GO TO RATE-LOOKUP-PROCEDURE-EXIT
           END-READ.
           IF RATE-CODE NOT = WS-LOOKUP-CODE
               GO TO RATE-LOOKUP-PROCEDURE-EXIT.
           IF RATE-EFF-DATE > WS-LOOKUP-DATE
               GO TO RATE-LOOKUP-PROCEDURE-EXIT.
           MOVE RATE-VALUE TO WS-RATE-VALUE.
           SET RATE-FOUND TO TRUE.
           GO TO RATE-LOOKUP-READ.
       RATE-LOOKUP-PROCEDURE-EXIT.
           EXIT.
       APPEND-HISTORY-PROCEDURE.
           IF WS-TOT-ADJUSTED = 0
               GO TO APPEND-HISTORY-PROCEDURE-EXIT.
           OPEN EXTEND ADJ-HISTORY.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT ADJ-HISTORY
           END-IF.
           OPEN INPUT ADJ-FILE.
       APPEND-HISTORY-READ.
           READ ADJ-FILE
               AT END
                   CLOSE ADJ-FILE
                   CLOSE ADJ-HISTORY
                   GO TO APPEND-HISTORY-PROCEDURE-EXIT
           END-READ.
           MOVE ADJ-RECORD TO ADJ-HISTORY-RECORD.
           WRITE ADJ-HISTORY-RECORD.
           GO TO APPEND-HISTORY-READ.
       APPEND-HISTORY-PROCEDURE-EXIT.
           EXIT.
       SENDER-RETURN-PROCEDURE.
           ADD 1 TO WS-SND-SUB.
           IF WS-SND-SUB > WS-SND-COUNT
               GO TO SENDER-RETURN-PROCEDURE-EXIT.
           MOVE WS-SND-CODE(WS-SND-SUB) TO WS-CUR-SENDER.
           MOVE SPACE TO WS-SENDER-FILE-NAME.
           STRING "RADJ" WS-CUR-SENDER DELIMITED BY SIZE
               INTO WS-SENDER-FILE-NAME.
           MOVE 0 TO WS-OUT-COUNT.
           MOVE 0 TO WS-OUT-HASH.
           OPEN OUTPUT SENDER-ADJ-FILE.
           MOVE SPACE TO SADJ-CONTROL-RECORD.
           MOVE "H" TO SADJ-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SADJ-CTL-SENDER.
           MOVE WS-TODAY-DATE TO SADJ-CTL-DATE.
           MOVE ZERO TO SADJ-CTL-COUNT.
           MOVE ZERO TO SADJ-CTL-HASH.
           WRITE SADJ-CONTROL-RECORD.
           OPEN INPUT ADJ-FILE.
       SENDER-RETURN-READ.
           READ ADJ-FILE
               AT END
                   CLOSE ADJ-FILE
                   GO TO SENDER-RETURN-DONE
           END-READ.
           IF ADJ-SENDER NOT = WS-CUR-SENDER
               GO TO SENDER-RETURN-READ.
           MOVE SPACE TO SADJ-DETAIL-RECORD.
           MOVE ADJ-AUD-DATE TO SADJ-RUN-DATE.
           MOVE ADJ-TRAN-SEQ TO SADJ-SEQ.
           MOVE ADJ-N1 TO SADJ-N1.
           MOVE ADJ-CODE TO SADJ-CODE.
           MOVE ADJ-ORIG-ANSWER TO SADJ-ORIG-ANSWER.
           MOVE ADJ-NEW-ANSWER TO SADJ-NEW-ANSWER.
           MOVE ADJ-DIFFERENCE TO SADJ-DIFFERENCE.
           WRITE SADJ-DETAIL-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD ADJ-DIFFERENCE TO WS-OUT-HASH.
           GO TO SENDER-RETURN-READ.
       SENDER-RETURN-DONE.
           MOVE SPACE TO SADJ-CONTROL-RECORD.
           MOVE "T" TO SADJ-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SADJ-CTL-SENDER.
           MOVE WS-TODAY-DATE TO SADJ-CTL-DATE.
           MOVE WS-OUT-COUNT TO SADJ-CTL-COUNT.
           MOVE WS-OUT-HASH TO SADJ-CTL-HASH.
           WRITE SADJ-CONTROL-RECORD.
           CLOSE SENDER-ADJ-FILE.
           MOVE WS-OUT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OUT-HASH TO WS-EDIT-AMOUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "ADJUSTMENT RETURN " WS-SENDER-FILE-NAME
               " ITEMS" WS-EDIT-COUNT "  NET" WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           GO TO SENDER-RETURN-PROCEDURE.
       SENDER-RETURN-PROCEDURE-EXIT.
           EXIT.
      * REQUESTS BEYOND THE 100 WORKED THIS RUN STAY ON THE QUEUE.
       CLEAR-QUEUE-PROCEDURE.
           IF NOT MORE-REQUESTS
               OPEN OUTPUT RERATE-QUEUE
               CLOSE RERATE-QUEUE
               GO TO CLEAR-QUEUE-PROCEDURE-EXIT.
           OPEN INPUT RERATE-QUEUE.
           OPEN OUTPUT QUEUE-WORK.
           MOVE 0 TO WS-REQ-SUB.
       CLEAR-QUEUE-SAVE.
           READ RERATE-QUEUE
               AT END
                   GO TO CLEAR-QUEUE-REWRITE
           END-READ.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-SUB > 100
               MOVE RERATE-REQUEST-RECORD TO QUEUE-WORK-RECORD
               WRITE QUEUE-WORK-RECORD.
           GO TO CLEAR-QUEUE-SAVE.
       CLEAR-QUEUE-REWRITE.
           CLOSE RERATE-QUEUE.
           CLOSE QUEUE-WORK.
           OPEN INPUT QUEUE-WORK.
           OPEN OUTPUT RERATE-QUEUE.
       CLEAR-QUEUE-COPY.
           READ QUEUE-WORK
               AT END
                   CLOSE QUEUE-WORK
                   CLOSE RERATE-QUEUE
                   GO TO CLEAR-QUEUE-PROCEDURE-EXIT
           END-READ.
           MOVE QUEUE-WORK-RECORD TO RERATE-REQUEST-RECORD.
           WRITE RERATE-REQUEST-RECORD.
           GO TO CLEAR-QUEUE-COPY.
       CLEAR-QUEUE-PROCEDURE-EXIT.
           EXIT.
       SUMMARY-PROCEDURE.
           MOVE ALL "=" TO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-REQ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "RE-RATING REQUESTS WORKED:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-EXAMINED TO WS-EDIT-COUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "OP 7 CALCULATIONS EXAMINED:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-ADJUSTED TO WS-EDIT-COUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "CALCULATIONS ADJUSTED:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-NO-SENDER TO WS-EDIT-COUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "  OF WHICH INTERACTIVE:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-EXCEPTIONS TO WS-EDIT-COUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "NOT RE-RATED (NO RATE):       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-UNDER TO WS-EDIT-AMOUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "UNDERCHARGES TO RECOVER:   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-OVER TO WS-EDIT-AMOUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "OVERCHARGES TO REFUND:     " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
           MOVE WS-TOT-NET TO WS-EDIT-AMOUNT.
           MOVE SPACE TO RERATE-LINE.
           STRING "NET ADJUSTMENT:            " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RERATE-LINE.
           WRITE RERATE-LINE.
       SUMMARY-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCRERT.
