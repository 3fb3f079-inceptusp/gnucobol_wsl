       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVRFY.
      *----------------------------------------------------------*
      * CALCVRFY
      *
      * Audit trail integrity check.  Every audit record written
      * by CALCULADORA carries a chain sequence number and a check
      * value computed by the CALCCHN routine from the record and
      * the check value of the record before it, so a record that
      * is altered, removed or inserted afterwards no longer links
      * to its neighbours.  This program recomputes the chain over
      * the whole trail, in two passes:
      *
      *     1  the indexed audit master (AUDITMST), taken in chain
      *        sequence order (its key is date and time, which is
      *        not write order for a run that crosses midnight);
      *     2  the dated archives, in ARCHCTL catalog order, then
      *        the live AUDITFILE.
      *
      * Each record's sequence number must follow the one before.
      * A gap is accepted only where the purge gap register
      * (PRGEGAP) written by CALCPRGE accounts for every missing
      * number; the link is then made to the check value of the
      * last record purged.  Records from before the chain was
      * introduced carry no sequence number and are counted but
      * not checked; one turning up once the chain has started is
      * a break.  The master must reach at least as far as the
      * archives, and the end of the trail is checked against the
      * chain control file (AUDCHAIN), so records cut off the end
      * of the live file are found too.
      *
      * Every break is listed on VRFYRPT with the file and chain
      * sequence number.  RETURN-CODE is 8 when any break was
      * found, so a clean run needs no human review.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER ASSIGN TO "AUDITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "VRFYSORT".
           SELECT MASTER-WORK ASSIGN TO "VRFYWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCH-CATALOG ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT PURGE-GAP-FILE ASSIGN TO "PRGEGAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHN-FILE-STATUS.
           SELECT VRFY-REPORT ASSIGN TO "VRFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-MASTER-RECORD.
           02 MST-KEY              PIC X(20).
           02 FILLER               PIC X(81).
       SD  SORT-FILE.
       01  SORT-RECORD.
           02 FILLER               PIC X(83).
           02 SRT-CHAIN-SEQ        PIC 9(8).
           02 FILLER               PIC X(10).
       FD  MASTER-WORK
           LABEL RECORDS ARE STANDARD.
       01  MASTER-WORK-RECORD.
           COPY CALCAMST.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY CALCAUD.
       FD  ARCH-CATALOG
           LABEL RECORDS ARE STANDARD.
       01  ARCH-CATALOG-RECORD.
           02 ACTL-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           02 ACTL-NAME            PIC X(12).
       FD  PURGE-GAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GAP-RECORD.
           COPY CALCPGAP.
       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CHAIN-RECORD.
           COPY CALCACHN.
       FD  VRFY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  VRFY-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-MST-FILE-STATUS   PIC X(02).
           01 WS-WORK-FILE-STATUS  PIC X(02).
           01 WS-AUDIT-FILE-STATUS PIC X(02).
           01 WS-CTL-FILE-STATUS   PIC X(02).
           01 WS-GAP-FILE-STATUS   PIC X(02).
           01 WS-ACHN-FILE-STATUS  PIC X(02).
           01 WS-AUDIT-NAME        PIC X(12).
           01 WS-LAST-ARCH-NAME    PIC X(12) VALUE SPACE.
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-CHAIN-PARMS.
               COPY CALCCHNP.
           01 WS-CHECK-RECORD.
               COPY CALCAUD
                   REPLACING ==AUD-DATE==      BY ==CHK-DATE==
                             ==AUD-TIME==      BY ==CHK-TIME==
                             ==AUD-OP==        BY ==CHK-OP==
                             ==AUD-N1==        BY ==CHK-N1==
                             ==AUD-N2==        BY ==CHK-N2==
                             ==AUD-ANSWER==    BY ==CHK-ANSWER==
                             ==AUD-REMAINDER== BY ==CHK-REMAINDER==
                             ==AUD-OPER==      BY ==CHK-OPER==
                             ==AUD-SENDER==    BY ==CHK-SENDER==
                             ==AUD-TRAN-SEQ==  BY ==CHK-TRAN-SEQ==
                             ==AUD-CHAIN-SEQ== BY ==CHK-CHAIN-SEQ==
                             ==AUD-CHAIN==     BY ==CHK-CHAIN==.
           01 WS-REG-TABLE.
               02 WS-REG-ENTRY OCCURS 2000 TIMES.
                   03 WS-REG-FILE      PIC X(08).
                   03 WS-REG-FROM      PIC 9(8).
                   03 WS-REG-TO        PIC 9(8).
                   03 WS-REG-CHAIN     PIC 9(10).
           01 WS-REG-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-REG-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-REG-FULL-SWITCH   PIC X(01) VALUE "N".
               88 REG-TABLE-FULL          VALUE "Y".
           01 WS-PASS-FILE         PIC X(08).
           01 WS-CUR-SEQ           PIC 9(8) VALUE 0.
           01 WS-CUR-CHAIN         PIC 9(10) VALUE 0.
           01 WS-CUR-DATA          PIC X(97).
           01 WS-PREV-SEQ          PIC 9(8) VALUE 0.
           01 WS-PREV-CHAIN        PIC 9(10) VALUE 0.
           01 WS-LINK-CHAIN        PIC 9(10) VALUE 0.
           01 WS-WALK-SEQ          PIC 9(8) VALUE 0.
           01 WS-MISS-FROM         PIC 9(8) VALUE 0.
           01 WS-MISS-TO           PIC 9(8) VALUE 0.
           01 WS-CHAIN-SWITCH      PIC X(01) VALUE "N".
               88 CHAIN-STARTED           VALUE "Y".
           01 WS-COVER-SWITCH      PIC X(01) VALUE "N".
               88 GAP-COVERED             VALUE "Y".
           01 WS-MASTER-SWITCH     PIC X(01) VALUE "N".
               88 MASTER-VERIFIED         VALUE "Y".
           01 WS-MST-LAST-SEQ      PIC 9(8) VALUE 0.
           01 WS-ARCH-LAST-SEQ     PIC 9(8) VALUE 0.
           01 WS-READ-COUNT        PIC 9(8) VALUE 0.
           01 WS-VERIFIED-COUNT    PIC 9(8) VALUE 0.
           01 WS-UNCHAINED-COUNT   PIC 9(8) VALUE 0.
           01 WS-PURGED-COUNT      PIC 9(8) VALUE 0.
           01 WS-PASS-BREAKS       PIC 9(8) VALUE 0.
           01 WS-BREAK-TOTAL       PIC 9(8) VALUE 0.
           01 WS-BREAK-SEQ         PIC 9(8) VALUE 0.
           01 WS-BREAK-TEXT        PIC X(50).
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           OPEN OUTPUT VRFY-REPORT.
           MOVE "CALCULADORA AUDIT TRAIL INTEGRITY CHECK" TO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           STRING "BUSINESS DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           WRITE VRFY-LINE.
           PERFORM LOAD-REGISTER-PROCEDURE THRU
               LOAD-REGISTER-PROCEDURE-EXIT.
           PERFORM VERIFY-MASTER-PROCEDURE THRU
               VERIFY-MASTER-PROCEDURE-EXIT.
           PERFORM VERIFY-ARCHIVE-PROCEDURE THRU
               VERIFY-ARCHIVE-PROCEDURE-EXIT.
           PERFORM CONTROL-CHECK-PROCEDURE THRU
               CONTROL-CHECK-PROCEDURE-EXIT.
           PERFORM SUMMARY-PROCEDURE THRU SUMMARY-PROCEDURE-EXIT.
           CLOSE VRFY-REPORT.
           IF WS-BREAK-TOTAL > 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
       LOAD-REGISTER-PROCEDURE.
           OPEN INPUT PURGE-GAP-FILE.
           IF WS-GAP-FILE-STATUS = "35"
               GO TO LOAD-REGISTER-PROCEDURE-EXIT.
       LOAD-REGISTER-READ.
           READ PURGE-GAP-FILE
               AT END
                   CLOSE PURGE-GAP-FILE
                   GO TO LOAD-REGISTER-PROCEDURE-EXIT
           END-READ.
           IF GAP-FROM-SEQ NOT NUMERIC OR GAP-TO-SEQ NOT NUMERIC
             OR GAP-LAST-CHAIN NOT NUMERIC
               GO TO LOAD-REGISTER-READ.
           IF WS-REG-COUNT NOT < 2000
               SET REG-TABLE-FULL TO TRUE
               GO TO LOAD-REGISTER-READ.
           ADD 1 TO WS-REG-COUNT.
           MOVE GAP-FILE TO WS-REG-FILE(WS-REG-COUNT).
           MOVE GAP-FROM-SEQ TO WS-REG-FROM(WS-REG-COUNT).
           MOVE GAP-TO-SEQ TO WS-REG-TO(WS-REG-COUNT).
           MOVE GAP-LAST-CHAIN TO WS-REG-CHAIN(WS-REG-COUNT).
           GO TO LOAD-REGISTER-READ.
       LOAD-REGISTER-PROCEDURE-EXIT.
           EXIT.
       RESET-PASS-PROCEDURE.
           MOVE 0 TO WS-PREV-SEQ.
           MOVE 0 TO WS-PREV-CHAIN.
           MOVE "N" TO WS-CHAIN-SWITCH.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-VERIFIED-COUNT.
           MOVE 0 TO WS-UNCHAINED-COUNT.
           MOVE 0 TO WS-PURGED-COUNT.
           MOVE 0 TO WS-PASS-BREAKS.
       RESET-PASS-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * PASS 1 - THE AUDIT MASTER, SORTED INTO CHAIN ORDER.  THE
      * AUDIT RECORD IS REBUILT FROM THE MASTER FIELDS EXACTLY AS
      * CALCULADORA WROTE IT BEFORE ITS CHECK VALUE IS RECOMPUTED
      *----------------------------------------------------------*
       VERIFY-MASTER-PROCEDURE.
           MOVE "AUDITMST" TO WS-PASS-FILE.
           PERFORM RESET-PASS-PROCEDURE THRU
               RESET-PASS-PROCEDURE-EXIT.
           OPEN INPUT AUDIT-MASTER.
           IF WS-MST-FILE-STATUS = "35"
               MOVE "AUDITMST - NOT FOUND - NOT VERIFIED" TO VRFY-LINE
               WRITE VRFY-LINE
               GO TO VERIFY-MASTER-PROCEDURE-EXIT.
           CLOSE AUDIT-MASTER.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CHAIN-SEQ
               USING AUDIT-MASTER
               GIVING MASTER-WORK.
           OPEN INPUT MASTER-WORK.
       VERIFY-MASTER-READ.
           READ MASTER-WORK
               AT END
                   GO TO VERIFY-MASTER-DONE
           END-READ.
           MOVE SPACE TO WS-CHECK-RECORD.
           MOVE AUDM-DATE TO CHK-DATE.
           MOVE AUDM-TIME TO CHK-TIME.
           MOVE AUDM-OP TO CHK-OP.
           MOVE AUDM-N1 TO CHK-N1.
           MOVE AUDM-N2 TO CHK-N2.
           MOVE AUDM-ANSWER TO CHK-ANSWER.
           MOVE AUDM-REMAINDER TO CHK-REMAINDER.
           MOVE AUDM-OPER TO CHK-OPER.
           MOVE AUDM-SENDER TO CHK-SENDER.
           MOVE AUDM-TRAN-SEQ TO CHK-TRAN-SEQ.
           MOVE 0 TO WS-CUR-SEQ.
           MOVE 0 TO WS-CUR-CHAIN.
           IF AUDM-CHAIN-SEQ NUMERIC AND AUDM-CHAIN NUMERIC
               MOVE AUDM-CHAIN-SEQ TO WS-CUR-SEQ
               MOVE AUDM-CHAIN TO WS-CUR-CHAIN.
           MOVE WS-CUR-SEQ TO CHK-CHAIN-SEQ.
           MOVE WS-CHECK-RECORD TO WS-CUR-DATA.
           PERFORM CHAIN-CHECK-PROCEDURE THRU
               CHAIN-CHECK-PROCEDURE-EXIT.
           GO TO VERIFY-MASTER-READ.
       VERIFY-MASTER-DONE.
           CLOSE MASTER-WORK.
           MOVE WS-PREV-SEQ TO WS-MST-LAST-SEQ.
           SET MASTER-VERIFIED TO TRUE.
           PERFORM PASS-SUMMARY-PROCEDURE THRU
               PASS-SUMMARY-PROCEDURE-EXIT.
       VERIFY-MASTER-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * PASS 2 - THE DATED ARCHIVES IN CATALOG ORDER, THEN THE
      * LIVE AUDIT FILE, AS ONE CONTINUOUS CHAIN
      *----------------------------------------------------------*
       VERIFY-ARCHIVE-PROCEDURE.
           MOVE "ARCHIVE" TO WS-PASS-FILE.
           PERFORM RESET-PASS-PROCEDURE THRU
               RESET-PASS-PROCEDURE-EXIT.
           OPEN INPUT ARCH-CATALOG.
           IF WS-CTL-FILE-STATUS = "35"
               MOVE "ARCHCTL - NO CATALOG - NO ARCHIVES VERIFIED"
                   TO VRFY-LINE
               WRITE VRFY-LINE
               GO TO VERIFY-ARCHIVE-LIVE.
       VERIFY-ARCHIVE-READ.
           READ ARCH-CATALOG
               AT END
                   CLOSE ARCH-CATALOG
                   GO TO VERIFY-ARCHIVE-LIVE
           END-READ.
           IF ACTL-NAME = SPACE OR ACTL-NAME = WS-LAST-ARCH-NAME
               GO TO VERIFY-ARCHIVE-READ.
           MOVE ACTL-NAME TO WS-LAST-ARCH-NAME.
           MOVE ACTL-NAME TO WS-AUDIT-NAME.
           PERFORM VERIFY-FILE-PROCEDURE THRU
               VERIFY-FILE-PROCEDURE-EXIT.
           GO TO VERIFY-ARCHIVE-READ.
       VERIFY-ARCHIVE-LIVE.
           MOVE WS-PREV-SEQ TO WS-ARCH-LAST-SEQ.
           MOVE "AUDITFILE" TO WS-AUDIT-NAME.
           PERFORM VERIFY-FILE-PROCEDURE THRU
               VERIFY-FILE-PROCEDURE-EXIT.
           PERFORM PASS-SUMMARY-PROCEDURE THRU
               PASS-SUMMARY-PROCEDURE-EXIT.
           IF MASTER-VERIFIED
             AND WS-MST-LAST-SEQ < WS-ARCH-LAST-SEQ
               MOVE WS-MST-LAST-SEQ TO WS-BREAK-SEQ
               MOVE "AUDIT MASTER ENDS BEFORE LAST ARCHIVED RECORD"
                   TO WS-BREAK-TEXT
               MOVE "AUDITMST" TO WS-PASS-FILE
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               MOVE "ARCHIVE" TO WS-PASS-FILE.
       VERIFY-ARCHIVE-PROCEDURE-EXIT.
           EXIT.
       VERIFY-FILE-PROCEDURE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO VERIFY-FILE-MISSING.
           MOVE SPACE TO VRFY-LINE.
           STRING "  READING " WS-AUDIT-NAME
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
       VERIFY-FILE-READ.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   GO TO VERIFY-FILE-PROCEDURE-EXIT
           END-READ.
           MOVE 0 TO WS-CUR-SEQ.
           MOVE 0 TO WS-CUR-CHAIN.
           IF AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN NUMERIC
               MOVE AUD-CHAIN-SEQ TO WS-CUR-SEQ
               MOVE AUD-CHAIN TO WS-CUR-CHAIN.
           MOVE AUDIT-RECORD TO WS-CUR-DATA.
           PERFORM CHAIN-CHECK-PROCEDURE THRU
               CHAIN-CHECK-PROCEDURE-EXIT.
           GO TO VERIFY-FILE-READ.
       VERIFY-FILE-MISSING.
           IF WS-AUDIT-NAME = "AUDITFILE"
               GO TO VERIFY-FILE-PROCEDURE-EXIT.
           MOVE WS-PREV-SEQ TO WS-BREAK-SEQ.
           MOVE SPACE TO WS-BREAK-TEXT.
           STRING "ARCHIVE " WS-AUDIT-NAME " CATALOGUED BUT MISSING"
               DELIMITED BY SIZE INTO WS-BREAK-TEXT.
           PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT.
       VERIFY-FILE-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * ONE RECORD AGAINST THE ONE BEFORE IT.  AFTER A BREAK THE
      * CHECK CARRIES ON FROM THE RECORD'S OWN STORED VALUES, SO
      * ONE ALTERED RECORD IS REPORTED ONCE, NOT FOR EVERY RECORD
      * AFTER IT
      *----------------------------------------------------------*
       CHAIN-CHECK-PROCEDURE.
           ADD 1 TO WS-READ-COUNT.
           IF WS-CUR-SEQ = 0
               GO TO CHAIN-CHECK-UNCHAINED.
           SET CHAIN-STARTED TO TRUE.
           MOVE WS-CUR-SEQ TO WS-BREAK-SEQ.
           IF WS-CUR-SEQ NOT > WS-PREV-SEQ
               MOVE "SEQUENCE REPEATED OR OUT OF ORDER"
                   TO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               GO TO CHAIN-CHECK-PROCEDURE-EXIT.
           IF WS-CUR-SEQ = WS-PREV-SEQ + 1
               MOVE WS-PREV-CHAIN TO WS-LINK-CHAIN
               GO TO CHAIN-CHECK-LINK.
           PERFORM GAP-WALK-PROCEDURE THRU GAP-WALK-PROCEDURE-EXIT.
           IF NOT GAP-COVERED
               COMPUTE WS-MISS-FROM = WS-PREV-SEQ + 1
               COMPUTE WS-MISS-TO = WS-CUR-SEQ - 1
               MOVE SPACE TO WS-BREAK-TEXT
               STRING "MISSING SEQUENCE " WS-MISS-FROM " TO "
                   WS-MISS-TO DELIMITED BY SIZE INTO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               GO TO CHAIN-CHECK-RESYNC.
           COMPUTE WS-PURGED-COUNT =
               WS-PURGED-COUNT + WS-CUR-SEQ - WS-PREV-SEQ - 1.
       CHAIN-CHECK-LINK.
           MOVE WS-LINK-CHAIN TO CHN-PREV-CHAIN.
           MOVE WS-CUR-DATA TO CHN-DATA.
           CALL "CALCCHN" USING WS-CHAIN-PARMS.
           IF CHN-CHAIN NOT = WS-CUR-CHAIN
               MOVE "CHECK VALUE MISMATCH - ALTERED OR RELINKED"
                   TO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
           ELSE
               ADD 1 TO WS-VERIFIED-COUNT.
       CHAIN-CHECK-RESYNC.
           MOVE WS-CUR-SEQ TO WS-PREV-SEQ.
           MOVE WS-CUR-CHAIN TO WS-PREV-CHAIN.
           GO TO CHAIN-CHECK-PROCEDURE-EXIT.
       CHAIN-CHECK-UNCHAINED.
           IF NOT CHAIN-STARTED
               ADD 1 TO WS-UNCHAINED-COUNT
               GO TO CHAIN-CHECK-PROCEDURE-EXIT.
           MOVE WS-PREV-SEQ TO WS-BREAK-SEQ.
           MOVE "RECORD WITHOUT CHAIN VALUE AFTER CHAIN START"
               TO WS-BREAK-TEXT.
           PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT.
       CHAIN-CHECK-PROCEDURE-EXIT.
           EXIT.
      * WALK BACK FROM THE RECORD BEFORE THIS ONE THROUGH ADJOINING
      * PURGE REGISTER RUNS FOR THIS PASS; THE GAP IS COVERED ONLY
      * IF THE WALK LANDS EXACTLY ON THE LAST RECORD SEEN
       GAP-WALK-PROCEDURE.
           MOVE "N" TO WS-COVER-SWITCH.
           COMPUTE WS-WALK-SEQ = WS-CUR-SEQ - 1.
           MOVE 0 TO WS-LINK-CHAIN.
       GAP-WALK-NEXT.
           IF WS-WALK-SEQ = WS-PREV-SEQ
               SET GAP-COVERED TO TRUE
               GO TO GAP-WALK-PROCEDURE-EXIT.
           IF WS-WALK-SEQ < WS-PREV-SEQ
               GO TO GAP-WALK-PROCEDURE-EXIT.
           MOVE 0 TO WS-REG-SUB.
       GAP-WALK-SEARCH.
           ADD 1 TO WS-REG-SUB.
           IF WS-REG-SUB > WS-REG-COUNT
               GO TO GAP-WALK-PROCEDURE-EXIT.
           IF WS-REG-FILE(WS-REG-SUB) NOT = WS-PASS-FILE
             OR WS-REG-TO(WS-REG-SUB) NOT = WS-WALK-SEQ
               GO TO GAP-WALK-SEARCH.
           IF WS-WALK-SEQ = WS-CUR-SEQ - 1
               MOVE WS-REG-CHAIN(WS-REG-SUB) TO WS-LINK-CHAIN.
           COMPUTE WS-WALK-SEQ = WS-REG-FROM(WS-REG-SUB) - 1.
           GO TO GAP-WALK-NEXT.
       GAP-WALK-PROCEDURE-EXIT.
           EXIT.
       BREAK-PROCEDURE.
           ADD 1 TO WS-PASS-BREAKS.
           ADD 1 TO WS-BREAK-TOTAL.
           MOVE SPACE TO VRFY-LINE.
           STRING "BREAK " WS-PASS-FILE " SEQ " WS-BREAK-SEQ " "
               WS-BREAK-TEXT DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
       BREAK-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * THE END OF THE TRAIL AGAINST THE CHAIN CONTROL FILE
      *----------------------------------------------------------*
       CONTROL-CHECK-PROCEDURE.
           MOVE "AUDCHAIN" TO WS-PASS-FILE.
           MOVE SPACE TO VRFY-LINE.
           WRITE VRFY-LINE.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF WS-ACHN-FILE-STATUS = "35"
               MOVE "AUDCHAIN - NOT FOUND - END OF TRAIL NOT CHECKED"
                   TO VRFY-LINE
               WRITE VRFY-LINE
               GO TO CONTROL-CHECK-PROCEDURE-EXIT.
           READ AUDIT-CHAIN-FILE
               AT END
                   MOVE SPACE TO AUDIT-CHAIN-RECORD
           END-READ.
           CLOSE AUDIT-CHAIN-FILE.
           IF ACHN-LAST-SEQ NOT NUMERIC
             OR ACHN-LAST-CHAIN NOT NUMERIC
               MOVE 0 TO WS-BREAK-SEQ
               MOVE "CHAIN CONTROL FILE UNREADABLE" TO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               GO TO CONTROL-CHECK-PROCEDURE-EXIT.
           MOVE SPACE TO VRFY-LINE.
           STRING "AUDCHAIN - LAST SEQ " ACHN-LAST-SEQ " WRITTEN "
               ACHN-DATE " BY " ACHN-WRITER
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           IF ACHN-LAST-SEQ > WS-PREV-SEQ
               MOVE WS-PREV-SEQ TO WS-BREAK-SEQ
               MOVE SPACE TO WS-BREAK-TEXT
               STRING "RECORDS MISSING FROM END, TO SEQ "
                   ACHN-LAST-SEQ DELIMITED BY SIZE INTO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               GO TO CONTROL-CHECK-PROCEDURE-EXIT.
           IF ACHN-LAST-SEQ = WS-PREV-SEQ
             AND ACHN-LAST-CHAIN NOT = WS-PREV-CHAIN
               MOVE WS-PREV-SEQ TO WS-BREAK-SEQ
               MOVE "LAST RECORD DOES NOT MATCH CHAIN CONTROL"
                   TO WS-BREAK-TEXT
               PERFORM BREAK-PROCEDURE THRU BREAK-PROCEDURE-EXIT
               GO TO CONTROL-CHECK-PROCEDURE-EXIT.
           IF ACHN-LAST-SEQ < WS-PREV-SEQ
               MOVE "  CHAIN CONTROL BEHIND AUDIT FILE - NOT CLOSED"
                   TO VRFY-LINE
               WRITE VRFY-LINE.
       CONTROL-CHECK-PROCEDURE-EXIT.
           EXIT.
       PASS-SUMMARY-PROCEDURE.
           MOVE SPACE TO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           STRING WS-PASS-FILE " - CHAIN ENDS AT SEQ " WS-PREV-SEQ
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           STRING "  RECORDS READ:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-VERIFIED-COUNT TO WS-EDIT-COUNT.
           STRING "  RECORDS VERIFIED:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-UNCHAINED-COUNT TO WS-EDIT-COUNT.
           STRING "  RECORDS BEFORE CHAIN:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-PURGED-COUNT TO WS-EDIT-COUNT.
           STRING "  PURGED PER REGISTER:   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-PASS-BREAKS TO WS-EDIT-COUNT.
           STRING "  BREAKS:                " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
           MOVE SPACE TO VRFY-LINE.
           WRITE VRFY-LINE.
       PASS-SUMMARY-PROCEDURE-EXIT.
           EXIT.
       SUMMARY-PROCEDURE.
           MOVE SPACE TO VRFY-LINE.
           WRITE VRFY-LINE.
           IF REG-TABLE-FULL
               MOVE "PRGEGAP TABLE FULL - LATER PURGES NOT ACCOUNTED"
                   TO VRFY-LINE
               WRITE VRFY-LINE.
           IF WS-BREAK-TOTAL = 0
               MOVE "AUDIT TRAIL INTACT - NO BREAKS FOUND" TO VRFY-LINE
               WRITE VRFY-LINE
               GO TO SUMMARY-PROCEDURE-EXIT.
           MOVE SPACE TO VRFY-LINE.
           MOVE WS-BREAK-TOTAL TO WS-EDIT-COUNT.
           STRING "AUDIT TRAIL INTEGRITY BREAKS: " WS-EDIT-COUNT
               " - INVESTIGATE BEFORE RELYING ON IT"
               DELIMITED BY SIZE INTO VRFY-LINE.
           WRITE VRFY-LINE.
       SUMMARY-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCVRFY.
