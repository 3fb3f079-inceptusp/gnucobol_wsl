      * (N1 and N2 numeric, OP numeric and 1-7), and balances the
      * detail record count and the N1/N2 hash totals against the
      * trailer.  Clean transactions are written to VALIDFILE for
      * the batch run to consume, each followed by its sequence
      * number in the sender's file (the detail's position after
      * the header, counting rejected lines, as the edit report
      * numbers them); rejected transactions and any
      * out-of-balance condition are written to the edit report
      * (EDITRPT) so the file can be bounced back to the sender
      * before the window opens.  RETURN-CODE is set to 8 when
      * anything rejects or the file is out of balance, so the
      * scheduler can hold the batch step.
      *
      * A file that is otherwise clean is then checked against the
      * inbound file register (FILEREG, shape in the CALCFREG
      * copybook) before it is let through.  A file whose detail
      * count, hash totals and creation date match a file already
      * accepted from the same sender is held as a duplicate; a
      * file whose sequence number repeats or skips past the next
      * one after the sender's last accepted file is held as out of
      * sequence.  A sender's first file sets its sequence.  A held
      * file is logged on the register, VALIDFILE is left empty and
      * RETURN-CODE is set to 8 until a supervisor releases it
      * through CALCFREL, after which the same file edits through.
      * An accepted file is recorded on the register against the
      * business date.
      *
      * The sender code on the header must be on the department
      * master (DEPTFILE, shape in the CALCDEPT copybook) and
      * active, or the whole file is rejected; a detail line for
      * an operation the department is not permitted to send is
      * rejected on its own.
      *
      * Control record layout (identified by "H"/"T" in byte 1,
      * where a detail record always carries the leading sign of
      * N1):
      *     bytes 12-24  hash total of N1, signed, two decimals
      *     bytes 26-38  hash total of N2, signed, two decimals
      *     bytes 40-42  sending department code (header only)
      *     bytes 44-49  sender's file sequence number (header only)
      *     bytes 51-58  file creation date, yyyymmdd (header only)
      * The header carries the totals the sender intends to supply;
      * the trailer carries what was actually written.  CALCEDIT
      * balances against the trailer.
      *             carry two decimal places, matching the decimal
      *             CALCREC layout; senders supply amounts at face
      *             value instead of pre-scaled cents.
      * 2026-10-15  The header control record now also carries the
      *             sender's file sequence number (bytes 44-49) and
      *             creation date (bytes 51-58), both required.  A
      *             clean file is checked against and recorded on the
      *             inbound file register (FILEREG); a duplicate or
      *             out-of-sequence file is held with RETURN-CODE 8
      *             and an empty VALIDFILE until released in CALCFREL.
      * 2026-10-15  The header sender code is now looked up on the
      *             department master (DEPTFILE, maintained in
      *             CALCDMNT); a file from a sender not on the master,
      *             or one marked inactive, is rejected, and a detail
      *             line for an operation the sender is not permitted
      *             is rejected OP NOT PERMITTED.  The edit report
      *             names the department next to the sender code.
      * 2026-10-15  Each VALIDFILE record now carries the detail's
      *             sequence number in the sender's own file after
      *             the CALCREC fields, so the batch run can number
      *             results, returns and history by the department's
      *             item number rather than by the item's place in
      *             the night's merged VALIDFILE.
      * 2026-10-15  A file accepted on the inbound file
      *             register, first time or after release, is
      *             stamped with the business date it was
      *             accepted (FREG-ACPT-DATE), which CALCBKOT
      *             backs files out by.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REGISTER ASSIGN TO "FILEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-KEY
               FILE STATUS IS WS-FREG-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 CTL-SENDER           PIC X(03).
           02 FILLER               PIC X(01).
           02 CTL-FILE-SEQ         PIC 9(6).
           02 FILLER               PIC X(01).
           02 CTL-CREATE-DATE      PIC 9(8).
       01  TRANS-RECORD.
           COPY CALCREC
               REPLACING ==CALC-N1==        BY ==TR-N1==
                         ==CALC-STATUS==    BY ==VLD-STATUS==
                         ==CALC-TYPE==      BY ==VLD-TYPE==
                         ==CALC-SENDER==    BY ==VLD-SENDER==.
           02 FILLER               PIC X(01).
           02 VLD-ITEM-SEQ         PIC 9(8).
       FD  EDIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EDIT-LINE                   PIC X(80).
       FD  FILE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  FILE-REGISTER-RECORD.
           COPY CALCFREG.
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           COPY CALCDEPT.
       WORKING-STORAGE SECTION.
           01 WS-FREG-FILE-STATUS  PIC X(02).
           01 WS-DEPT-FILE-STATUS  PIC X(02).
           01 WS-DEPT-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 DEPT-FILE-OPEN          VALUE "Y".
           01 WS-DEPT-SWITCH       PIC X(01) VALUE "N".
               88 SENDER-PERMITTED        VALUE "Y".
           01 WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88 END-OF-TRANS            VALUE "Y".
           01 WS-HEADER-SWITCH     PIC X(01) VALUE "N".
               88 CHAIN-AVAILABLE         VALUE "Y".
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-HASH         PIC -(9)9.99.
           01 WS-FILE-SEQ          PIC 9(6) VALUE 0.
           01 WS-CREATE-DATE       PIC 9(8) VALUE 0.
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-TODAY-TIME        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-HOLD-SWITCH       PIC X(01) VALUE "N".
               88 FILE-HELD               VALUE "Y".
           01 WS-HOLD-REASON       PIC X(24) VALUE SPACE.
           01 WS-LAST-SEQ          PIC 9(6) VALUE 0.
           01 WS-PRIOR-SWITCH      PIC X(01) VALUE "N".
               88 PRIOR-FILES             VALUE "Y".
           01 WS-DUP-SEQ           PIC 9(6) VALUE 0.
           01 WS-DUP-SWITCH        PIC X(01) VALUE "N".
               88 DUPLICATE-FOUND         VALUE "Y".
           01 WS-RELEASE-SWITCH    PIC X(01) VALUE "N".
               88 RELEASE-FOUND           VALUE "Y".
           01 WS-HELD-SWITCH       PIC X(01) VALUE "N".
               88 HOLD-ON-REGISTER        VALUE "Y".
           01 WS-RELEASE-KEY       PIC X(25).
           01 WS-RELEASE-OPER      PIC X(08).
           01 WS-RELEASE-DATE      PIC 9(8).
           01 WS-EDIT-SEQ          PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT VALID-FILE.
           OPEN OUTPUT EDIT-REPORT.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "35"
               SET DEPT-FILE-OPEN TO TRUE
           END-IF.
           MOVE "CALCULADORA PRE-BATCH INPUT EDIT" TO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE SPACE TO EDIT-LINE.
           PERFORM EDIT-TRANS-PROCEDURE THRU
               EDIT-TRANS-PROCEDURE-EXIT.
           PERFORM BALANCE-PROCEDURE THRU BALANCE-PROCEDURE-EXIT.
           IF NOT EDIT-ERRORS
               PERFORM REGISTER-PROCEDURE THRU
                   REGISTER-PROCEDURE-EXIT.
           PERFORM SUMMARY-PROCEDURE THRU SUMMARY-PROCEDURE-EXIT.
           CLOSE TRANS-FILE.
           CLOSE VALID-FILE.
           IF FILE-HELD
               OPEN OUTPUT VALID-FILE
               CLOSE VALID-FILE.
           CLOSE EDIT-REPORT.
           IF DEPT-FILE-OPEN
               CLOSE DEPT-FILE.
           IF EDIT-ERRORS
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
               WRITE EDIT-LINE
               GO TO HEADER-PROCEDURE-EXIT.
           MOVE CTL-SENDER TO WS-SENDER-CODE.
           PERFORM SENDER-PROCEDURE THRU SENDER-PROCEDURE-EXIT.
           IF CTL-FILE-SEQ NOT NUMERIC OR CTL-FILE-SEQ = 0
               SET EDIT-ERRORS TO TRUE
               MOVE "HEADER FILE SEQUENCE NUMBER MISSING" TO EDIT-LINE
               WRITE EDIT-LINE
           ELSE
               MOVE CTL-FILE-SEQ TO WS-FILE-SEQ.
           IF CTL-CREATE-DATE NOT NUMERIC OR CTL-CREATE-DATE = 0
               SET EDIT-ERRORS TO TRUE
               MOVE "HEADER FILE CREATION DATE MISSING" TO EDIT-LINE
               WRITE EDIT-LINE
           ELSE
               MOVE CTL-CREATE-DATE TO WS-CREATE-DATE.
           MOVE SPACE TO EDIT-LINE.
           MOVE WS-FILE-SEQ TO WS-EDIT-SEQ.
           STRING "FILE SEQ: " WS-EDIT-SEQ "  CREATED: " WS-CREATE-DATE
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
       HEADER-PROCEDURE-EXIT.
           EXIT.
       SENDER-PROCEDURE.
           MOVE "N" TO WS-DEPT-SWITCH.
           MOVE SPACE TO DEPT-NAME.
           IF NOT DEPT-FILE-OPEN
               GO TO SENDER-UNKNOWN.
           MOVE WS-SENDER-CODE TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   GO TO SENDER-UNKNOWN
           END-READ.
           MOVE SPACE TO EDIT-LINE.
           STRING "SENDER: " WS-SENDER-CODE "  " DEPT-NAME
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           IF NOT DEPT-ACTIVE
               SET EDIT-ERRORS TO TRUE
               MOVE SPACE TO EDIT-LINE
               STRING "SENDER " WS-SENDER-CODE
                   " INACTIVE ON DEPARTMENT MASTER"
                   DELIMITED BY SIZE INTO EDIT-LINE
               WRITE EDIT-LINE
               GO TO SENDER-PROCEDURE-EXIT.
           SET SENDER-PERMITTED TO TRUE.
           GO TO SENDER-PROCEDURE-EXIT.
       SENDER-UNKNOWN.
           MOVE SPACE TO EDIT-LINE.
           STRING "SENDER: " WS-SENDER-CODE
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           SET EDIT-ERRORS TO TRUE.
           MOVE SPACE TO EDIT-LINE.
           STRING "SENDER " WS-SENDER-CODE
               " NOT ON DEPARTMENT MASTER"
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
       SENDER-PROCEDURE-EXIT.
           EXIT.
       TRAILER-PROCEDURE.
           IF TRAILER-FOUND
               SET EDIT-ERRORS TO TRUE
                             AND TR-TYPE NOT = "C"
                               MOVE "BAD TYPE FLAG"
                                   TO WS-REJECT-REASON.
           IF WS-REJECT-REASON = SPACE
             AND SENDER-PERMITTED
             AND NOT DEPT-OP-PERMITTED(TR-OP)
               MOVE "OP NOT PERMITTED" TO WS-REJECT-REASON.
           IF WS-REJECT-REASON = SPACE
             AND TR-TYPE = "C"
             AND NOT CHAIN-AVAILABLE
               SET CHAIN-AVAILABLE TO TRUE
               MOVE TRANS-RECORD TO VALID-RECORD
               MOVE WS-SENDER-CODE TO VLD-SENDER
               MOVE WS-DETAIL-COUNT TO VLD-ITEM-SEQ
               WRITE VALID-RECORD
               GO TO EDIT-DETAIL-PROCEDURE-EXIT.
           ADD 1 TO WS-REJECT-COUNT.
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE SPACE TO EDIT-LINE.
           IF FILE-HELD
               MOVE "FILE HELD - SUPERVISOR RELEASE REQUIRED (CALCFREL)"
                   TO EDIT-LINE
           ELSE
               IF EDIT-ERRORS
                   MOVE "FILE REJECTED - RETURN TO SENDER" TO EDIT-LINE
               ELSE
                   MOVE "FILE ACCEPTED - CLEAN" TO EDIT-LINE.
           WRITE EDIT-LINE.
       SUMMARY-PROCEDURE-EXIT.
           EXIT.
       REGISTER-PROCEDURE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN I-O FILE-REGISTER.
           IF WS-FREG-FILE-STATUS = "35"
               OPEN OUTPUT FILE-REGISTER
               CLOSE FILE-REGISTER
               OPEN I-O FILE-REGISTER
           END-IF.
           MOVE WS-SENDER-CODE TO FREG-SENDER.
           MOVE 0 TO FREG-FILE-SEQ.
           MOVE 0 TO FREG-RECV-DATE.
           MOVE 0 TO FREG-RECV-TIME.
           START FILE-REGISTER KEY NOT LESS THAN FREG-KEY
               INVALID KEY
                   GO TO REGISTER-DECIDE
           END-START.
       REGISTER-SCAN.
           READ FILE-REGISTER NEXT RECORD
               AT END
                   GO TO REGISTER-DECIDE
           END-READ.
           IF FREG-SENDER NOT = WS-SENDER-CODE
               GO TO REGISTER-DECIDE.
           IF FREG-ACCEPTED
               SET PRIOR-FILES TO TRUE
               IF FREG-FILE-SEQ > WS-LAST-SEQ
                   MOVE FREG-FILE-SEQ TO WS-LAST-SEQ
               END-IF
               IF FREG-COUNT = WS-TRL-COUNT
                 AND FREG-HASH-N1 = WS-TRL-HASH-N1
                 AND FREG-HASH-N2 = WS-TRL-HASH-N2
                 AND FREG-CREATE-DATE = WS-CREATE-DATE
                   SET DUPLICATE-FOUND TO TRUE
                   MOVE FREG-FILE-SEQ TO WS-DUP-SEQ
               END-IF
               GO TO REGISTER-SCAN.
           IF FREG-FILE-SEQ NOT = WS-FILE-SEQ
             OR FREG-COUNT NOT = WS-TRL-COUNT
             OR FREG-HASH-N1 NOT = WS-TRL-HASH-N1
             OR FREG-HASH-N2 NOT = WS-TRL-HASH-N2
             OR FREG-CREATE-DATE NOT = WS-CREATE-DATE
               GO TO REGISTER-SCAN.
           IF FREG-RELEASED
               SET RELEASE-FOUND TO TRUE
               MOVE FREG-KEY TO WS-RELEASE-KEY
               MOVE FREG-REL-OPER TO WS-RELEASE-OPER
               MOVE FREG-REL-DATE TO WS-RELEASE-DATE.
           IF FREG-HELD
               SET HOLD-ON-REGISTER TO TRUE.
           GO TO REGISTER-SCAN.
       REGISTER-DECIDE.
           IF DUPLICATE-FOUND
               MOVE WS-DUP-SEQ TO WS-EDIT-SEQ
               STRING "DUPLICATE OF FILE " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-HOLD-REASON
           ELSE
               IF PRIOR-FILES AND WS-FILE-SEQ NOT > WS-LAST-SEQ
                   MOVE "FILE SEQUENCE REPEATED" TO WS-HOLD-REASON
               ELSE
                   IF PRIOR-FILES AND WS-FILE-SEQ > WS-LAST-SEQ + 1
                       MOVE "FILE SEQUENCE SKIPPED" TO WS-HOLD-REASON.
           IF WS-HOLD-REASON = SPACE
               PERFORM REGISTER-ACCEPT-PROCEDURE THRU
                   REGISTER-ACCEPT-PROCEDURE-EXIT
               GO TO REGISTER-CLOSE.
           IF RELEASE-FOUND
               PERFORM REGISTER-RELEASE-PROCEDURE THRU
                   REGISTER-RELEASE-PROCEDURE-EXIT
               GO TO REGISTER-CLOSE.
           PERFORM REGISTER-HOLD-PROCEDURE THRU
               REGISTER-HOLD-PROCEDURE-EXIT.
       REGISTER-CLOSE.
           CLOSE FILE-REGISTER.
       REGISTER-PROCEDURE-EXIT.
           EXIT.
       REGISTER-ACCEPT-PROCEDURE.
           MOVE WS-SENDER-CODE TO FREG-SENDER.
           MOVE WS-FILE-SEQ TO FREG-FILE-SEQ.
           MOVE WS-TODAY-DATE TO FREG-RECV-DATE.
           MOVE WS-TODAY-TIME TO FREG-RECV-TIME.
           MOVE WS-CREATE-DATE TO FREG-CREATE-DATE.
           MOVE WS-TRL-COUNT TO FREG-COUNT.
           MOVE WS-TRL-HASH-N1 TO FREG-HASH-N1.
           MOVE WS-TRL-HASH-N2 TO FREG-HASH-N2.
           MOVE "A" TO FREG-STATUS.
           MOVE SPACE TO FREG-HOLD-REASON.
           MOVE SPACE TO FREG-REL-OPER.
           MOVE 0 TO FREG-REL-DATE.
           MOVE 0 TO FREG-REL-TIME.
           MOVE WS-TODAY-DATE TO FREG-ACPT-DATE.
           WRITE FILE-REGISTER-RECORD
               INVALID KEY
                   REWRITE FILE-REGISTER-RECORD
           END-WRITE.
           MOVE SPACE TO EDIT-LINE.
           MOVE WS-FILE-SEQ TO WS-EDIT-SEQ.
           STRING "FILE " WS-EDIT-SEQ " RECORDED ON INBOUND FILE "
               "REGISTER" DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
       REGISTER-ACCEPT-PROCEDURE-EXIT.
           EXIT.
       REGISTER-RELEASE-PROCEDURE.
           MOVE WS-RELEASE-KEY TO FREG-KEY.
           READ FILE-REGISTER
               INVALID KEY
                   GO TO REGISTER-RELEASE-PROCEDURE-EXIT
           END-READ.
           MOVE "A" TO FREG-STATUS.
           MOVE WS-TODAY-DATE TO FREG-ACPT-DATE.
           REWRITE FILE-REGISTER-RECORD.
           MOVE SPACE TO EDIT-LINE.
           STRING "FILE HELD - " WS-HOLD-REASON
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE SPACE TO EDIT-LINE.
           STRING "RELEASED BY " WS-RELEASE-OPER " ON "
               WS-RELEASE-DATE " - ACCEPTED FOR THIS RUN"
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
       REGISTER-RELEASE-PROCEDURE-EXIT.
           EXIT.
       REGISTER-HOLD-PROCEDURE.
           SET FILE-HELD TO TRUE.
           SET EDIT-ERRORS TO TRUE.
           MOVE 0 TO WS-VALID-COUNT.
           MOVE SPACE TO EDIT-LINE.
           STRING "FILE HELD - " WS-HOLD-REASON
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           MOVE SPACE TO EDIT-LINE.
           MOVE WS-FILE-SEQ TO WS-EDIT-SEQ.
           STRING "  SENDER " WS-SENDER-CODE " FILE SEQ " WS-EDIT-SEQ
               " CREATED " WS-CREATE-DATE
               DELIMITED BY SIZE INTO EDIT-LINE.
           WRITE EDIT-LINE.
           IF PRIOR-FILES
               MOVE SPACE TO EDIT-LINE
               MOVE WS-LAST-SEQ TO WS-EDIT-SEQ
               STRING "  LAST FILE ACCEPTED FROM SENDER: " WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO EDIT-LINE
               WRITE EDIT-LINE.
           IF HOLD-ON-REGISTER
               GO TO REGISTER-HOLD-PROCEDURE-EXIT.
           MOVE WS-SENDER-CODE TO FREG-SENDER.
           MOVE WS-FILE-SEQ TO FREG-FILE-SEQ.
           MOVE WS-TODAY-DATE TO FREG-RECV-DATE.
           MOVE WS-TODAY-TIME TO FREG-RECV-TIME.
           MOVE WS-CREATE-DATE TO FREG-CREATE-DATE.
           MOVE WS-TRL-COUNT TO FREG-COUNT.
           MOVE WS-TRL-HASH-N1 TO FREG-HASH-N1.
           MOVE WS-TRL-HASH-N2 TO FREG-HASH-N2.
           MOVE "H" TO FREG-STATUS.
           MOVE WS-HOLD-REASON TO FREG-HOLD-REASON.
           MOVE SPACE TO FREG-REL-OPER.
           MOVE 0 TO FREG-REL-DATE.
           MOVE 0 TO FREG-REL-TIME.
           MOVE 0 TO FREG-ACPT-DATE.
           WRITE FILE-REGISTER-RECORD
               INVALID KEY
                   REWRITE FILE-REGISTER-RECORD
           END-WRITE.
       REGISTER-HOLD-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCEDIT.
