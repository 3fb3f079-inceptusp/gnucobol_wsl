      *             after the sequence number), so the CALCAGE
      *             aging report can show how long each reject has
      *             been waiting.
      * 2026-10-15  The run now dates its work by the business date
      *             on the processing-date control file (PROCDATE,
      *             read once at start through the new CALCDATE
      *             subprogram) instead of the system clock: the
      *             audit, suspense and run-log dates, the RTRNFILE
      *             header and trailer, and the "effective on or
      *             before" date of the OP 7 rate lookup.  A night
      *             stream that runs past midnight, or a rerun the
      *             next morning, no longer picks up the next day's
      *             date and rates.  Audit and run-log times are
      *             still the clock time of the calculation.
      * 2026-10-15  VALIDFILE may now carry several departments'
      *             files, merged by the new CALCINTK intake step.
      *             RTRNFILE gets its own "H" header and "T" trailer
      *             (count and answer hash) around each run of
      *             results for one sender, closing the group and
      *             opening a new one whenever the sender changes,
      *             instead of one header taking the first sender
      *             seen.  The new CALCRSPL step splits it into one
      *             return file per sender.  A restarted run picks
      *             the open group back up from the file already
      *             cut.
      * 2026-10-15  Every audit record now also carries the sending
      *             department code and the transaction sequence
      *             number (AUD-SENDER/AUD-TRAN-SEQ on CALCAUD), so
      *             an OP 7 charge can be re-rated and the
      *             adjustment sent back to the department.
      * 2026-10-15  Every batch result is checked against the
      *             operator's tolerance limits (LIMITFILE, kept by
      *             the new CALCLMNT screen) for its operation and
      *             sender.  A result past its limit is written to
      *             OUTFILE with the new "H" held status, queued on
      *             the review queue (HOLDQ) and returned to the
      *             sender flagged "H" with no answer instead of
      *             "A".  Items a supervisor released or rejected in
      *             the new CALCHREL screen (HOLDREL) go back on
      *             the next run's return file flagged "A" or "R".
      * 2026-10-15  Every audit record now carries the next audit
      *             chain sequence number and a check value chained
      *             from the record before it (AUD-CHAIN-SEQ and
      *             AUD-CHAIN, computed by the new CALCCHN
      *             subprogram), picked up at start from the end of
      *             AUDITFILE or the audit chain control file
      *             (AUDCHAIN), which is rewritten whenever
      *             AUDITFILE is closed after an audit record was
      *             written.
      * 2026-10-15  Every batch transaction now has a history
      *             record on the indexed transaction history
      *             (TXNHIST, CALCTXH copybook), keyed on the run
      *             date it was first received, the sender and its
      *             sequence number, posted with each step of its
      *             life in the run: received, calculated, rejected
      *             and suspended, held, resubmitted and returned.
      *             The original run date now travels with the item
      *             on the suspense and resubmission records
      *             (SUSP-RUN-DATE, RS-RUN-DATE) and as the hold
      *             record's run date, so a resubmitted or released
      *             item posts to the history record it started on.
      * 2026-10-15  The run-control log record is cleared before
      *             each "S" and "E" record is built, so the sender
      *             and operator fields added to it for the CALCBKOT
      *             backout record go out blank.
      * 2026-10-15  The sequence number carried on a
      *             transaction's suspense, return, hold, audit
      *             and history records is now the item's number
      *             in the sending department's own file, which
      *             CALCEDIT puts on each VALIDFILE record,
      *             instead of its place in the night's merged
      *             VALIDFILE.  A VALIDFILE record without one
      *             keeps the old numbering.  Checkpoint and
      *             restart still count VALIDFILE records.
      * 2026-10-15  A transaction whose history record is
      *             already on file, as when a corrected file is
      *             run again on the same business date after
      *             CALCBKOT backed the first run out, has its
      *             receipt added to that record's events
      *             instead of the record being started again,
      *             so the backout stays on its trace.  A
      *             restarted run still drops the failed run's
      *             events, back to the backout where there was
      *             one.
      * 2026-10-15  A held result the supervisor rejected is now
      *             reversed on the audit trail when it is
      *             returned, by a chained entry with the signs
      *             turned round, stamped with the supervisor's
      *             ID and dated the run, so CALCBILL and
      *             CALCRERT no longer charge it.
      * 2026-10-15  A chained step no longer starts from a
      *             result held for supervisor review; the chain
      *             breaks at a held step as it does at a
      *             reject.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHN-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "LIMITFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREL-FILE-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-TXH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
                         ==CALC-STATUS==    BY ==TR-STATUS==
                         ==CALC-TYPE==      BY ==TR-TYPE==
                         ==CALC-SENDER==    BY ==TR-SENDER==.
           02 FILLER               PIC X(01).
           02 TR-ITEM-SEQ          PIC 9(8).
       FD  OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUT-RECORD.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY CALCAUD.
       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CHAIN-RECORD.
           COPY CALCACHN.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD.
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
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-FLAG             PIC X(01).
       FD  LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-RECORD.
           COPY CALCLIMT.
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
       FD  TXN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-HIST-RECORD.
           COPY CALCTXH.
       WORKING-STORAGE SECTION.
           01 N1 PIC S9(6)V99.
           01 N2 PIC S9(6)V99.
           01 WS-RTN-HASH          PIC S9(12)V99 VALUE 0.
           01 WS-RTN-HDR-SWITCH    PIC X(01) VALUE "N".
               88 RETURN-HEADER-WRITTEN   VALUE "Y".
           01 WS-RTN-SENDER        PIC X(03) VALUE SPACE.
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-RATE-FILE-STATUS  PIC X(02).
           01 WS-RATE-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 RATE-FILE-OPEN          VALUE "Y".
               88 RATE-FOUND              VALUE "Y".
           01 WS-LOOKUP-CODE       PIC 9(6) VALUE 0.
           01 WS-RATE-VALUE        PIC 9(3)V9(6) VALUE 0.
           01 WS-LIMIT-FILE-STATUS PIC X(02).
           01 WS-LIMIT-OPEN-SWITCH PIC X(01) VALUE "N".
               88 LIMIT-FILE-OPEN         VALUE "Y".
           01 WS-HOLD-FILE-STATUS  PIC X(02).
           01 WS-HREL-FILE-STATUS  PIC X(02).
           01 WS-ABS-ANSWER        PIC 9(12)V99 VALUE 0.
           01 WS-ACHN-FILE-STATUS  PIC X(02).
           01 WS-CHAIN-SEQ         PIC 9(8) VALUE 0.
           01 WS-CHAIN-VALUE       PIC 9(10) VALUE 0.
           01 WS-CHAIN-SWITCH      PIC X(01) VALUE "N".
               88 CHAIN-ADVANCED          VALUE "Y".
           01 WS-CHAIN-PARMS.
               COPY CALCCHNP.
           01 WS-TXH-FILE-STATUS   PIC X(02).
           01 WS-ORIG-DATE         PIC 9(8) VALUE 0.
           01 WS-TXH-SUB           PIC 9(2) COMP VALUE 0.
           01 WS-TXH-CODE          PIC X(01).
           01 WS-TXH-OP            PIC 9(2).
           01 WS-TXH-N1            PIC S9(6)V99.
           01 WS-TXH-N2            PIC S9(6)V99.
           01 WS-TXH-ANSWER        PIC S9(12)V99.
           01 WS-TXH-FLAG          PIC X(01).
       SCREEN SECTION.
       01 INPUT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 4 COL 1 VALUE "--------------------------------".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PRIME-CHAIN-PROCEDURE THRU
               PRIME-CHAIN-PROCEDURE-EXIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
           IF WS-PARM-AREA(1:5) = "BATCH"
               SET BATCH-MODE TO TRUE
           SET INTERACTIVE-MODE TO TRUE.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
           IF NOT SGN-SIGNED-ON
               PERFORM CLOSE-AUDIT-PROCEDURE THRU
                   CLOSE-AUDIT-PROCEDURE-EXIT
               STOP RUN.
           GO TO INPUT-PROCEDURE.
       BATCH-PROCEDURE.
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS NOT = "35"
               SET LIMIT-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O TXN-HIST-FILE.
           IF WS-TXH-FILE-STATUS = "35"
               OPEN OUTPUT TXN-HIST-FILE
               CLOSE TXN-HIST-FILE
               OPEN I-O TXN-HIST-FILE
           END-IF.
           IF CHECKPOINT-FOUND
               PERFORM PRIME-RETURN-PROCEDURE THRU
                   PRIME-RETURN-PROCEDURE-EXIT
               MOVE TR-OP TO OP
               MOVE TR-TYPE TO WS-CALC-TYPE
               MOVE TR-SENDER TO WS-SENDER-CODE
               IF TR-ITEM-SEQ NUMERIC AND TR-ITEM-SEQ > 0
                   MOVE TR-ITEM-SEQ TO WS-SUSP-SEQ
               ELSE
                   MOVE WS-TRANS-SEQ TO WS-SUSP-SEQ
               END-IF
               MOVE WS-TODAY-DATE TO WS-ORIG-DATE
               PERFORM TXH-RECEIVE-PROCEDURE THRU
                   TXH-RECEIVE-PROCEDURE-EXIT
               PERFORM BATCH-CALC-PROCEDURE THRU
                   BATCH-CALC-PROCEDURE-EXIT
               DIVIDE WS-TRANS-SEQ BY WS-CKPT-INTERVAL
                   BATCH-READ-PROCEDURE-EXIT
           END-PERFORM.
           PERFORM RESUB-PROCEDURE THRU RESUB-PROCEDURE-EXIT.
           PERFORM RELEASE-PROCEDURE THRU RELEASE-PROCEDURE-EXIT.
           PERFORM WRITE-RETURN-TRAILER-PROCEDURE THRU
               WRITE-RETURN-TRAILER-PROCEDURE-EXIT.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE THRU
           CLOSE OUT-FILE.
           CLOSE RETURN-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE HOLD-FILE.
           CLOSE TXN-HIST-FILE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           IF RATE-FILE-OPEN
               CLOSE RATE-FILE.
           IF LIMIT-FILE-OPEN
               CLOSE LIMIT-FILE.
           ADD WS-ZERO-REJECTS TO WS-INVALID-REJECTS
               GIVING WS-TOTAL-REJECTS.
           IF WS-TOTAL-REJECTS > WS-REJECT-THRESHOLD
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
       WRITE-RUNLOG-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE WS-RL-TYPE TO RL-TYPE.
           MOVE WS-TODAY-DATE TO RL-DATE.
           MOVE WS-NOW-TIME TO RL-TIME.
           MOVE "N" TO WS-LAST-SWITCH.
           PERFORM WRITE-SUSPENSE-PROCEDURE THRU
               WRITE-SUSPENSE-PROCEDURE-EXIT.
           PERFORM TXH-RESULT-PROCEDURE THRU
               TXH-RESULT-PROCEDURE-EXIT.
           PERFORM WRITE-RETURN-PROCEDURE THRU
               WRITE-RETURN-PROCEDURE-EXIT.
           PERFORM TXH-RETURN-PROCEDURE THRU
               TXH-RETURN-PROCEDURE-EXIT.
           GO TO BATCH-CALC-PROCEDURE-EXIT.
       BATCH-CALC-EVALUATE.
           EVALUATE OP
                   PERFORM WRITE-SUSPENSE-PROCEDURE THRU
                       WRITE-SUSPENSE-PROCEDURE-EXIT
           END-EVALUATE.
           PERFORM TXH-RESULT-PROCEDURE THRU
               TXH-RESULT-PROCEDURE-EXIT.
           PERFORM WRITE-RETURN-PROCEDURE THRU
               WRITE-RETURN-PROCEDURE-EXIT.
           PERFORM TXH-RETURN-PROCEDURE THRU
               TXH-RETURN-PROCEDURE-EXIT.
       BATCH-CALC-PROCEDURE-EXIT.
           EXIT.
       WRITE-SUSPENSE-PROCEDURE.
           MOVE WS-SUSP-SEQ TO SUSP-SEQ.
           MOVE WS-TODAY-DATE TO SUSP-DATE.
           MOVE OUT-N1 TO SUSP-N1.
           MOVE OUT-STATUS TO SUSP-STATUS.
           MOVE OUT-TYPE TO SUSP-TYPE.
           MOVE OUT-SENDER TO SUSP-SENDER.
           MOVE WS-ORIG-DATE TO SUSP-RUN-DATE.
           WRITE SUSPENSE-RECORD.
       WRITE-SUSPENSE-PROCEDURE-EXIT.
           EXIT.
       WRITE-RETURN-PROCEDURE.
           IF RETURN-HEADER-WRITTEN
             AND OUT-SENDER NOT = WS-RTN-SENDER
               PERFORM WRITE-RETURN-TRAILER-PROCEDURE THRU
                   WRITE-RETURN-TRAILER-PROCEDURE-EXIT
           END-IF.
           IF NOT RETURN-HEADER-WRITTEN
               MOVE SPACE TO RETURN-CONTROL-RECORD
               MOVE "H" TO RTN-CTL-TYPE
               MOVE OUT-SENDER TO RTN-CTL-SENDER
               MOVE ZERO TO RTN-CTL-HASH
               WRITE RETURN-CONTROL-RECORD
               SET RETURN-HEADER-WRITTEN TO TRUE
               MOVE OUT-SENDER TO WS-RTN-SENDER
               MOVE ZERO TO WS-RTN-COUNT
               MOVE ZERO TO WS-RTN-HASH
           END-IF.
           MOVE WS-SUSP-SEQ TO RTN-SEQ.
           MOVE OUT-N1 TO RTN-N1.
           IF OUT-STATUS = SPACE
               MOVE "A" TO RTN-FLAG
           ELSE
               IF OUT-STATUS = "H"
                   MOVE "H" TO RTN-FLAG
                   MOVE ZERO TO RTN-ANSWER
               ELSE
                   MOVE "R" TO RTN-FLAG.
           WRITE RETURN-DETAIL-RECORD.
           ADD 1 TO WS-RTN-COUNT.
           ADD RTN-ANSWER TO WS-RTN-HASH.
       WRITE-RETURN-PROCEDURE-EXIT.
           EXIT.
       WRITE-RETURN-TRAILER-PROCEDURE.
           IF NOT RETURN-HEADER-WRITTEN
               GO TO WRITE-RETURN-TRAILER-PROCEDURE-EXIT.
           MOVE SPACE TO RETURN-CONTROL-RECORD.
           MOVE "T" TO RTN-CTL-TYPE.
           MOVE WS-RTN-SENDER TO RTN-CTL-SENDER.
           MOVE WS-TODAY-DATE TO RTN-CTL-DATE.
           MOVE WS-RTN-COUNT TO RTN-CTL-COUNT.
           MOVE WS-RTN-HASH TO RTN-CTL-HASH.
           WRITE RETURN-CONTROL-RECORD.
           MOVE "N" TO WS-RTN-HDR-SWITCH.
           MOVE ZERO TO WS-RTN-COUNT.
           MOVE ZERO TO WS-RTN-HASH.
       WRITE-RETURN-TRAILER-PROCEDURE-EXIT.
           EXIT.
      * A RESTARTED RUN EXTENDS THE RETURN FILE ALREADY CUT, SO THE
      * TRAILER OF THE SENDER GROUP LEFT OPEN MUST ALSO COVER THE
      * DETAILS WRITTEN BEFORE THE CRASH; TALLY THEM BEFORE
      * REOPENING EXTEND.
       PRIME-RETURN-PROCEDURE.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-FILE-STATUS = "35"
           END-READ.
           IF RTN-CTL-TYPE = "H"
               SET RETURN-HEADER-WRITTEN TO TRUE
               MOVE RTN-CTL-SENDER TO WS-RTN-SENDER
               MOVE ZERO TO WS-RTN-COUNT
               MOVE ZERO TO WS-RTN-HASH
               GO TO PRIME-RETURN-READ.
           IF RTN-CTL-TYPE = "T"
               MOVE "N" TO WS-RTN-HDR-SWITCH
               MOVE ZERO TO WS-RTN-COUNT
               MOVE ZERO TO WS-RTN-HASH
               GO TO PRIME-RETURN-READ.
           ADD 1 TO WS-RTN-COUNT.
           ADD RTN-ANSWER TO WS-RTN-HASH.
               MOVE RS-TYPE TO WS-CALC-TYPE
               MOVE RS-SENDER TO WS-SENDER-CODE
               MOVE RS-SEQ TO WS-SUSP-SEQ
               PERFORM TXH-RESUBMIT-PROCEDURE THRU
                   TXH-RESUBMIT-PROCEDURE-EXIT
               PERFORM BATCH-CALC-PROCEDURE THRU
                   BATCH-CALC-PROCEDURE-EXIT
               PERFORM RESUB-READ-PROCEDURE THRU
           CLOSE RESUB-FILE.
       RESUB-PROCEDURE-EXIT.
           EXIT.
      * ITEMS A SUPERVISOR DECIDED IN CALCHREL GO BACK TO THE SENDER
      * ON THIS RUN'S RETURN FILE ONLY.  THEY ARE ALREADY ON THE
      * AUDIT TRAIL AND ON THE OUTFILE OF THE RUN THAT HELD THEM.
      * A REJECTED RESULT IS TAKEN BACK OFF THE AUDIT TRAIL BY A
      * CHAINED REVERSING ENTRY, SO IT IS NEITHER BILLED NOR
      * RE-RATED.
       RELEASE-PROCEDURE.
           OPEN INPUT HOLD-RELEASE-FILE.
           IF WS-HREL-FILE-STATUS = "35"
               GO TO RELEASE-PROCEDURE-EXIT.
       RELEASE-READ.
           READ HOLD-RELEASE-FILE
               AT END
                   CLOSE HOLD-RELEASE-FILE
                   OPEN OUTPUT HOLD-RELEASE-FILE
                   CLOSE HOLD-RELEASE-FILE
                   GO TO RELEASE-PROCEDURE-EXIT
           END-READ.
           MOVE HRL-SEQ TO WS-SUSP-SEQ.
           MOVE HRL-SENDER TO OUT-SENDER.
           MOVE HRL-OP TO OUT-OP.
           MOVE HRL-TYPE TO OUT-TYPE.
           MOVE HRL-N1 TO OUT-N1.
           MOVE HRL-N2 TO OUT-N2.
           MOVE HRL-REMAINDER TO OUT-REMAINDER.
           IF HRL-RELEASED
               MOVE HRL-ANSWER TO OUT-ANSWER
               MOVE SPACE TO OUT-STATUS
           ELSE
               MOVE ZERO TO OUT-ANSWER
               MOVE "J" TO OUT-STATUS.
           PERFORM WRITE-RETURN-PROCEDURE THRU
               WRITE-RETURN-PROCEDURE-EXIT.
           PERFORM TXH-RELEASE-PROCEDURE THRU
               TXH-RELEASE-PROCEDURE-EXIT.
           IF HRL-REJECTED
               PERFORM REVERSE-HOLD-PROCEDURE THRU
                   REVERSE-HOLD-PROCEDURE-EXIT.
           GO TO RELEASE-READ.
       RELEASE-PROCEDURE-EXIT.
           EXIT.
      * THE REVERSING ENTRY FOLLOWS THE CALCBKOT RULE: SAME OP,
      * SENDER AND SEQUENCE NUMBER AS THE HELD RESULT, SIGNS TURNED
      * ROUND (N2 ONLY FOR OP 1 AND 2, WHERE IT IS ADDED OR
      * SUBTRACTED), STAMPED WITH THE REJECTING SUPERVISOR'S ID AND
      * DATED THIS RUN, SO THE CREDIT FALLS IN THE CURRENT PERIOD.
       REVERSE-HOLD-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           MOVE HRL-OP TO AUD-OP.
           COMPUTE AUD-N1 = 0 - HRL-N1.
           IF HRL-OP = 1 OR HRL-OP = 2
               COMPUTE AUD-N2 = 0 - HRL-N2
           ELSE
               MOVE HRL-N2 TO AUD-N2.
           COMPUTE AUD-ANSWER = 0 - HRL-ANSWER.
           COMPUTE AUD-REMAINDER = 0 - HRL-REMAINDER.
           MOVE HRL-OPER TO AUD-OPER.
           MOVE HRL-SENDER TO AUD-SENDER.
           MOVE HRL-SEQ TO AUD-TRAN-SEQ.
           ADD 1 TO WS-CHAIN-SEQ.
           MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ.
           MOVE WS-CHAIN-VALUE TO CHN-PREV-CHAIN.
           MOVE AUDIT-RECORD TO CHN-DATA.
           CALL "CALCCHN" USING WS-CHAIN-PARMS.
           MOVE CHN-CHAIN TO AUD-CHAIN.
           MOVE CHN-CHAIN TO WS-CHAIN-VALUE.
           SET CHAIN-ADVANCED TO TRUE.
           WRITE AUDIT-RECORD.
       REVERSE-HOLD-PROCEDURE-EXIT.
           EXIT.
       RESUB-READ-PROCEDURE.
           READ RESUB-FILE
               AT END
               MOVE SOMA TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO SOMA-PROCEDURE-EXIT.
           DISPLAY SOMA-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       SOMA-PROCEDURE-EXIT.
           EXIT.
               MOVE SUB TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO SUB-PROCEDURE-EXIT.
           DISPLAY SUB-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       SUB-PROCEDURE-EXIT.
           EXIT.
               MOVE MULT TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO MULT-PROCEDURE-EXIT.
           DISPLAY MULT-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       MULT-PROCEDURE-EXIT.
           EXIT.
               MOVE DIV TO OUT-ANSWER
               MOVE RESTO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO DIV-PROCEDURE-EXIT.
           DISPLAY DIV-SCREEN.
           ACCEPT INUTIL AT LINE 8 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       DIV-PROCEDURE-EXIT.
           EXIT.
               MOVE RESTO TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO MOD-PROCEDURE-EXIT.
           DISPLAY MOD-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       MOD-PROCEDURE-EXIT.
           EXIT.
               MOVE PCT TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO PCT-PROCEDURE-EXIT.
           DISPLAY PCT-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           STOP RUN.
       PCT-PROCEDURE-EXIT.
           EXIT.
               MOVE TAXA TO OUT-ANSWER
               MOVE ZERO TO OUT-REMAINDER
               MOVE SPACE TO OUT-STATUS
               PERFORM LIMIT-CHECK-PROCEDURE THRU
                   LIMIT-CHECK-PROCEDURE-EXIT
               WRITE OUT-RECORD
               GO TO RATE-PROCEDURE-EXIT.
           DISPLAY RATE-SCREEN.
           ACCEPT INUTIL AT LINE 7 COL 8.
           IF INUTIL = "Y" OR INUTIL = "y"
               GO TO INPUT-PROCEDURE.
           PERFORM CLOSE-AUDIT-PROCEDURE THRU
               CLOSE-AUDIT-PROCEDURE-EXIT.
           IF RATE-FILE-OPEN
               CLOSE RATE-FILE.
           STOP RUN.
               INVALID KEY
                   GO TO RATE-LOOKUP-PROCEDURE-EXIT
           END-START.
       RATE-LOOKUP-READ.
           READ RATE-FILE NEXT RECORD
               AT END
           GO TO RATE-LOOKUP-READ.
       RATE-LOOKUP-PROCEDURE-EXIT.
           EXIT.
      * A SENDER'S OWN LIMIT FOR THE OPERATION WINS OVER THE ONE
      * KEYED WITH THE SENDER BLANK; WITH NEITHER THERE IS NO LIMIT.
       LIMIT-CHECK-PROCEDURE.
           IF NOT LIMIT-FILE-OPEN
               GO TO LIMIT-CHECK-PROCEDURE-EXIT.
           MOVE OUT-OP TO LIM-OP.
           MOVE OUT-SENDER TO LIM-SENDER.
           READ LIMIT-FILE
               INVALID KEY
                   GO TO LIMIT-CHECK-DEFAULT
           END-READ.
           GO TO LIMIT-CHECK-COMPARE.
       LIMIT-CHECK-DEFAULT.
           IF OUT-SENDER = SPACE
               GO TO LIMIT-CHECK-PROCEDURE-EXIT.
           MOVE OUT-OP TO LIM-OP.
           MOVE SPACE TO LIM-SENDER.
           READ LIMIT-FILE
               INVALID KEY
                   GO TO LIMIT-CHECK-PROCEDURE-EXIT
           END-READ.
       LIMIT-CHECK-COMPARE.
           IF OUT-ANSWER < 0
               COMPUTE WS-ABS-ANSWER = 0 - OUT-ANSWER
           ELSE
               MOVE OUT-ANSWER TO WS-ABS-ANSWER.
           IF WS-ABS-ANSWER NOT > LIM-MAX-ANSWER
               GO TO LIMIT-CHECK-PROCEDURE-EXIT.
           MOVE "H" TO OUT-STATUS.
           MOVE "N" TO WS-LAST-SWITCH.
           MOVE SPACE TO HOLD-RECORD.
           MOVE WS-SUSP-SEQ TO HLD-SEQ.
           MOVE WS-ORIG-DATE TO HLD-DATE.
           MOVE OUT-SENDER TO HLD-SENDER.
           MOVE OUT-OP TO HLD-OP.
           MOVE OUT-TYPE TO HLD-TYPE.
           MOVE OUT-N1 TO HLD-N1.
           MOVE OUT-N2 TO HLD-N2.
           MOVE OUT-ANSWER TO HLD-ANSWER.
           MOVE OUT-REMAINDER TO HLD-REMAINDER.
           MOVE LIM-MAX-ANSWER TO HLD-LIMIT.
           MOVE ZERO TO HLD-DISP-DATE.
           WRITE HOLD-RECORD.
       LIMIT-CHECK-PROCEDURE-EXIT.
           EXIT.
      * A TRANSACTION'S HISTORY RECORD IS STARTED WHEN IT IS READ
      * FROM VALIDFILE.  ONE ALREADY ON FILE -- AN ITEM SENT AGAIN
      * AFTER CALCBKOT BACKED ITS RUN OUT -- HAS THE RECEIPT ADDED
      * TO ITS EVENTS.  A RESTARTED RUN THAT READS AN ITEM AGAIN
      * DROPS THE EVENTS THE RUN THAT FAILED POSTED (EVERYTHING
      * AFTER A BACKOUT, OR THE WHOLE RECORD), SO THEY ARE NOT
      * POSTED TWICE.
       TXH-RECEIVE-PROCEDURE.
           MOVE WS-ORIG-DATE TO TXH-RUN-DATE.
           MOVE WS-SENDER-CODE TO TXH-SENDER.
           MOVE WS-SUSP-SEQ TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   GO TO TXH-RECEIVE-NEW
           END-READ.
           IF NOT CHECKPOINT-FOUND
               GO TO TXH-RECEIVE-EVENT.
           IF TXH-EVENT-COUNT NOT NUMERIC
               GO TO TXH-RECEIVE-NEW.
           MOVE TXH-EVENT-COUNT TO WS-TXH-SUB.
       TXH-RECEIVE-BACKOUT.
           IF WS-TXH-SUB = 0
               GO TO TXH-RECEIVE-NEW.
           IF TXH-EV-CODE(WS-TXH-SUB) = "B"
               MOVE WS-TXH-SUB TO TXH-EVENT-COUNT
               GO TO TXH-RECEIVE-EVENT.
           SUBTRACT 1 FROM WS-TXH-SUB.
           GO TO TXH-RECEIVE-BACKOUT.
       TXH-RECEIVE-NEW.
           MOVE SPACE TO TXN-HIST-RECORD.
           MOVE WS-ORIG-DATE TO TXH-RUN-DATE.
           MOVE WS-SENDER-CODE TO TXH-SENDER.
           MOVE WS-SUSP-SEQ TO TXH-SEQ.
           MOVE OP TO TXH-OP.
           MOVE WS-CALC-TYPE TO TXH-TYPE.
           MOVE N1 TO TXH-N1.
           MOVE N2 TO TXH-N2.
           MOVE 0 TO TXH-EVENT-COUNT.
           MOVE "N" TO TXH-LOST-SWITCH.
       TXH-RECEIVE-EVENT.
           MOVE "V" TO WS-TXH-CODE.
           MOVE OP TO WS-TXH-OP.
           MOVE N1 TO WS-TXH-N1.
           MOVE N2 TO WS-TXH-N2.
           MOVE ZERO TO WS-TXH-ANSWER.
           MOVE SPACE TO WS-TXH-FLAG.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
       TXH-RECEIVE-PROCEDURE-EXIT.
           EXIT.
      * A RESUBMITTED ITEM POSTS TO THE HISTORY RECORD OF THE RUN
      * THAT FIRST RECEIVED IT.  ONE RESUBMITTED BEFORE THE RUN
      * DATE WAS CARRIED ON RESUBFILE HAS NO HISTORY TO FIND AND
      * STARTS ONE UNDER TODAY'S DATE.
       TXH-RESUBMIT-PROCEDURE.
           IF RS-RUN-DATE NUMERIC AND RS-RUN-DATE > ZERO
               MOVE RS-RUN-DATE TO WS-ORIG-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-ORIG-DATE.
           MOVE WS-ORIG-DATE TO TXH-RUN-DATE.
           MOVE WS-SENDER-CODE TO TXH-SENDER.
           MOVE WS-SUSP-SEQ TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   GO TO TXH-RESUBMIT-NEW
           END-READ.
           GO TO TXH-RESUBMIT-EVENT.
       TXH-RESUBMIT-NEW.
           MOVE SPACE TO TXN-HIST-RECORD.
           MOVE WS-ORIG-DATE TO TXH-RUN-DATE.
           MOVE WS-SENDER-CODE TO TXH-SENDER.
           MOVE WS-SUSP-SEQ TO TXH-SEQ.
           MOVE OP TO TXH-OP.
           MOVE WS-CALC-TYPE TO TXH-TYPE.
           MOVE N1 TO TXH-N1.
           MOVE N2 TO TXH-N2.
           MOVE 0 TO TXH-EVENT-COUNT.
           MOVE "N" TO TXH-LOST-SWITCH.
       TXH-RESUBMIT-EVENT.
           MOVE "U" TO WS-TXH-CODE.
           MOVE OP TO WS-TXH-OP.
           MOVE N1 TO WS-TXH-N1.
           MOVE N2 TO WS-TXH-N2.
           MOVE ZERO TO WS-TXH-ANSWER.
           MOVE SPACE TO WS-TXH-FLAG.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
       TXH-RESUBMIT-PROCEDURE-EXIT.
           EXIT.
      * A HELD RESULT WAS CALCULATED BEFORE IT WAS HELD, AND EVERY
      * REJECT GOES TO SUSPENSE, SO EACH OUTCOME POSTS TWO EVENTS.
       TXH-RESULT-PROCEDURE.
           MOVE OUT-OP TO WS-TXH-OP.
           MOVE OUT-N1 TO WS-TXH-N1.
           MOVE OUT-N2 TO WS-TXH-N2.
           MOVE OUT-ANSWER TO WS-TXH-ANSWER.
           MOVE SPACE TO WS-TXH-FLAG.
           IF OUT-STATUS NOT = SPACE AND OUT-STATUS NOT = "H"
               GO TO TXH-RESULT-REJECT.
           MOVE "C" TO WS-TXH-CODE.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
           IF OUT-STATUS = "H"
               MOVE "H" TO WS-TXH-CODE
               PERFORM TXH-EVENT-PROCEDURE THRU
                   TXH-EVENT-PROCEDURE-EXIT.
           GO TO TXH-RESULT-PROCEDURE-EXIT.
       TXH-RESULT-REJECT.
           MOVE OUT-STATUS TO WS-TXH-CODE.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
           MOVE "S" TO WS-TXH-CODE.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
       TXH-RESULT-PROCEDURE-EXIT.
           EXIT.
       TXH-RETURN-PROCEDURE.
           MOVE "T" TO WS-TXH-CODE.
           MOVE RTN-OP TO WS-TXH-OP.
           MOVE RTN-N1 TO WS-TXH-N1.
           MOVE RTN-N2 TO WS-TXH-N2.
           MOVE RTN-ANSWER TO WS-TXH-ANSWER.
           MOVE RTN-FLAG TO WS-TXH-FLAG.
           PERFORM TXH-EVENT-PROCEDURE THRU TXH-EVENT-PROCEDURE-EXIT.
           PERFORM TXH-SAVE-PROCEDURE THRU TXH-SAVE-PROCEDURE-EXIT.
       TXH-RETURN-PROCEDURE-EXIT.
           EXIT.
      * THE RELEASE OR REJECTION ITSELF WAS POSTED BY CALCHREL; THE
      * RUN POSTS ITS RETURN TO THE SENDER.
       TXH-RELEASE-PROCEDURE.
           MOVE HRL-DATE TO TXH-RUN-DATE.
           MOVE HRL-SENDER TO TXH-SENDER.
           MOVE HRL-SEQ TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   GO TO TXH-RELEASE-NEW
           END-READ.
           GO TO TXH-RELEASE-EVENT.
       TXH-RELEASE-NEW.
           MOVE SPACE TO TXN-HIST-RECORD.
           MOVE HRL-DATE TO TXH-RUN-DATE.
           MOVE HRL-SENDER TO TXH-SENDER.
           MOVE HRL-SEQ TO TXH-SEQ.
           MOVE HRL-OP TO TXH-OP.
           MOVE HRL-TYPE TO TXH-TYPE.
           MOVE HRL-N1 TO TXH-N1.
           MOVE HRL-N2 TO TXH-N2.
           MOVE 0 TO TXH-EVENT-COUNT.
           MOVE "N" TO TXH-LOST-SWITCH.
       TXH-RELEASE-EVENT.
           PERFORM TXH-RETURN-PROCEDURE THRU TXH-RETURN-PROCEDURE-EXIT.
       TXH-RELEASE-PROCEDURE-EXIT.
           EXIT.
      * ONCE THE 16 EVENT SLOTS ARE USED, EACH NEW EVENT REPLACES
      * THE LAST ONE, SO THE LATEST STATE OF THE ITEM IS ALWAYS
      * SHOWN.
       TXH-EVENT-PROCEDURE.
           IF TXH-EVENT-COUNT NOT NUMERIC
               MOVE 0 TO TXH-EVENT-COUNT.
           IF TXH-EVENT-COUNT < 16
               ADD 1 TO TXH-EVENT-COUNT
           ELSE
               SET TXH-EVENTS-LOST TO TRUE.
           MOVE TXH-EVENT-COUNT TO WS-TXH-SUB.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TXH-CODE TO TXH-EV-CODE(WS-TXH-SUB).
           MOVE WS-TODAY-DATE TO TXH-EV-DATE(WS-TXH-SUB).
           MOVE WS-NOW-TIME TO TXH-EV-TIME(WS-TXH-SUB).
           MOVE WS-TXH-OP TO TXH-EV-OP(WS-TXH-SUB).
           MOVE WS-TXH-N1 TO TXH-EV-N1(WS-TXH-SUB).
           MOVE WS-TXH-N2 TO TXH-EV-N2(WS-TXH-SUB).
           MOVE WS-TXH-ANSWER TO TXH-EV-ANSWER(WS-TXH-SUB).
           MOVE SGN-OPERATOR-ID TO TXH-EV-OPER(WS-TXH-SUB).
           MOVE WS-TXH-FLAG TO TXH-EV-FLAG(WS-TXH-SUB).
       TXH-EVENT-PROCEDURE-EXIT.
           EXIT.
       TXH-SAVE-PROCEDURE.
           WRITE TXN-HIST-RECORD
               INVALID KEY
                   REWRITE TXN-HIST-RECORD
           END-WRITE.
       TXH-SAVE-PROCEDURE-EXIT.
           EXIT.
      * THE CHAIN CARRIES ON FROM THE LAST AUDIT RECORD ON FILE, OR
      * FROM THE CONTROL FILE WHEN CALCARCH HAS JUST STARTED
      * AUDITFILE FRESH.  A CONTROL FILE AHEAD OF THE LIVE FILE
      * MEANS RECORDS WERE CUT OFF ITS END; NUMBERING GOES ON FROM
      * THE CONTROL FILE SO THE GAP STAYS VISIBLE TO CALCVRFY.
       PRIME-CHAIN-PROCEDURE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO PRIME-CHAIN-CONTROL.
       PRIME-CHAIN-READ.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   GO TO PRIME-CHAIN-CONTROL
           END-READ.
           IF AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN NUMERIC
             AND AUD-CHAIN-SEQ > ZERO
               MOVE AUD-CHAIN-SEQ TO WS-CHAIN-SEQ
               MOVE AUD-CHAIN TO WS-CHAIN-VALUE.
           GO TO PRIME-CHAIN-READ.
       PRIME-CHAIN-CONTROL.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF WS-ACHN-FILE-STATUS = "35"
               GO TO PRIME-CHAIN-PROCEDURE-EXIT.
           READ AUDIT-CHAIN-FILE
               AT END
                   CLOSE AUDIT-CHAIN-FILE
                   GO TO PRIME-CHAIN-PROCEDURE-EXIT
           END-READ.
           IF ACHN-LAST-SEQ NUMERIC AND ACHN-LAST-CHAIN NUMERIC
             AND ACHN-LAST-SEQ > WS-CHAIN-SEQ
               MOVE ACHN-LAST-SEQ TO WS-CHAIN-SEQ
               MOVE ACHN-LAST-CHAIN TO WS-CHAIN-VALUE.
           CLOSE AUDIT-CHAIN-FILE.
       PRIME-CHAIN-PROCEDURE-EXIT.
           EXIT.
       CLOSE-AUDIT-PROCEDURE.
           CLOSE AUDIT-FILE.
           IF NOT CHAIN-ADVANCED
               GO TO CLOSE-AUDIT-PROCEDURE-EXIT.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           MOVE SPACE TO AUDIT-CHAIN-RECORD.
           MOVE WS-CHAIN-SEQ TO ACHN-LAST-SEQ.
           MOVE WS-CHAIN-VALUE TO ACHN-LAST-CHAIN.
           MOVE WS-TODAY-DATE TO ACHN-DATE.
           MOVE "CALCULAD" TO ACHN-WRITER.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
       CLOSE-AUDIT-PROCEDURE-EXIT.
           EXIT.
       AUDIT-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           MOVE OP TO AUD-OP.
           MOVE WS-AUDIT-ANSWER TO AUD-ANSWER.
           MOVE WS-AUDIT-REMAINDER TO AUD-REMAINDER.
           MOVE SGN-OPERATOR-ID TO AUD-OPER.
           MOVE WS-SENDER-CODE TO AUD-SENDER.
           MOVE WS-SUSP-SEQ TO AUD-TRAN-SEQ.
           ADD 1 TO WS-CHAIN-SEQ.
           MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ.
           MOVE WS-CHAIN-VALUE TO CHN-PREV-CHAIN.
           MOVE AUDIT-RECORD TO CHN-DATA.
           CALL "CALCCHN" USING WS-CHAIN-PARMS.
           MOVE CHN-CHAIN TO AUD-CHAIN.
           MOVE CHN-CHAIN TO WS-CHAIN-VALUE.
           SET CHAIN-ADVANCED TO TRUE.
           WRITE AUDIT-RECORD.
           MOVE WS-AUDIT-ANSWER TO WS-LAST-ANSWER.
           SET LAST-ANSWER-VALID TO TRUE.
