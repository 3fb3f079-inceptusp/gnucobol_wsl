      * writes a control-total report (RPTFILE) so the two can be
      * reconciled.
      *
      * The counts and totals are also posted to the daily history
      * master (HISTFILE) under the business date.  A re-run of the
      * same day's work replaces that day's records.  A run that
      * follows a CALCBKOT backout on the run-control log (RUNLOG)
      * -- the corrected file put through again -- is added to them
      * instead: CALCBKOT took only the backed-out items off the
      * day's figures, and the rest of the day's work is still in
      * them.  So is a later run on the same business date as such
      * a run.
      *
      * MODIFICATION HISTORY
      * 2026-08-08  Original version.
      * 2026-08-08  Added counts/totals for OP 5 (MODULUS) and OP 6
      *             (HISTFILE, keyed run date + operation, shape in
      *             the CALCHIST copybook) for the CALCTRND month-end
      *             trend report.  A same-day re-run replaces that
      *             day's records instead of failing on duplicates,
      *             unless it follows a backout (see below).
      * 2026-08-23  Added counts/totals for OP 7 (RATE), the new
      *             rate-table operation, so it reconciles and posts
      *             to the history master like the other operations.
      *             OP 6 percentage total no longer needs its own
      *             hundredths descaling before printing or posting
      *             to the history master.
      * 2026-10-15  History is now posted under the business date
      *             from the processing-date control file (PROCDATE,
      *             through the CALCDATE subprogram) instead of the
      *             system date, so a stream that runs past midnight
      *             still lands on the right HISTFILE day for
      *             CALCTRND.
      * 2026-10-15  Results the batch run held for supervisor review
      *             (OUTFILE status "H", past their tolerance limit)
      *             are counted on a new HELD FOR REVIEW line.  They
      *             still count as completed: the calculation ran
      *             and is on the audit trail; only its return to
      *             the sender waits on CALCHREL.
      * 2026-10-15  The by-sender section prints each department's
      *             name from the department master (DEPTFILE) next
      *             to its code.
      * 2026-10-15  VALIDFILE records now end with the item's
      *             number in the sender's file; the record
      *             layout is widened to match.
      * 2026-10-15  A run that follows a CALCBKOT backout on the
      *             run-control log (RUNLOG), or a later run on
      *             the same date as one, now adds its figures
      *             to the day's history records instead of
      *             replacing them, so the figures of the
      *             senders not backed out are kept.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
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
       01  HIST-RECORD.
           COPY CALCHIST.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CALCRLOG.
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           COPY CALCDEPT.
       WORKING-STORAGE SECTION.
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-DEPT-FILE-STATUS      PIC X(02).
           01 WS-RUNLOG-FILE-STATUS    PIC X(02).
           01 WS-ADD-SWITCH            PIC X(01) VALUE "N".
               88 POST-BY-ADDING              VALUE "Y".
           01 WS-BKOT-SWITCH           PIC X(01) VALUE "N".
               88 BACKOUT-SEEN                VALUE "Y".
           01 WS-PREV-TYPE             PIC X(01) VALUE SPACE.
           01 WS-PREV-RUN-DATE         PIC 9(8) VALUE 0.
           01 WS-DEPT-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 DEPT-FILE-OPEN              VALUE "Y".
           01 WS-TODAY-DATE            PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-POST-OP               PIC 9(2) VALUE 0.
           01 WS-POST-EXP              PIC 9(6) VALUE 0.
           01 WS-POST-ACT              PIC 9(6) VALUE 0.
               02 WS-ACT-OTHER          PIC 9(6) VALUE 0.
               02 WS-ACT-REJECT         PIC 9(6) VALUE 0.
               02 WS-ACT-INVALID        PIC 9(6) VALUE 0.
               02 WS-ACT-HELD           PIC 9(6) VALUE 0.
           01 WS-ACTUAL-TOTALS.
               02 WS-TOT-SUM            PIC S9(14)V99 VALUE 0.
               02 WS-TOT-SUB            PIC S9(14)V99 VALUE 0.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           PERFORM POST-MODE-PROCEDURE THRU POST-MODE-PROCEDURE-EXIT.
           MOVE 1 TO WS-POST-OP.
           MOVE WS-EXP-SUM TO WS-POST-EXP.
           MOVE WS-ACT-SUM TO WS-POST-ACT.
           MOVE ZERO TO WS-POST-TOT.
           PERFORM POST-ONE-PROCEDURE THRU POST-ONE-PROCEDURE-EXIT.
           CLOSE HIST-FILE.
           IF POST-BY-ADDING
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RUN FOLLOWS A BACKOUT - ADDED TO THE DAY'S HISTORY"
                   TO REPORT-LINE
               WRITE REPORT-LINE.
       POST-HISTORY-PROCEDURE-EXIT.
           EXIT.
      * THE LAST RUN STARTED ON THE LOG IS THIS ONE; A SECOND "S"
      * IN A ROW IS THE SAME RUN RESTARTED FROM ITS CHECKPOINT.  IT
      * IS POSTED BY ADDING WHEN A BACKOUT CAME BEFORE IT, OR WHEN
      * THE RUN BEFORE IT WAS ON THE SAME DATE AND POSTED BY ADDING.
       POST-MODE-PROCEDURE.
           MOVE "N" TO WS-ADD-SWITCH.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS = "35"
               GO TO POST-MODE-PROCEDURE-EXIT.
       POST-MODE-READ.
           READ RUN-LOG-FILE
               AT END
                   CLOSE RUN-LOG-FILE
                   GO TO POST-MODE-PROCEDURE-EXIT
           END-READ.
           IF RL-TYPE = "B"
               SET BACKOUT-SEEN TO TRUE.
           IF RL-TYPE NOT = "S" OR WS-PREV-TYPE = "S"
               GO TO POST-MODE-NEXT.
           IF BACKOUT-SEEN
               SET POST-BY-ADDING TO TRUE
           ELSE
               IF NOT POST-BY-ADDING OR RL-DATE NOT = WS-PREV-RUN-DATE
                   MOVE "N" TO WS-ADD-SWITCH.
           MOVE RL-DATE TO WS-PREV-RUN-DATE.
           MOVE "N" TO WS-BKOT-SWITCH.
       POST-MODE-NEXT.
           MOVE RL-TYPE TO WS-PREV-TYPE.
           GO TO POST-MODE-READ.
       POST-MODE-PROCEDURE-EXIT.
           EXIT.
       POST-ONE-PROCEDURE.
           IF POST-BY-ADDING
               GO TO POST-ONE-ADD.
           MOVE WS-TODAY-DATE TO HIST-DATE.
           MOVE WS-POST-OP TO HIST-OP.
           MOVE WS-POST-EXP TO HIST-EXP-COUNT.
               INVALID KEY
                   REWRITE HIST-RECORD
           END-WRITE.
           GO TO POST-ONE-PROCEDURE-EXIT.
       POST-ONE-ADD.
           MOVE WS-TODAY-DATE TO HIST-DATE.
           MOVE WS-POST-OP TO HIST-OP.
           READ HIST-FILE
               INVALID KEY
                   MOVE ZERO TO HIST-EXP-COUNT
                   MOVE ZERO TO HIST-ACT-COUNT
                   MOVE ZERO TO HIST-TOTAL
                   MOVE ZERO TO HIST-ZERO-COUNT
                   MOVE ZERO TO HIST-INVALID-COUNT
                   MOVE WS-TODAY-DATE TO HIST-DATE
                   MOVE WS-POST-OP TO HIST-OP
                   ADD WS-POST-EXP TO HIST-EXP-COUNT
                   ADD WS-POST-ACT TO HIST-ACT-COUNT
                   ADD WS-POST-TOT TO HIST-TOTAL
                   PERFORM POST-ADD-REJECTS-PROCEDURE THRU
                       POST-ADD-REJECTS-PROCEDURE-EXIT
                   WRITE HIST-RECORD
                   GO TO POST-ONE-PROCEDURE-EXIT
           END-READ.
           ADD WS-POST-EXP TO HIST-EXP-COUNT.
           ADD WS-POST-ACT TO HIST-ACT-COUNT.
           ADD WS-POST-TOT TO HIST-TOTAL.
           PERFORM POST-ADD-REJECTS-PROCEDURE THRU
               POST-ADD-REJECTS-PROCEDURE-EXIT.
           REWRITE HIST-RECORD.
       POST-ONE-PROCEDURE-EXIT.
           EXIT.
       POST-ADD-REJECTS-PROCEDURE.
           IF WS-POST-OP = 0
               ADD WS-ACT-REJECT TO HIST-ZERO-COUNT
               ADD WS-ACT-INVALID TO HIST-INVALID-COUNT.
       POST-ADD-REJECTS-PROCEDURE-EXIT.
           EXIT.
       COUNT-TRANS-PROCEDURE.
           READ TRANS-FILE
               AT END
                   ADD 1 TO WS-SND-REJ(WS-SENDER-SUB)
               END-IF
               GO TO SUMMARIZE-OUT-PROCEDURE.
           IF OUT-STATUS = "H"
               ADD 1 TO WS-ACT-HELD.
           IF WS-SENDER-SUB > 0
               ADD 1 TO WS-SND-OK(WS-SENDER-SUB).
           EVALUATE OUT-OP
           STRING "INVALID-OP REJECTS:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACT-HELD TO WS-EDIT-COUNT.
           STRING "HELD FOR REVIEW:         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONTROL TOTALS BY SENDER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENDER          EXPECTED COMPLETED  REJECTED"
               TO REPORT-LINE.
           MOVE "DEPARTMENT" TO REPORT-LINE(47:10).
           WRITE REPORT-LINE.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "35"
               SET DEPT-FILE-OPEN TO TRUE
           END-IF.
           MOVE 0 TO WS-SENDER-SUB.
       PRINT-SENDER-LINE.
           ADD 1 TO WS-SENDER-SUB.
           MOVE WS-EDIT-COUNT TO REPORT-LINE(27:7).
           MOVE WS-SND-REJ(WS-SENDER-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO REPORT-LINE(38:7).
           MOVE "(NOT ON DEPT MASTER)" TO REPORT-LINE(47:20).
           IF DEPT-FILE-OPEN
               MOVE WS-SND-CODE(WS-SENDER-SUB) TO DEPT-CODE
               READ DEPT-FILE
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO REPORT-LINE(47:20)
               END-READ
           END-IF.
           WRITE REPORT-LINE.
           GO TO PRINT-SENDER-LINE.
       PRINT-SENDER-LOST.
           IF DEPT-FILE-OPEN
               CLOSE DEPT-FILE.
           IF WS-SENDER-LOST = 0
               GO TO PRINT-REPORT-PROCEDURE-EXIT.
           MOVE WS-SENDER-LOST TO WS-EDIT-COUNT.
