      * Night-stream driver for the CALCULADORA batch chain.  Runs
      * the nightly steps in their required order --
      *
      *     1  CALCINTK      intake: CALCEDIT pre-batch input edit
      *                      of each department's file, clean files
      *                      merged for the batch
      *     2  CALCULADORA   batch calculation run
      *     3  CALCRSPL      return file split, one per sender
      *     4  CALCRERT      retroactive re-rating of backdated
      *                      rate changes approved that day
      *     5  CALCGLJ       general ledger journal for the
      *                      night's OP 7 charges
      *     6  CALCRPT       daily summary report
      *     7  CALCRECN      detail reconciliation
      *     8  CALCEXP       spreadsheet export
      *     9  CALCAGE       suspense aging report
      *    10  CALCVRFY      audit trail integrity check
      *
      * -- checking the RETURN-CODE of each before starting the
      * next, exactly as the operator used to do by hand.  A step
      * and the driver itself ends with RETURN-CODE 0 for a clean
      * stream or 8 for a stopped one, so the overnight operator
      * has a single thing to start and a single place to look.
      * The exceptions are RETURN-CODE 4 from the intake step
      * (some departments' files bounced but the rest were merged,
      * so the stream carries on with the clean files) and from the
      * GL journal step (the journal is held for unmapped rate
      * codes and its items carried to the next night, which does
      * not affect the reports); either is logged as a warning and
      * the driver ends with RETURN-CODE 4 if nothing later stops
      * it.  The audit trail integrity check (step 10) runs every
      * night: when an earlier step has stopped the stream it is
      * still run before the stream ends, and the driver still ends
      * with RETURN-CODE 8.
      *
      * The first command-line token, zero-padded to eight digits,
      * is the batch run's reject threshold and is passed through
      * 2026-09-02  Added CALCAGE as step 6, so an aging suspense
      *             queue flags the morning run through the stream
      *             result instead of waiting to be noticed.
      * 2026-10-15  Step 1 is now the CALCINTK intake, which runs
      *             CALCEDIT on each department's file from the drop
      *             list and merges the clean ones, and the new
      *             CALCRSPL return file split runs after the batch
      *             as step 3.  An intake RETURN-CODE of 4 (some
      *             files bounced) lets the stream carry on and ends
      *             the driver with RETURN-CODE 4.
      * 2026-10-15  Added CALCRERT as step 4, re-rating the audited
      *             OP 7 calculations hit by a backdated rate change
      *             approved in CALCAPPR.
      * 2026-10-15  Added the CALCGLJ general ledger journal as
      *             step 5.  A RETURN-CODE of 4 from it (journal held
      *             for unmapped rate codes) is a warning like the
      *             intake's, and the stream end message for a
      *             warned stream no longer names the intake.
      * 2026-10-15  Added the CALCVRFY audit trail integrity check
      *             as step 10, so a broken audit chain ends the
      *             stream with RETURN-CODE 8.  The step number on
      *             the stream log is now two digits.
      * 2026-10-15  The CALCVRFY audit trail check now runs even
      *             when an earlier step has stopped the stream,
      *             so tampering is reported on every night; the
      *             stream still ends with RETURN-CODE 8.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-STEP-RC           PIC S9(8) COMP VALUE 0.
           01 WS-STOP-SWITCH       PIC X(01) VALUE "N".
               88 STREAM-STOPPED          VALUE "Y".
           01 WS-WARN-SWITCH       PIC X(01) VALUE "N".
               88 STREAM-WARNED           VALUE "Y".
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-DSP-STEP          PIC 9(2).
           01 WS-DSP-RC            PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOG-EVENT-PROCEDURE THRU LOG-EVENT-PROCEDURE-EXIT.
       RUN-STREAM.
           ADD 1 TO WS-STEP-SUB.
           IF WS-STEP-SUB > 10
               GO TO STREAM-END.
           EVALUATE WS-STEP-SUB
               WHEN 1
                   MOVE "CALCINTK" TO WS-STEP-NAME
                   MOVE "CALCINTK" TO WS-STEP-COMMAND
               WHEN 2
                   MOVE "CALCULADORA" TO WS-STEP-NAME
                   MOVE SPACE TO WS-STEP-COMMAND
                   STRING "CALCULADORA BATCH " WS-THRESHOLD
                       DELIMITED BY SIZE INTO WS-STEP-COMMAND
               WHEN 3
                   MOVE "CALCRSPL" TO WS-STEP-NAME
                   MOVE "CALCRSPL" TO WS-STEP-COMMAND
               WHEN 4
                   MOVE "CALCRERT" TO WS-STEP-NAME
                   MOVE "CALCRERT" TO WS-STEP-COMMAND
               WHEN 5
                   MOVE "CALCGLJ" TO WS-STEP-NAME
                   MOVE "CALCGLJ" TO WS-STEP-COMMAND
               WHEN 6
                   MOVE "CALCRPT" TO WS-STEP-NAME
                   MOVE "CALCRPT" TO WS-STEP-COMMAND
               WHEN 7
                   MOVE "CALCRECN" TO WS-STEP-NAME
                   MOVE "CALCRECN" TO WS-STEP-COMMAND
               WHEN 8
                   MOVE "CALCEXP" TO WS-STEP-NAME
                   MOVE "CALCEXP" TO WS-STEP-COMMAND
               WHEN 9
                   MOVE "CALCAGE" TO WS-STEP-NAME
                   MOVE "CALCAGE" TO WS-STEP-COMMAND
               WHEN 10
                   MOVE "CALCVRFY" TO WS-STEP-NAME
                   MOVE "CALCVRFY" TO WS-STEP-COMMAND
           END-EVALUATE.
           PERFORM RUN-STEP-PROCEDURE THRU RUN-STEP-PROCEDURE-EXIT.
           IF STREAM-STOPPED
               GO TO STREAM-VERIFY.
           GO TO RUN-STREAM.
       RUN-STEP-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
               " " WS-STEP-NAME " ENDED RC=" WS-DSP-RC
               DELIMITED BY SIZE INTO STREAM-LOG-LINE.
           WRITE STREAM-LOG-LINE.
           IF WS-STEP-RC = 4 AND WS-STEP-SUB = 1
               SET STREAM-WARNED TO TRUE
               MOVE SPACE TO STREAM-LOG-LINE
               STRING WS-TODAY-DATE " " WS-NOW-TIME
                   " FILES BOUNCED AT INTAKE - SEE INTKRPT,"
                   " CLEAN FILES CARRY ON"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
               GO TO RUN-STEP-PROCEDURE-EXIT.
           IF WS-STEP-RC = 4 AND WS-STEP-SUB = 5
               SET STREAM-WARNED TO TRUE
               MOVE SPACE TO STREAM-LOG-LINE
               STRING WS-TODAY-DATE " " WS-NOW-TIME
                   " GL JOURNAL HELD - SEE GLEXCPT,"
                   " ITEMS CARRIED ON GLPEND"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
               GO TO RUN-STEP-PROCEDURE-EXIT.
           IF WS-STEP-RC NOT = 0 AND STREAM-STOPPED
               MOVE SPACE TO STREAM-LOG-LINE
               STRING WS-TODAY-DATE " " WS-NOW-TIME
                   " AUDIT TRAIL CHECK FAILED - SEE VRFYRPT"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
               GO TO RUN-STEP-PROCEDURE-EXIT.
           IF WS-STEP-RC NOT = 0
               SET STREAM-STOPPED TO TRUE
               MOVE SPACE TO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE.
       RUN-STEP-PROCEDURE-EXIT.
           EXIT.
      * A STOPPED STREAM STILL HAS ITS AUDIT TRAIL CHECKED, SO A
      * BROKEN CHAIN IS REPORTED ON A NIGHT THAT ALREADY HAS A
      * PROBLEM.  THE STREAM STAYS STOPPED WHATEVER THE CHECK ENDS.
       STREAM-VERIFY.
           IF WS-STEP-SUB NOT < 10
               GO TO STREAM-END.
           MOVE 10 TO WS-STEP-SUB.
           MOVE "CALCVRFY" TO WS-STEP-NAME.
           MOVE "CALCVRFY" TO WS-STEP-COMMAND.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO STREAM-LOG-LINE.
           STRING WS-TODAY-DATE " " WS-NOW-TIME
               " AUDIT TRAIL CHECK RUN ON THE STOPPED STREAM"
               DELIMITED BY SIZE INTO STREAM-LOG-LINE.
           WRITE STREAM-LOG-LINE.
           PERFORM RUN-STEP-PROCEDURE THRU RUN-STEP-PROCEDURE-EXIT.
       STREAM-END.
           IF STREAM-STOPPED
               MOVE SPACE TO STREAM-LOG-LINE
                   " STREAM END - STOPPED, RC=8"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
           ELSE
           IF STREAM-WARNED
               MOVE SPACE TO STREAM-LOG-LINE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               STRING WS-TODAY-DATE " " WS-NOW-TIME
                   " STREAM END - WARNINGS LOGGED, RC=4"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
           ELSE
               MOVE SPACE TO STREAM-LOG-LINE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   " STREAM END - ALL STEPS CLEAN, RC=0"
                   DELIMITED BY SIZE INTO STREAM-LOG-LINE
               WRITE STREAM-LOG-LINE
           END-IF
           END-IF.
           CLOSE STREAM-LOG-FILE.
           IF STREAM-STOPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF STREAM-WARNED
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.
       LOG-EVENT-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
