      * newest first: run date and time, transactions read,
      * OUT-RECORDs written, "Z" and "I" reject counts, the run's
      * reject rate, and whether the run completed -- an "S" with
      * no matching "E" shows as DIED, and one CALCBKOT has since
      * backed out as BACKED OUT, or PART B/OUT where only one
      * sender's items were taken out.  The opening summary screen
      * also reads CHKPTFILE and flags RESTART PENDING with the
      * checkpoint sequence whenever CKPT-SEQ is non-zero, and
      * shows the reject-rate trend across the displayed runs
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Original version.
      * 2026-10-15  Runs backed out by CALCBKOT (the "B" record on
      *             the run-control log) show as BACKED OUT or
      *             PART B/OUT.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-CUR-ZERO          PIC ZZZZZZZ9.
           01 WS-CUR-INVALID       PIC ZZZZZZZ9.
           01 WS-CUR-RATE          PIC ZZ9.99.
           01 WS-CUR-STATE         PIC X(10).
           01 WS-DSP-RESTART       PIC X(01).
           01 WS-DSP-CKPT          PIC 9(8).
           01 WS-DSP-RUNS          PIC ZZZ9.
           02 LINE 10 COL 1 VALUE "-REJECT RATE:                  -".
           02 LINE 10 COL 18 PIC ZZ9.99 FROM WS-CUR-RATE.
           02 LINE 11 COL 1 VALUE "-STATUS:                       -".
           02 LINE 11 COL 18 PIC X(10) FROM WS-CUR-STATE.
           02 LINE 12 COL 1 VALUE "--------------------------------".
           02 LINE 13 COL 1 VALUE "- N.EXT P.REV S.UMMARY X.EXIT  -".
           02 LINE 14 COL 1 VALUE "--------------------------------".
               GO TO LOAD-RUNS-START.
           IF RL-TYPE = "E"
               GO TO LOAD-RUNS-END.
           IF RL-TYPE = "B"
               GO TO LOAD-RUNS-BACKOUT.
           GO TO LOAD-RUNS-READ.
       LOAD-RUNS-START.
           IF WS-SKIP-COUNT > 0
                   / WS-RATE-BASE
           END-IF.
           GO TO LOAD-RUNS-READ.
       LOAD-RUNS-BACKOUT.
           IF SKIPPING-RUN
               GO TO LOAD-RUNS-READ.
           IF WS-RUN-COUNT = 0
               GO TO LOAD-RUNS-READ.
           IF RL-SENDER = SPACE
               MOVE "B" TO WS-TBL-COMPLETE(WS-RUN-COUNT)
           ELSE
               MOVE "P" TO WS-TBL-COMPLETE(WS-RUN-COUNT).
           GO TO LOAD-RUNS-READ.
       LOAD-RUNS-PROCEDURE-EXIT.
           EXIT.
       SHOW-RUN-PROCEDURE.
           MOVE WS-TBL-ZERO(WS-SHOW-SUB) TO WS-CUR-ZERO.
           MOVE WS-TBL-INVALID(WS-SHOW-SUB) TO WS-CUR-INVALID.
           MOVE WS-TBL-RATE(WS-SHOW-SUB) TO WS-CUR-RATE.
           EVALUATE WS-TBL-COMPLETE(WS-SHOW-SUB)
               WHEN "Y"
                   MOVE "COMPLETED" TO WS-CUR-STATE
               WHEN "B"
                   MOVE "BACKED OUT" TO WS-CUR-STATE
               WHEN "P"
                   MOVE "PART B/OUT" TO WS-CUR-STATE
               WHEN OTHER
                   MOVE "DIED" TO WS-CUR-STATE
           END-EVALUATE.
           DISPLAY RUN-SCREEN.
           ACCEPT RUN-SCREEN.
           EVALUATE WS-ACTION
