      * CALCAGE
      *
      * Daily suspense aging report.  Reads the suspense file
      * (SUSPFILE), ages every open reject in business days from
      * the date the batch run stamped on it, and writes AGERPT:
      * open items bucketed by age (0-1, 2-5, 6-10, over 10
      * business days) split by reject reason ("Z" divide-by-zero
      * vs "I" invalid), the oldest item highlighted with its
      * sequence, sender and age, and -- from the SUSPLOG
      * dispositions -- how many items were repaired and written
      * off on the business date.  An open item older than the age
      * threshold (first command-line token in business days,
      * default 10) ends the run with RETURN-CODE 8 so the
      * scheduler can flag the morning run instead of waiting for
      * someone to notice.
      *
      * A suspense record written before date stamping began has no
      * usable date; it is counted in the over-10 bucket, which is
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Original version.
      * 2026-10-15  Items are now aged in business days as of the
      *             business date on the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of calendar days as of the system date:
      *             Saturdays, Sundays and the dates on the holiday
      *             calendar (HOLIDAYS) do not count toward an
      *             item's age or the age threshold, and "repaired
      *             today" means on the current business date.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-SLOG-FILE-STATUS.
           SELECT AGE-REPORT ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
       FD  AGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AGE-LINE                    PIC X(80).
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY CALCHOLI.
       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-STATUS  PIC X(02).
           01 WS-SLOG-FILE-STATUS  PIC X(02).
           01 WS-HOL-FILE-STATUS   PIC X(02).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-PARM-AREA         PIC X(20).
           01 WS-THRESHOLD-DAYS    PIC 9(3) VALUE 10.
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-TODAY-INT         PIC 9(8) COMP VALUE 0.
           01 WS-SUSP-INT          PIC 9(8) COMP VALUE 0.
           01 WS-AGE-DAYS          PIC S9(5) COMP VALUE 0.
           01 WS-DAY-INT           PIC 9(8) COMP VALUE 0.
           01 WS-WORK-INT          PIC 9(8) COMP VALUE 0.
           01 WS-WEEK-QUOTIENT     PIC 9(8) COMP VALUE 0.
           01 WS-WEEKDAY           PIC 9(1) VALUE 0.
           01 WS-HOL-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-HOL-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-HOL-TABLE.
               02 WS-HOL-INT           PIC 9(8) COMP OCCURS 400 TIMES.
           01 WS-BUCKET-SUB        PIC 9(1) VALUE 0.
           01 WS-OPEN-COUNT        PIC 9(8) VALUE 0.
           01 WS-OVER-COUNT        PIC 9(8) VALUE 0.
             AND WS-PARM-AREA(1:3) NUMERIC
               MOVE WS-PARM-AREA(1:3) TO WS-THRESHOLD-DAYS
           END-IF.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM LOAD-HOLIDAY-PROCEDURE THRU
               LOAD-HOLIDAY-PROCEDURE-EXIT.
           MOVE 0 TO WS-BKT-Z(1) WS-BKT-I(1) WS-BKT-Z(2) WS-BKT-I(2)
               WS-BKT-Z(3) WS-BKT-I(3) WS-BKT-Z(4) WS-BKT-I(4).
           OPEN OUTPUT AGE-REPORT.
           MOVE "CALCULADORA SUSPENSE AGING REPORT" TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACE TO AGE-LINE.
           STRING "BUSINESS DATE " WS-TODAY-DATE
               "   AGE THRESHOLD " WS-THRESHOLD-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACE TO AGE-LINE.
           ELSE
               COMPUTE WS-SUSP-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-DATE)
               PERFORM COUNT-BUS-DAYS-PROCEDURE THRU
                   COUNT-BUS-DAYS-PROCEDURE-EXIT
           END-IF.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS.
           GO TO AGE-SUSPENSE-READ.
       AGE-SUSPENSE-PROCEDURE-EXIT.
           EXIT.
      * BUSINESS DAYS AFTER THE SUSPENSE DATE UP TO AND INCLUDING THE
      * BUSINESS DATE.  DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO
      * A REMAINDER OF 5 OR 6 ON (DAY - 1) / 7 IS A WEEKEND.
       COUNT-BUS-DAYS-PROCEDURE.
           MOVE 0 TO WS-AGE-DAYS.
           MOVE WS-SUSP-INT TO WS-DAY-INT.
       COUNT-BUS-DAYS-NEXT.
           ADD 1 TO WS-DAY-INT.
           IF WS-DAY-INT > WS-TODAY-INT OR WS-AGE-DAYS > 998
               GO TO COUNT-BUS-DAYS-PROCEDURE-EXIT.
           SUBTRACT 1 FROM WS-DAY-INT GIVING WS-WORK-INT.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY > 4
               GO TO COUNT-BUS-DAYS-NEXT.
           MOVE 0 TO WS-HOL-SUB.
       COUNT-BUS-DAYS-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOL-SUB > WS-HOL-COUNT
               ADD 1 TO WS-AGE-DAYS
               GO TO COUNT-BUS-DAYS-NEXT.
           IF WS-HOL-INT(WS-HOL-SUB) = WS-DAY-INT
               GO TO COUNT-BUS-DAYS-NEXT.
           GO TO COUNT-BUS-DAYS-HOLIDAY.
       COUNT-BUS-DAYS-PROCEDURE-EXIT.
           EXIT.
       LOAD-HOLIDAY-PROCEDURE.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-FILE-STATUS = "35"
               GO TO LOAD-HOLIDAY-PROCEDURE-EXIT.
       LOAD-HOLIDAY-READ.
           READ HOLIDAY-FILE
               AT END
                   CLOSE HOLIDAY-FILE
                   GO TO LOAD-HOLIDAY-PROCEDURE-EXIT
           END-READ.
           IF HOL-DATE NOT NUMERIC OR HOL-DATE = ZERO
               GO TO LOAD-HOLIDAY-READ.
           IF WS-HOL-COUNT = 400
               GO TO LOAD-HOLIDAY-READ.
           ADD 1 TO WS-HOL-COUNT.
           COMPUTE WS-HOL-INT(WS-HOL-COUNT) =
               FUNCTION INTEGER-OF-DATE(HOL-DATE).
           GO TO LOAD-HOLIDAY-READ.
       LOAD-HOLIDAY-PROCEDURE-EXIT.
           EXIT.
       COUNT-DISP-PROCEDURE.
           OPEN INPUT DISP-LOG-FILE.
           IF WS-SLOG-FILE-STATUS = "35"
