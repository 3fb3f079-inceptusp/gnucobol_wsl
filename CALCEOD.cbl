       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEOD.
      *----------------------------------------------------------*
      * CALCEOD
      *
      * End-of-day business date rollover.  Advances the business
      * date on the processing-date control file (PROCDATE, shape
      * in the CALCPDTE copybook) to the next processing day:
      * Saturdays and Sundays are skipped, and so is every date on
      * the operator-maintained holiday / non-processing-day
      * calendar (HOLIDAYS, shape in the CALCHOLI copybook).  Every
      * batch program dates its work from PROCDATE through the
      * CALCDATE subprogram, so this job -- run once the night's
      * work has been signed off, not at midnight -- is what moves
      * the installation on to the next business day.
      *
      * The date is not rolled while a batch run is incomplete
      * (a nonzero sequence on the CALCULADORA checkpoint file):
      * the restart must finish under the business date it
      * started with.  That, a missing PROCDATE, or a calendar
      * that leaves no processing day in the next sixty ends the
      * run with RETURN-CODE 8 and the date left alone.
      *
      * The first command-line token, when present, is a business
      * date (YYYYMMDD) to set instead of rolling -- used once to
      * start the control file on a new installation, and by the
      * operators to put the date right after a bad rollover.
      * Every rollover or reset is listed on EODRPT with the old
      * and new dates and each non-processing day skipped.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      * 2026-10-15  A reset date is checked as a real calendar date
      *             (no 31st of a 30-day month, no 29th of February
      *             outside a leap year), and the run stops with
      *             RETURN-CODE 8 if PROCDATE cannot be opened for
      *             output.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT EOD-REPORT ASSIGN TO "EODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROC-DATE-RECORD.
           COPY CALCPDTE.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY CALCHOLI.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD.
           02 CKPT-SEQ             PIC 9(8).
       FD  EOD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EOD-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PDTE-FILE-STATUS  PIC X(02).
           01 WS-HOL-FILE-STATUS   PIC X(02).
           01 WS-CKPT-FILE-STATUS  PIC X(02).
           01 WS-PARM-AREA         PIC X(20).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-PDTE-SWITCH       PIC X(01) VALUE "N".
               88 PROCDATE-FOUND          VALUE "Y".
           01 WS-OLD-BUS-DATE      PIC 9(8) VALUE 0.
           01 WS-NEW-BUS-DATE      PIC 9(8) VALUE 0.
           01 WS-SET-DATE          PIC 9(8) VALUE 0.
           01 WS-SET-DATE-PARTS REDEFINES WS-SET-DATE.
               02 WS-SET-YEAR          PIC 9(4).
               02 WS-SET-MONTH         PIC 9(2).
               02 WS-SET-DAY           PIC 9(2).
           01 WS-ROLL-TYPE         PIC X(01) VALUE "R".
           01 WS-CHECK-INT         PIC 9(8) COMP VALUE 0.
           01 WS-CHECK-DATE        PIC 9(8) VALUE 0.
           01 WS-WORK-INT          PIC 9(8) COMP VALUE 0.
           01 WS-WEEK-QUOTIENT     PIC 9(8) COMP VALUE 0.
           01 WS-WEEKDAY           PIC 9(1) VALUE 0.
           01 WS-DAY-SWITCH        PIC X(01) VALUE "N".
               88 NON-PROCESSING-DAY      VALUE "Y".
           01 WS-SKIP-REASON       PIC X(30).
           01 WS-SKIP-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-HOL-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-HOL-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-HOL-LOST          PIC 9(4) COMP VALUE 0.
           01 WS-HOL-TABLE.
               02 WS-HOL-ENTRY OCCURS 400 TIMES.
                   03 WS-HOL-INT       PIC 9(8) COMP.
                   03 WS-HOL-DESC      PIC X(30).
           01 WS-EDIT-COUNT        PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM-AREA FROM COMMAND-LINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN OUTPUT EOD-REPORT.
           MOVE "CALCULADORA END-OF-DAY BUSINESS DATE ROLLOVER"
               TO EOD-LINE.
           WRITE EOD-LINE.
           MOVE SPACE TO EOD-LINE.
           STRING "RUN ON " WS-TODAY-DATE " AT " WS-NOW-TIME
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           MOVE SPACE TO EOD-LINE.
           WRITE EOD-LINE.
           PERFORM LOAD-HOLIDAY-PROCEDURE THRU
               LOAD-HOLIDAY-PROCEDURE-EXIT.
           PERFORM READ-PROCDATE-PROCEDURE THRU
               READ-PROCDATE-PROCEDURE-EXIT.
           IF WS-PARM-AREA(1:8) NOT = SPACE
               PERFORM RESET-DATE-PROCEDURE THRU
                   RESET-DATE-PROCEDURE-EXIT
           ELSE
               PERFORM ROLL-DATE-PROCEDURE THRU
                   ROLL-DATE-PROCEDURE-EXIT
           END-IF.
           CLOSE EOD-REPORT.
           STOP RUN.
       LOAD-HOLIDAY-PROCEDURE.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-FILE-STATUS = "35"
               MOVE "NO HOLIDAY CALENDAR - WEEKENDS ONLY SKIPPED"
                   TO EOD-LINE
               WRITE EOD-LINE
               GO TO LOAD-HOLIDAY-PROCEDURE-EXIT.
       LOAD-HOLIDAY-READ.
           READ HOLIDAY-FILE
               AT END
                   CLOSE HOLIDAY-FILE
                   GO TO LOAD-HOLIDAY-REPORT
           END-READ.
           IF HOL-DATE NOT NUMERIC OR HOL-DATE = ZERO
               GO TO LOAD-HOLIDAY-READ.
           IF WS-HOL-COUNT = 400
               ADD 1 TO WS-HOL-LOST
               GO TO LOAD-HOLIDAY-READ.
           ADD 1 TO WS-HOL-COUNT.
           COMPUTE WS-HOL-INT(WS-HOL-COUNT) =
               FUNCTION INTEGER-OF-DATE(HOL-DATE).
           MOVE HOL-DESC TO WS-HOL-DESC(WS-HOL-COUNT).
           GO TO LOAD-HOLIDAY-READ.
       LOAD-HOLIDAY-REPORT.
           MOVE WS-HOL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO EOD-LINE.
           STRING "HOLIDAY CALENDAR ENTRIES LOADED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           IF WS-HOL-LOST > 0
               MOVE WS-HOL-LOST TO WS-EDIT-COUNT
               MOVE SPACE TO EOD-LINE
               STRING "CALENDAR TABLE FULL - " WS-EDIT-COUNT
                   " ENTRIES NOT LOADED"
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE.
       LOAD-HOLIDAY-PROCEDURE-EXIT.
           EXIT.
       READ-PROCDATE-PROCEDURE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PDTE-FILE-STATUS = "35"
               GO TO READ-PROCDATE-PROCEDURE-EXIT.
           READ PROC-DATE-FILE
               AT END
                   CLOSE PROC-DATE-FILE
                   GO TO READ-PROCDATE-PROCEDURE-EXIT
           END-READ.
           IF PD-BUS-DATE NUMERIC AND PD-BUS-DATE > ZERO
               MOVE PD-BUS-DATE TO WS-OLD-BUS-DATE
               SET PROCDATE-FOUND TO TRUE
           END-IF.
           CLOSE PROC-DATE-FILE.
       READ-PROCDATE-PROCEDURE-EXIT.
           EXIT.
       ROLL-DATE-PROCEDURE.
           IF NOT PROCDATE-FOUND
               MOVE SPACE TO EOD-LINE
               STRING "NO BUSINESS DATE ON PROCDATE - RERUN WITH THE "
                   "STARTING DATE (YYYYMMDD)"
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE
               MOVE 8 TO RETURN-CODE
               GO TO ROLL-DATE-PROCEDURE-EXIT.
           MOVE SPACE TO EOD-LINE.
           WRITE EOD-LINE.
           MOVE SPACE TO EOD-LINE.
           STRING "BUSINESS DATE WAS:  " WS-OLD-BUS-DATE
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS NOT = "35"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE ZERO TO CKPT-SEQ
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKPT-SEQ NUMERIC AND CKPT-SEQ > 0
                   MOVE SPACE TO EOD-LINE
                   STRING "BATCH RUN INCOMPLETE - CHECKPOINT AT SEQ "
                       CKPT-SEQ " - DATE NOT ROLLED"
                       DELIMITED BY SIZE INTO EOD-LINE
                   WRITE EOD-LINE
                   MOVE 8 TO RETURN-CODE
                   GO TO ROLL-DATE-PROCEDURE-EXIT.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLD-BUS-DATE) + 1.
       ROLL-DATE-NEXT.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT).
           PERFORM CHECK-DAY-PROCEDURE THRU CHECK-DAY-PROCEDURE-EXIT.
           IF NOT NON-PROCESSING-DAY
               GO TO ROLL-DATE-SET.
           MOVE SPACE TO EOD-LINE.
           STRING "  SKIPPED " WS-CHECK-DATE "  " WS-SKIP-REASON
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           ADD 1 TO WS-SKIP-COUNT.
           IF WS-SKIP-COUNT > 60
               MOVE "NO PROCESSING DAY IN THE NEXT 60 - DATE NOT ROLLED"
                   TO EOD-LINE
               WRITE EOD-LINE
               MOVE 8 TO RETURN-CODE
               GO TO ROLL-DATE-PROCEDURE-EXIT.
           ADD 1 TO WS-CHECK-INT.
           GO TO ROLL-DATE-NEXT.
       ROLL-DATE-SET.
           MOVE WS-CHECK-DATE TO WS-NEW-BUS-DATE.
           MOVE "R" TO WS-ROLL-TYPE.
           PERFORM WRITE-PROCDATE-PROCEDURE THRU
               WRITE-PROCDATE-PROCEDURE-EXIT.
           MOVE SPACE TO EOD-LINE.
           STRING "BUSINESS DATE NOW:  " WS-NEW-BUS-DATE
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO EOD-LINE.
           STRING "NON-PROCESSING DAYS SKIPPED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
       ROLL-DATE-PROCEDURE-EXIT.
           EXIT.
       RESET-DATE-PROCEDURE.
           MOVE SPACE TO EOD-LINE.
           WRITE EOD-LINE.
           IF WS-PARM-AREA(1:8) NOT NUMERIC
               MOVE SPACE TO EOD-LINE
               STRING "INVALID BUSINESS DATE " WS-PARM-AREA(1:8)
                   " - DATE NOT SET"
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE
               MOVE 8 TO RETURN-CODE
               GO TO RESET-DATE-PROCEDURE-EXIT.
           MOVE WS-PARM-AREA(1:8) TO WS-SET-DATE.
           IF WS-SET-YEAR < 1601
             OR FUNCTION TEST-DATE-YYYYMMDD(WS-SET-DATE) NOT = 0
               MOVE SPACE TO EOD-LINE
               STRING "INVALID BUSINESS DATE " WS-PARM-AREA(1:8)
                   " - DATE NOT SET"
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE
               MOVE 8 TO RETURN-CODE
               GO TO RESET-DATE-PROCEDURE-EXIT.
           IF PROCDATE-FOUND
               MOVE SPACE TO EOD-LINE
               STRING "BUSINESS DATE WAS:  " WS-OLD-BUS-DATE
                   DELIMITED BY SIZE INTO EOD-LINE
           ELSE
               MOVE "BUSINESS DATE WAS:  NOT SET" TO EOD-LINE
           END-IF.
           WRITE EOD-LINE.
           COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE(WS-SET-DATE).
           MOVE WS-SET-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DAY-PROCEDURE THRU CHECK-DAY-PROCEDURE-EXIT.
           MOVE WS-SET-DATE TO WS-NEW-BUS-DATE.
           MOVE "S" TO WS-ROLL-TYPE.
           PERFORM WRITE-PROCDATE-PROCEDURE THRU
               WRITE-PROCDATE-PROCEDURE-EXIT.
           MOVE SPACE TO EOD-LINE.
           STRING "BUSINESS DATE SET:  " WS-NEW-BUS-DATE
               " (OPERATOR RESET)"
               DELIMITED BY SIZE INTO EOD-LINE.
           WRITE EOD-LINE.
           IF NON-PROCESSING-DAY
               MOVE SPACE TO EOD-LINE
               STRING "WARNING - " WS-NEW-BUS-DATE
                   " IS A NON-PROCESSING DAY: " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE.
       RESET-DATE-PROCEDURE-EXIT.
           EXIT.
      * DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER OF
      * (DAY - 1) / 7 GIVES 0 = MONDAY THROUGH 6 = SUNDAY
       CHECK-DAY-PROCEDURE.
           MOVE "N" TO WS-DAY-SWITCH.
           MOVE SPACE TO WS-SKIP-REASON.
           SUBTRACT 1 FROM WS-CHECK-INT GIVING WS-WORK-INT.
           DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY.
           IF WS-WEEKDAY = 5
               MOVE "SATURDAY" TO WS-SKIP-REASON
               SET NON-PROCESSING-DAY TO TRUE
               GO TO CHECK-DAY-PROCEDURE-EXIT.
           IF WS-WEEKDAY = 6
               MOVE "SUNDAY" TO WS-SKIP-REASON
               SET NON-PROCESSING-DAY TO TRUE
               GO TO CHECK-DAY-PROCEDURE-EXIT.
           MOVE 0 TO WS-HOL-SUB.
       CHECK-DAY-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOL-SUB > WS-HOL-COUNT
               GO TO CHECK-DAY-PROCEDURE-EXIT.
           IF WS-HOL-INT(WS-HOL-SUB) NOT = WS-CHECK-INT
               GO TO CHECK-DAY-HOLIDAY.
           MOVE WS-HOL-DESC(WS-HOL-SUB) TO WS-SKIP-REASON.
           IF WS-SKIP-REASON = SPACE
               MOVE "HOLIDAY" TO WS-SKIP-REASON.
           SET NON-PROCESSING-DAY TO TRUE.
       CHECK-DAY-PROCEDURE-EXIT.
           EXIT.
       WRITE-PROCDATE-PROCEDURE.
           OPEN OUTPUT PROC-DATE-FILE.
           IF WS-PDTE-FILE-STATUS NOT = "00"
               MOVE SPACE TO EOD-LINE
               STRING "PROCDATE CANNOT BE WRITTEN - FILE STATUS "
                   WS-PDTE-FILE-STATUS " - DATE NOT CHANGED"
                   DELIMITED BY SIZE INTO EOD-LINE
               WRITE EOD-LINE
               CLOSE EOD-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACE TO PROC-DATE-RECORD.
           MOVE WS-NEW-BUS-DATE TO PD-BUS-DATE.
           MOVE WS-OLD-BUS-DATE TO PD-PREV-DATE.
           MOVE WS-TODAY-DATE TO PD-ROLL-DATE.
           MOVE WS-NOW-TIME TO PD-ROLL-TIME.
           MOVE WS-ROLL-TYPE TO PD-ROLL-TYPE.
           WRITE PROC-DATE-RECORD.
           CLOSE PROC-DATE-FILE.
       WRITE-PROCDATE-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCEOD.
