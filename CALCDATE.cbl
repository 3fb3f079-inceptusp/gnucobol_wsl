       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDATE.
      *----------------------------------------------------------*
      * CALCDATE
      *
      * Processing-date read, CALLed by every batch program (and
      * the screens that post to files the batch programs read)
      * before it dates any work.  Returns the current business
      * date from the processing-date control file (PROCDATE,
      * shape in the CALCPDTE copybook) in the CALCDTEP parameter
      * block, so a night stream that runs past midnight, or a
      * night rerun the next morning, still dates its audit,
      * suspense, run-log, history and return records -- and looks
      * up its rates -- as of the business day being processed.
      * PROCDATE is advanced only by the CALCEOD end-of-day
      * rollover.
      *
      * An installation that has not yet set up PROCDATE gets the
      * system date back, with DTE-FROM-CONTROL false, so nothing
      * stops before the first CALCEOD run.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROC-DATE-RECORD.
           COPY CALCPDTE.
       WORKING-STORAGE SECTION.
           01 WS-PDTE-FILE-STATUS  PIC X(02).
       LINKAGE SECTION.
       01  DTE-PARMS.
           COPY CALCDTEP.
       PROCEDURE DIVISION USING DTE-PARMS.
       MAIN-PROCEDURE.
           MOVE "N" TO DTE-RESULT.
           MOVE ZERO TO DTE-PREV-DATE.
           ACCEPT DTE-BUS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PDTE-FILE-STATUS = "35"
               GOBACK.
           READ PROC-DATE-FILE
               AT END
                   CLOSE PROC-DATE-FILE
                   GOBACK
           END-READ.
           IF PD-BUS-DATE NUMERIC AND PD-BUS-DATE > ZERO
               MOVE PD-BUS-DATE TO DTE-BUS-DATE
               MOVE "Y" TO DTE-RESULT
               IF PD-PREV-DATE NUMERIC
                   MOVE PD-PREV-DATE TO DTE-PREV-DATE
               END-IF
           END-IF.
           CLOSE PROC-DATE-FILE.
           GOBACK.
       END PROGRAM CALCDATE.
