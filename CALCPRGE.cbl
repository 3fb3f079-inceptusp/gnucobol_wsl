      *
      * MODIFICATION HISTORY
      * 2026-09-02  Original version.
      * 2026-10-15  Retention cutoffs are now counted back from the
      *             business date on the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of the system date, the same date the
      *             purged records were stamped with.
      * 2026-10-15  Every run of audit chain sequence numbers taken
      *             off the audit master, and every dated archive
      *             deleted, is appended to the purge gap register
      *             (PRGEGAP) with the check value of its last
      *             record, so CALCVRFY can tell a retention purge
      *             from records removed by hand.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT PURGE-REPORT ASSIGN TO "PRGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-GAP-FILE ASSIGN TO "PRGEGAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       FD  PURGE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  PURGE-LINE                  PIC X(80).
       FD  PURGE-GAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GAP-RECORD.
           COPY CALCPGAP.
       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD.
           COPY CALCAUD.
       WORKING-STORAGE SECTION.
           01 WS-PARM-FILE-STATUS  PIC X(02).
           01 WS-MST-FILE-STATUS   PIC X(02).
           01 WS-SLOG-FILE-STATUS  PIC X(02).
           01 WS-CTL-FILE-STATUS   PIC X(02).
           01 WS-WORK-FILE-STATUS  PIC X(02).
           01 WS-GAP-FILE-STATUS   PIC X(02).
           01 WS-ARCH-FILE-STATUS  PIC X(02).
           01 WS-MST-MONTHS        PIC 9(3) VALUE 0.
           01 WS-MST-PARM-SWITCH   PIC X(01) VALUE "N".
               88 MST-PARM-FOUND          VALUE "Y".
               02 WS-TODAY-YEAR    PIC 9(4).
               02 WS-TODAY-MM      PIC 9(2).
               02 WS-TODAY-DD      PIC 9(2).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-CALC-MONTHS       PIC 9(3) VALUE 0.
           01 WS-TOTAL-MONTHS      PIC S9(6) COMP VALUE 0.
           01 WS-CUT-YEAR          PIC 9(4) VALUE 0.
           01 WS-RPT-MONTHS        PIC 9(3).
           01 WS-FILE-NAME         PIC X(12).
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-GAP-TABLE.
               02 WS-GAP-ENTRY OCCURS 500 TIMES.
                   03 WS-GAP-FROM      PIC 9(8).
                   03 WS-GAP-TO        PIC 9(8).
                   03 WS-GAP-CHAIN     PIC 9(10).
           01 WS-GAP-COUNT         PIC 9(4) COMP VALUE 0.
           01 WS-GAP-SUB           PIC 9(4) COMP VALUE 0.
           01 WS-GAP-FULL-SWITCH   PIC X(01) VALUE "N".
               88 GAP-TABLE-FULL          VALUE "Y".
           01 WS-GAP-SEQ           PIC 9(8) VALUE 0.
           01 WS-GAP-CHAIN-VALUE   PIC 9(10) VALUE 0.
           01 WS-ARCH-FIRST-SEQ    PIC 9(8) VALUE 0.
           01 WS-ARCH-LAST-SEQ     PIC 9(8) VALUE 0.
           01 WS-ARCH-LAST-CHAIN   PIC 9(10) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT PURGE-REPORT.
           PERFORM READ-PARM-PROCEDURE THRU
               READ-PARM-PROCEDURE-EXIT.
           CLOSE PARM-FILE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           IF HOLD-PRESENT
               MOVE SPACE TO PURGE-LINE
               STRING "COMPLIANCE HOLD: " WS-HOLD-FROM " - "
           IF DATE-ON-HOLD
               ADD 1 TO WS-HELD-COUNT
               GO TO PURGE-MASTER-READ.
           MOVE ZERO TO WS-GAP-SEQ.
           IF AUDM-CHAIN-SEQ NUMERIC AND AUDM-CHAIN NUMERIC
               MOVE AUDM-CHAIN-SEQ TO WS-GAP-SEQ
               MOVE AUDM-CHAIN TO WS-GAP-CHAIN-VALUE.
           DELETE AUDIT-MASTER RECORD
               INVALID KEY
                   ADD 1 TO WS-KEEP-COUNT
           ADD 1 TO WS-DEL-COUNT.
           PERFORM TRACK-RANGE-PROCEDURE THRU
               TRACK-RANGE-PROCEDURE-EXIT.
           IF WS-GAP-SEQ > 0
               PERFORM GAP-RANGE-PROCEDURE THRU
                   GAP-RANGE-PROCEDURE-EXIT.
           GO TO PURGE-MASTER-READ.
       PURGE-MASTER-DONE.
           CLOSE AUDIT-MASTER.
           PERFORM REPORT-PASS-PROCEDURE THRU
               REPORT-PASS-PROCEDURE-EXIT.
           PERFORM GAP-MASTER-PROCEDURE THRU
               GAP-MASTER-PROCEDURE-EXIT.
       PURGE-MASTER-PROCEDURE-EXIT.
           EXIT.
       PURGE-HISTORY-PROCEDURE.
               WRITE PURGE-WORK-RECORD
               GO TO PURGE-ARCHIVE-READ.
           MOVE ACTL-NAME TO WS-FILE-NAME.
           PERFORM ARCH-CHAIN-PROCEDURE THRU
               ARCH-CHAIN-PROCEDURE-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-FILE-NAME.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-DEL-COUNT.
           PERFORM TRACK-RANGE-PROCEDURE THRU
               TRACK-RANGE-PROCEDURE-EXIT.
           IF WS-ARCH-FIRST-SEQ > 0
               MOVE SPACE TO GAP-RECORD
               MOVE "ARCHIVE" TO GAP-FILE
               MOVE WS-ARCH-FIRST-SEQ TO GAP-FROM-SEQ
               MOVE WS-ARCH-LAST-SEQ TO GAP-TO-SEQ
               MOVE WS-ARCH-LAST-CHAIN TO GAP-LAST-CHAIN
               MOVE WS-TODAY-DATE TO GAP-PURGE-DATE
               MOVE WS-FILE-NAME TO GAP-NAME
               PERFORM GAP-WRITE-PROCEDURE THRU
                   GAP-WRITE-PROCEDURE-EXIT.
           MOVE SPACE TO PURGE-LINE.
           STRING "DELETED ARCHIVE " WS-FILE-NAME
               DELIMITED BY SIZE INTO PURGE-LINE.
               REPORT-PASS-PROCEDURE-EXIT.
       PURGE-ARCHIVE-PROCEDURE-EXIT.
           EXIT.
      * A DELETED MASTER RECORD EXTENDS THE RUN IT ADJOINS, OR
      * STARTS A NEW ONE.  RUNS ARE NOT MERGED; CALCVRFY WALKS
      * ADJOINING RUNS BACK FROM THE NEXT RECORD STILL ON FILE
       GAP-RANGE-PROCEDURE.
           MOVE 0 TO WS-GAP-SUB.
       GAP-RANGE-NEXT.
           ADD 1 TO WS-GAP-SUB.
           IF WS-GAP-SUB > WS-GAP-COUNT
               GO TO GAP-RANGE-ADD.
           IF WS-GAP-TO(WS-GAP-SUB) + 1 = WS-GAP-SEQ
               MOVE WS-GAP-SEQ TO WS-GAP-TO(WS-GAP-SUB)
               MOVE WS-GAP-CHAIN-VALUE TO WS-GAP-CHAIN(WS-GAP-SUB)
               GO TO GAP-RANGE-PROCEDURE-EXIT.
           IF WS-GAP-FROM(WS-GAP-SUB) = WS-GAP-SEQ + 1
               MOVE WS-GAP-SEQ TO WS-GAP-FROM(WS-GAP-SUB)
               GO TO GAP-RANGE-PROCEDURE-EXIT.
           GO TO GAP-RANGE-NEXT.
       GAP-RANGE-ADD.
           IF WS-GAP-COUNT NOT < 500
               SET GAP-TABLE-FULL TO TRUE
               GO TO GAP-RANGE-PROCEDURE-EXIT.
           ADD 1 TO WS-GAP-COUNT.
           MOVE WS-GAP-SEQ TO WS-GAP-FROM(WS-GAP-COUNT).
           MOVE WS-GAP-SEQ TO WS-GAP-TO(WS-GAP-COUNT).
           MOVE WS-GAP-CHAIN-VALUE TO WS-GAP-CHAIN(WS-GAP-COUNT).
       GAP-RANGE-PROCEDURE-EXIT.
           EXIT.
       GAP-MASTER-PROCEDURE.
           MOVE 0 TO WS-GAP-SUB.
       GAP-MASTER-NEXT.
           ADD 1 TO WS-GAP-SUB.
           IF WS-GAP-SUB > WS-GAP-COUNT
               GO TO GAP-MASTER-DONE.
           MOVE SPACE TO GAP-RECORD.
           MOVE "AUDITMST" TO GAP-FILE.
           MOVE WS-GAP-FROM(WS-GAP-SUB) TO GAP-FROM-SEQ.
           MOVE WS-GAP-TO(WS-GAP-SUB) TO GAP-TO-SEQ.
           MOVE WS-GAP-CHAIN(WS-GAP-SUB) TO GAP-LAST-CHAIN.
           MOVE WS-TODAY-DATE TO GAP-PURGE-DATE.
           PERFORM GAP-WRITE-PROCEDURE THRU
               GAP-WRITE-PROCEDURE-EXIT.
           GO TO GAP-MASTER-NEXT.
       GAP-MASTER-DONE.
           IF WS-GAP-COUNT > 0
               MOVE SPACE TO PURGE-LINE
               MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
               STRING "  CHAIN GAPS REGISTERED: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PURGE-LINE
               WRITE PURGE-LINE.
           IF GAP-TABLE-FULL
               MOVE "  GAP TABLE FULL - SOME GAPS NOT REGISTERED"
                   TO PURGE-LINE
               WRITE PURGE-LINE
               MOVE "  CALCVRFY WILL REPORT THEM AS CHAIN BREAKS"
                   TO PURGE-LINE
               WRITE PURGE-LINE.
       GAP-MASTER-PROCEDURE-EXIT.
           EXIT.
       GAP-WRITE-PROCEDURE.
           OPEN EXTEND PURGE-GAP-FILE.
           IF WS-GAP-FILE-STATUS = "35"
               OPEN OUTPUT PURGE-GAP-FILE
           END-IF.
           WRITE GAP-RECORD.
           CLOSE PURGE-GAP-FILE.
       GAP-WRITE-PROCEDURE-EXIT.
           EXIT.
      * FIRST AND LAST CHAINED RECORD OF AN ARCHIVE ABOUT TO BE
      * DELETED; ARCHIVES WRITTEN BEFORE THE CHAIN HAVE NONE
       ARCH-CHAIN-PROCEDURE.
           MOVE 0 TO WS-ARCH-FIRST-SEQ.
           MOVE 0 TO WS-ARCH-LAST-SEQ.
           MOVE 0 TO WS-ARCH-LAST-CHAIN.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               GO TO ARCH-CHAIN-PROCEDURE-EXIT.
       ARCH-CHAIN-READ.
           READ ARCH-FILE
               AT END
                   CLOSE ARCH-FILE
                   GO TO ARCH-CHAIN-PROCEDURE-EXIT
           END-READ.
           IF AUD-CHAIN-SEQ NOT NUMERIC OR AUD-CHAIN NOT NUMERIC
               GO TO ARCH-CHAIN-READ.
           IF AUD-CHAIN-SEQ = 0
               GO TO ARCH-CHAIN-READ.
           IF WS-ARCH-FIRST-SEQ = 0
               MOVE AUD-CHAIN-SEQ TO WS-ARCH-FIRST-SEQ.
           MOVE AUD-CHAIN-SEQ TO WS-ARCH-LAST-SEQ.
           MOVE AUD-CHAIN TO WS-ARCH-LAST-CHAIN.
           GO TO ARCH-CHAIN-READ.
       ARCH-CHAIN-PROCEDURE-EXIT.
           EXIT.
       REPORT-PASS-PROCEDURE.
           MOVE SPACE TO PURGE-LINE.
           WRITE PURGE-LINE.
