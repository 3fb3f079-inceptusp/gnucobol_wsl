       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINTK.
      *----------------------------------------------------------*
      * CALCINTK
      *
      * Night intake step, run by CALCNITE ahead of the batch so
      * that several sending departments can be processed in the
      * same window.  Reads the drop list (DROPLIST), one inbound
      * file name per line (a line starting "*" is a comment), and
      * puts each department's file through the CALCEDIT pre-batch
      * edit on its own: the file is copied to TRANFILE, CALCEDIT
      * is run against it, and its EDITRPT is copied onto the
      * intake report (INTKRPT) under the file's name.  A file that
      * CALCEDIT passes clean has its VALIDFILE appended to the
      * intake work file (INTKWORK); a file that rejects, is out of
      * balance, or is held on the inbound file register bounces
      * alone and the rest still run.  When every file has been
      * edited, the merged clean files are copied to VALIDFILE for
      * a single batch run, each detail still carrying its own
      * sender code and its sequence number in the sender's file
      * from CALCEDIT.
      *
      * RETURN-CODE is 0 when every listed file went through clean,
      * 4 when some bounced but at least one was merged (CALCNITE
      * carries on with the clean files and flags the stream), and
      * 8 when nothing was merged, so the batch does not run.
      *
      * An installation with no DROPLIST carries on as before with
      * the one TRANFILE: CALCEDIT is run against it as it stands
      * and its result is passed straight back.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      * 2026-10-15  The merged VALIDFILE keeps each detail's
      *             sequence number in its sender's file, which
      *             CALCEDIT now writes after the CALCREC fields,
      *             so the batch run numbers items by the
      *             department's own file.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-LIST ASSIGN TO "DROPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-FILE-STATUS.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INB-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALID-FILE ASSIGN TO "VALIDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-FILE-STATUS.
           SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "INTKWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTAKE-REPORT ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DROP-LIST
           LABEL RECORDS ARE STANDARD.
       01  DROP-RECORD.
           02 DROP-FILE-NAME       PIC X(40).
       FD  INBOUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  INBOUND-RECORD              PIC X(80).
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD                PIC X(80).
       FD  VALID-FILE
           LABEL RECORDS ARE STANDARD.
       01  VALID-RECORD                PIC X(80).
       FD  EDIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EDIT-LINE                   PIC X(80).
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD                 PIC X(80).
       FD  INTAKE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-DROP-FILE-STATUS  PIC X(02).
           01 WS-INB-FILE-STATUS   PIC X(02).
           01 WS-VALID-FILE-STATUS PIC X(02).
           01 WS-EDIT-FILE-STATUS  PIC X(02).
           01 WS-INBOUND-NAME      PIC X(40).
           01 WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88 END-OF-DROP             VALUE "Y".
           01 WS-COPY-EOF-SWITCH   PIC X(01) VALUE "N".
               88 END-OF-COPY             VALUE "Y".
           01 WS-STEP-COMMAND      PIC X(30).
           01 WS-STEP-RC           PIC S9(8) COMP VALUE 0.
           01 WS-FILE-COUNT        PIC 9(4) VALUE 0.
           01 WS-MERGED-COUNT      PIC 9(4) VALUE 0.
           01 WS-BOUNCED-COUNT     PIC 9(4) VALUE 0.
           01 WS-FILE-RECORDS      PIC 9(8) VALUE 0.
           01 WS-TOTAL-RECORDS     PIC 9(8) VALUE 0.
           01 WS-DSP-FILE          PIC ZZZ9.
           01 WS-DSP-RC            PIC ZZZZZZZ9.
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CALCEDIT" TO WS-STEP-COMMAND.
           OPEN INPUT DROP-LIST.
           IF WS-DROP-FILE-STATUS = "35"
               GO TO SINGLE-FILE-PROCEDURE.
           OPEN OUTPUT INTAKE-REPORT.
           OPEN OUTPUT WORK-FILE.
           MOVE "CALCULADORA NIGHT INTAKE" TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE SPACE TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           PERFORM DROP-PROCEDURE THRU DROP-PROCEDURE-EXIT.
           CLOSE DROP-LIST.
           CLOSE WORK-FILE.
           PERFORM MERGE-PROCEDURE THRU MERGE-PROCEDURE-EXIT.
           PERFORM SUMMARY-PROCEDURE THRU SUMMARY-PROCEDURE-EXIT.
           CLOSE INTAKE-REPORT.
           IF WS-MERGED-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BOUNCED-COUNT > 0
                   MOVE 4 TO RETURN-CODE.
           STOP RUN.
       SINGLE-FILE-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
      * SOME PLATFORMS HAND BACK THE STEP'S EXIT CODE SHIFTED INTO
      * THE HIGH-ORDER BYTE OF THE WAIT STATUS
           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
       DROP-PROCEDURE.
           READ DROP-LIST
               AT END
                   SET END-OF-DROP TO TRUE
                   GO TO DROP-PROCEDURE-EXIT
           END-READ.
           IF DROP-FILE-NAME = SPACE
             OR DROP-FILE-NAME(1:1) = "*"
               GO TO DROP-PROCEDURE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE DROP-FILE-NAME TO WS-INBOUND-NAME.
           MOVE WS-FILE-COUNT TO WS-DSP-FILE.
           MOVE SPACE TO INTAKE-LINE.
           STRING "INBOUND FILE " WS-DSP-FILE ": " WS-INBOUND-NAME
               DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE ALL "-" TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           PERFORM EDIT-FILE-PROCEDURE THRU EDIT-FILE-PROCEDURE-EXIT.
           MOVE SPACE TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           GO TO DROP-PROCEDURE.
       DROP-PROCEDURE-EXIT.
           EXIT.
       EDIT-FILE-PROCEDURE.
           OPEN INPUT INBOUND-FILE.
           IF WS-INB-FILE-STATUS NOT = "00"
               ADD 1 TO WS-BOUNCED-COUNT
               MOVE "INBOUND FILE NOT FOUND - BOUNCED" TO INTAKE-LINE
               WRITE INTAKE-LINE
               GO TO EDIT-FILE-PROCEDURE-EXIT.
           OPEN OUTPUT TRANS-FILE.
           MOVE "N" TO WS-COPY-EOF-SWITCH.
       EDIT-FILE-COPY.
           READ INBOUND-FILE
               AT END
                   SET END-OF-COPY TO TRUE
           END-READ.
           IF NOT END-OF-COPY
               MOVE INBOUND-RECORD TO TRANS-RECORD
               WRITE TRANS-RECORD
               GO TO EDIT-FILE-COPY.
           CLOSE INBOUND-FILE.
           CLOSE TRANS-FILE.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      * SOME PLATFORMS HAND BACK THE STEP'S EXIT CODE SHIFTED INTO
      * THE HIGH-ORDER BYTE OF THE WAIT STATUS
           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC.
           PERFORM COPY-REPORT-PROCEDURE THRU
               COPY-REPORT-PROCEDURE-EXIT.
           MOVE SPACE TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           IF WS-STEP-RC NOT = 0
               ADD 1 TO WS-BOUNCED-COUNT
               MOVE WS-STEP-RC TO WS-DSP-RC
               STRING "INTAKE RESULT: BOUNCED, CALCEDIT RC=" WS-DSP-RC
                   DELIMITED BY SIZE INTO INTAKE-LINE
               WRITE INTAKE-LINE
               GO TO EDIT-FILE-PROCEDURE-EXIT.
           PERFORM APPEND-VALID-PROCEDURE THRU
               APPEND-VALID-PROCEDURE-EXIT.
           ADD 1 TO WS-MERGED-COUNT.
           MOVE WS-FILE-RECORDS TO WS-EDIT-COUNT.
           MOVE SPACE TO INTAKE-LINE.
           STRING "INTAKE RESULT: MERGED, " WS-EDIT-COUNT
               " RECORDS" DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
       EDIT-FILE-PROCEDURE-EXIT.
           EXIT.
       COPY-REPORT-PROCEDURE.
           OPEN INPUT EDIT-REPORT.
           IF WS-EDIT-FILE-STATUS NOT = "00"
               MOVE "NO EDIT REPORT PRODUCED" TO INTAKE-LINE
               WRITE INTAKE-LINE
               GO TO COPY-REPORT-PROCEDURE-EXIT.
       COPY-REPORT-READ.
           READ EDIT-REPORT
               AT END
                   CLOSE EDIT-REPORT
                   GO TO COPY-REPORT-PROCEDURE-EXIT
           END-READ.
           MOVE EDIT-LINE TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           GO TO COPY-REPORT-READ.
       COPY-REPORT-PROCEDURE-EXIT.
           EXIT.
       APPEND-VALID-PROCEDURE.
           MOVE 0 TO WS-FILE-RECORDS.
           OPEN INPUT VALID-FILE.
           IF WS-VALID-FILE-STATUS NOT = "00"
               GO TO APPEND-VALID-PROCEDURE-EXIT.
       APPEND-VALID-READ.
           READ VALID-FILE
               AT END
                   CLOSE VALID-FILE
                   GO TO APPEND-VALID-PROCEDURE-EXIT
           END-READ.
           MOVE VALID-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-FILE-RECORDS.
           ADD 1 TO WS-TOTAL-RECORDS.
           GO TO APPEND-VALID-READ.
       APPEND-VALID-PROCEDURE-EXIT.
           EXIT.
       MERGE-PROCEDURE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT VALID-FILE.
       MERGE-READ.
           READ WORK-FILE
               AT END
                   CLOSE WORK-FILE
                   CLOSE VALID-FILE
                   GO TO MERGE-PROCEDURE-EXIT
           END-READ.
           MOVE WORK-RECORD TO VALID-RECORD.
           WRITE VALID-RECORD.
           GO TO MERGE-READ.
       MERGE-PROCEDURE-EXIT.
           EXIT.
       SUMMARY-PROCEDURE.
           MOVE ALL "=" TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE WS-FILE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO INTAKE-LINE.
           STRING "INBOUND FILES LISTED:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE WS-MERGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO INTAKE-LINE.
           STRING "FILES MERGED FOR BATCH:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE WS-BOUNCED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO INTAKE-LINE.
           STRING "FILES BOUNCED:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE WS-TOTAL-RECORDS TO WS-EDIT-COUNT.
           MOVE SPACE TO INTAKE-LINE.
           STRING "RECORDS PASSED TO BATCH: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTAKE-LINE.
           WRITE INTAKE-LINE.
           MOVE SPACE TO INTAKE-LINE.
           WRITE INTAKE-LINE.
           IF WS-MERGED-COUNT = 0
               MOVE "NO CLEAN FILES - BATCH NOT TO RUN" TO INTAKE-LINE
           ELSE
               IF WS-BOUNCED-COUNT > 0
                   MOVE "INTAKE PARTIAL - BOUNCED FILES TO SENDERS"
                       TO INTAKE-LINE
               ELSE
                   MOVE "INTAKE CLEAN - ALL FILES MERGED"
                       TO INTAKE-LINE.
           WRITE INTAKE-LINE.
       SUMMARY-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCINTK.
