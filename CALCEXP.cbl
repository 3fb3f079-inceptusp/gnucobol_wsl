      *             OP 6 percentage answer no longer needs the
      *             hundredths unscaling -- OUTFILE carries it at
      *             face value.
      * 2026-10-15  A result held for supervisor review (status "H")
      *             is no longer counted as a reject on the trailer
      *             row; it exports with its status like any other.
      * 2026-10-15  Added the DEPARTMENT column after SENDER, the
      *             department name from the department master
      *             (DEPTFILE); a code not on the master exports
      *             with the name left blank.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "EXPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE
       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-LINE                 PIC X(100).
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-RECORD.
           COPY CALCDEPT.
       WORKING-STORAGE SECTION.
           01 WS-DEPT-FILE-STATUS  PIC X(02).
           01 WS-DEPT-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 DEPT-FILE-OPEN          VALUE "Y".
           01 WS-LAST-SENDER       PIC X(03) VALUE HIGH-VALUE.
           01 WS-DEPT-NAME         PIC X(20) VALUE SPACE.
           01 WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88 END-OF-OUT              VALUE "Y".
           01 WS-RECORD-COUNT      PIC 9(8) VALUE 0.
       MAIN-PROCEDURE.
           OPEN INPUT OUT-FILE.
           OPEN OUTPUT EXPORT-FILE.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "35"
               SET DEPT-FILE-OPEN TO TRUE
           END-IF.
           MOVE SPACE TO EXPORT-LINE.
           STRING "SENDER,DEPARTMENT,N1,N2,OPERATION,"
                  "ANSWER,REMAINDER,STATUS"
               DELIMITED BY SIZE INTO EXPORT-LINE.
           WRITE EXPORT-LINE.
           PERFORM EXPORT-PROCEDURE THRU EXPORT-PROCEDURE-EXIT.
           PERFORM TRAILER-PROCEDURE THRU TRAILER-PROCEDURE-EXIT.
           CLOSE OUT-FILE.
           CLOSE EXPORT-FILE.
           IF DEPT-FILE-OPEN
               CLOSE DEPT-FILE.
           STOP RUN.
       EXPORT-PROCEDURE.
           READ OUT-FILE
                   GO TO EXPORT-PROCEDURE-EXIT
           END-READ.
           ADD 1 TO WS-RECORD-COUNT.
           IF OUT-STATUS NOT = SPACE AND OUT-STATUS NOT = "H"
               ADD 1 TO WS-REJECT-COUNT.
           MOVE OUT-N1 TO WS-EXP-N1.
           MOVE OUT-N2 TO WS-EXP-N2.
           MOVE OUT-REMAINDER TO WS-EXP-REMAINDER.
           IF OUT-SENDER NOT = WS-LAST-SENDER
               PERFORM DEPT-NAME-PROCEDURE THRU
                   DEPT-NAME-PROCEDURE-EXIT.
           EVALUATE OUT-OP
               WHEN 1
                   MOVE "SUM" TO WS-OP-NAME
           ADD OUT-ANSWER TO WS-TOTAL-ANSWER.
           MOVE SPACE TO EXPORT-LINE.
           STRING OUT-SENDER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DEPT-NAME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXP-N1 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
           GO TO EXPORT-PROCEDURE.
       EXPORT-PROCEDURE-EXIT.
           EXIT.
      * A COMMA IN THE NAME WOULD SHIFT EVERY COLUMN AFTER IT, SO
      * IT IS EXPORTED AS A SPACE
       DEPT-NAME-PROCEDURE.
           MOVE OUT-SENDER TO WS-LAST-SENDER.
           MOVE SPACE TO WS-DEPT-NAME.
           IF NOT DEPT-FILE-OPEN
               GO TO DEPT-NAME-PROCEDURE-EXIT.
           MOVE OUT-SENDER TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   GO TO DEPT-NAME-PROCEDURE-EXIT
           END-READ.
           MOVE DEPT-NAME TO WS-DEPT-NAME.
           INSPECT WS-DEPT-NAME REPLACING ALL "," BY SPACE.
       DEPT-NAME-PROCEDURE-EXIT.
           EXIT.
       TRAILER-PROCEDURE.
           MOVE WS-RECORD-COUNT TO WS-EXP-COUNT.
           MOVE WS-REJECT-COUNT TO WS-EXP-REJECTS.
