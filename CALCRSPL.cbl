       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSPL.
      *----------------------------------------------------------*
      * CALCRSPL
      *
      * Return file split, run by CALCNITE straight after the
      * batch run.  The batch writes one RTRNFILE for the whole
      * night, with an "H" header and a "T" trailer around each run
      * of results for one sender (a sender can have more than one
      * group, e.g. when its resubmitted items come through after
      * the main file).  This step balances every group against its
      * own trailer and then cuts one return file per sender,
      * RTRNsss where sss is the sender code, in the same
      * conventions as before: an "H" header with the sender code
      * and run date, every detail of every group for that sender
      * in the order written, and one "T" trailer with the detail
      * count and the hash total of the answers, so each department
      * gets only its own results and can balance them on load.
      * The split report (RSPLRPT) lists each sender's count and
      * hash total.  RETURN-CODE is 8 when a group on RTRNFILE does
      * not balance to its trailer, when a detail comes before any
      * header, or when there are more senders than the table holds,
      * so the return files are not sent out unchecked.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RTRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT SENDER-FILE ASSIGN TO DYNAMIC WS-SENDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPLIT-REPORT ASSIGN TO "RSPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CONTROL-RECORD.
           02 RTN-CTL-TYPE         PIC X(01).
           02 FILLER               PIC X(01).
           02 RTN-CTL-SENDER       PIC X(03).
           02 FILLER               PIC X(01).
           02 RTN-CTL-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-CTL-COUNT        PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-CTL-HASH         PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
       01  RETURN-DETAIL-RECORD.
           02 RTN-SEQ              PIC 9(8).
           02 FILLER               PIC X(01).
           02 RTN-N1               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-N2               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-OP               PIC 9(2).
           02 FILLER               PIC X(01).
           02 RTN-ANSWER           PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
           02 FILLER               PIC X(01).
           02 RTN-FLAG             PIC X(01).
       FD  SENDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SENDER-CONTROL-RECORD.
           02 SND-CTL-TYPE         PIC X(01).
           02 FILLER               PIC X(01).
           02 SND-CTL-SENDER       PIC X(03).
           02 FILLER               PIC X(01).
           02 SND-CTL-DATE         PIC 9(8).
           02 FILLER               PIC X(01).
           02 SND-CTL-COUNT        PIC 9(8).
           02 FILLER               PIC X(01).
           02 SND-CTL-HASH         PIC S9(12)V99 SIGN LEADING
                                       SEPARATE.
       01  SENDER-DETAIL-RECORD        PIC X(49).
       FD  SPLIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SPLIT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RTN-FILE-STATUS   PIC X(02).
           01 WS-SENDER-FILE-NAME  PIC X(12).
           01 WS-RUN-DATE          PIC 9(8) VALUE 0.
           01 WS-GROUP-SWITCH      PIC X(01) VALUE "N".
               88 GROUP-OPEN              VALUE "Y".
           01 WS-GROUP-SENDER      PIC X(03) VALUE SPACE.
           01 WS-GROUP-COUNT       PIC 9(8) VALUE 0.
           01 WS-GROUP-HASH        PIC S9(12)V99 VALUE 0.
           01 WS-ERROR-SWITCH      PIC X(01) VALUE "N".
               88 SPLIT-ERRORS            VALUE "Y".
           01 WS-SENDER-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-SENDER-SUB        PIC 9(4) COMP VALUE 0.
           01 WS-FIND-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-SENDER-TABLE.
               02 WS-SENDER-ENTRY OCCURS 50 TIMES.
                   03 WS-TBL-SENDER    PIC X(03).
                   03 WS-TBL-GROUPS    PIC 9(4).
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-OUT-COUNT         PIC 9(8) VALUE 0.
           01 WS-OUT-HASH          PIC S9(12)V99 VALUE 0.
           01 WS-TOTAL-COUNT       PIC 9(8) VALUE 0.
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-HASH         PIC -(11)9.99.
           01 WS-EDIT-GROUPS       PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT SPLIT-REPORT.
           MOVE "CALCULADORA RETURN FILE SPLIT" TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE SPACE TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-FILE-STATUS = "35"
               MOVE "NO RETURN FILE - NOTHING TO SPLIT" TO SPLIT-LINE
               WRITE SPLIT-LINE
               CLOSE SPLIT-REPORT
               STOP RUN.
           PERFORM SCAN-PROCEDURE THRU SCAN-PROCEDURE-EXIT.
           CLOSE RETURN-FILE.
           IF SPLIT-ERRORS
               MOVE SPACE TO SPLIT-LINE
               WRITE SPLIT-LINE
               MOVE "RETURN FILE DOES NOT BALANCE - NOT SPLIT"
                   TO SPLIT-LINE
               WRITE SPLIT-LINE
               CLOSE SPLIT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-SENDER-SUB.
           PERFORM SPLIT-PROCEDURE THRU SPLIT-PROCEDURE-EXIT.
           MOVE SPACE TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE WS-SENDER-COUNT TO WS-EDIT-COUNT.
           STRING "RETURN FILES CUT:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE SPACE TO SPLIT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           STRING "DETAILS RETURNED:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
           CLOSE SPLIT-REPORT.
           STOP RUN.
       SCAN-PROCEDURE.
           READ RETURN-FILE
               AT END
                   IF GROUP-OPEN
                       PERFORM UNCLOSED-GROUP-PROCEDURE THRU
                           UNCLOSED-GROUP-PROCEDURE-EXIT
                   END-IF
                   GO TO SCAN-PROCEDURE-EXIT
           END-READ.
           IF RTN-CTL-TYPE = "H"
               PERFORM SCAN-HEADER-PROCEDURE THRU
                   SCAN-HEADER-PROCEDURE-EXIT
               GO TO SCAN-PROCEDURE.
           IF RTN-CTL-TYPE = "T"
               PERFORM SCAN-TRAILER-PROCEDURE THRU
                   SCAN-TRAILER-PROCEDURE-EXIT
               GO TO SCAN-PROCEDURE.
           IF NOT GROUP-OPEN
               SET SPLIT-ERRORS TO TRUE
               MOVE SPACE TO SPLIT-LINE
               STRING "DETAIL OUTSIDE ANY SENDER GROUP - SEQ " RTN-SEQ
                   DELIMITED BY SIZE INTO SPLIT-LINE
               WRITE SPLIT-LINE
               GO TO SCAN-PROCEDURE.
           ADD 1 TO WS-GROUP-COUNT.
           ADD RTN-ANSWER TO WS-GROUP-HASH.
           GO TO SCAN-PROCEDURE.
       SCAN-PROCEDURE-EXIT.
           EXIT.
       SCAN-HEADER-PROCEDURE.
           IF GROUP-OPEN
               PERFORM UNCLOSED-GROUP-PROCEDURE THRU
                   UNCLOSED-GROUP-PROCEDURE-EXIT.
           SET GROUP-OPEN TO TRUE.
           MOVE RTN-CTL-SENDER TO WS-GROUP-SENDER.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-HASH.
           IF WS-RUN-DATE = 0
               MOVE RTN-CTL-DATE TO WS-RUN-DATE.
           MOVE 0 TO WS-FIND-SUB.
       SCAN-HEADER-FIND.
           ADD 1 TO WS-FIND-SUB.
           IF WS-FIND-SUB > WS-SENDER-COUNT
               GO TO SCAN-HEADER-ADD.
           IF WS-TBL-SENDER(WS-FIND-SUB) = WS-GROUP-SENDER
               ADD 1 TO WS-TBL-GROUPS(WS-FIND-SUB)
               GO TO SCAN-HEADER-PROCEDURE-EXIT.
           GO TO SCAN-HEADER-FIND.
       SCAN-HEADER-ADD.
           IF WS-SENDER-COUNT = 50
               SET SPLIT-ERRORS TO TRUE
               MOVE SPACE TO SPLIT-LINE
               STRING "MORE THAN 50 SENDERS - SENDER " WS-GROUP-SENDER
                   " NOT SPLIT" DELIMITED BY SIZE INTO SPLIT-LINE
               WRITE SPLIT-LINE
               GO TO SCAN-HEADER-PROCEDURE-EXIT.
           ADD 1 TO WS-SENDER-COUNT.
           MOVE WS-GROUP-SENDER TO WS-TBL-SENDER(WS-SENDER-COUNT).
           MOVE 1 TO WS-TBL-GROUPS(WS-SENDER-COUNT).
       SCAN-HEADER-PROCEDURE-EXIT.
           EXIT.
       SCAN-TRAILER-PROCEDURE.
           IF NOT GROUP-OPEN
               SET SPLIT-ERRORS TO TRUE
               MOVE "TRAILER WITHOUT A HEADER" TO SPLIT-LINE
               WRITE SPLIT-LINE
               GO TO SCAN-TRAILER-PROCEDURE-EXIT.
           MOVE "N" TO WS-GROUP-SWITCH.
           IF RTN-CTL-COUNT = WS-GROUP-COUNT
             AND RTN-CTL-HASH = WS-GROUP-HASH
             AND RTN-CTL-SENDER = WS-GROUP-SENDER
               GO TO SCAN-TRAILER-PROCEDURE-EXIT.
           SET SPLIT-ERRORS TO TRUE.
           MOVE SPACE TO SPLIT-LINE.
           MOVE RTN-CTL-COUNT TO WS-EDIT-COUNT.
           STRING "GROUP OUT OF BALANCE - SENDER " WS-GROUP-SENDER
               " TRAILER " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE SPACE TO SPLIT-LINE.
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT.
           STRING "                                  COUNTED "
               WS-EDIT-COUNT DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
       SCAN-TRAILER-PROCEDURE-EXIT.
           EXIT.
       UNCLOSED-GROUP-PROCEDURE.
           SET SPLIT-ERRORS TO TRUE.
           MOVE SPACE TO SPLIT-LINE.
           STRING "GROUP FOR SENDER " WS-GROUP-SENDER
               " HAS NO TRAILER" DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE "N" TO WS-GROUP-SWITCH.
       UNCLOSED-GROUP-PROCEDURE-EXIT.
           EXIT.
       SPLIT-PROCEDURE.
           ADD 1 TO WS-SENDER-SUB.
           IF WS-SENDER-SUB > WS-SENDER-COUNT
               GO TO SPLIT-PROCEDURE-EXIT.
           MOVE WS-TBL-SENDER(WS-SENDER-SUB) TO WS-CUR-SENDER.
           MOVE SPACE TO WS-SENDER-FILE-NAME.
           STRING "RTRN" WS-CUR-SENDER DELIMITED BY SIZE
               INTO WS-SENDER-FILE-NAME.
           MOVE 0 TO WS-OUT-COUNT.
           MOVE 0 TO WS-OUT-HASH.
           OPEN OUTPUT SENDER-FILE.
           MOVE SPACE TO SENDER-CONTROL-RECORD.
           MOVE "H" TO SND-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SND-CTL-SENDER.
           MOVE WS-RUN-DATE TO SND-CTL-DATE.
           MOVE ZERO TO SND-CTL-COUNT.
           MOVE ZERO TO SND-CTL-HASH.
           WRITE SENDER-CONTROL-RECORD.
           OPEN INPUT RETURN-FILE.
       SPLIT-READ.
           READ RETURN-FILE
               AT END
                   CLOSE RETURN-FILE
                   GO TO SPLIT-SENDER-DONE
           END-READ.
           IF RTN-CTL-TYPE = "H"
               MOVE RTN-CTL-SENDER TO WS-GROUP-SENDER
               GO TO SPLIT-READ.
           IF RTN-CTL-TYPE = "T"
               GO TO SPLIT-READ.
           IF WS-GROUP-SENDER NOT = WS-CUR-SENDER
               GO TO SPLIT-READ.
           MOVE RETURN-DETAIL-RECORD TO SENDER-DETAIL-RECORD.
           WRITE SENDER-DETAIL-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD RTN-ANSWER TO WS-OUT-HASH.
           GO TO SPLIT-READ.
       SPLIT-SENDER-DONE.
           MOVE SPACE TO SENDER-CONTROL-RECORD.
           MOVE "T" TO SND-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SND-CTL-SENDER.
           MOVE WS-RUN-DATE TO SND-CTL-DATE.
           MOVE WS-OUT-COUNT TO SND-CTL-COUNT.
           MOVE WS-OUT-HASH TO SND-CTL-HASH.
           WRITE SENDER-CONTROL-RECORD.
           CLOSE SENDER-FILE.
           ADD WS-OUT-COUNT TO WS-TOTAL-COUNT.
           MOVE WS-OUT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OUT-HASH TO WS-EDIT-HASH.
           MOVE WS-TBL-GROUPS(WS-SENDER-SUB) TO WS-EDIT-GROUPS.
           MOVE SPACE TO SPLIT-LINE.
           STRING "SENDER " WS-CUR-SENDER "  " WS-SENDER-FILE-NAME
               " DETAILS" WS-EDIT-COUNT " HASH" WS-EDIT-HASH
               " GROUPS" WS-EDIT-GROUPS
               DELIMITED BY SIZE INTO SPLIT-LINE.
           WRITE SPLIT-LINE.
           GO TO SPLIT-PROCEDURE.
       SPLIT-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCRSPL.
