      *
      * Month-end audit archive job.  Rolls the live audit trail
      * (AUDITFILE, opened EXTEND by every CALCULADORA run) into a
      * dated flat archive (ARCHyyyymmdd, named for the business
      * date of the run) and loads the same records into the
      * indexed audit master (AUDITMST, keyed on audit date + time
      * + a load sequence number) so compliance can retrieve a
      * given day's calculations without scanning the whole
      * history.  The live AUDITFILE is started fresh only when
      * every input record reached both the archive and the
      * master; if the load does not balance to the input count,
      * AUDITFILE is left alone, the condition is reported on
      * ARCHRPT and RETURN-CODE is set to 8 so the schedule can
      * hold.
      *
      * A re-run against an AUDITFILE that was already loaded will
      * hit duplicate keys on the master; those records count as
      *             (ARCHCTL), so the CALCPRGE retention purge can
      *             find and delete dated archives past their
      *             retention without scanning the workspace.
      * 2026-10-15  The archive is now named and catalogued for the
      *             business date on the processing-date control
      *             file (PROCDATE, through the CALCDATE subprogram)
      *             instead of the system date.
      * 2026-10-15  The sending department code and transaction
      *             sequence number now on the audit record are
      *             carried onto the master and the archive, whose
      *             record is widened to match.
      * 2026-10-15  The audit chain sequence number and check value
      *             now on the audit record are carried onto the
      *             master and the archive (widened again), and when
      *             the live file is started fresh the chain control
      *             file (AUDCHAIN) is left pointing at the last
      *             record archived, so the chain carries on into
      *             the new AUDITFILE.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCH-CATALOG ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           COPY CALCAUD.
       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD                 PIC X(108).
       FD  AUDIT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-MASTER-RECORD.
           02 ACTL-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           02 ACTL-NAME            PIC X(12).
       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CHAIN-RECORD.
           COPY CALCACHN.
       WORKING-STORAGE SECTION.
           01 WS-ACHN-FILE-STATUS  PIC X(02).
           01 WS-LAST-CHAIN-SEQ    PIC 9(8) VALUE 0.
           01 WS-LAST-CHAIN        PIC 9(10) VALUE 0.
           01 WS-AUDIT-FILE-STATUS PIC X(02).
           01 WS-CTL-FILE-STATUS   PIC X(02).
           01 WS-ARCH-FILE-STATUS  PIC X(02).
           01 WS-EOF-SWITCH        PIC X(01) VALUE "N".
               88 END-OF-AUDIT            VALUE "Y".
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-READ-COUNT        PIC 9(8) VALUE 0.
           01 WS-ARCH-COUNT        PIC 9(8) VALUE 0.
           01 WS-LOAD-COUNT        PIC 9(8) VALUE 0.
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
           STRING "ARCH" WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-ARCH-FILE-NAME.
           OPEN OUTPUT ARCH-REPORT.
           MOVE AUD-ANSWER TO AUDM-ANSWER.
           MOVE AUD-REMAINDER TO AUDM-REMAINDER.
           MOVE AUD-OPER TO AUDM-OPER.
           MOVE AUD-SENDER TO AUDM-SENDER.
           IF AUD-TRAN-SEQ NUMERIC
               MOVE AUD-TRAN-SEQ TO AUDM-TRAN-SEQ
           ELSE
               MOVE ZERO TO AUDM-TRAN-SEQ.
           IF AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN NUMERIC
               MOVE AUD-CHAIN-SEQ TO AUDM-CHAIN-SEQ
               MOVE AUD-CHAIN TO AUDM-CHAIN
           ELSE
               MOVE ZERO TO AUDM-CHAIN-SEQ
               MOVE ZERO TO AUDM-CHAIN
           END-IF.
           IF AUDM-CHAIN-SEQ > WS-LAST-CHAIN-SEQ
               MOVE AUDM-CHAIN-SEQ TO WS-LAST-CHAIN-SEQ
               MOVE AUDM-CHAIN TO WS-LAST-CHAIN.
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAIL-COUNT
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               PERFORM CATALOG-PROCEDURE THRU CATALOG-PROCEDURE-EXIT
               PERFORM CHAIN-CONTROL-PROCEDURE THRU
                   CHAIN-CONTROL-PROCEDURE-EXIT
               MOVE "LOAD BALANCED - LIVE AUDIT FILE STARTED FRESH"
                   TO ARCH-LINE
               WRITE ARCH-LINE
           CLOSE ARCH-CATALOG.
       CATALOG-PROCEDURE-EXIT.
           EXIT.
      * A CONTROL FILE ALREADY PAST THE LAST RECORD ARCHIVED MEANS
      * RECORDS WERE CUT OFF THE END OF THE LIVE FILE; IT IS LEFT
      * AS IT IS SO THE GAP STAYS VISIBLE TO CALCVRFY
       CHAIN-CONTROL-PROCEDURE.
           IF WS-LAST-CHAIN-SEQ = 0
               GO TO CHAIN-CONTROL-PROCEDURE-EXIT.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF WS-ACHN-FILE-STATUS = "35"
               GO TO CHAIN-CONTROL-WRITE.
           READ AUDIT-CHAIN-FILE
               AT END
                   MOVE ZERO TO ACHN-LAST-SEQ
           END-READ.
           CLOSE AUDIT-CHAIN-FILE.
           IF ACHN-LAST-SEQ NUMERIC
             AND ACHN-LAST-SEQ > WS-LAST-CHAIN-SEQ
               MOVE "CHAIN CONTROL AHEAD OF LAST RECORD ARCHIVED"
                   TO ARCH-LINE
               WRITE ARCH-LINE
               GO TO CHAIN-CONTROL-PROCEDURE-EXIT.
       CHAIN-CONTROL-WRITE.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           MOVE SPACE TO AUDIT-CHAIN-RECORD.
           MOVE WS-LAST-CHAIN-SEQ TO ACHN-LAST-SEQ.
           MOVE WS-LAST-CHAIN TO ACHN-LAST-CHAIN.
           MOVE WS-TODAY-DATE TO ACHN-DATE.
           MOVE "CALCARCH" TO ACHN-WRITER.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
       CHAIN-CONTROL-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCARCH.
