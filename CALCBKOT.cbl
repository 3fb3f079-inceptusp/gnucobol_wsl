       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBKOT.
      *----------------------------------------------------------*
      * CALCBKOT
      *
      * Night run backout.  When a department owns up the morning
      * after to having sent the wrong file, a signed-on supervisor
      * enters the run date and the sender code (blank for the
      * whole run) and this program takes that sender's items, or
      * every item, of the night's batch run back out of every file
      * the run touched, so the corrected file can be put through
      * the night stream again:
      *
      *     VALIDFILE  the items are removed
      *     OUTFILE    their results are removed
      *     RTRNFILE   their return details are removed, each
      *                sender group's trailer recounted and a
      *                group left empty dropped, and the sender's
      *                own return file (RTRNsss) cut again
      *     AUDITFILE  every calculation is reversed by a new
      *                chained audit entry -- same OP, sender and
      *                sequence number, dated the run date, signs
      *                turned round so it nets the original to
      *                zero, stamped with the supervisor's ID --
      *                and AUDCHAIN moved on; nothing is deleted
      *     SUSPFILE   their rejects are removed, and any already
      *     RESUBFILE  repaired for resubmission; rejects already
      *                written off in CALCFIX are reported
      *     HOLDQ      their held results are removed, decided or
      *     HOLDREL    not
      *     HISTFILE   their counts and totals come off the run
      *                date's CALCRPT figures
      *     TXNHIST    each item gets a "B" backed-out event
      *     FILEREG    the sender's files let through on the run
      *                date -- accepted first time or released
      *                from hold, by FREG-ACPT-DATE -- are marked
      *                backed out ("B"), so the corrected file is
      *                not held as a duplicate
      *     CHKPTFILE  cleared
      *     RUNLOG     a "B" record is appended after the run's
      *                "E" record, with the counts backed out, the
      *                sender and the supervisor's ID
      *
      * Only the last run on the run-control log can be backed
      * out, as the next run replaces OUTFILE and RTRNFILE, and
      * only once.  A run that died, or that was restarted from a
      * checkpoint, is refused: its files do not line up item for
      * item with its "E" record.  Before anything is changed the
      * OUTFILE totals are balanced to the "E" record and VALIDFILE,
      * RTRNFILE and the run's audit entries are matched to OUTFILE;
      * if any of it does not agree nothing is touched.  Items are
      * known by their number in the sender's own file, which
      * CALCEDIT carries on VALIDFILE, as the run keyed them on
      * every file it wrote.  The items
      * backed out are the ones the run read from VALIDFILE;
      * resubmitted items it took from RESUBFILE and hold releases
      * it returned belong to earlier runs and stay as they are.
      *
      * The backout report (BKOTRPT) shows the run's "E" record,
      * the counts backed out and the counts left on file, which
      * add back to the "E" record, each sender's part, every item
      * backed out and what was done with it, and the count for
      * each file.  OP 7 charges that went to the general ledger
      * are totalled for reversal there; GLJRNL is not changed.
      * RETURN-CODE is 8 when the backout is refused.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Original version.
      * 2026-10-15  Items are now known by their number in the
      *             sender's file, carried on VALIDFILE, for the
      *             hold and suspense matches, the history key
      *             and the listing; the run's audit entries are
      *             matched to OUTFILE item by item.  A file's
      *             register record is backed out by the date
      *             CALCEDIT let it through (FREG-ACPT-DATE), so
      *             a file released from hold is marked too.
      * 2026-10-15  A file register record marked backed out is
      *             stamped with the business date, as CALCFREL
      *             stamps its decisions, instead of the machine
      *             date.
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "VALIDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "RTRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT SENDER-FILE ASSIGN TO DYNAMIC WS-SENDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHN-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT RESUB-FILE ASSIGN TO "RESUBFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT BACKOUT-WORK ASSIGN TO "BKOWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT BACKOUT-REPORT ASSIGN TO "BKOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-TXH-FILE-STATUS.
           SELECT FILE-REGISTER ASSIGN TO "FILEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-KEY
               FILE STATUS IS WS-FREG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-RECORD.
           COPY CALCRLOG.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD.
           COPY CALCREC
               REPLACING ==CALC-N1==        BY ==TR-N1==
                         ==CALC-N2==        BY ==TR-N2==
                         ==CALC-OP==        BY ==TR-OP==
                         ==CALC-ANSWER==    BY ==TR-ANSWER==
                         ==CALC-REMAINDER== BY ==TR-REMAINDER==
                         ==CALC-STATUS==    BY ==TR-STATUS==
                         ==CALC-TYPE==      BY ==TR-TYPE==
                         ==CALC-SENDER==    BY ==TR-SENDER==.
           02 FILLER               PIC X(01).
           02 TR-ITEM-SEQ          PIC 9(8).
       FD  OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUT-RECORD.
           COPY CALCREC
               REPLACING ==CALC-N1==        BY ==OUT-N1==
                         ==CALC-N2==        BY ==OUT-N2==
                         ==CALC-OP==        BY ==OUT-OP==
                         ==CALC-ANSWER==    BY ==OUT-ANSWER==
                         ==CALC-REMAINDER== BY ==OUT-REMAINDER==
                         ==CALC-STATUS==    BY ==OUT-STATUS==
                         ==CALC-TYPE==      BY ==OUT-TYPE==
                         ==CALC-SENDER==    BY ==OUT-SENDER==.
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
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY CALCAUD.
       FD  AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CHAIN-RECORD.
           COPY CALCACHN.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           02 SUSP-SEQ             PIC 9(8).
           02 FILLER               PIC X(01).
           02 SUSP-DATE            PIC 9(8).
           02 FILLER               PIC X(01).
           COPY CALCREC
               REPLACING ==CALC-N1==        BY ==SUSP-N1==
                         ==CALC-N2==        BY ==SUSP-N2==
                         ==CALC-OP==        BY ==SUSP-OP==
                         ==CALC-ANSWER==    BY ==SUSP-ANSWER==
                         ==CALC-REMAINDER== BY ==SUSP-REMAINDER==
                         ==CALC-STATUS==    BY ==SUSP-STATUS==
                         ==CALC-TYPE==      BY ==SUSP-TYPE==
                         ==CALC-SENDER==    BY ==SUSP-SENDER==.
           02 FILLER               PIC X(01).
           02 SUSP-RUN-DATE        PIC 9(8).
       FD  RESUB-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUB-RECORD.
           02 RS-SEQ               PIC 9(8).
           02 FILLER               PIC X(01).
           COPY CALCREC
               REPLACING ==CALC-N1==        BY ==RS-N1==
                         ==CALC-N2==        BY ==RS-N2==
                         ==CALC-OP==        BY ==RS-OP==
                         ==CALC-ANSWER==    BY ==RS-ANSWER==
                         ==CALC-REMAINDER== BY ==RS-REMAINDER==
                         ==CALC-STATUS==    BY ==RS-STATUS==
                         ==CALC-TYPE==      BY ==RS-TYPE==
                         ==CALC-SENDER==    BY ==RS-SENDER==.
           02 FILLER               PIC X(01).
           02 RS-RUN-DATE          PIC 9(8).
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           COPY CALCHLDQ.
       FD  HOLD-RELEASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RELEASE-RECORD.
           COPY CALCHLDQ
               REPLACING ==HLD-SEQ==       BY ==HRL-SEQ==
                         ==HLD-DATE==      BY ==HRL-DATE==
                         ==HLD-SENDER==    BY ==HRL-SENDER==
                         ==HLD-OP==        BY ==HRL-OP==
                         ==HLD-TYPE==      BY ==HRL-TYPE==
                         ==HLD-N1==        BY ==HRL-N1==
                         ==HLD-N2==        BY ==HRL-N2==
                         ==HLD-ANSWER==    BY ==HRL-ANSWER==
                         ==HLD-REMAINDER== BY ==HRL-REMAINDER==
                         ==HLD-LIMIT==     BY ==HRL-LIMIT==
                         ==HLD-DISP==      BY ==HRL-DISP==
                         ==HLD-RELEASED==  BY ==HRL-RELEASED==
                         ==HLD-REJECTED==  BY ==HRL-REJECTED==
                         ==HLD-OPER==      BY ==HRL-OPER==
                         ==HLD-DISP-DATE== BY ==HRL-DISP-DATE==.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD.
           02 CKPT-SEQ             PIC 9(8).
       FD  BACKOUT-WORK
           LABEL RECORDS ARE STANDARD.
       01  BACKOUT-WORK-RECORD         PIC X(120).
       FD  BACKOUT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD.
           COPY CALCHIST.
       FD  TXN-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-HIST-RECORD.
           COPY CALCTXH.
       FD  FILE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  FILE-REGISTER-RECORD.
           COPY CALCFREG.
       WORKING-STORAGE SECTION.
           01 WS-RUNLOG-FILE-STATUS PIC X(02).
           01 WS-TRANS-FILE-STATUS PIC X(02).
           01 WS-OUT-FILE-STATUS   PIC X(02).
           01 WS-RTN-FILE-STATUS   PIC X(02).
           01 WS-AUDIT-FILE-STATUS PIC X(02).
           01 WS-ACHN-FILE-STATUS  PIC X(02).
           01 WS-SUSP-FILE-STATUS  PIC X(02).
           01 WS-RESUB-FILE-STATUS PIC X(02).
           01 WS-HOLD-FILE-STATUS  PIC X(02).
           01 WS-HREL-FILE-STATUS  PIC X(02).
           01 WS-CKPT-FILE-STATUS  PIC X(02).
           01 WS-WORK-FILE-STATUS  PIC X(02).
           01 WS-HIST-FILE-STATUS  PIC X(02).
           01 WS-TXH-FILE-STATUS   PIC X(02).
           01 WS-FREG-FILE-STATUS  PIC X(02).
           01 WS-SENDER-FILE-NAME  PIC X(12).
           01 WS-REQ-DATE          PIC 9(8) VALUE 0.
           01 WS-REQ-SENDER        PIC X(03) VALUE SPACE.
           01 WS-SCOPE-TEXT        PIC X(03) VALUE SPACE.
           01 WS-CONFIRM           PIC X(01) VALUE SPACE.
           01 INUTIL               PIC X(01).
           01 WS-TODAY-DATE        PIC 9(8).
           01 WS-CLOCK-DATE        PIC 9(8).
           01 WS-NOW-TIME          PIC 9(8).
           01 WS-REFUSE-SWITCH     PIC X(01) VALUE "N".
               88 BACKOUT-REFUSED         VALUE "Y".
           01 WS-RUN-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 RUN-FOUND               VALUE "Y".
           01 WS-RUN-END-SWITCH    PIC X(01) VALUE "N".
               88 RUN-ENDED               VALUE "Y".
           01 WS-RUN-BKOT-SWITCH   PIC X(01) VALUE "N".
               88 RUN-BACKED-OUT          VALUE "Y".
           01 WS-RUN-DATE          PIC 9(8) VALUE 0.
           01 WS-RUN-READ          PIC 9(8) VALUE 0.
           01 WS-RUN-OUT           PIC 9(8) VALUE 0.
           01 WS-RUN-ZERO          PIC 9(8) VALUE 0.
           01 WS-RUN-INVALID       PIC 9(8) VALUE 0.
           01 WS-RUN-RESTART       PIC 9(8) VALUE 0.
           01 WS-RUN-DONE          PIC 9(8) VALUE 0.
           01 WS-POS               PIC 9(8) COMP VALUE 0.
           01 WS-ITEM-NO           PIC 9(8) VALUE 0.
           01 WS-VALID-OPEN-SWITCH PIC X(01) VALUE "N".
               88 VALID-FILE-OPEN         VALUE "Y".
           01 WS-VALID-PAIR-BAD    PIC 9(8) VALUE 0.
           01 WS-DONE-SWITCH       PIC X(01) VALUE "N".
               88 DONE-FOUND              VALUE "Y".
           01 WS-ALL-OUT           PIC 9(8) VALUE 0.
           01 WS-ALL-ZERO          PIC 9(8) VALUE 0.
           01 WS-ALL-INVALID       PIC 9(8) VALUE 0.
           01 WS-MAIN-DONE         PIC 9(8) VALUE 0.
           01 WS-BO-READ           PIC 9(8) VALUE 0.
           01 WS-BO-DONE           PIC 9(8) VALUE 0.
           01 WS-BO-ZERO           PIC 9(8) VALUE 0.
           01 WS-BO-INVALID        PIC 9(8) VALUE 0.
           01 WS-BO-HELD           PIC 9(8) VALUE 0.
           01 WS-BO-GL-COUNT       PIC 9(8) VALUE 0.
           01 WS-BO-GL-TOTAL       PIC S9(14)V99 VALUE 0.
           01 WS-OP-SUB            PIC 9(2) COMP VALUE 0.
           01 WS-OP-TABLE.
               02 WS-OP-ENTRY OCCURS 8 TIMES.
                   03 WS-OP-EXP        PIC 9(6).
                   03 WS-OP-ACT        PIC 9(6).
                   03 WS-OP-TOT        PIC S9(14)V99.
           01 WS-VALID-COUNT       PIC 9(8) VALUE 0.
           01 WS-VALID-SCOPE       PIC 9(8) VALUE 0.
           01 WS-RTN-DETAILS       PIC 9(8) VALUE 0.
           01 WS-RTN-SCOPE         PIC 9(8) VALUE 0.
           01 WS-AUD-TOTAL         PIC 9(8) VALUE 0.
           01 WS-AUD-SKIP          PIC 9(8) VALUE 0.
           01 WS-AUD-LAST          PIC 9(8) VALUE 0.
           01 WS-AUD-POS           PIC 9(8) VALUE 0.
           01 WS-AUD-SCOPE         PIC 9(8) VALUE 0.
           01 WS-AUD-BAD           PIC 9(8) VALUE 0.
           01 WS-VALID-REMOVED     PIC 9(8) VALUE 0.
           01 WS-VALID-KEPT        PIC 9(8) VALUE 0.
           01 WS-OUT-REMOVED       PIC 9(8) VALUE 0.
           01 WS-OUT-KEPT          PIC 9(8) VALUE 0.
           01 WS-OUT-KEPT-ZERO     PIC 9(8) VALUE 0.
           01 WS-OUT-KEPT-INVALID  PIC 9(8) VALUE 0.
           01 WS-RTN-REMOVED       PIC 9(8) VALUE 0.
           01 WS-RTN-CUT           PIC 9(8) VALUE 0.
           01 WS-AUD-REVERSED      PIC 9(8) VALUE 0.
           01 WS-FIRST-CHAIN       PIC 9(8) VALUE 0.
           01 WS-SUSP-REMOVED      PIC 9(8) VALUE 0.
           01 WS-RESUB-REMOVED     PIC 9(8) VALUE 0.
           01 WS-SUSP-MISSING      PIC 9(8) VALUE 0.
           01 WS-HOLD-REMOVED      PIC 9(8) VALUE 0.
           01 WS-HREL-REMOVED      PIC 9(8) VALUE 0.
           01 WS-HOLD-MISSING      PIC 9(8) VALUE 0.
           01 WS-HIST-ADJUSTED     PIC 9(8) VALUE 0.
           01 WS-TXH-MARKED        PIC 9(8) VALUE 0.
           01 WS-TXH-MISSING       PIC 9(8) VALUE 0.
           01 WS-FREG-MARKED       PIC 9(8) VALUE 0.
           01 WS-FREG-ACPT         PIC 9(8) VALUE 0.
           01 WS-CHAIN-SEQ         PIC 9(8) VALUE 0.
           01 WS-CHAIN-VALUE       PIC 9(10) VALUE 0.
           01 WS-CHAIN-SWITCH      PIC X(01) VALUE "N".
               88 CHAIN-ADVANCED          VALUE "Y".
           01 WS-CHAIN-PARMS.
               COPY CALCCHNP.
           01 WS-SIGNON-PARMS.
               COPY CALCSGNP.
           01 WS-DATE-PARMS.
               COPY CALCDTEP.
           01 WS-CHECK-SENDER      PIC X(03).
           01 WS-SCOPE-SWITCH      PIC X(01) VALUE "N".
               88 IN-SCOPE                VALUE "Y".
           01 WS-SENDER-COUNT      PIC 9(4) COMP VALUE 0.
           01 WS-SENDER-SUB        PIC 9(4) COMP VALUE 0.
           01 WS-SENDER-SWITCH     PIC X(01) VALUE "N".
               88 SENDER-FOUND            VALUE "Y".
           01 WS-SENDER-TABLE.
               02 WS-SENDER-ENTRY OCCURS 50 TIMES.
                   03 WS-SND-CODE      PIC X(03).
                   03 WS-SND-READ      PIC 9(8).
                   03 WS-SND-DONE      PIC 9(8).
                   03 WS-SND-ZERO      PIC 9(8).
                   03 WS-SND-INVALID   PIC 9(8).
                   03 WS-SND-HELD      PIC 9(8).
           01 WS-ITEM-COUNT        PIC 9(4) COMP VALUE 0.
           01 WS-ITEM-SUB          PIC 9(4) COMP VALUE 0.
           01 WS-ITEM-TABLE.
               02 WS-ITEM-ENTRY OCCURS 2000 TIMES.
                   03 WS-ITM-SEQ       PIC 9(8).
                   03 WS-ITM-SENDER    PIC X(03).
                   03 WS-ITM-STATUS    PIC X(01).
                   03 WS-ITM-MATCHED   PIC X(01).
           01 WS-FIND-SEQ          PIC 9(8).
           01 WS-FIND-SENDER       PIC X(03).
           01 WS-FIND-KIND         PIC X(01).
           01 WS-FIND-SWITCH       PIC X(01) VALUE "N".
               88 ITEM-FOUND              VALUE "Y".
           01 WS-CUR-SENDER        PIC X(03).
           01 WS-GROUP-SENDER      PIC X(03) VALUE SPACE.
           01 WS-GROUP-COUNT       PIC 9(8) VALUE 0.
           01 WS-GROUP-HASH        PIC S9(12)V99 VALUE 0.
           01 WS-HDR-SWITCH        PIC X(01) VALUE "N".
               88 HEADER-WRITTEN          VALUE "Y".
           01 WS-SAVED-HEADER      PIC X(39).
           01 WS-SND-OUT-COUNT     PIC 9(8) VALUE 0.
           01 WS-SND-OUT-HASH      PIC S9(12)V99 VALUE 0.
           01 WS-TXH-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 TXH-FILE-OPEN           VALUE "Y".
           01 WS-TXH-SUB           PIC 9(2) COMP VALUE 0.
           01 WS-LIST-SEQ          PIC 9(8).
           01 WS-BAL-LABEL         PIC X(26).
           01 WS-BAL-READ          PIC 9(8).
           01 WS-BAL-OUT           PIC 9(8).
           01 WS-BAL-ZERO          PIC 9(8).
           01 WS-BAL-INVALID       PIC 9(8).
           01 WS-ACT-LABEL         PIC X(40).
           01 WS-ACT-COUNT         PIC 9(8).
           01 WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-A            PIC ZZZZZZZZ9.
           01 WS-EDIT-B            PIC ZZZZZZZZ9.
           01 WS-EDIT-C            PIC ZZZZZZZZ9.
           01 WS-EDIT-D            PIC ZZZZZZZZ9.
           01 WS-EDIT-E            PIC ZZZZZZZZ9.
           01 WS-EDIT-N1           PIC -ZZZZZ9.99.
           01 WS-EDIT-N2           PIC -ZZZZZ9.99.
           01 WS-EDIT-ANSWER       PIC -(12)9.99.
           01 WS-EDIT-TOTAL        PIC -(14)9.99.
           01 WS-EDIT-OP           PIC Z9.
           01 WS-RESULT-TEXT       PIC X(30).
       SCREEN SECTION.
       01 CRITERIA-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-      NIGHT RUN BACKOUT       -".
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-RUN DATE:                     -".
           02 LINE 4 COL 18 PIC 9(8) TO WS-REQ-DATE.
           02 LINE 5 COL 1 VALUE "-SENDER (BLANK=ALL):           -".
           02 LINE 5 COL 23 PIC X(3) TO WS-REQ-SENDER.
           02 LINE 6 COL 1 VALUE "-BACK THE RUN OUT (Y/N):       -".
           02 LINE 6 COL 27 PIC X(1) TO WS-CONFIRM.
           02 LINE 7 COL 1 VALUE "--------------------------------".
       01 NOT-AUTHORIZED-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "- RUN BACKOUT NEEDS            -".
           02 LINE 3 COL 1 VALUE "- SUPERVISOR AUTHORITY         -".
           02 LINE 4 COL 1 VALUE "--------------------------------".
       01 RESULT-SCREEN.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "--------------------------------".
           02 LINE 2 COL 1 VALUE "-                              -".
           02 LINE 2 COL 2 PIC X(30) FROM WS-RESULT-TEXT.
           02 LINE 3 COL 1 VALUE "--------------------------------".
           02 LINE 4 COL 1 VALUE "-ITEMS BACKED OUT:             -".
           02 LINE 4 COL 21 PIC ZZZZZZZ9 FROM WS-OUT-REMOVED.
           02 LINE 5 COL 1 VALUE "-AUDIT REVERSALS:              -".
           02 LINE 5 COL 21 PIC ZZZZZZZ9 FROM WS-AUD-REVERSED.
           02 LINE 6 COL 1 VALUE "-SUSPENSE REMOVED:             -".
           02 LINE 6 COL 21 PIC ZZZZZZZ9 FROM WS-SUSP-REMOVED.
           02 LINE 7 COL 1 VALUE "-HOLDS REMOVED:                -".
           02 LINE 7 COL 21 PIC ZZZZZZZ9 FROM WS-HOLD-REMOVED.
           02 LINE 8 COL 1 VALUE "--------------------------------".
           02 LINE 9 COL 1 VALUE "-  SEE BKOTRPT FOR THE DETAIL  -".
           02 LINE 10 COL 1 VALUE "--------------------------------".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CALCSGN" USING WS-SIGNON-PARMS.
           IF NOT SGN-SIGNED-ON
               STOP RUN.
           IF NOT SGN-SUPERVISOR
               DISPLAY NOT-AUTHORIZED-SCREEN
               ACCEPT INUTIL AT LINE 5 COL 1
               STOP RUN.
           CALL "CALCDATE" USING WS-DATE-PARMS.
           MOVE DTE-BUS-DATE TO WS-TODAY-DATE.
       CRITERIA-PROCEDURE.
           MOVE 0 TO WS-REQ-DATE.
           MOVE SPACE TO WS-REQ-SENDER.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY CRITERIA-SCREEN.
           ACCEPT CRITERIA-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               STOP RUN.
           IF WS-REQ-DATE NOT NUMERIC OR WS-REQ-DATE = 0
               GO TO CRITERIA-PROCEDURE.
           INSPECT WS-REQ-SENDER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-REQ-SENDER = SPACE
               MOVE "ALL" TO WS-SCOPE-TEXT
           ELSE
               MOVE WS-REQ-SENDER TO WS-SCOPE-TEXT.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN OUTPUT BACKOUT-REPORT.
           MOVE "CALCULADORA NIGHT RUN BACKOUT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "RUN DATE:    " WS-REQ-DATE
               "     SENDER: " WS-SCOPE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           STRING "SUPERVISOR:  " SGN-OPERATOR-ID
               " ON " WS-CLOCK-DATE " AT " WS-NOW-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-RUNLOG-PROCEDURE THRU
               CHECK-RUNLOG-PROCEDURE-EXIT.
           IF BACKOUT-REFUSED
               GO TO REFUSE-PROCEDURE.
           PERFORM CHECK-OUT-PROCEDURE THRU CHECK-OUT-PROCEDURE-EXIT.
           IF BACKOUT-REFUSED
               GO TO REFUSE-PROCEDURE.
           PERFORM CHECK-VALID-PROCEDURE THRU
               CHECK-VALID-PROCEDURE-EXIT.
           IF BACKOUT-REFUSED
               GO TO REFUSE-PROCEDURE.
           PERFORM CHECK-RETURN-PROCEDURE THRU
               CHECK-RETURN-PROCEDURE-EXIT.
           IF BACKOUT-REFUSED
               GO TO REFUSE-PROCEDURE.
           PERFORM CHECK-AUDIT-PROCEDURE THRU
               CHECK-AUDIT-PROCEDURE-EXIT.
           IF BACKOUT-REFUSED
               GO TO REFUSE-PROCEDURE.
           PERFORM LIST-HEADING-PROCEDURE THRU
               LIST-HEADING-PROCEDURE-EXIT.
           PERFORM BACKOUT-OUT-PROCEDURE THRU
               BACKOUT-OUT-PROCEDURE-EXIT.
           PERFORM BACKOUT-VALID-PROCEDURE THRU
               BACKOUT-VALID-PROCEDURE-EXIT.
           PERFORM BACKOUT-RETURN-PROCEDURE THRU
               BACKOUT-RETURN-PROCEDURE-EXIT.
           MOVE 0 TO WS-SENDER-SUB.
           PERFORM SENDER-RETURN-PROCEDURE THRU
               SENDER-RETURN-PROCEDURE-EXIT.
           PERFORM REVERSE-AUDIT-PROCEDURE THRU
               REVERSE-AUDIT-PROCEDURE-EXIT.
           PERFORM BACKOUT-SUSP-PROCEDURE THRU
               BACKOUT-SUSP-PROCEDURE-EXIT.
           PERFORM BACKOUT-RESUB-PROCEDURE THRU
               BACKOUT-RESUB-PROCEDURE-EXIT.
           PERFORM BACKOUT-HOLD-PROCEDURE THRU
               BACKOUT-HOLD-PROCEDURE-EXIT.
           PERFORM BACKOUT-HREL-PROCEDURE THRU
               BACKOUT-HREL-PROCEDURE-EXIT.
           PERFORM BACKOUT-HIST-PROCEDURE THRU
               BACKOUT-HIST-PROCEDURE-EXIT.
           PERFORM BACKOUT-FREG-PROCEDURE THRU
               BACKOUT-FREG-PROCEDURE-EXIT.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE THRU
               CLEAR-CHECKPOINT-PROCEDURE-EXIT.
           PERFORM WRITE-RUNLOG-PROCEDURE THRU
               WRITE-RUNLOG-PROCEDURE-EXIT.
           PERFORM BALANCE-REPORT-PROCEDURE THRU
               BALANCE-REPORT-PROCEDURE-EXIT.
           PERFORM ACTION-REPORT-PROCEDURE THRU
               ACTION-REPORT-PROCEDURE-EXIT.
           CLOSE BACKOUT-REPORT.
           MOVE "       BACKOUT COMPLETE" TO WS-RESULT-TEXT.
           DISPLAY RESULT-SCREEN.
           ACCEPT INUTIL AT LINE 11 COL 1.
           STOP RUN.
       REFUSE-PROCEDURE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN NOT BACKED OUT - NO FILE HAS BEEN CHANGED"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE BACKOUT-REPORT.
           MOVE 8 TO RETURN-CODE.
           MOVE "   BACKOUT REFUSED, NOT DONE" TO WS-RESULT-TEXT.
           DISPLAY RESULT-SCREEN.
           ACCEPT INUTIL AT LINE 11 COL 1.
           STOP RUN.
      *----------------------------------------------------------*
      * CHECKS.  NOTHING IS CHANGED UNTIL ALL OF THEM PASS.
      *----------------------------------------------------------*
      * THE RUN TO BACK OUT IS THE LAST ONE STARTED ON THE LOG.
       CHECK-RUNLOG-PROCEDURE.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-FILE-STATUS = "35"
               SET BACKOUT-REFUSED TO TRUE
               MOVE "NO RUN-CONTROL LOG ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RUNLOG-PROCEDURE-EXIT.
       CHECK-RUNLOG-READ.
           READ RUN-LOG-FILE
               AT END
                   CLOSE RUN-LOG-FILE
                   GO TO CHECK-RUNLOG-RESULT
           END-READ.
           IF RL-TYPE = "S"
               SET RUN-FOUND TO TRUE
               MOVE "N" TO WS-RUN-END-SWITCH
               MOVE "N" TO WS-RUN-BKOT-SWITCH
               MOVE RL-DATE TO WS-RUN-DATE
               GO TO CHECK-RUNLOG-READ.
           IF RL-TYPE = "E"
               SET RUN-ENDED TO TRUE
               MOVE RL-DATE TO WS-RUN-DATE
               MOVE RL-READ-COUNT TO WS-RUN-READ
               MOVE RL-OUT-COUNT TO WS-RUN-OUT
               MOVE RL-ZERO-COUNT TO WS-RUN-ZERO
               MOVE RL-INVALID-COUNT TO WS-RUN-INVALID
               MOVE RL-RESTART-SEQ TO WS-RUN-RESTART
               GO TO CHECK-RUNLOG-READ.
           IF RL-TYPE = "B"
               SET RUN-BACKED-OUT TO TRUE.
           GO TO CHECK-RUNLOG-READ.
       CHECK-RUNLOG-RESULT.
           MOVE SPACE TO REPORT-LINE.
           IF NOT RUN-FOUND
               SET BACKOUT-REFUSED TO TRUE
               MOVE "NO RUNS ON THE RUN-CONTROL LOG" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RUNLOG-PROCEDURE-EXIT.
           IF WS-RUN-DATE NOT = WS-REQ-DATE
               SET BACKOUT-REFUSED TO TRUE
               STRING "LAST RUN ON THE LOG IS FOR " WS-RUN-DATE
                   " - ONLY THE LAST RUN CAN BE BACKED OUT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RUNLOG-PROCEDURE-EXIT.
           IF NOT RUN-ENDED
               SET BACKOUT-REFUSED TO TRUE
               MOVE "THE RUN DIED - RESTART IT TO THE END FIRST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RUNLOG-PROCEDURE-EXIT.
           IF RUN-BACKED-OUT
               SET BACKOUT-REFUSED TO TRUE
               MOVE "THE RUN HAS ALREADY BEEN BACKED OUT" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RUNLOG-PROCEDURE-EXIT.
           IF WS-RUN-RESTART > 0
               SET BACKOUT-REFUSED TO TRUE
               MOVE WS-RUN-RESTART TO WS-EDIT-COUNT
               STRING "THE RUN WAS RESTARTED AFTER SEQ "
                   WS-EDIT-COUNT " - ITS FILES CANNOT BE BALANCED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE.
       CHECK-RUNLOG-PROCEDURE-EXIT.
           EXIT.
      * THE ITEMS THE RUN READ FROM VALIDFILE ARE THE FIRST ONES ON
      * OUTFILE, ONE RESULT EACH AND IN VALIDFILE ORDER; THE RESULTS
      * OF RESUBMITTED ITEMS FOLLOW THEM.  VALIDFILE IS READ ALONG
      * WITH THEM FOR EACH ITEM'S NUMBER IN ITS SENDER'S FILE.
       CHECK-OUT-PROCEDURE.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-FILE-STATUS = "35"
               SET BACKOUT-REFUSED TO TRUE
               MOVE "NO OUTFILE ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-OUT-PROCEDURE-EXIT.
           PERFORM OPEN-VALID-PROCEDURE THRU OPEN-VALID-PROCEDURE-EXIT.
           MOVE 0 TO WS-POS.
       CHECK-OUT-READ.
           READ OUT-FILE
               AT END
                   CLOSE OUT-FILE
                   PERFORM CLOSE-VALID-PROCEDURE THRU
                       CLOSE-VALID-PROCEDURE-EXIT
                   GO TO CHECK-OUT-RESULT
           END-READ.
           ADD 1 TO WS-POS.
           ADD 1 TO WS-ALL-OUT.
           IF OUT-STATUS = "Z"
               ADD 1 TO WS-ALL-ZERO.
           IF OUT-STATUS = "I"
               ADD 1 TO WS-ALL-INVALID.
           IF WS-POS > WS-RUN-READ
               GO TO CHECK-OUT-READ.
           PERFORM ITEM-NO-PROCEDURE THRU ITEM-NO-PROCEDURE-EXIT.
           IF OUT-STATUS = SPACE OR OUT-STATUS = "H"
               ADD 1 TO WS-MAIN-DONE.
           MOVE OUT-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE
               PERFORM TALLY-ITEM-PROCEDURE THRU
                   TALLY-ITEM-PROCEDURE-EXIT.
           GO TO CHECK-OUT-READ.
       CHECK-OUT-RESULT.
           IF BACKOUT-REFUSED
               GO TO CHECK-OUT-PROCEDURE-EXIT.
           COMPUTE WS-RUN-DONE = WS-RUN-OUT - WS-RUN-ZERO
               - WS-RUN-INVALID.
           IF WS-ALL-OUT = WS-RUN-OUT
             AND WS-ALL-ZERO = WS-RUN-ZERO
             AND WS-ALL-INVALID = WS-RUN-INVALID
             AND WS-ALL-OUT NOT < WS-RUN-READ
               GO TO CHECK-OUT-SCOPE.
           SET BACKOUT-REFUSED TO TRUE.
           MOVE "OUTFILE DOES NOT BALANCE TO THE RUN-CONTROL LOG"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM BALANCE-HEADING-PROCEDURE THRU
               BALANCE-HEADING-PROCEDURE-EXIT.
           MOVE "RUN-CONTROL LOG E RECORD" TO WS-BAL-LABEL.
           MOVE WS-RUN-READ TO WS-BAL-READ.
           MOVE WS-RUN-OUT TO WS-BAL-OUT.
           MOVE WS-RUN-ZERO TO WS-BAL-ZERO.
           MOVE WS-RUN-INVALID TO WS-BAL-INVALID.
           PERFORM BALANCE-LINE-PROCEDURE THRU
               BALANCE-LINE-PROCEDURE-EXIT.
           MOVE "OUTFILE AS COUNTED" TO WS-BAL-LABEL.
           MOVE WS-RUN-READ TO WS-BAL-READ.
           MOVE WS-ALL-OUT TO WS-BAL-OUT.
           MOVE WS-ALL-ZERO TO WS-BAL-ZERO.
           MOVE WS-ALL-INVALID TO WS-BAL-INVALID.
           PERFORM BALANCE-LINE-PROCEDURE THRU
               BALANCE-LINE-PROCEDURE-EXIT.
           GO TO CHECK-OUT-PROCEDURE-EXIT.
       CHECK-OUT-SCOPE.
           IF WS-BO-READ = 0
               SET BACKOUT-REFUSED TO TRUE
               MOVE SPACE TO REPORT-LINE
               STRING "SENDER " WS-SCOPE-TEXT
                   " HAS NO ITEMS IN THE RUN - NOTHING TO BACK OUT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE.
       CHECK-OUT-PROCEDURE-EXIT.
           EXIT.
      * A BACKED-OUT ITEM IS COUNTED THE WAY CALCRPT COUNTED IT FOR
      * THE DAY'S HISTORY: EXPECTED UNDER ITS OP, ACTUAL AND TOTAL
      * UNLESS IT WAS REJECTED, OTHER OPS UNDER OP 00.
       TALLY-ITEM-PROCEDURE.
           ADD 1 TO WS-BO-READ.
           MOVE OUT-SENDER TO WS-CUR-SENDER.
           PERFORM FIND-SENDER-PROCEDURE THRU
               FIND-SENDER-PROCEDURE-EXIT.
           IF NOT SENDER-FOUND
               GO TO TALLY-ITEM-PROCEDURE-EXIT.
           ADD 1 TO WS-SND-READ(WS-SENDER-SUB).
           IF OUT-OP > 0 AND OUT-OP < 8
               COMPUTE WS-OP-SUB = OUT-OP + 1
           ELSE
               MOVE 1 TO WS-OP-SUB.
           ADD 1 TO WS-OP-EXP(WS-OP-SUB).
           EVALUATE OUT-STATUS
               WHEN "Z"
                   ADD 1 TO WS-BO-ZERO
                   ADD 1 TO WS-SND-ZERO(WS-SENDER-SUB)
               WHEN "I"
                   ADD 1 TO WS-BO-INVALID
                   ADD 1 TO WS-SND-INVALID(WS-SENDER-SUB)
               WHEN OTHER
                   ADD 1 TO WS-BO-DONE
                   ADD 1 TO WS-SND-DONE(WS-SENDER-SUB)
                   ADD 1 TO WS-OP-ACT(WS-OP-SUB)
                   ADD OUT-ANSWER TO WS-OP-TOT(WS-OP-SUB)
           END-EVALUATE.
           IF OUT-STATUS = "H"
               ADD 1 TO WS-BO-HELD
               ADD 1 TO WS-SND-HELD(WS-SENDER-SUB).
           IF OUT-STATUS = SPACE AND OUT-OP = 7
               ADD 1 TO WS-BO-GL-COUNT
               ADD OUT-ANSWER TO WS-BO-GL-TOTAL.
           IF OUT-STATUS = SPACE
               GO TO TALLY-ITEM-PROCEDURE-EXIT.
           IF WS-ITEM-COUNT = 2000
               SET BACKOUT-REFUSED TO TRUE
               MOVE "MORE THAN 2000 REJECTED OR HELD ITEMS TO BACK OUT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO TALLY-ITEM-PROCEDURE-EXIT.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-ITEM-NO TO WS-ITM-SEQ(WS-ITEM-COUNT).
           MOVE OUT-SENDER TO WS-ITM-SENDER(WS-ITEM-COUNT).
           MOVE OUT-STATUS TO WS-ITM-STATUS(WS-ITEM-COUNT).
           MOVE "N" TO WS-ITM-MATCHED(WS-ITEM-COUNT).
       TALLY-ITEM-PROCEDURE-EXIT.
           EXIT.
       FIND-SENDER-PROCEDURE.
           MOVE "N" TO WS-SENDER-SWITCH.
           MOVE 0 TO WS-SENDER-SUB.
       FIND-SENDER-NEXT.
           ADD 1 TO WS-SENDER-SUB.
           IF WS-SENDER-SUB > WS-SENDER-COUNT
               GO TO FIND-SENDER-ADD.
           IF WS-SND-CODE(WS-SENDER-SUB) = WS-CUR-SENDER
               SET SENDER-FOUND TO TRUE
               GO TO FIND-SENDER-PROCEDURE-EXIT.
           GO TO FIND-SENDER-NEXT.
       FIND-SENDER-ADD.
           IF WS-SENDER-COUNT = 50
               IF NOT BACKOUT-REFUSED
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE "MORE THAN 50 SENDERS TO BACK OUT"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               GO TO FIND-SENDER-PROCEDURE-EXIT.
           ADD 1 TO WS-SENDER-COUNT.
           MOVE WS-SENDER-COUNT TO WS-SENDER-SUB.
           MOVE WS-CUR-SENDER TO WS-SND-CODE(WS-SENDER-SUB).
           MOVE 0 TO WS-SND-READ(WS-SENDER-SUB).
           MOVE 0 TO WS-SND-DONE(WS-SENDER-SUB).
           MOVE 0 TO WS-SND-ZERO(WS-SENDER-SUB).
           MOVE 0 TO WS-SND-INVALID(WS-SENDER-SUB).
           MOVE 0 TO WS-SND-HELD(WS-SENDER-SUB).
           SET SENDER-FOUND TO TRUE.
       FIND-SENDER-PROCEDURE-EXIT.
           EXIT.
      * VALIDFILE IS READ IN STEP WITH THE FIRST WS-RUN-READ
      * RESULTS ON OUTFILE.  AN ITEM WITHOUT A NUMBER (A VALIDFILE
      * WRITTEN BEFORE CALCEDIT CARRIED IT) IS KNOWN BY ITS PLACE,
      * AS THE RUN KNEW IT.
       OPEN-VALID-PROCEDURE.
           MOVE "N" TO WS-VALID-OPEN-SWITCH.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = "35"
               SET VALID-FILE-OPEN TO TRUE.
       OPEN-VALID-PROCEDURE-EXIT.
           EXIT.
       CLOSE-VALID-PROCEDURE.
           IF VALID-FILE-OPEN
               CLOSE TRANS-FILE
               MOVE "N" TO WS-VALID-OPEN-SWITCH.
       CLOSE-VALID-PROCEDURE-EXIT.
           EXIT.
       ITEM-NO-PROCEDURE.
           MOVE WS-POS TO WS-ITEM-NO.
           IF NOT VALID-FILE-OPEN
               GO TO ITEM-NO-PROCEDURE-EXIT.
           READ TRANS-FILE
               AT END
                   PERFORM CLOSE-VALID-PROCEDURE THRU
                       CLOSE-VALID-PROCEDURE-EXIT
                   GO TO ITEM-NO-PROCEDURE-EXIT
           END-READ.
           IF TR-SENDER NOT = OUT-SENDER
               ADD 1 TO WS-VALID-PAIR-BAD.
           IF TR-ITEM-SEQ NUMERIC AND TR-ITEM-SEQ > 0
               MOVE TR-ITEM-SEQ TO WS-ITEM-NO.
       ITEM-NO-PROCEDURE-EXIT.
           EXIT.
      * THE NEXT OF THE RUN'S OWN RESULTS THAT WROTE AN AUDIT ENTRY
      * (COMPLETED OR HELD), WITH ITS ITEM NUMBER.
       NEXT-DONE-PROCEDURE.
           MOVE "N" TO WS-DONE-SWITCH.
       NEXT-DONE-READ.
           IF WS-POS NOT < WS-RUN-READ
               GO TO NEXT-DONE-PROCEDURE-EXIT.
           READ OUT-FILE
               AT END
                   MOVE WS-RUN-READ TO WS-POS
                   GO TO NEXT-DONE-PROCEDURE-EXIT
           END-READ.
           ADD 1 TO WS-POS.
           PERFORM ITEM-NO-PROCEDURE THRU ITEM-NO-PROCEDURE-EXIT.
           IF OUT-STATUS NOT = SPACE AND OUT-STATUS NOT = "H"
               GO TO NEXT-DONE-READ.
           SET DONE-FOUND TO TRUE.
       NEXT-DONE-PROCEDURE-EXIT.
           EXIT.
       SCOPE-PROCEDURE.
           IF WS-REQ-SENDER = SPACE
             OR WS-CHECK-SENDER = WS-REQ-SENDER
               SET IN-SCOPE TO TRUE
           ELSE
               MOVE "N" TO WS-SCOPE-SWITCH.
       SCOPE-PROCEDURE-EXIT.
           EXIT.
      * VALIDFILE MUST STILL HOLD EXACTLY THE ITEMS THE RUN READ,
      * THE SAME SENDER'S ITEMS IN THE SAME PLACES AS ON OUTFILE.
       CHECK-VALID-PROCEDURE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = "35"
               SET BACKOUT-REFUSED TO TRUE
               MOVE "NO VALIDFILE ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-VALID-PROCEDURE-EXIT.
       CHECK-VALID-READ.
           READ TRANS-FILE
               AT END
                   CLOSE TRANS-FILE
                   GO TO CHECK-VALID-RESULT
           END-READ.
           ADD 1 TO WS-VALID-COUNT.
           MOVE TR-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE
               ADD 1 TO WS-VALID-SCOPE.
           GO TO CHECK-VALID-READ.
       CHECK-VALID-RESULT.
           IF WS-VALID-COUNT = WS-RUN-READ
             AND WS-VALID-SCOPE = WS-BO-READ
             AND WS-VALID-PAIR-BAD = 0
               GO TO CHECK-VALID-PROCEDURE-EXIT.
           SET BACKOUT-REFUSED TO TRUE.
           MOVE SPACE TO REPORT-LINE.
           MOVE WS-VALID-COUNT TO WS-EDIT-A.
           MOVE WS-VALID-SCOPE TO WS-EDIT-B.
           STRING "VALIDFILE DOES NOT MATCH THE RUN - ITEMS"
               WS-EDIT-A "  FOR SENDER" WS-EDIT-B
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-VALID-PROCEDURE-EXIT.
           EXIT.
      * THE FIRST RETURN DETAILS ARE THOSE OF THE ITEMS READ FROM
      * VALIDFILE, IN THE SAME ORDER AS OUTFILE.
       CHECK-RETURN-PROCEDURE.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-FILE-STATUS = "35"
               SET BACKOUT-REFUSED TO TRUE
               MOVE "NO RTRNFILE ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-RETURN-PROCEDURE-EXIT.
       CHECK-RETURN-READ.
           READ RETURN-FILE
               AT END
                   CLOSE RETURN-FILE
                   GO TO CHECK-RETURN-RESULT
           END-READ.
           IF RTN-CTL-TYPE = "H"
               MOVE RTN-CTL-SENDER TO WS-GROUP-SENDER
               GO TO CHECK-RETURN-READ.
           IF RTN-CTL-TYPE = "T"
               GO TO CHECK-RETURN-READ.
           ADD 1 TO WS-RTN-DETAILS.
           IF WS-RTN-DETAILS > WS-RUN-READ
               GO TO CHECK-RETURN-READ.
           MOVE WS-GROUP-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE
               ADD 1 TO WS-RTN-SCOPE.
           GO TO CHECK-RETURN-READ.
       CHECK-RETURN-RESULT.
           IF WS-RTN-DETAILS NOT < WS-RUN-OUT
             AND WS-RTN-SCOPE = WS-BO-READ
               GO TO CHECK-RETURN-PROCEDURE-EXIT.
           SET BACKOUT-REFUSED TO TRUE.
           MOVE SPACE TO REPORT-LINE.
           MOVE WS-RTN-DETAILS TO WS-EDIT-A.
           MOVE WS-RTN-SCOPE TO WS-EDIT-B.
           STRING "RTRNFILE DOES NOT MATCH THE RUN - DETAILS"
               WS-EDIT-A "  FOR SENDER" WS-EDIT-B
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-RETURN-PROCEDURE-EXIT.
           EXIT.
      * THE RUN'S AUDIT ENTRIES ARE THE LAST BATCH ENTRIES DATED THE
      * RUN DATE, ONE FOR EVERY RESULT THAT WAS NOT REJECTED, THOSE
      * OF THE ITEMS READ FROM VALIDFILE FIRST.  A SHORTFALL MEANS
      * THEY HAVE BEEN ARCHIVED OFF AUDITFILE.  EACH OF THOSE FIRST
      * ENTRIES MUST BE THE NEXT SUCH RESULT ON OUTFILE: SAME
      * SENDER, OP AND ITEM NUMBER.
       CHECK-AUDIT-PROCEDURE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO CHECK-AUDIT-COUNTED.
       CHECK-AUDIT-COUNT.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   GO TO CHECK-AUDIT-COUNTED
           END-READ.
           IF AUD-OPER = "BATCH" AND AUD-DATE = WS-RUN-DATE
               ADD 1 TO WS-AUD-TOTAL.
           GO TO CHECK-AUDIT-COUNT.
       CHECK-AUDIT-COUNTED.
           IF WS-AUD-TOTAL < WS-RUN-DONE
               SET BACKOUT-REFUSED TO TRUE
               MOVE SPACE TO REPORT-LINE
               MOVE WS-AUD-TOTAL TO WS-EDIT-A
               MOVE WS-RUN-DONE TO WS-EDIT-B
               STRING "AUDITFILE HOLDS" WS-EDIT-A
                   " RUN ENTRIES, THE RUN WROTE" WS-EDIT-B
                   " - ARCHIVED?" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO CHECK-AUDIT-PROCEDURE-EXIT.
           COMPUTE WS-AUD-SKIP = WS-AUD-TOTAL - WS-RUN-DONE.
           COMPUTE WS-AUD-LAST = WS-AUD-SKIP + WS-MAIN-DONE.
           IF WS-RUN-DONE = 0
               GO TO CHECK-AUDIT-PROCEDURE-EXIT.
           OPEN INPUT AUDIT-FILE.
           OPEN INPUT OUT-FILE.
           PERFORM OPEN-VALID-PROCEDURE THRU OPEN-VALID-PROCEDURE-EXIT.
           MOVE 0 TO WS-POS.
       CHECK-AUDIT-READ.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   CLOSE OUT-FILE
                   PERFORM CLOSE-VALID-PROCEDURE THRU
                       CLOSE-VALID-PROCEDURE-EXIT
                   GO TO CHECK-AUDIT-RESULT
           END-READ.
           IF AUD-OPER NOT = "BATCH" OR AUD-DATE NOT = WS-RUN-DATE
               GO TO CHECK-AUDIT-READ.
           ADD 1 TO WS-AUD-POS.
           IF WS-AUD-POS NOT > WS-AUD-SKIP
             OR WS-AUD-POS > WS-AUD-LAST
               GO TO CHECK-AUDIT-READ.
           PERFORM NEXT-DONE-PROCEDURE THRU NEXT-DONE-PROCEDURE-EXIT.
           IF NOT DONE-FOUND
             OR AUD-TRAN-SEQ NOT NUMERIC
             OR AUD-TRAN-SEQ NOT = WS-ITEM-NO
             OR AUD-SENDER NOT = OUT-SENDER
             OR AUD-OP NOT = OUT-OP
               ADD 1 TO WS-AUD-BAD.
           MOVE AUD-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE
               ADD 1 TO WS-AUD-SCOPE.
           GO TO CHECK-AUDIT-READ.
       CHECK-AUDIT-RESULT.
           IF WS-AUD-BAD = 0 AND WS-AUD-SCOPE = WS-BO-DONE
               GO TO CHECK-AUDIT-PROCEDURE-EXIT.
           SET BACKOUT-REFUSED TO TRUE.
           MOVE SPACE TO REPORT-LINE.
           MOVE WS-AUD-SCOPE TO WS-EDIT-A.
           MOVE WS-BO-DONE TO WS-EDIT-B.
           STRING "AUDIT ENTRIES DO NOT MATCH OUTFILE - FOUND"
               WS-EDIT-A " EXPECTED" WS-EDIT-B
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-AUDIT-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * BACKOUT.  EACH SEQUENTIAL FILE IS COPIED TO THE WORK FILE
      * WITHOUT THE ITEMS BACKED OUT AND COPIED BACK.
      *----------------------------------------------------------*
       LIST-HEADING-PROCEDURE.
           MOVE "ITEMS BACKED OUT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           MOVE "ITEM NO   SENDER OP         N1         N2"
               TO REPORT-LINE.
           MOVE "ANSWER ST ACTION" TO REPORT-LINE(55:16).
           WRITE REPORT-LINE.
       LIST-HEADING-PROCEDURE-EXIT.
           EXIT.
       BACKOUT-VALID-PROCEDURE.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT BACKOUT-WORK.
           MOVE 0 TO WS-POS.
       BACKOUT-VALID-READ.
           READ TRANS-FILE
               AT END
                   CLOSE TRANS-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-VALID-COPY
           END-READ.
           ADD 1 TO WS-POS.
           MOVE TR-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE AND WS-POS NOT > WS-RUN-READ
               ADD 1 TO WS-VALID-REMOVED
               GO TO BACKOUT-VALID-READ.
           MOVE TRANS-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-VALID-READ.
       BACKOUT-VALID-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT TRANS-FILE.
       BACKOUT-VALID-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE TRANS-FILE
                   GO TO BACKOUT-VALID-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-VALID-KEPT.
           GO TO BACKOUT-VALID-BACK.
       BACKOUT-VALID-PROCEDURE-EXIT.
           EXIT.
      * EACH RESULT TAKEN OFF OUTFILE IS LISTED AND GETS ITS
      * BACKED-OUT EVENT ON THE TRANSACTION HISTORY.  THIS RUNS
      * BEFORE VALIDFILE IS CUT, AS THE ITEM NUMBERS COME FROM IT.
       BACKOUT-OUT-PROCEDURE.
           OPEN I-O TXN-HIST-FILE.
           IF WS-TXH-FILE-STATUS NOT = "35"
               SET TXH-FILE-OPEN TO TRUE.
           OPEN INPUT OUT-FILE.
           PERFORM OPEN-VALID-PROCEDURE THRU OPEN-VALID-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
           MOVE 0 TO WS-POS.
       BACKOUT-OUT-READ.
           READ OUT-FILE
               AT END
                   CLOSE OUT-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-OUT-COPY
           END-READ.
           ADD 1 TO WS-POS.
           IF WS-POS NOT > WS-RUN-READ
               PERFORM ITEM-NO-PROCEDURE THRU ITEM-NO-PROCEDURE-EXIT.
           MOVE OUT-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE AND WS-POS NOT > WS-RUN-READ
               ADD 1 TO WS-OUT-REMOVED
               PERFORM LIST-ITEM-PROCEDURE THRU
                   LIST-ITEM-PROCEDURE-EXIT
               PERFORM TXH-BACKOUT-PROCEDURE THRU
                   TXH-BACKOUT-PROCEDURE-EXIT
               GO TO BACKOUT-OUT-READ.
           MOVE OUT-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-OUT-READ.
       BACKOUT-OUT-COPY.
           IF TXH-FILE-OPEN
               CLOSE TXN-HIST-FILE.
           PERFORM CLOSE-VALID-PROCEDURE THRU
               CLOSE-VALID-PROCEDURE-EXIT.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT OUT-FILE.
       BACKOUT-OUT-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE OUT-FILE
                   GO TO BACKOUT-OUT-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO OUT-RECORD.
           WRITE OUT-RECORD.
           ADD 1 TO WS-OUT-KEPT.
           IF OUT-STATUS = "Z"
               ADD 1 TO WS-OUT-KEPT-ZERO.
           IF OUT-STATUS = "I"
               ADD 1 TO WS-OUT-KEPT-INVALID.
           GO TO BACKOUT-OUT-BACK.
       BACKOUT-OUT-PROCEDURE-EXIT.
           EXIT.
       LIST-ITEM-PROCEDURE.
           MOVE SPACE TO REPORT-LINE.
           MOVE WS-ITEM-NO TO WS-LIST-SEQ.
           MOVE WS-LIST-SEQ TO REPORT-LINE(1:8).
           MOVE OUT-SENDER TO REPORT-LINE(11:3).
           MOVE OUT-OP TO WS-EDIT-OP.
           MOVE WS-EDIT-OP TO REPORT-LINE(18:2).
           MOVE OUT-N1 TO WS-EDIT-N1.
           MOVE WS-EDIT-N1 TO REPORT-LINE(21:10).
           MOVE OUT-N2 TO WS-EDIT-N2.
           MOVE WS-EDIT-N2 TO REPORT-LINE(32:10).
           MOVE OUT-ANSWER TO WS-EDIT-ANSWER.
           MOVE WS-EDIT-ANSWER TO REPORT-LINE(45:16).
           MOVE OUT-STATUS TO REPORT-LINE(63:1).
           EVALUATE OUT-STATUS
               WHEN SPACE
                   MOVE "AUDIT REVERSED" TO REPORT-LINE(65:16)
               WHEN "H"
                   MOVE "HOLD, REVERSED" TO REPORT-LINE(65:16)
               WHEN OTHER
                   MOVE "SUSPENSE" TO REPORT-LINE(65:16)
           END-EVALUATE.
           WRITE REPORT-LINE.
       LIST-ITEM-PROCEDURE-EXIT.
           EXIT.
       TXH-BACKOUT-PROCEDURE.
           IF NOT TXH-FILE-OPEN
               ADD 1 TO WS-TXH-MISSING
               GO TO TXH-BACKOUT-PROCEDURE-EXIT.
           MOVE WS-RUN-DATE TO TXH-RUN-DATE.
           MOVE OUT-SENDER TO TXH-SENDER.
           MOVE WS-ITEM-NO TO TXH-SEQ.
           READ TXN-HIST-FILE
               INVALID KEY
                   ADD 1 TO WS-TXH-MISSING
                   GO TO TXH-BACKOUT-PROCEDURE-EXIT
           END-READ.
           IF TXH-EVENT-COUNT NOT NUMERIC
               MOVE 0 TO TXH-EVENT-COUNT.
           IF TXH-EVENT-COUNT < 16
               ADD 1 TO TXH-EVENT-COUNT
           ELSE
               SET TXH-EVENTS-LOST TO TRUE.
           MOVE TXH-EVENT-COUNT TO WS-TXH-SUB.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE "B" TO TXH-EV-CODE(WS-TXH-SUB).
           MOVE WS-TODAY-DATE TO TXH-EV-DATE(WS-TXH-SUB).
           MOVE WS-NOW-TIME TO TXH-EV-TIME(WS-TXH-SUB).
           MOVE OUT-OP TO TXH-EV-OP(WS-TXH-SUB).
           MOVE OUT-N1 TO TXH-EV-N1(WS-TXH-SUB).
           MOVE OUT-N2 TO TXH-EV-N2(WS-TXH-SUB).
           MOVE OUT-ANSWER TO TXH-EV-ANSWER(WS-TXH-SUB).
           MOVE SGN-OPERATOR-ID TO TXH-EV-OPER(WS-TXH-SUB).
           MOVE SPACE TO TXH-EV-FLAG(WS-TXH-SUB).
           REWRITE TXN-HIST-RECORD.
           ADD 1 TO WS-TXH-MARKED.
       TXH-BACKOUT-PROCEDURE-EXIT.
           EXIT.
      * A SENDER GROUP'S HEADER IS HELD BACK UNTIL ONE OF ITS
      * DETAILS IS KEPT, SO A GROUP LEFT EMPTY DISAPPEARS; THE
      * TRAILER OF A KEPT GROUP IS RECOUNTED.
       BACKOUT-RETURN-PROCEDURE.
           OPEN INPUT RETURN-FILE.
           OPEN OUTPUT BACKOUT-WORK.
           MOVE 0 TO WS-POS.
       BACKOUT-RETURN-READ.
           READ RETURN-FILE
               AT END
                   CLOSE RETURN-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-RETURN-COPY
           END-READ.
           IF RTN-CTL-TYPE = "H"
               MOVE RETURN-CONTROL-RECORD TO WS-SAVED-HEADER
               MOVE RTN-CTL-SENDER TO WS-GROUP-SENDER
               MOVE "N" TO WS-HDR-SWITCH
               MOVE 0 TO WS-GROUP-COUNT
               MOVE 0 TO WS-GROUP-HASH
               GO TO BACKOUT-RETURN-READ.
           IF RTN-CTL-TYPE = "T"
               GO TO BACKOUT-RETURN-TRAILER.
           ADD 1 TO WS-POS.
           MOVE WS-GROUP-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF IN-SCOPE AND WS-POS NOT > WS-RUN-READ
               ADD 1 TO WS-RTN-REMOVED
               GO TO BACKOUT-RETURN-READ.
           IF NOT HEADER-WRITTEN
               MOVE WS-SAVED-HEADER TO BACKOUT-WORK-RECORD
               WRITE BACKOUT-WORK-RECORD
               SET HEADER-WRITTEN TO TRUE.
           MOVE RETURN-DETAIL-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           ADD 1 TO WS-GROUP-COUNT.
           ADD RTN-ANSWER TO WS-GROUP-HASH.
           GO TO BACKOUT-RETURN-READ.
       BACKOUT-RETURN-TRAILER.
           IF NOT HEADER-WRITTEN
               GO TO BACKOUT-RETURN-READ.
           MOVE WS-GROUP-COUNT TO RTN-CTL-COUNT.
           MOVE WS-GROUP-HASH TO RTN-CTL-HASH.
           MOVE RETURN-CONTROL-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           MOVE "N" TO WS-HDR-SWITCH.
           GO TO BACKOUT-RETURN-READ.
       BACKOUT-RETURN-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT RETURN-FILE.
       BACKOUT-RETURN-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE RETURN-FILE
                   GO TO BACKOUT-RETURN-PROCEDURE-EXIT
           END-READ.
           IF BACKOUT-WORK-RECORD(1:1) = "H"
             OR BACKOUT-WORK-RECORD(1:1) = "T"
               MOVE BACKOUT-WORK-RECORD TO RETURN-CONTROL-RECORD
               WRITE RETURN-CONTROL-RECORD
           ELSE
               MOVE BACKOUT-WORK-RECORD TO RETURN-DETAIL-RECORD
               WRITE RETURN-DETAIL-RECORD.
           GO TO BACKOUT-RETURN-BACK.
       BACKOUT-RETURN-PROCEDURE-EXIT.
           EXIT.
      * EACH SENDER BACKED OUT GETS ITS RETURN FILE CUT AGAIN FROM
      * WHAT IS LEFT ON RTRNFILE, AS CALCRSPL CUTS IT -- AN EMPTY
      * ONE IF NOTHING IS LEFT.
       SENDER-RETURN-PROCEDURE.
           ADD 1 TO WS-SENDER-SUB.
           IF WS-SENDER-SUB > WS-SENDER-COUNT
               GO TO SENDER-RETURN-PROCEDURE-EXIT.
           MOVE WS-SND-CODE(WS-SENDER-SUB) TO WS-CUR-SENDER.
           MOVE SPACE TO WS-SENDER-FILE-NAME.
           STRING "RTRN" WS-CUR-SENDER DELIMITED BY SIZE
               INTO WS-SENDER-FILE-NAME.
           MOVE 0 TO WS-SND-OUT-COUNT.
           MOVE 0 TO WS-SND-OUT-HASH.
           OPEN OUTPUT SENDER-FILE.
           MOVE SPACE TO SENDER-CONTROL-RECORD.
           MOVE "H" TO SND-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SND-CTL-SENDER.
           MOVE WS-RUN-DATE TO SND-CTL-DATE.
           MOVE ZERO TO SND-CTL-COUNT.
           MOVE ZERO TO SND-CTL-HASH.
           WRITE SENDER-CONTROL-RECORD.
           OPEN INPUT RETURN-FILE.
       SENDER-RETURN-READ.
           READ RETURN-FILE
               AT END
                   CLOSE RETURN-FILE
                   GO TO SENDER-RETURN-DONE
           END-READ.
           IF RTN-CTL-TYPE = "H"
               MOVE RTN-CTL-SENDER TO WS-GROUP-SENDER
               GO TO SENDER-RETURN-READ.
           IF RTN-CTL-TYPE = "T"
               GO TO SENDER-RETURN-READ.
           IF WS-GROUP-SENDER NOT = WS-CUR-SENDER
               GO TO SENDER-RETURN-READ.
           MOVE RETURN-DETAIL-RECORD TO SENDER-DETAIL-RECORD.
           WRITE SENDER-DETAIL-RECORD.
           ADD 1 TO WS-SND-OUT-COUNT.
           ADD RTN-ANSWER TO WS-SND-OUT-HASH.
           GO TO SENDER-RETURN-READ.
       SENDER-RETURN-DONE.
           MOVE SPACE TO SENDER-CONTROL-RECORD.
           MOVE "T" TO SND-CTL-TYPE.
           MOVE WS-CUR-SENDER TO SND-CTL-SENDER.
           MOVE WS-RUN-DATE TO SND-CTL-DATE.
           MOVE WS-SND-OUT-COUNT TO SND-CTL-COUNT.
           MOVE WS-SND-OUT-HASH TO SND-CTL-HASH.
           WRITE SENDER-CONTROL-RECORD.
           CLOSE SENDER-FILE.
           ADD 1 TO WS-RTN-CUT.
           GO TO SENDER-RETURN-PROCEDURE.
       SENDER-RETURN-PROCEDURE-EXIT.
           EXIT.
      * THE REVERSING ENTRIES ARE STAGED ON THE WORK FILE WHILE THE
      * CHAIN IS PRIMED FROM AUDITFILE, THEN CHAINED ON TO ITS END.
      * A REVERSAL IS A CALCULATION IN ITS OWN RIGHT: N1 (AND N2
      * FOR ADD AND SUBTRACT) NEGATED GIVES THE NEGATED ANSWER, SO
      * BILLING AND RE-RATING NET THE ORIGINAL OUT.
       REVERSE-AUDIT-PROCEDURE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO REVERSE-AUDIT-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
           MOVE 0 TO WS-AUD-POS.
       REVERSE-AUDIT-READ.
           READ AUDIT-FILE
               AT END
                   CLOSE AUDIT-FILE
                   CLOSE BACKOUT-WORK
                   GO TO REVERSE-AUDIT-CONTROL
           END-READ.
           IF AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN NUMERIC
             AND AUD-CHAIN-SEQ > ZERO
               MOVE AUD-CHAIN-SEQ TO WS-CHAIN-SEQ
               MOVE AUD-CHAIN TO WS-CHAIN-VALUE.
           IF AUD-OPER NOT = "BATCH" OR AUD-DATE NOT = WS-RUN-DATE
               GO TO REVERSE-AUDIT-READ.
           ADD 1 TO WS-AUD-POS.
           IF WS-AUD-POS NOT > WS-AUD-SKIP
             OR WS-AUD-POS > WS-AUD-LAST
               GO TO REVERSE-AUDIT-READ.
           MOVE AUD-SENDER TO WS-CHECK-SENDER.
           PERFORM SCOPE-PROCEDURE THRU SCOPE-PROCEDURE-EXIT.
           IF NOT IN-SCOPE
               GO TO REVERSE-AUDIT-READ.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO AUD-TIME.
           COMPUTE AUD-N1 = 0 - AUD-N1.
           IF AUD-OP = 1 OR AUD-OP = 2
               COMPUTE AUD-N2 = 0 - AUD-N2.
           COMPUTE AUD-ANSWER = 0 - AUD-ANSWER.
           COMPUTE AUD-REMAINDER = 0 - AUD-REMAINDER.
           MOVE SGN-OPERATOR-ID TO AUD-OPER.
           MOVE ZERO TO AUD-CHAIN-SEQ.
           MOVE ZERO TO AUD-CHAIN.
           MOVE AUDIT-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO REVERSE-AUDIT-READ.
       REVERSE-AUDIT-CONTROL.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF WS-ACHN-FILE-STATUS = "35"
               GO TO REVERSE-AUDIT-APPEND.
           READ AUDIT-CHAIN-FILE
               AT END
                   CLOSE AUDIT-CHAIN-FILE
                   GO TO REVERSE-AUDIT-APPEND
           END-READ.
           IF ACHN-LAST-SEQ NUMERIC AND ACHN-LAST-CHAIN NUMERIC
             AND ACHN-LAST-SEQ > WS-CHAIN-SEQ
               MOVE ACHN-LAST-SEQ TO WS-CHAIN-SEQ
               MOVE ACHN-LAST-CHAIN TO WS-CHAIN-VALUE.
           CLOSE AUDIT-CHAIN-FILE.
       REVERSE-AUDIT-APPEND.
           COMPUTE WS-FIRST-CHAIN = WS-CHAIN-SEQ + 1.
           OPEN INPUT BACKOUT-WORK.
           OPEN EXTEND AUDIT-FILE.
       REVERSE-AUDIT-WRITE.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   GO TO REVERSE-AUDIT-CLOSE
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO AUDIT-RECORD.
           ADD 1 TO WS-CHAIN-SEQ.
           MOVE WS-CHAIN-SEQ TO AUD-CHAIN-SEQ.
           MOVE WS-CHAIN-VALUE TO CHN-PREV-CHAIN.
           MOVE AUDIT-RECORD TO CHN-DATA.
           CALL "CALCCHN" USING WS-CHAIN-PARMS.
           MOVE CHN-CHAIN TO AUD-CHAIN.
           MOVE CHN-CHAIN TO WS-CHAIN-VALUE.
           SET CHAIN-ADVANCED TO TRUE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUD-REVERSED.
           GO TO REVERSE-AUDIT-WRITE.
       REVERSE-AUDIT-CLOSE.
           CLOSE AUDIT-FILE.
           IF NOT CHAIN-ADVANCED
               GO TO REVERSE-AUDIT-PROCEDURE-EXIT.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           MOVE SPACE TO AUDIT-CHAIN-RECORD.
           MOVE WS-CHAIN-SEQ TO ACHN-LAST-SEQ.
           MOVE WS-CHAIN-VALUE TO ACHN-LAST-CHAIN.
           MOVE WS-TODAY-DATE TO ACHN-DATE.
           MOVE "CALCBKOT" TO ACHN-WRITER.
           WRITE AUDIT-CHAIN-RECORD.
           CLOSE AUDIT-CHAIN-FILE.
       REVERSE-AUDIT-PROCEDURE-EXIT.
           EXIT.
      * A REJECT OF THE RUN IS EITHER STILL ON SUSPFILE, REPAIRED
      * AND WAITING ON RESUBFILE, OR WRITTEN OFF.
       BACKOUT-SUSP-PROCEDURE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-FILE-STATUS = "35"
               GO TO BACKOUT-SUSP-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
       BACKOUT-SUSP-READ.
           READ SUSPENSE-FILE
               AT END
                   CLOSE SUSPENSE-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-SUSP-COPY
           END-READ.
           IF SUSP-DATE NOT = WS-RUN-DATE
             OR SUSP-RUN-DATE NOT = WS-RUN-DATE
               GO TO BACKOUT-SUSP-KEEP.
           MOVE SUSP-SEQ TO WS-FIND-SEQ.
           MOVE SUSP-SENDER TO WS-FIND-SENDER.
           MOVE "S" TO WS-FIND-KIND.
           PERFORM FIND-ITEM-PROCEDURE THRU FIND-ITEM-PROCEDURE-EXIT.
           IF ITEM-FOUND
               ADD 1 TO WS-SUSP-REMOVED
               GO TO BACKOUT-SUSP-READ.
       BACKOUT-SUSP-KEEP.
           MOVE SUSPENSE-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-SUSP-READ.
       BACKOUT-SUSP-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT SUSPENSE-FILE.
       BACKOUT-SUSP-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE SUSPENSE-FILE
                   GO TO BACKOUT-SUSP-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO SUSPENSE-RECORD.
           WRITE SUSPENSE-RECORD.
           GO TO BACKOUT-SUSP-BACK.
       BACKOUT-SUSP-PROCEDURE-EXIT.
           EXIT.
       BACKOUT-RESUB-PROCEDURE.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-FILE-STATUS = "35"
               GO TO BACKOUT-RESUB-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
       BACKOUT-RESUB-READ.
           READ RESUB-FILE
               AT END
                   CLOSE RESUB-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-RESUB-COPY
           END-READ.
           IF RS-RUN-DATE NOT = WS-RUN-DATE
               GO TO BACKOUT-RESUB-KEEP.
           MOVE RS-SEQ TO WS-FIND-SEQ.
           MOVE RS-SENDER TO WS-FIND-SENDER.
           MOVE "S" TO WS-FIND-KIND.
           PERFORM FIND-ITEM-PROCEDURE THRU FIND-ITEM-PROCEDURE-EXIT.
           IF ITEM-FOUND
               ADD 1 TO WS-RESUB-REMOVED
               GO TO BACKOUT-RESUB-READ.
       BACKOUT-RESUB-KEEP.
           MOVE RESUB-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-RESUB-READ.
       BACKOUT-RESUB-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT RESUB-FILE.
       BACKOUT-RESUB-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE RESUB-FILE
                   GO TO BACKOUT-RESUB-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO RESUB-RECORD.
           WRITE RESUB-RECORD.
           GO TO BACKOUT-RESUB-BACK.
       BACKOUT-RESUB-PROCEDURE-EXIT.
           EXIT.
      * A HELD RESULT OF THE RUN IS EITHER STILL ON HOLDQ OR, ONCE A
      * SUPERVISOR HAS DECIDED IT, WAITING ON HOLDREL FOR THE NEXT
      * RUN TO RETURN IT.
       BACKOUT-HOLD-PROCEDURE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               GO TO BACKOUT-HOLD-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
       BACKOUT-HOLD-READ.
           READ HOLD-FILE
               AT END
                   CLOSE HOLD-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-HOLD-COPY
           END-READ.
           IF HLD-DATE NOT = WS-RUN-DATE
               GO TO BACKOUT-HOLD-KEEP.
           MOVE HLD-SEQ TO WS-FIND-SEQ.
           MOVE HLD-SENDER TO WS-FIND-SENDER.
           MOVE "H" TO WS-FIND-KIND.
           PERFORM FIND-ITEM-PROCEDURE THRU FIND-ITEM-PROCEDURE-EXIT.
           IF ITEM-FOUND
               ADD 1 TO WS-HOLD-REMOVED
               GO TO BACKOUT-HOLD-READ.
       BACKOUT-HOLD-KEEP.
           MOVE HOLD-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-HOLD-READ.
       BACKOUT-HOLD-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT HOLD-FILE.
       BACKOUT-HOLD-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE HOLD-FILE
                   GO TO BACKOUT-HOLD-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           GO TO BACKOUT-HOLD-BACK.
       BACKOUT-HOLD-PROCEDURE-EXIT.
           EXIT.
       BACKOUT-HREL-PROCEDURE.
           OPEN INPUT HOLD-RELEASE-FILE.
           IF WS-HREL-FILE-STATUS = "35"
               GO TO BACKOUT-HREL-PROCEDURE-EXIT.
           OPEN OUTPUT BACKOUT-WORK.
       BACKOUT-HREL-READ.
           READ HOLD-RELEASE-FILE
               AT END
                   CLOSE HOLD-RELEASE-FILE
                   CLOSE BACKOUT-WORK
                   GO TO BACKOUT-HREL-COPY
           END-READ.
           IF HRL-DATE NOT = WS-RUN-DATE
               GO TO BACKOUT-HREL-KEEP.
           MOVE HRL-SEQ TO WS-FIND-SEQ.
           MOVE HRL-SENDER TO WS-FIND-SENDER.
           MOVE "H" TO WS-FIND-KIND.
           PERFORM FIND-ITEM-PROCEDURE THRU FIND-ITEM-PROCEDURE-EXIT.
           IF ITEM-FOUND
               ADD 1 TO WS-HREL-REMOVED
               GO TO BACKOUT-HREL-READ.
       BACKOUT-HREL-KEEP.
           MOVE HOLD-RELEASE-RECORD TO BACKOUT-WORK-RECORD.
           WRITE BACKOUT-WORK-RECORD.
           GO TO BACKOUT-HREL-READ.
       BACKOUT-HREL-COPY.
           OPEN INPUT BACKOUT-WORK.
           OPEN OUTPUT HOLD-RELEASE-FILE.
       BACKOUT-HREL-BACK.
           READ BACKOUT-WORK
               AT END
                   CLOSE BACKOUT-WORK
                   CLOSE HOLD-RELEASE-FILE
                   GO TO BACKOUT-HREL-PROCEDURE-EXIT
           END-READ.
           MOVE BACKOUT-WORK-RECORD TO HOLD-RELEASE-RECORD.
           WRITE HOLD-RELEASE-RECORD.
           GO TO BACKOUT-HREL-BACK.
       BACKOUT-HREL-PROCEDURE-EXIT.
           EXIT.
      * AN ITEM MATCHES ONCE ONLY: A SUSPENSE ITEM ("S") IS A "Z" OR
      * "I" REJECT BACKED OUT, A HOLD ITEM ("H") A HELD RESULT.
       FIND-ITEM-PROCEDURE.
           MOVE "N" TO WS-FIND-SWITCH.
           MOVE 0 TO WS-ITEM-SUB.
       FIND-ITEM-NEXT.
           ADD 1 TO WS-ITEM-SUB.
           IF WS-ITEM-SUB > WS-ITEM-COUNT
               GO TO FIND-ITEM-PROCEDURE-EXIT.
           IF WS-ITM-SEQ(WS-ITEM-SUB) NOT = WS-FIND-SEQ
             OR WS-ITM-SENDER(WS-ITEM-SUB) NOT = WS-FIND-SENDER
             OR WS-ITM-MATCHED(WS-ITEM-SUB) = "Y"
               GO TO FIND-ITEM-NEXT.
           IF WS-FIND-KIND = "H" AND WS-ITM-STATUS(WS-ITEM-SUB) = "H"
               GO TO FIND-ITEM-MATCH.
           IF WS-FIND-KIND = "S"
             AND WS-ITM-STATUS(WS-ITEM-SUB) NOT = "H"
               GO TO FIND-ITEM-MATCH.
           GO TO FIND-ITEM-NEXT.
       FIND-ITEM-MATCH.
           MOVE "Y" TO WS-ITM-MATCHED(WS-ITEM-SUB).
           SET ITEM-FOUND TO TRUE.
       FIND-ITEM-PROCEDURE-EXIT.
           EXIT.
      * THE RUN DATE'S DAILY HISTORY LOSES WHAT CALCRPT POSTED FOR
      * THE ITEMS BACKED OUT.
       BACKOUT-HIST-PROCEDURE.
           OPEN I-O HIST-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               GO TO BACKOUT-HIST-PROCEDURE-EXIT.
           MOVE 0 TO WS-OP-SUB.
       BACKOUT-HIST-NEXT.
           ADD 1 TO WS-OP-SUB.
           IF WS-OP-SUB > 8
               CLOSE HIST-FILE
               GO TO BACKOUT-HIST-PROCEDURE-EXIT.
           MOVE WS-RUN-DATE TO HIST-DATE.
           COMPUTE HIST-OP = WS-OP-SUB - 1.
           READ HIST-FILE
               INVALID KEY
                   GO TO BACKOUT-HIST-NEXT
           END-READ.
           IF HIST-EXP-COUNT < WS-OP-EXP(WS-OP-SUB)
               MOVE 0 TO HIST-EXP-COUNT
           ELSE
               SUBTRACT WS-OP-EXP(WS-OP-SUB) FROM HIST-EXP-COUNT.
           IF HIST-ACT-COUNT < WS-OP-ACT(WS-OP-SUB)
               MOVE 0 TO HIST-ACT-COUNT
           ELSE
               SUBTRACT WS-OP-ACT(WS-OP-SUB) FROM HIST-ACT-COUNT.
           SUBTRACT WS-OP-TOT(WS-OP-SUB) FROM HIST-TOTAL.
           IF WS-OP-SUB > 1
               GO TO BACKOUT-HIST-SAVE.
           IF HIST-ZERO-COUNT < WS-BO-ZERO
               MOVE 0 TO HIST-ZERO-COUNT
           ELSE
               SUBTRACT WS-BO-ZERO FROM HIST-ZERO-COUNT.
           IF HIST-INVALID-COUNT < WS-BO-INVALID
               MOVE 0 TO HIST-INVALID-COUNT
           ELSE
               SUBTRACT WS-BO-INVALID FROM HIST-INVALID-COUNT.
       BACKOUT-HIST-SAVE.
           REWRITE HIST-RECORD.
           ADD 1 TO WS-HIST-ADJUSTED.
           GO TO BACKOUT-HIST-NEXT.
       BACKOUT-HIST-PROCEDURE-EXIT.
           EXIT.
      * THE FILES OF THE SENDERS BACKED OUT THAT CALCEDIT LET
      * THROUGH ON THE RUN DATE NO LONGER COUNT AS RECEIVED, SO
      * CALCEDIT TAKES THE CORRECTED FILE UNDER THE SAME SEQUENCE
      * NUMBER.  A FILE RELEASED FROM HOLD WAS LET THROUGH ON THE
      * DAY OF ITS RELEASE, NOT THE DAY IT CAME IN; A REGISTER
      * RECORD WRITTEN BEFORE THE ACCEPTANCE DATE WAS KEPT GOES BY
      * ITS RECEIVED DATE.
       BACKOUT-FREG-PROCEDURE.
           OPEN I-O FILE-REGISTER.
           IF WS-FREG-FILE-STATUS = "35"
               GO TO BACKOUT-FREG-PROCEDURE-EXIT.
       BACKOUT-FREG-READ.
           READ FILE-REGISTER NEXT RECORD
               AT END
                   CLOSE FILE-REGISTER
                   GO TO BACKOUT-FREG-PROCEDURE-EXIT
           END-READ.
           IF NOT FREG-ACCEPTED
               GO TO BACKOUT-FREG-READ.
           IF FREG-ACPT-DATE NUMERIC AND FREG-ACPT-DATE > 0
               MOVE FREG-ACPT-DATE TO WS-FREG-ACPT
           ELSE
               MOVE FREG-RECV-DATE TO WS-FREG-ACPT.
           IF WS-FREG-ACPT NOT = WS-RUN-DATE
               GO TO BACKOUT-FREG-READ.
           MOVE 0 TO WS-SENDER-SUB.
       BACKOUT-FREG-FIND.
           ADD 1 TO WS-SENDER-SUB.
           IF WS-SENDER-SUB > WS-SENDER-COUNT
               GO TO BACKOUT-FREG-READ.
           IF WS-SND-CODE(WS-SENDER-SUB) NOT = FREG-SENDER
               GO TO BACKOUT-FREG-FIND.
           SET FREG-BACKED-OUT TO TRUE.
           MOVE SGN-OPERATOR-ID TO FREG-REL-OPER.
           MOVE WS-TODAY-DATE TO FREG-REL-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO FREG-REL-TIME.
           REWRITE FILE-REGISTER-RECORD.
           ADD 1 TO WS-FREG-MARKED.
           MOVE SPACE TO REPORT-LINE.
           STRING "FILE REGISTER: SENDER " FREG-SENDER
               " FILE SEQ " FREG-FILE-SEQ " RECEIVED " FREG-RECV-DATE
               " MARKED BACKED OUT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO BACKOUT-FREG-READ.
       BACKOUT-FREG-PROCEDURE-EXIT.
           EXIT.
       CLEAR-CHECKPOINT-PROCEDURE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZERO TO CKPT-SEQ.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       CLEAR-CHECKPOINT-PROCEDURE-EXIT.
           EXIT.
       WRITE-RUNLOG-PROCEDURE.
           OPEN EXTEND RUN-LOG-FILE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE "B" TO RL-TYPE.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE WS-NOW-TIME TO RL-TIME.
           MOVE WS-BO-READ TO RL-READ-COUNT.
           MOVE WS-OUT-REMOVED TO RL-OUT-COUNT.
           MOVE WS-BO-ZERO TO RL-ZERO-COUNT.
           MOVE WS-BO-INVALID TO RL-INVALID-COUNT.
           MOVE ZERO TO RL-RESTART-SEQ.
           MOVE WS-REQ-SENDER TO RL-SENDER.
           MOVE SGN-OPERATOR-ID TO RL-OPER.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
       WRITE-RUNLOG-PROCEDURE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * REPORT.  WHAT WAS BACKED OUT AND WHAT IS LEFT ON FILE ADD
      * BACK TO THE RUN'S "E" RECORD.
      *----------------------------------------------------------*
       BALANCE-REPORT-PROCEDURE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM BALANCE-HEADING-PROCEDURE THRU
               BALANCE-HEADING-PROCEDURE-EXIT.
           MOVE "RUN-CONTROL LOG E RECORD" TO WS-BAL-LABEL.
           MOVE WS-RUN-READ TO WS-BAL-READ.
           MOVE WS-RUN-OUT TO WS-BAL-OUT.
           MOVE WS-RUN-ZERO TO WS-BAL-ZERO.
           MOVE WS-RUN-INVALID TO WS-BAL-INVALID.
           PERFORM BALANCE-LINE-PROCEDURE THRU
               BALANCE-LINE-PROCEDURE-EXIT.
           MOVE "BACKED OUT" TO WS-BAL-LABEL.
           MOVE WS-VALID-REMOVED TO WS-BAL-READ.
           MOVE WS-OUT-REMOVED TO WS-BAL-OUT.
           MOVE WS-BO-ZERO TO WS-BAL-ZERO.
           MOVE WS-BO-INVALID TO WS-BAL-INVALID.
           PERFORM BALANCE-LINE-PROCEDURE THRU
               BALANCE-LINE-PROCEDURE-EXIT.
           MOVE "LEFT ON VALIDFILE/OUTFILE" TO WS-BAL-LABEL.
           MOVE WS-VALID-KEPT TO WS-BAL-READ.
           MOVE WS-OUT-KEPT TO WS-BAL-OUT.
           MOVE WS-OUT-KEPT-ZERO TO WS-BAL-ZERO.
           MOVE WS-OUT-KEPT-INVALID TO WS-BAL-INVALID.
           PERFORM BALANCE-LINE-PROCEDURE THRU
               BALANCE-LINE-PROCEDURE-EXIT.
           MOVE SPACE TO REPORT-LINE.
           MOVE "BACKED OUT + LEFT ON FILE = E RECORD:" TO REPORT-LINE.
           IF WS-VALID-REMOVED + WS-VALID-KEPT = WS-RUN-READ
             AND WS-OUT-REMOVED + WS-OUT-KEPT = WS-RUN-OUT
             AND WS-BO-ZERO + WS-OUT-KEPT-ZERO = WS-RUN-ZERO
             AND WS-BO-INVALID + WS-OUT-KEPT-INVALID = WS-RUN-INVALID
               MOVE "BALANCED" TO REPORT-LINE(40:14)
           ELSE
               MOVE "OUT OF BALANCE" TO REPORT-LINE(40:14).
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENDER     READ COMPLETED     Z REJ     I REJ"
               TO REPORT-LINE.
           MOVE "HELD" TO REPORT-LINE(52:4).
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SENDER-SUB.
       BALANCE-REPORT-SENDER.
           ADD 1 TO WS-SENDER-SUB.
           IF WS-SENDER-SUB > WS-SENDER-COUNT
               GO TO BALANCE-REPORT-PROCEDURE-EXIT.
           MOVE WS-SND-READ(WS-SENDER-SUB) TO WS-EDIT-A.
           MOVE WS-SND-DONE(WS-SENDER-SUB) TO WS-EDIT-B.
           MOVE WS-SND-ZERO(WS-SENDER-SUB) TO WS-EDIT-C.
           MOVE WS-SND-INVALID(WS-SENDER-SUB) TO WS-EDIT-D.
           MOVE WS-SND-HELD(WS-SENDER-SUB) TO WS-EDIT-E.
           MOVE SPACE TO REPORT-LINE.
           STRING WS-SND-CODE(WS-SENDER-SUB) "   " WS-EDIT-A " "
               WS-EDIT-B " " WS-EDIT-C " " WS-EDIT-D " " WS-EDIT-E
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO BALANCE-REPORT-SENDER.
       BALANCE-REPORT-PROCEDURE-EXIT.
           EXIT.
       BALANCE-HEADING-PROCEDURE.
           MOVE SPACE TO REPORT-LINE.
           MOVE "READ   WRITTEN     Z REJ     I REJ"
               TO REPORT-LINE(32:34).
           WRITE REPORT-LINE.
       BALANCE-HEADING-PROCEDURE-EXIT.
           EXIT.
       BALANCE-LINE-PROCEDURE.
           MOVE WS-BAL-READ TO WS-EDIT-A.
           MOVE WS-BAL-OUT TO WS-EDIT-B.
           MOVE WS-BAL-ZERO TO WS-EDIT-C.
           MOVE WS-BAL-INVALID TO WS-EDIT-D.
           MOVE SPACE TO REPORT-LINE.
           STRING WS-BAL-LABEL WS-EDIT-A " " WS-EDIT-B " "
               WS-EDIT-C " " WS-EDIT-D
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       BALANCE-LINE-PROCEDURE-EXIT.
           EXIT.
       ACTION-REPORT-PROCEDURE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VALIDFILE ITEMS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-VALID-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "OUTFILE RESULTS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-OUT-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "RTRNFILE DETAILS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-RTN-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "SENDER RETURN FILES CUT AGAIN" TO WS-ACT-LABEL.
           MOVE WS-RTN-CUT TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "AUDIT ENTRIES REVERSED" TO WS-ACT-LABEL.
           MOVE WS-AUD-REVERSED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           IF WS-AUD-REVERSED > 0
               MOVE SPACE TO REPORT-LINE
               STRING "  REVERSING ENTRIES CHAIN SEQ " WS-FIRST-CHAIN
                   " TO " WS-CHAIN-SEQ DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE.
           MOVE "SUSPFILE ITEMS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-SUSP-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "RESUBFILE ITEMS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-RESUB-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           COMPUTE WS-SUSP-MISSING = WS-BO-ZERO + WS-BO-INVALID
               - WS-SUSP-REMOVED - WS-RESUB-REMOVED.
           MOVE "REJECTS ALREADY WRITTEN OFF (NOT FOUND)"
               TO WS-ACT-LABEL.
           MOVE WS-SUSP-MISSING TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "HOLDQ ITEMS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-HOLD-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "HOLDREL ITEMS REMOVED" TO WS-ACT-LABEL.
           MOVE WS-HREL-REMOVED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           COMPUTE WS-HOLD-MISSING = WS-BO-HELD - WS-HOLD-REMOVED
               - WS-HREL-REMOVED.
           MOVE "HELD RESULTS NOT FOUND" TO WS-ACT-LABEL.
           MOVE WS-HOLD-MISSING TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "HISTFILE RECORDS ADJUSTED" TO WS-ACT-LABEL.
           MOVE WS-HIST-ADJUSTED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "TXNHIST ITEMS MARKED BACKED OUT" TO WS-ACT-LABEL.
           MOVE WS-TXH-MARKED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "TXNHIST ITEMS NOT FOUND" TO WS-ACT-LABEL.
           MOVE WS-TXH-MISSING TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "FILE REGISTER ENTRIES MARKED BACKED OUT"
               TO WS-ACT-LABEL.
           MOVE WS-FREG-MARKED TO WS-ACT-COUNT.
           PERFORM ACTION-LINE-PROCEDURE THRU
               ACTION-LINE-PROCEDURE-EXIT.
           MOVE "CHECKPOINT CLEARED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN-CONTROL LOG B RECORD WRITTEN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BO-GL-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BO-GL-TOTAL TO WS-EDIT-TOTAL.
           STRING "OP 7 CHARGES BACKED OUT: " WS-EDIT-COUNT
               "  TOTAL " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BO-GL-COUNT > 0
               MOVE "  JOURNALLED BY CALCGLJ - REVERSE ON THE LEDGER"
                   TO REPORT-LINE
               WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BACKOUT COMPLETE - READY FOR THE CORRECTED FILE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
       ACTION-REPORT-PROCEDURE-EXIT.
           EXIT.
       ACTION-LINE-PROCEDURE.
           MOVE WS-ACT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO REPORT-LINE.
           STRING WS-ACT-LABEL WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       ACTION-LINE-PROCEDURE-EXIT.
           EXIT.
       END PROGRAM CALCBKOT.
