       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEAMNT.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Batch agency maintenance for AGENCY-MASTER.  The booking
      * agencies were known to the system only as the four-byte
      * ID on their BATHDR envelope and as a line on the flat
      * list of agencies expected nightly; what each one takes
      * off an act's gross was worked out by hand from the act
      * statements every month.  This program applies a
      * transaction file of agency adds, changes and
      * deactivations -- name, commission percentage, payment
      * terms and the active flag -- with an applied/rejected
      * register, the same shape as FAMERMNT and FAMEVMNT.  An
      * agency is never deleted: the ledger carries its ID on
      * every event it ever sent, and FAMECOMM has to find its
      * rate for any month still to be paid.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0076 of the
      *                        FAMENITE job with the other
      *                        master-file maintenance, so an
      *                        agency added today is expected by
      *                        FAMEFEED tonight.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-TRANS ASSIGN TO AGCYTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-TRANS-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35 -- the very run that
      * would load it must not die opening it.
           SELECT OPTIONAL AGENCY-MASTER ASSIGN TO AGYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-AGENCY-ID
               FILE STATUS IS WS-AGENCY-MASTER-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT MAINT-REGISTER ASSIGN TO AMNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One requested change to the agency file.  The numeric-
      * looking fields are X(..) on purpose -- each gets the
      * NUMERIC test before anything trusts it.  The commission
      * is keyed as four digits with two implied decimals, so
      * 1250 is twelve and a half percent.
       FD  AGENCY-TRANS
           RECORDING MODE IS F.
       01  AGENCY-TRANS-REC.
           05  AX-FUNCTION             PIC X(01).
               88  AX-ADD-AGENCY            VALUE 'A'.
               88  AX-CHANGE-AGENCY         VALUE 'C'.
               88  AX-DEACTIVATE-AGENCY     VALUE 'X'.
           05  AX-AGENCY-ID            PIC X(04).
           05  AX-AGENCY-NAME          PIC X(30).
           05  AX-COMMISSION-PCT       PIC X(04).
           05  AX-COMMISSION-PCT-N REDEFINES AX-COMMISSION-PCT
                                       PIC 9(02)V99.
           05  AX-PAYMENT-TERMS-DAYS   PIC X(03).
           05  AX-ACTIVE-FLAG          PIC X(01).
           05  FILLER                  PIC X(37).

       FD  AGENCY-MASTER.
           COPY AGENCYREC.

      * Same card layout the FAME step reads -- the run date
      * stamps AM-LAST-CHANGE-DATE and heads the register.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-ROSTER-SELECTION     PIC X(06).
           05  PC-RESTART-TALENT-ID    PIC X(06).
           05  FILLER                  PIC X(60).

       FD  MAINT-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

      * One operator-facing condition for the shared nightly
      * alert file every FAMENITE step writes and FAMEALRT
      * reports.
       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENCY-TRANS-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-TRANS-OK                VALUE '00'.
           88  AGENCY-TRANS-EOF               VALUE '10'.

       01  WS-AGENCY-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-MASTER-OK               VALUE '00'.
           88  AGENCY-MASTER-NOT-FOUND        VALUE '23'.
      * '05' is the OPTIONAL OPEN that just created the cluster
      * -- the first run against an unloaded file, not an error.
           88  AGENCY-MASTER-OPT-EMPTY        VALUE '05'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-MAINT-REGISTER-STATUS   PIC X(02) VALUE '00'.
           88  MAINT-REGISTER-OK              VALUE '00'.

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.

      * Why a transaction bounced -- the first edit it trips is
      * what the register shows.
      *   FUNC  function not A, C or X
      *   IDSP  agency ID blank
      *   DUPL  add for an agency already on the file
      *   NOTF  change/deactivate for an agency not on the file
      *   NAME  add with a blank name
      *   COMM  add/change commission not numeric
      *   TERM  add/change payment terms not numeric
      *   FLAG  change active flag not Y or N
      *   NOCH  change carrying nothing to change
      *   INAC  deactivate for an agency already inactive
       01  WS-REJECT-REASON      PIC X(04) VALUE SPACES.
           88  TRANSACTION-CLEAN              VALUE SPACES.
           88  REJECT-BAD-FUNCTION            VALUE 'FUNC'.
           88  REJECT-BLANK-ID                VALUE 'IDSP'.
           88  REJECT-DUPLICATE-ADD           VALUE 'DUPL'.
           88  REJECT-NOT-ON-FILE             VALUE 'NOTF'.
           88  REJECT-BLANK-NAME              VALUE 'NAME'.
           88  REJECT-BAD-COMMISSION          VALUE 'COMM'.
           88  REJECT-BAD-TERMS               VALUE 'TERM'.
           88  REJECT-BAD-FLAG                VALUE 'FLAG'.
           88  REJECT-NOTHING-TO-CHANGE       VALUE 'NOCH'.
           88  REJECT-ALREADY-INACTIVE        VALUE 'INAC'.

       01  WS-MASTER-FOUND-SWITCH   PIC X(03) VALUE 'NO '.
           88  MASTER-RECORD-FOUND            VALUE 'YES'.
           88  MASTER-RECORD-NOT-FOUND        VALUE 'NO '.

       01  WS-TRANS-READ-COUNT      PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT   PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECTED-COUNT  PIC 9(05) VALUE 0.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
      * '05' is the OPTIONAL OPEN EXTEND that just created the
      * file -- the first alert of the night, not an error.
           88  OPERATOR-ALERTS-NEW            VALUE '05'.

       01  WS-ALERT-SEVERITY      PIC X(01) VALUE 'I'.
       01  WS-ALERT-SUBJECT-ID    PIC X(06) VALUE SPACES.
       01  WS-ALERT-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-ALERT-DATE       PIC 9(08).
       01  WS-ALERT-TIME       PIC 9(08).
       01  WS-ALERT-TIMESTAMP  PIC X(14).

       01  WS-REJECT-ALERT-TEXT.
           05  RA-REJECT-COUNT       PIC ZZ,ZZ9.
           05  FILLER                PIC X(44) VALUE
               ' AGENCY TRANSACTIONS REJECTED, SEE REGISTER'.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMEAMNT -- AGENCY-MASTER MAINTENANCE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE '.
           05  MH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(70) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  RG-DISPOSITION        PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RG-FUNCTION           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-AGENCY-ID          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-AGENCY-NAME        PIC X(30).
           05  FILLER                PIC X(07) VALUE '  COMM '.
           05  RG-COMMISSION-PCT     PIC X(04).
           05  FILLER                PIC X(08) VALUE '  TERMS '.
           05  RG-PAYMENT-TERMS-DAYS PIC X(03).
           05  FILLER                PIC X(09) VALUE '  ACTIVE '.
           05  RG-ACTIVE-FLAG        PIC X(01).
           05  FILLER                PIC X(09) VALUE '  REASON '.
           05  RG-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  MC-LABEL              PIC X(40).
           05  MC-VALUE              PIC ZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT AGENCY-TRANS.
           IF NOT AGENCY-TRANS-OK
               DISPLAY 'ERROR OPENING AGENCY-TRANS, STATUS '
                   WS-AGENCY-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN I-O AGENCY-MASTER.
           IF NOT AGENCY-MASTER-OK AND NOT AGENCY-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT MAINT-REGISTER.
           IF NOT MAINT-REGISTER-OK
               DISPLAY 'ERROR OPENING MAINT-REGISTER, STATUS '
                   WS-MAINT-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

           MOVE WS-RUN-DATE TO MH-RUN-DATE.
           WRITE REGISTER-LINE FROM WS-HEADING-LINE.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM APPLY-ONE-TRANSACTION
               THRU APPLY-ONE-TRANSACTION-EXIT
               UNTIL AGENCY-TRANS-EOF.

           PERFORM PRINT-REGISTER-TOTALS.

           IF WS-TRANS-REJECTED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-SUBJECT-ID
               MOVE WS-TRANS-REJECTED-COUNT TO RA-REJECT-COUNT
               MOVE WS-REJECT-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           CLOSE AGENCY-TRANS.
           CLOSE AGENCY-MASTER.
           CLOSE MAINT-REGISTER.
           CLOSE OPERATOR-ALERTS.

      * Rejects leave RC 4 standing so the scheduler and the
      * morning checklist see the file wasn't applied whole.
           IF WS-TRANS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PARM-CARD-OK
               READ PARM-CARD
               IF PARM-CARD-OK
                  AND PC-RUN-DATE IS NUMERIC
                  AND PC-RUN-DATE NOT = 0
                   MOVE PC-RUN-DATE TO WS-RUN-DATE
               END-IF
               CLOSE PARM-CARD
           END-IF.

      * APPLY-ONE-TRANSACTION -- edits first, and only a clean
      * transaction touches the master; everything lands on the
      * register either way.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-READ-COUNT.
           SET TRANSACTION-CLEAN TO TRUE.
           PERFORM EDIT-TRANSACTION.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN AX-ADD-AGENCY
                       PERFORM APPLY-ADD
                   WHEN AX-CHANGE-AGENCY
                       PERFORM APPLY-CHANGE
                   WHEN AX-DEACTIVATE-AGENCY
                       PERFORM APPLY-DEACTIVATE
               END-EVALUATE
               ADD 1 TO WS-TRANS-APPLIED-COUNT
               MOVE 'APPLIED  ' TO RG-DISPOSITION
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               MOVE 'REJECTED ' TO RG-DISPOSITION
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM READ-NEXT-TRANSACTION.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      * EDIT-TRANSACTION -- the shared edits, then the ones that
      * only make sense for the function in hand.
       EDIT-TRANSACTION.
           IF NOT AX-ADD-AGENCY
              AND NOT AX-CHANGE-AGENCY
              AND NOT AX-DEACTIVATE-AGENCY
               SET REJECT-BAD-FUNCTION TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND AX-AGENCY-ID = SPACES
               SET REJECT-BLANK-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
               PERFORM LOOK-UP-MASTER-RECORD
           END-IF.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN AX-ADD-AGENCY
                       PERFORM EDIT-ADD-TRANSACTION
                   WHEN AX-CHANGE-AGENCY
                       PERFORM EDIT-CHANGE-TRANSACTION
                   WHEN AX-DEACTIVATE-AGENCY
                       IF MASTER-RECORD-NOT-FOUND
                           SET REJECT-NOT-ON-FILE TO TRUE
                       ELSE
                           IF AM-AGENCY-INACTIVE
                               SET REJECT-ALREADY-INACTIVE TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       EDIT-ADD-TRANSACTION.
           IF MASTER-RECORD-FOUND
               SET REJECT-DUPLICATE-ADD TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND AX-AGENCY-NAME = SPACES
               SET REJECT-BLANK-NAME TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-COMMISSION-PCT IS NOT NUMERIC
               SET REJECT-BAD-COMMISSION TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-PAYMENT-TERMS-DAYS IS NOT NUMERIC
               SET REJECT-BAD-TERMS TO TRUE
           END-IF.

      * EDIT-CHANGE-TRANSACTION -- a change only carries the
      * fields it means to change; a blank field stands pat, so
      * only a supplied field gets its edit.  The active flag
      * rides here too, which is how a deactivated agency comes
      * back.
       EDIT-CHANGE-TRANSACTION.
           IF MASTER-RECORD-NOT-FOUND
               SET REJECT-NOT-ON-FILE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-AGENCY-NAME = SPACES
              AND AX-COMMISSION-PCT = SPACES
              AND AX-PAYMENT-TERMS-DAYS = SPACES
              AND AX-ACTIVE-FLAG = SPACES
               SET REJECT-NOTHING-TO-CHANGE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-COMMISSION-PCT NOT = SPACES
              AND AX-COMMISSION-PCT IS NOT NUMERIC
               SET REJECT-BAD-COMMISSION TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-PAYMENT-TERMS-DAYS NOT = SPACES
              AND AX-PAYMENT-TERMS-DAYS IS NOT NUMERIC
               SET REJECT-BAD-TERMS TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND AX-ACTIVE-FLAG NOT = SPACES
              AND AX-ACTIVE-FLAG NOT = 'Y'
              AND AX-ACTIVE-FLAG NOT = 'N'
               SET REJECT-BAD-FLAG TO TRUE
           END-IF.

       LOOK-UP-MASTER-RECORD.
           SET MASTER-RECORD-FOUND TO TRUE.
           MOVE AX-AGENCY-ID TO AM-AGENCY-ID.
           READ AGENCY-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF MASTER-RECORD-FOUND AND NOT AGENCY-MASTER-OK
               DISPLAY 'ERROR READING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS ' AGENCY ' AX-AGENCY-ID
               PERFORM ABORT-RUN
           END-IF.

      * APPLY-ADD -- a brand-new AGENCY-REC from the transaction,
      * active from the day it goes on.
       APPLY-ADD.
           MOVE SPACES TO AGENCY-REC.
           MOVE AX-AGENCY-ID TO AM-AGENCY-ID.
           MOVE AX-AGENCY-NAME TO AM-AGENCY-NAME.
           MOVE AX-COMMISSION-PCT-N TO AM-COMMISSION-PCT.
           MOVE AX-PAYMENT-TERMS-DAYS TO AM-PAYMENT-TERMS-DAYS.
           SET AM-AGENCY-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO AM-LAST-CHANGE-DATE.
           WRITE AGENCY-REC.
           IF NOT AGENCY-MASTER-OK
               DISPLAY 'ERROR WRITING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS ' AGENCY ' AX-AGENCY-ID
               PERFORM ABORT-RUN
           END-IF.

      * APPLY-CHANGE -- LOOK-UP-MASTER-RECORD left the record in
      * hand; only the fields the transaction carries move in.
      * A new commission takes effect from the next FAMECOMM
      * run, whatever month that run is for.
       APPLY-CHANGE.
           IF AX-AGENCY-NAME NOT = SPACES
               MOVE AX-AGENCY-NAME TO AM-AGENCY-NAME
           END-IF.
           IF AX-COMMISSION-PCT NOT = SPACES
               MOVE AX-COMMISSION-PCT-N TO AM-COMMISSION-PCT
           END-IF.
           IF AX-PAYMENT-TERMS-DAYS NOT = SPACES
               MOVE AX-PAYMENT-TERMS-DAYS TO AM-PAYMENT-TERMS-DAYS
           END-IF.
           IF AX-ACTIVE-FLAG NOT = SPACES
               MOVE AX-ACTIVE-FLAG TO AM-ACTIVE-FLAG
           END-IF.
           MOVE WS-RUN-DATE TO AM-LAST-CHANGE-DATE.
           PERFORM REWRITE-MASTER-RECORD.

      * APPLY-DEACTIVATE -- the agency stays on file for the
      * ledger's sake; FAMEFEED simply stops expecting it.
       APPLY-DEACTIVATE.
           SET AM-AGENCY-INACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO AM-LAST-CHANGE-DATE.
           PERFORM REWRITE-MASTER-RECORD.

       REWRITE-MASTER-RECORD.
           REWRITE AGENCY-REC.
           IF NOT AGENCY-MASTER-OK
               DISPLAY 'ERROR REWRITING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS ' AGENCY ' AX-AGENCY-ID
               PERFORM ABORT-RUN
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE AX-FUNCTION TO RG-FUNCTION.
           MOVE AX-AGENCY-ID TO RG-AGENCY-ID.
           MOVE AX-AGENCY-NAME TO RG-AGENCY-NAME.
           MOVE AX-COMMISSION-PCT TO RG-COMMISSION-PCT.
           MOVE AX-PAYMENT-TERMS-DAYS TO RG-PAYMENT-TERMS-DAYS.
           MOVE AX-ACTIVE-FLAG TO RG-ACTIVE-FLAG.
           MOVE WS-REJECT-REASON TO RG-REASON-CODE.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           IF NOT MAINT-REGISTER-OK
               DISPLAY 'ERROR WRITING MAINT-REGISTER, STATUS '
                   WS-MAINT-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

       READ-NEXT-TRANSACTION.
           READ AGENCY-TRANS NEXT RECORD.
           IF NOT AGENCY-TRANS-OK AND NOT AGENCY-TRANS-EOF
               DISPLAY 'ERROR READING AGENCY-TRANS, STATUS '
                   WS-AGENCY-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.

       PRINT-REGISTER-TOTALS.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE 'TRANSACTIONS READ' TO MC-LABEL.
           MOVE WS-TRANS-READ-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'TRANSACTIONS APPLIED' TO MC-LABEL.
           MOVE WS-TRANS-APPLIED-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO MC-LABEL.
           MOVE WS-TRANS-REJECTED-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
      * ALERTREC layout.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEAMNT' TO AL-STEP-NAME.
           MOVE WS-ALERT-SUBJECT-ID TO AL-SUBJECT-ID.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-DATE TO WS-ALERT-TIMESTAMP(1:8).
           MOVE WS-ALERT-TIME(1:6) TO WS-ALERT-TIMESTAMP(9:6).
           MOVE WS-ALERT-MESSAGE TO AL-MESSAGE.
           MOVE WS-ALERT-TIMESTAMP TO AL-TIMESTAMP.
           WRITE ALERT-REC.
           IF NOT OPERATOR-ALERTS-OK
               DISPLAY 'ERROR WRITING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

       ABORT-RUN.
           DISPLAY 'FAMEAMNT ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
