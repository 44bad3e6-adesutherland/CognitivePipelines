       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEPMNT.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Batch payee maintenance for PAYEE-MASTER.  Who an act is
      * paid as -- legal name, taxpayer ID, mailing address and
      * backup-withholding flag -- lived in finance's own files,
      * and the year-end tax forms were built by hand off twelve
      * months of statements.  This program applies a
      * transaction file of payee adds and changes with an
      * applied/rejected register, the same shape as FAMERMNT,
      * and like FAMERMNT writes an AUDIT-TRAIL record for every
      * field it changes: these are the details money goes out
      * against.  The trail shows only the last four digits of a
      * taxpayer ID, since FAMEAUDT prints the trail for anyone
      * who asks.
      *
      * There is no delete.  A payee outlives the act's place on
      * TALENT-MASTER -- FAMERMNT's retire never touches this
      * file -- because a retired act that earned in the year is
      * still owed its tax form.  For the same reason an add is
      * taken for an act no longer on the roster; the register
      * notes it.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0066 of the
      *                        FAMENITE job with the other
      *                        master-file maintenance.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-TRANS ASSIGN TO PAYETRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-TRANS-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35 -- the very run that
      * would load it must not die opening it.
           SELECT OPTIONAL PAYEE-MASTER ASSIGN TO PAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-TALENT-ID
               FILE STATUS IS WS-PAYEE-MASTER-STATUS.

           SELECT TALENT-MASTER ASSIGN TO TALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TALENT-ID
               FILE STATUS IS WS-TALENT-MASTER-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRAIL-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT MAINT-REGISTER ASSIGN TO PMNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One requested change to the payee file, 200 bytes -- a
      * payee's name and address will not go on an 80-column
      * card.  On a change a blank field stands pat; the address
      * moves as one block, so any address field supplied
      * replaces all five.  The taxpayer ID and its kind (S for
      * a social security number, E for an employer ID) travel
      * together.
       FD  PAYEE-TRANS
           RECORDING MODE IS F.
       01  PAYEE-TRANS-REC.
           05  PX-FUNCTION             PIC X(01).
               88  PX-ADD-PAYEE             VALUE 'A'.
               88  PX-CHANGE-PAYEE          VALUE 'C'.
           05  PX-TALENT-ID            PIC X(06).
           05  PX-LEGAL-NAME           PIC X(40).
           05  PX-TAX-ID-TYPE          PIC X(01).
           05  PX-TAX-ID               PIC X(09).
           05  PX-ADDRESS.
               10  PX-ADDRESS-LINE-1   PIC X(30).
               10  PX-ADDRESS-LINE-2   PIC X(30).
               10  PX-CITY             PIC X(20).
               10  PX-STATE            PIC X(02).
               10  PX-POSTAL-CODE      PIC X(10).
           05  PX-WITHHOLDING-FLAG     PIC X(01).
           05  FILLER                  PIC X(50).

       FD  PAYEE-MASTER.
           COPY PAYEEREC.

       FD  TALENT-MASTER.
           COPY TALENTREC.

      * Same trail FAME, FAMEINQ and FAMERMNT write -- a change
      * to who gets paid is as auditable as a fame change.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
           COPY AUDITREC.

      * Same card layout the FAME step reads -- the run date
      * stamps PM-LAST-CHANGE-DATE and heads the register.
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
       01  WS-PAYEE-TRANS-STATUS   PIC X(02) VALUE '00'.
           88  PAYEE-TRANS-OK                 VALUE '00'.
           88  PAYEE-TRANS-EOF                VALUE '10'.

       01  WS-PAYEE-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  PAYEE-MASTER-OK                VALUE '00'.
           88  PAYEE-MASTER-NOT-FOUND         VALUE '23'.
      * '05' is the OPTIONAL OPEN that just created the cluster
      * -- the first run against an unloaded file, not an error.
           88  PAYEE-MASTER-OPT-EMPTY         VALUE '05'.

       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-AUDIT-TRAIL-STATUS   PIC X(02) VALUE '00'.
           88  AUDIT-TRAIL-OK                 VALUE '00'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-MAINT-REGISTER-STATUS   PIC X(02) VALUE '00'.
           88  MAINT-REGISTER-OK              VALUE '00'.

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.

      * Why a transaction bounced -- the first edit it trips is
      * what the register shows.
      *   FUNC  function not A or C
      *   IDSP  talent ID blank
      *   RSVD  talent ID is a reserved control ID (TRAILR,
      *         BATHDR, BATTRL -- as FAMERMNT)
      *   DUPL  add for a payee already on the file
      *   NOTF  change for a payee not on the file
      *   NAME  add with a blank legal name
      *   TXID  taxpayer ID kind not S or E, or the ID not nine
      *         digits, or one supplied without the other
      *   FLAG  withholding flag not Y or N
      *   NOCH  change carrying nothing to change
       01  WS-REJECT-REASON      PIC X(04) VALUE SPACES.
           88  TRANSACTION-CLEAN              VALUE SPACES.
           88  REJECT-BAD-FUNCTION            VALUE 'FUNC'.
           88  REJECT-BLANK-ID                VALUE 'IDSP'.
           88  REJECT-RESERVED-ID             VALUE 'RSVD'.
           88  REJECT-DUPLICATE-ADD           VALUE 'DUPL'.
           88  REJECT-NOT-ON-FILE             VALUE 'NOTF'.
           88  REJECT-BLANK-NAME              VALUE 'NAME'.
           88  REJECT-BAD-TAX-ID              VALUE 'TXID'.
           88  REJECT-BAD-FLAG                VALUE 'FLAG'.
           88  REJECT-NOTHING-TO-CHANGE       VALUE 'NOCH'.

       01  WS-MASTER-FOUND-SWITCH   PIC X(03) VALUE 'NO '.
           88  MASTER-RECORD-FOUND            VALUE 'YES'.
           88  MASTER-RECORD-NOT-FOUND        VALUE 'NO '.

       01  WS-TRANS-READ-COUNT      PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT   PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECTED-COUNT  PIC 9(05) VALUE 0.
       01  WS-OFF-ROSTER-COUNT      PIC 9(05) VALUE 0.

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
               ' PAYEE TRANSACTIONS REJECTED, SEE REGISTER'.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-AUDIT-PARAGRAPH-NAME  PIC X(20) VALUE SPACES.
       01  WS-AUDIT-BEFORE-VALUE    PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE     PIC X(20) VALUE SPACES.

       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-CURRENT-TIME     PIC 9(08).
       01  WS-TIMESTAMP        PIC X(14).

      * A taxpayer ID as the trail and the register show it: the
      * kind, five stars and the last four digits.
       01  WS-MASKED-TAX-ID.
           05  MK-TAX-ID-TYPE        PIC X(01).
           05  FILLER                PIC X(05) VALUE '*****'.
           05  MK-LAST-FOUR          PIC X(04).
       01  WS-MASK-TYPE           PIC X(01) VALUE SPACES.
       01  WS-MASK-TAX-ID         PIC X(09) VALUE SPACES.
       01  WS-MASKED-RESULT       PIC X(10) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMEPMNT -- PAYEE-MASTER MAINTENANCE'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE '.
           05  MH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(70) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  RG-DISPOSITION        PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RG-FUNCTION           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-LEGAL-NAME         PIC X(40).
           05  FILLER                PIC X(08) VALUE '  TAXID '.
           05  RG-TAX-ID             PIC X(10).
           05  FILLER                PIC X(11) VALUE
               '  WITHHOLD '.
           05  RG-WITHHOLDING-FLAG   PIC X(01).
           05  FILLER                PIC X(09) VALUE '  REASON '.
           05  RG-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-NOTE               PIC X(20).
           05  FILLER                PIC X(06) VALUE SPACES.

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

           OPEN INPUT PAYEE-TRANS.
           IF NOT PAYEE-TRANS-OK
               DISPLAY 'ERROR OPENING PAYEE-TRANS, STATUS '
                   WS-PAYEE-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN I-O PAYEE-MASTER.
           IF NOT PAYEE-MASTER-OK AND NOT PAYEE-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING PAYEE-MASTER, STATUS '
                   WS-PAYEE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT TALENT-MASTER.
           IF NOT TALENT-MASTER-OK
               DISPLAY 'ERROR OPENING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
      * Same reasoning as the FAME step: the ESDS already holds
      * today's FAMEINQ corrections, so EXTEND, never OUTPUT.
           OPEN EXTEND AUDIT-TRAIL.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR OPENING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS
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
               UNTIL PAYEE-TRANS-EOF.

           PERFORM PRINT-REGISTER-TOTALS.

           IF WS-TRANS-REJECTED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-SUBJECT-ID
               MOVE WS-TRANS-REJECTED-COUNT TO RA-REJECT-COUNT
               MOVE WS-REJECT-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           CLOSE PAYEE-TRANS.
           CLOSE PAYEE-MASTER.
           CLOSE TALENT-MASTER.
           CLOSE AUDIT-TRAIL.
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
           MOVE SPACES TO RG-NOTE.
           PERFORM EDIT-TRANSACTION.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN PX-ADD-PAYEE
                       PERFORM APPLY-ADD
                   WHEN PX-CHANGE-PAYEE
                       PERFORM APPLY-CHANGE
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
           IF NOT PX-ADD-PAYEE
              AND NOT PX-CHANGE-PAYEE
               SET REJECT-BAD-FUNCTION TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND PX-TALENT-ID = SPACES
               SET REJECT-BLANK-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND (PX-TALENT-ID = 'TRAILR'
                  OR PX-TALENT-ID = 'BATHDR'
                  OR PX-TALENT-ID = 'BATTRL')
               SET REJECT-RESERVED-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
               PERFORM LOOK-UP-MASTER-RECORD
           END-IF.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN PX-ADD-PAYEE
                       PERFORM EDIT-ADD-TRANSACTION
                   WHEN PX-CHANGE-PAYEE
                       PERFORM EDIT-CHANGE-TRANSACTION
               END-EVALUATE
           END-IF.
           IF TRANSACTION-CLEAN
              AND (PX-TAX-ID-TYPE NOT = SPACES
                  OR PX-TAX-ID NOT = SPACES)
               PERFORM EDIT-TAX-ID
           END-IF.
           IF TRANSACTION-CLEAN
              AND PX-WITHHOLDING-FLAG NOT = SPACES
              AND PX-WITHHOLDING-FLAG NOT = 'Y'
              AND PX-WITHHOLDING-FLAG NOT = 'N'
               SET REJECT-BAD-FLAG TO TRUE
           END-IF.

      * EDIT-ADD-TRANSACTION -- only the legal name is needed to
      * open a payee; the taxpayer ID may follow when the
      * paperwork does, and FAMEYEAR lists it until then.
       EDIT-ADD-TRANSACTION.
           IF MASTER-RECORD-FOUND
               SET REJECT-DUPLICATE-ADD TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND PX-LEGAL-NAME = SPACES
               SET REJECT-BLANK-NAME TO TRUE
           END-IF.

       EDIT-CHANGE-TRANSACTION.
           IF MASTER-RECORD-NOT-FOUND
               SET REJECT-NOT-ON-FILE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND PX-LEGAL-NAME = SPACES
              AND PX-TAX-ID-TYPE = SPACES
              AND PX-TAX-ID = SPACES
              AND PX-ADDRESS = SPACES
              AND PX-WITHHOLDING-FLAG = SPACES
               SET REJECT-NOTHING-TO-CHANGE TO TRUE
           END-IF.

      * EDIT-TAX-ID -- a kind the forms know and nine digits, or
      * nothing at all.
       EDIT-TAX-ID.
           IF PX-TAX-ID-TYPE NOT = 'S'
              AND PX-TAX-ID-TYPE NOT = 'E'
               SET REJECT-BAD-TAX-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND PX-TAX-ID IS NOT NUMERIC
               SET REJECT-BAD-TAX-ID TO TRUE
           END-IF.

       LOOK-UP-MASTER-RECORD.
           SET MASTER-RECORD-FOUND TO TRUE.
           MOVE PX-TALENT-ID TO PM-TALENT-ID.
           READ PAYEE-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF MASTER-RECORD-FOUND AND NOT PAYEE-MASTER-OK
               DISPLAY 'ERROR READING PAYEE-MASTER, STATUS '
                   WS-PAYEE-MASTER-STATUS ' TALENT ' PX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

      * APPLY-ADD -- a brand-new PAYEE-REC from the transaction.
      * No withholding unless the transaction says so.  An act
      * not on the roster is still taken -- it may have retired
      * with the year's earnings still to report -- but the
      * register says so in case the ID was mis-keyed.
       APPLY-ADD.
           MOVE SPACES TO PAYEE-REC.
           MOVE PX-TALENT-ID TO PM-TALENT-ID.
           MOVE PX-LEGAL-NAME TO PM-LEGAL-NAME.
           MOVE PX-TAX-ID-TYPE TO PM-TAX-ID-TYPE.
           MOVE PX-TAX-ID TO PM-TAX-ID.
           MOVE PX-ADDRESS TO PM-ADDRESS.
           IF PX-WITHHOLDING-FLAG = SPACES
               SET PM-NO-WITHHOLDING TO TRUE
           ELSE
               MOVE PX-WITHHOLDING-FLAG TO PM-WITHHOLDING-FLAG
           END-IF.
           MOVE WS-RUN-DATE TO PM-LAST-CHANGE-DATE.
           WRITE PAYEE-REC.
           IF NOT PAYEE-MASTER-OK
               DISPLAY 'ERROR WRITING PAYEE-MASTER, STATUS '
                   WS-PAYEE-MASTER-STATUS ' TALENT ' PX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.
           MOVE 'FAMEPMNT-ADD' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE SPACES TO WS-AUDIT-BEFORE-VALUE.
           MOVE PM-LEGAL-NAME TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE PX-TALENT-ID TO TALENT-ID.
           READ TALENT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF TALENT-MASTER-NOT-FOUND
               ADD 1 TO WS-OFF-ROSTER-COUNT
               MOVE 'ACT NOT ON ROSTER' TO RG-NOTE
           ELSE
               IF NOT TALENT-MASTER-OK
                   DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                       WS-TALENT-MASTER-STATUS ' TALENT '
                       PX-TALENT-ID
                   PERFORM ABORT-RUN
               END-IF
           END-IF.

      * APPLY-CHANGE -- LOOK-UP-MASTER-RECORD left the record in
      * hand; each field the transaction carries moves in and
      * gets its own audit record, before and after.
       APPLY-CHANGE.
           IF PX-LEGAL-NAME NOT = SPACES
               MOVE 'FAMEPMNT-LEGAL-NAME'
                   TO WS-AUDIT-PARAGRAPH-NAME
               MOVE PM-LEGAL-NAME TO WS-AUDIT-BEFORE-VALUE
               MOVE PX-LEGAL-NAME TO PM-LEGAL-NAME
               MOVE PM-LEGAL-NAME TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF PX-TAX-ID NOT = SPACES
               MOVE 'FAMEPMNT-TAX-ID' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE PM-TAX-ID-TYPE TO WS-MASK-TYPE
               MOVE PM-TAX-ID TO WS-MASK-TAX-ID
               PERFORM MASK-TAX-ID
               MOVE WS-MASKED-RESULT TO WS-AUDIT-BEFORE-VALUE
               MOVE PX-TAX-ID-TYPE TO PM-TAX-ID-TYPE
               MOVE PX-TAX-ID TO PM-TAX-ID
               MOVE PM-TAX-ID-TYPE TO WS-MASK-TYPE
               MOVE PM-TAX-ID TO WS-MASK-TAX-ID
               PERFORM MASK-TAX-ID
               MOVE WS-MASKED-RESULT TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF PX-ADDRESS NOT = SPACES
               MOVE 'FAMEPMNT-ADDRESS' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE PM-ADDRESS-LINE-1 TO WS-AUDIT-BEFORE-VALUE
               MOVE PX-ADDRESS TO PM-ADDRESS
               MOVE PM-ADDRESS-LINE-1 TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF PX-WITHHOLDING-FLAG NOT = SPACES
               MOVE 'FAMEPMNT-WITHHOLDING'
                   TO WS-AUDIT-PARAGRAPH-NAME
               MOVE PM-WITHHOLDING-FLAG TO WS-AUDIT-BEFORE-VALUE
               MOVE PX-WITHHOLDING-FLAG TO PM-WITHHOLDING-FLAG
               MOVE PM-WITHHOLDING-FLAG TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           MOVE WS-RUN-DATE TO PM-LAST-CHANGE-DATE.
           REWRITE PAYEE-REC.
           IF NOT PAYEE-MASTER-OK
               DISPLAY 'ERROR REWRITING PAYEE-MASTER, STATUS '
                   WS-PAYEE-MASTER-STATUS ' TALENT ' PX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

      * MASK-TAX-ID -- caller stages WS-MASK-TYPE and
      * WS-MASK-TAX-ID; a blank ID masks to blanks.
       MASK-TAX-ID.
           IF WS-MASK-TAX-ID = SPACES
               MOVE SPACES TO WS-MASKED-RESULT
           ELSE
               MOVE WS-MASK-TYPE TO MK-TAX-ID-TYPE
               MOVE WS-MASK-TAX-ID(6:4) TO MK-LAST-FOUR
               MOVE WS-MASKED-TAX-ID TO WS-MASKED-RESULT
           END-IF.

      * WRITE-AUDIT-RECORD -- one paragraph owns the AUDITREC
      * layout here the same way it does in FAME.
       WRITE-AUDIT-RECORD.
           MOVE PX-TALENT-ID TO AT-TALENT-ID.
           MOVE WS-AUDIT-PARAGRAPH-NAME TO AT-PARAGRAPH-NAME.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP.
           MOVE WS-AUDIT-BEFORE-VALUE TO AT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AT-AFTER-VALUE.
           WRITE AUDIT-TRAIL-REC.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR WRITING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS ' TALENT ' PX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME(1:6) TO WS-TIMESTAMP(9:6).

      * WRITE-REGISTER-LINE -- the register, like the trail,
      * shows a taxpayer ID masked.
       WRITE-REGISTER-LINE.
           MOVE PX-FUNCTION TO RG-FUNCTION.
           MOVE PX-TALENT-ID TO RG-TALENT-ID.
           MOVE PX-LEGAL-NAME TO RG-LEGAL-NAME.
           MOVE PX-TAX-ID-TYPE TO WS-MASK-TYPE.
           MOVE PX-TAX-ID TO WS-MASK-TAX-ID.
           PERFORM MASK-TAX-ID.
           MOVE WS-MASKED-RESULT TO RG-TAX-ID.
           MOVE PX-WITHHOLDING-FLAG TO RG-WITHHOLDING-FLAG.
           MOVE WS-REJECT-REASON TO RG-REASON-CODE.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           IF NOT MAINT-REGISTER-OK
               DISPLAY 'ERROR WRITING MAINT-REGISTER, STATUS '
                   WS-MAINT-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

       READ-NEXT-TRANSACTION.
           READ PAYEE-TRANS NEXT RECORD.
           IF NOT PAYEE-TRANS-OK AND NOT PAYEE-TRANS-EOF
               DISPLAY 'ERROR READING PAYEE-TRANS, STATUS '
                   WS-PAYEE-TRANS-STATUS
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
           MOVE 'PAYEES ADDED FOR ACTS NOT ON ROSTER' TO MC-LABEL.
           MOVE WS-OFF-ROSTER-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
      * ALERTREC layout.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEPMNT' TO AL-STEP-NAME.
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
           DISPLAY 'FAMEPMNT ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
