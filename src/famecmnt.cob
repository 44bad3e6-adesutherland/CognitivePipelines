       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMECMNT.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Batch contract maintenance for CONTRACT-MASTER.  The deal
      * with each act -- its term, the gross it is guaranteed
      * over the term and the nights it owes us -- lived in the
      * lawyers' filing cabinet, so contracts lapsed unnoticed
      * and a guarantee shortfall surfaced only when the act's
      * lawyer called.  This program applies a transaction file
      * of contract adds, changes and cancellations with an
      * applied/rejected register, the same shape as FAMERMNT,
      * and writes an AUDIT-TRAIL record for every field it
      * changes.  FAMECNTR monitors what is on file.
      *
      * There is no delete.  A cancelled contract stays on file
      * marked cancelled, and FAMERMNT's retire never touches
      * this file -- the guarantee is still owed to an act that
      * leaves the roster mid-term.  A new contract is only
      * taken for an act on the roster.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0067 of the
      *                        FAMENITE job straight after the
      *                        roster maintenance.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-TRANS ASSIGN TO CONTTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-TRANS-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35 -- the very run that
      * would load it must not die opening it.
           SELECT OPTIONAL CONTRACT-MASTER ASSIGN TO CONTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CONTRACT-MASTER-STATUS.

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

           SELECT MAINT-REGISTER ASSIGN TO CMNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One requested change to the contract file.  The dates
      * and figures are X on purpose -- each gets its NUMERIC
      * test before anything trusts it.  On a change a blank
      * field stands pat; a cancellation needs only the key.
       FD  CONTRACT-TRANS
           RECORDING MODE IS F.
       01  CONTRACT-TRANS-REC.
           05  CX-FUNCTION             PIC X(01).
               88  CX-ADD-CONTRACT          VALUE 'A'.
               88  CX-CHANGE-CONTRACT       VALUE 'C'.
               88  CX-CANCEL-CONTRACT       VALUE 'X'.
           05  CX-TALENT-ID            PIC X(06).
           05  CX-CONTRACT-NO          PIC X(04).
           05  CX-START-DATE           PIC X(08).
           05  CX-END-DATE             PIC X(08).
           05  CX-GUARANTEED-GROSS-X   PIC X(11).
           05  CX-GUARANTEED-GROSS REDEFINES CX-GUARANTEED-GROSS-X
                                       PIC 9(09)V99.
           05  CX-MINIMUM-APPEARANCES  PIC X(04).
           05  FILLER                  PIC X(38).

       FD  CONTRACT-MASTER.
           COPY CONTRREC.

       FD  TALENT-MASTER.
           COPY TALENTREC.

      * Same trail FAME, FAMEINQ and FAMERMNT write -- a change
      * to what an act is owed is as auditable as a fame change.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
           COPY AUDITREC.

      * Same card layout the FAME step reads -- the run date
      * stamps CM-LAST-CHANGE-DATE and heads the register.
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
       01  WS-CONTRACT-TRANS-STATUS   PIC X(02) VALUE '00'.
           88  CONTRACT-TRANS-OK              VALUE '00'.
           88  CONTRACT-TRANS-EOF             VALUE '10'.

       01  WS-CONTRACT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  CONTRACT-MASTER-OK             VALUE '00'.
           88  CONTRACT-MASTER-NOT-FOUND      VALUE '23'.
      * '05' is the OPTIONAL OPEN that just created the cluster
      * -- the first run against an unloaded file, not an error.
           88  CONTRACT-MASTER-OPT-EMPTY      VALUE '05'.

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
      *   FUNC  function not A, C or X
      *   IDSP  talent ID blank
      *   RSVD  talent ID is a reserved control ID (TRAILR,
      *         BATHDR, BATTRL -- as FAMERMNT)
      *   CTNO  contract number blank
      *   DUPL  add for a contract already on file
      *   ROST  add for an act not on the roster
      *   NOTF  change/cancel for a contract not on file
      *   CANC  change/cancel for a contract already cancelled
      *   DATE  start or end date missing on an add, not a real
      *         date, or the term ending before it starts
      *   AMT   guaranteed gross missing on an add or not numeric
      *   APPS  minimum appearances missing on an add or not
      *         numeric
      *   NOCH  change carrying nothing to change
       01  WS-REJECT-REASON      PIC X(04) VALUE SPACES.
           88  TRANSACTION-CLEAN              VALUE SPACES.
           88  REJECT-BAD-FUNCTION            VALUE 'FUNC'.
           88  REJECT-BLANK-ID                VALUE 'IDSP'.
           88  REJECT-RESERVED-ID             VALUE 'RSVD'.
           88  REJECT-BLANK-CONTRACT-NO       VALUE 'CTNO'.
           88  REJECT-DUPLICATE-ADD           VALUE 'DUPL'.
           88  REJECT-NOT-ON-ROSTER           VALUE 'ROST'.
           88  REJECT-NOT-ON-FILE             VALUE 'NOTF'.
           88  REJECT-ALREADY-CANCELLED       VALUE 'CANC'.
           88  REJECT-BAD-DATE                VALUE 'DATE'.
           88  REJECT-BAD-AMOUNT              VALUE 'AMT '.
           88  REJECT-BAD-APPEARANCES         VALUE 'APPS'.
           88  REJECT-NOTHING-TO-CHANGE       VALUE 'NOCH'.

       01  WS-MASTER-FOUND-SWITCH   PIC X(03) VALUE 'NO '.
           88  MASTER-RECORD-FOUND            VALUE 'YES'.
           88  MASTER-RECORD-NOT-FOUND        VALUE 'NO '.

      * A date off the transaction under test: numeric, a month
      * that exists and a day that could.
       01  WS-EDIT-DATE-X          PIC X(08) VALUE SPACES.
       01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-X.
           05  ED-YEAR               PIC 9(04).
           05  ED-MONTH              PIC 9(02).
               88  ED-MONTH-VALID           VALUES 1 THRU 12.
           05  ED-DAY                PIC 9(02).
               88  ED-DAY-VALID             VALUES 1 THRU 31.

      * The term as it will stand once a change is applied, for
      * the end-before-start edit.
       01  WS-NEW-START-DATE       PIC 9(08) VALUE 0.
       01  WS-NEW-END-DATE         PIC 9(08) VALUE 0.

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
           05  FILLER                PIC X(46) VALUE
               ' CONTRACT TRANSACTIONS REJECTED, SEE REGISTER'.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-AUDIT-PARAGRAPH-NAME  PIC X(20) VALUE SPACES.
       01  WS-AUDIT-BEFORE-VALUE    PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE     PIC X(20) VALUE SPACES.

      * An audit value: the trail is keyed by act, so each value
      * leads with the contract it belongs to.
       01  WS-AUDIT-VALUE.
           05  AV-CONTRACT-NO        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  AV-VALUE              PIC X(15).
       01  WS-AUDIT-AMOUNT          PIC Z(08)9.99.
       01  WS-AUDIT-COUNT           PIC Z(03)9.

       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-CURRENT-TIME     PIC 9(08).
       01  WS-TIMESTAMP        PIC X(14).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMECMNT -- CONTRACT-MASTER MAINTENANCE'.
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
           05  RG-CONTRACT-NO        PIC X(04).
           05  FILLER                PIC X(08) VALUE '  START '.
           05  RG-START-DATE         PIC X(08).
           05  FILLER                PIC X(06) VALUE '  END '.
           05  RG-END-DATE           PIC X(08).
           05  FILLER                PIC X(13) VALUE
               '  GUARANTEE '.
           05  RG-GUARANTEED-GROSS   PIC X(11).
           05  FILLER                PIC X(11) VALUE
               '  MIN APPS '.
           05  RG-MINIMUM-APPEARANCES PIC X(04).
           05  FILLER                PIC X(09) VALUE '  REASON '.
           05  RG-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(25) VALUE SPACES.

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

           OPEN INPUT CONTRACT-TRANS.
           IF NOT CONTRACT-TRANS-OK
               DISPLAY 'ERROR OPENING CONTRACT-TRANS, STATUS '
                   WS-CONTRACT-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN I-O CONTRACT-MASTER.
           IF NOT CONTRACT-MASTER-OK
              AND NOT CONTRACT-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS
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
               UNTIL CONTRACT-TRANS-EOF.

           PERFORM PRINT-REGISTER-TOTALS.

           IF WS-TRANS-REJECTED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-SUBJECT-ID
               MOVE WS-TRANS-REJECTED-COUNT TO RA-REJECT-COUNT
               MOVE WS-REJECT-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           CLOSE CONTRACT-TRANS.
           CLOSE CONTRACT-MASTER.
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
           PERFORM EDIT-TRANSACTION.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN CX-ADD-CONTRACT
                       PERFORM APPLY-ADD
                   WHEN CX-CHANGE-CONTRACT
                       PERFORM APPLY-CHANGE
                   WHEN CX-CANCEL-CONTRACT
                       PERFORM APPLY-CANCEL
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
           IF NOT CX-ADD-CONTRACT
              AND NOT CX-CHANGE-CONTRACT
              AND NOT CX-CANCEL-CONTRACT
               SET REJECT-BAD-FUNCTION TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND CX-TALENT-ID = SPACES
               SET REJECT-BLANK-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND (CX-TALENT-ID = 'TRAILR'
                  OR CX-TALENT-ID = 'BATHDR'
                  OR CX-TALENT-ID = 'BATTRL')
               SET REJECT-RESERVED-ID TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND CX-CONTRACT-NO = SPACES
               SET REJECT-BLANK-CONTRACT-NO TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
               PERFORM LOOK-UP-MASTER-RECORD
           END-IF.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE
                   WHEN CX-ADD-CONTRACT
                       PERFORM EDIT-ADD-TRANSACTION
                   WHEN CX-CHANGE-CONTRACT
                       PERFORM EDIT-CHANGE-TRANSACTION
                   WHEN CX-CANCEL-CONTRACT
                       PERFORM EDIT-CANCEL-TRANSACTION
               END-EVALUATE
           END-IF.

      * EDIT-ADD-TRANSACTION -- a new contract needs the whole
      * term and both figures (a zero guarantee or a zero
      * minimum is a real deal, a blank one is a keying slip),
      * and an act to be with.
       EDIT-ADD-TRANSACTION.
           IF MASTER-RECORD-FOUND
               SET REJECT-DUPLICATE-ADD TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
               MOVE CX-TALENT-ID TO TALENT-ID
               READ TALENT-MASTER
                   INVALID KEY
                       SET REJECT-NOT-ON-ROSTER TO TRUE
               END-READ
               IF TRANSACTION-CLEAN AND NOT TALENT-MASTER-OK
                   DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                       WS-TALENT-MASTER-STATUS ' TALENT '
                       CX-TALENT-ID
                   PERFORM ABORT-RUN
               END-IF
           END-IF.
           IF TRANSACTION-CLEAN
               MOVE CX-START-DATE TO WS-EDIT-DATE-X
               PERFORM EDIT-ONE-DATE
           END-IF.
           IF TRANSACTION-CLEAN
               MOVE CX-END-DATE TO WS-EDIT-DATE-X
               PERFORM EDIT-ONE-DATE
           END-IF.
           IF TRANSACTION-CLEAN
               MOVE CX-START-DATE TO WS-NEW-START-DATE
               MOVE CX-END-DATE TO WS-NEW-END-DATE
               IF WS-NEW-END-DATE < WS-NEW-START-DATE
                   SET REJECT-BAD-DATE TO TRUE
               END-IF
           END-IF.
           IF TRANSACTION-CLEAN
              AND CX-GUARANTEED-GROSS-X IS NOT NUMERIC
               SET REJECT-BAD-AMOUNT TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND CX-MINIMUM-APPEARANCES IS NOT NUMERIC
               SET REJECT-BAD-APPEARANCES TO TRUE
           END-IF.

      * EDIT-CHANGE-TRANSACTION -- each field supplied must pass
      * the add's edit, and the term as it will stand must still
      * end on or after it starts.
       EDIT-CHANGE-TRANSACTION.
           IF MASTER-RECORD-NOT-FOUND
               SET REJECT-NOT-ON-FILE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND CM-CONTRACT-CANCELLED
               SET REJECT-ALREADY-CANCELLED TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND CX-START-DATE = SPACES
              AND CX-END-DATE = SPACES
              AND CX-GUARANTEED-GROSS-X = SPACES
              AND CX-MINIMUM-APPEARANCES = SPACES
               SET REJECT-NOTHING-TO-CHANGE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
               MOVE CM-START-DATE TO WS-NEW-START-DATE
               MOVE CM-END-DATE TO WS-NEW-END-DATE
           END-IF.
           IF TRANSACTION-CLEAN AND CX-START-DATE NOT = SPACES
               MOVE CX-START-DATE TO WS-EDIT-DATE-X
               PERFORM EDIT-ONE-DATE
               IF TRANSACTION-CLEAN
                   MOVE CX-START-DATE TO WS-NEW-START-DATE
               END-IF
           END-IF.
           IF TRANSACTION-CLEAN AND CX-END-DATE NOT = SPACES
               MOVE CX-END-DATE TO WS-EDIT-DATE-X
               PERFORM EDIT-ONE-DATE
               IF TRANSACTION-CLEAN
                   MOVE CX-END-DATE TO WS-NEW-END-DATE
               END-IF
           END-IF.
           IF TRANSACTION-CLEAN
              AND WS-NEW-END-DATE < WS-NEW-START-DATE
               SET REJECT-BAD-DATE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND CX-GUARANTEED-GROSS-X NOT = SPACES
              AND CX-GUARANTEED-GROSS-X IS NOT NUMERIC
               SET REJECT-BAD-AMOUNT TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN
              AND CX-MINIMUM-APPEARANCES NOT = SPACES
              AND CX-MINIMUM-APPEARANCES IS NOT NUMERIC
               SET REJECT-BAD-APPEARANCES TO TRUE
           END-IF.

       EDIT-CANCEL-TRANSACTION.
           IF MASTER-RECORD-NOT-FOUND
               SET REJECT-NOT-ON-FILE TO TRUE
           END-IF.
           IF TRANSACTION-CLEAN AND CM-CONTRACT-CANCELLED
               SET REJECT-ALREADY-CANCELLED TO TRUE
           END-IF.

      * EDIT-ONE-DATE -- caller stages WS-EDIT-DATE-X.
       EDIT-ONE-DATE.
           IF WS-EDIT-DATE-X IS NOT NUMERIC
               SET REJECT-BAD-DATE TO TRUE
           ELSE
               IF NOT ED-MONTH-VALID
                  OR NOT ED-DAY-VALID
                   SET REJECT-BAD-DATE TO TRUE
               END-IF
           END-IF.

       LOOK-UP-MASTER-RECORD.
           SET MASTER-RECORD-FOUND TO TRUE.
           MOVE CX-TALENT-ID TO CM-TALENT-ID.
           MOVE CX-CONTRACT-NO TO CM-CONTRACT-NO.
           READ CONTRACT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
           END-READ.
           IF MASTER-RECORD-FOUND AND NOT CONTRACT-MASTER-OK
               DISPLAY 'ERROR READING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS ' TALENT '
                   CX-TALENT-ID ' CONTRACT ' CX-CONTRACT-NO
               PERFORM ABORT-RUN
           END-IF.

      * APPLY-ADD -- a brand-new CONTRACT-REC, active from the
      * moment it is on file.
       APPLY-ADD.
           MOVE SPACES TO CONTRACT-REC.
           MOVE CX-TALENT-ID TO CM-TALENT-ID.
           MOVE CX-CONTRACT-NO TO CM-CONTRACT-NO.
           MOVE CX-START-DATE TO CM-START-DATE.
           MOVE CX-END-DATE TO CM-END-DATE.
           MOVE CX-GUARANTEED-GROSS TO CM-GUARANTEED-GROSS.
           MOVE CX-MINIMUM-APPEARANCES TO CM-MINIMUM-APPEARANCES.
           SET CM-CONTRACT-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO CM-LAST-CHANGE-DATE.
           WRITE CONTRACT-REC.
           IF NOT CONTRACT-MASTER-OK
               DISPLAY 'ERROR WRITING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS ' TALENT '
                   CX-TALENT-ID ' CONTRACT ' CX-CONTRACT-NO
               PERFORM ABORT-RUN
           END-IF.
           MOVE 'FAMECMNT-ADD' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE SPACES TO WS-AUDIT-BEFORE-VALUE.
           MOVE CM-CONTRACT-NO TO AV-CONTRACT-NO.
           MOVE CM-END-DATE TO AV-VALUE.
           MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      * APPLY-CHANGE -- LOOK-UP-MASTER-RECORD left the record in
      * hand; each field the transaction carries moves in and
      * gets its own audit record, before and after.
       APPLY-CHANGE.
           MOVE CM-CONTRACT-NO TO AV-CONTRACT-NO.
           IF CX-START-DATE NOT = SPACES
               MOVE 'FAMECMNT-START-DATE'
                   TO WS-AUDIT-PARAGRAPH-NAME
               MOVE CM-START-DATE TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE-VALUE
               MOVE CX-START-DATE TO CM-START-DATE
               MOVE CM-START-DATE TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CX-END-DATE NOT = SPACES
               MOVE 'FAMECMNT-END-DATE' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE CM-END-DATE TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE-VALUE
               MOVE CX-END-DATE TO CM-END-DATE
               MOVE CM-END-DATE TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CX-GUARANTEED-GROSS-X NOT = SPACES
               MOVE 'FAMECMNT-GUARANTEE' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE CM-GUARANTEED-GROSS TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE-VALUE
               MOVE CX-GUARANTEED-GROSS TO CM-GUARANTEED-GROSS
               MOVE CM-GUARANTEED-GROSS TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CX-MINIMUM-APPEARANCES NOT = SPACES
               MOVE 'FAMECMNT-APPEARANCES'
                   TO WS-AUDIT-PARAGRAPH-NAME
               MOVE CM-MINIMUM-APPEARANCES TO WS-AUDIT-COUNT
               MOVE WS-AUDIT-COUNT TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE-VALUE
               MOVE CX-MINIMUM-APPEARANCES
                   TO CM-MINIMUM-APPEARANCES
               MOVE CM-MINIMUM-APPEARANCES TO WS-AUDIT-COUNT
               MOVE WS-AUDIT-COUNT TO AV-VALUE
               MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           MOVE WS-RUN-DATE TO CM-LAST-CHANGE-DATE.
           PERFORM REWRITE-CONTRACT-RECORD.

      * APPLY-CANCEL -- off the monitor, still on file.
       APPLY-CANCEL.
           MOVE 'FAMECMNT-CANCEL' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE CM-CONTRACT-NO TO AV-CONTRACT-NO.
           MOVE 'ACTIVE' TO AV-VALUE.
           MOVE WS-AUDIT-VALUE TO WS-AUDIT-BEFORE-VALUE.
           SET CM-CONTRACT-CANCELLED TO TRUE.
           MOVE 'CANCELLED' TO AV-VALUE.
           MOVE WS-AUDIT-VALUE TO WS-AUDIT-AFTER-VALUE.
           MOVE WS-RUN-DATE TO CM-LAST-CHANGE-DATE.
           PERFORM REWRITE-CONTRACT-RECORD.
           PERFORM WRITE-AUDIT-RECORD.

       REWRITE-CONTRACT-RECORD.
           REWRITE CONTRACT-REC.
           IF NOT CONTRACT-MASTER-OK
               DISPLAY 'ERROR REWRITING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS ' TALENT '
                   CX-TALENT-ID ' CONTRACT ' CX-CONTRACT-NO
               PERFORM ABORT-RUN
           END-IF.

      * WRITE-AUDIT-RECORD -- one paragraph owns the AUDITREC
      * layout here the same way it does in FAME.
       WRITE-AUDIT-RECORD.
           MOVE CX-TALENT-ID TO AT-TALENT-ID.
           MOVE WS-AUDIT-PARAGRAPH-NAME TO AT-PARAGRAPH-NAME.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP.
           MOVE WS-AUDIT-BEFORE-VALUE TO AT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AT-AFTER-VALUE.
           WRITE AUDIT-TRAIL-REC.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR WRITING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS ' TALENT ' CX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME(1:6) TO WS-TIMESTAMP(9:6).

       WRITE-REGISTER-LINE.
           MOVE CX-FUNCTION TO RG-FUNCTION.
           MOVE CX-TALENT-ID TO RG-TALENT-ID.
           MOVE CX-CONTRACT-NO TO RG-CONTRACT-NO.
           MOVE CX-START-DATE TO RG-START-DATE.
           MOVE CX-END-DATE TO RG-END-DATE.
           MOVE CX-GUARANTEED-GROSS-X TO RG-GUARANTEED-GROSS.
           MOVE CX-MINIMUM-APPEARANCES TO RG-MINIMUM-APPEARANCES.
           MOVE WS-REJECT-REASON TO RG-REASON-CODE.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           IF NOT MAINT-REGISTER-OK
               DISPLAY 'ERROR WRITING MAINT-REGISTER, STATUS '
                   WS-MAINT-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

       READ-NEXT-TRANSACTION.
           READ CONTRACT-TRANS NEXT RECORD.
           IF NOT CONTRACT-TRANS-OK AND NOT CONTRACT-TRANS-EOF
               DISPLAY 'ERROR READING CONTRACT-TRANS, STATUS '
                   WS-CONTRACT-TRANS-STATUS
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
           MOVE 'FAMECMNT' TO AL-STEP-NAME.
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
           DISPLAY 'FAMECMNT ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
