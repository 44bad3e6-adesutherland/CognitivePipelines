       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMECNTR.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Monthly contract monitor.  For every live contract on
      * CONTRACT-MASTER -- active, and the run date inside its
      * term -- this program works out what the act has earned
      * so far in the term off the EARNINGS-LEDGER (reversals
      * taken back off, as on the statements), how many nights
      * the BOOKING-SCHEDULE still holds for the act before the
      * term ends, and what that leaves short of the guarantee
      * and of the minimum appearances.  The projection prices
      * each night still to come at the act's average gross per
      * night so far in the term; an act with no nights yet in
      * the term projects nothing for the nights ahead, so its
      * whole guarantee shows short until it plays.
      *
      * A contract whose term ends within 60 days also lands on
      * the night's OPERATOR-ALERTS file -- a W when the
      * guarantee or the appearances are projected short, an I
      * otherwise -- so renewals and shortfalls are raised while
      * there is still time to book nights against them.
      *
      * Monthly, but run as a FAMENITE step so its alerts reach
      * that night's FAMEALRT report (STEP005 clears the alert
      * file every night, so a step in a monthly job would lose
      * them): the card names the day of the month to monitor
      * on (01-28), and any other night the step prints one line
      * and ends RC 0.  A blank day monitors every time it runs.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP039 of the
      *                        FAMENITE job once tonight's ledger
      *                        entries and bookings have landed.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * contract cluster just means nothing to monitor.
           SELECT OPTIONAL CONTRACT-MASTER ASSIGN TO CONTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CONTRACT-MASTER-STATUS.

           SELECT EARNINGS-LEDGER ASSIGN TO EARNLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNINGS-LEDGER-STATUS.

      * OPTIONAL likewise: an unloaded schedule just means no
      * act has a night coming.
           SELECT OPTIONAL BOOKING-SCHEDULE ASSIGN TO BOOKSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BOOKING-SCHEDULE-STATUS.

           SELECT TALENT-MASTER ASSIGN TO TALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TALENT-ID
               FILE STATUS IS WS-TALENT-MASTER-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT CONTRACT-REPORT ASSIGN TO CNTRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-REPORT-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
           COPY CONTRREC.

       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  BOOKING-SCHEDULE.
           COPY BOOKSREC.

       FD  TALENT-MASTER.
           COPY TALENTREC.

      * The nightly card layout up to the run date; columns 9-10
      * carry the monitoring day of the month instead of a
      * roster selection.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-MONITOR-DAY          PIC X(02).
           05  FILLER                  PIC X(70).

       FD  CONTRACT-REPORT
           RECORDING MODE IS F.
       01  CONTRACT-LINE               PIC X(132).

      * One operator-facing condition for the shared nightly
      * alert file every FAMENITE step writes and FAMEALRT
      * reports.
       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTRACT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  CONTRACT-MASTER-OK             VALUE '00'.
           88  CONTRACT-MASTER-EOF            VALUE '10'.
           88  CONTRACT-MASTER-OPT-EMPTY      VALUE '05'.

       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.

       01  WS-BOOKING-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  BOOKING-SCHEDULE-OK            VALUE '00'.
           88  BOOKING-SCHEDULE-EOF           VALUE '10'.
           88  BOOKING-SCHEDULE-OPT-EMPTY     VALUE '05'.

       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-CONTRACT-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  CONTRACT-REPORT-OK             VALUE '00'.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
      * '05' is the OPTIONAL OPEN EXTEND that just created the
      * file -- the first alert of the night, not an error.
           88  OPERATOR-ALERTS-NEW            VALUE '05'.

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  FILLER                PIC 9(06).
           05  WS-RUN-DAY            PIC 9(02).
       01  WS-RUN-DAY-X           PIC X(02) VALUE SPACES.

       01  WS-MONITOR-DAY         PIC X(02) VALUE SPACES.
           88  MONITOR-EVERY-RUN              VALUE SPACES.

      * How close to its end a contract has to be to be alerted.
       01  WS-EXPIRY-WINDOW-DAYS  PIC 9(03) VALUE 60.

       01  WS-RUN-DAY-NUMBER      PIC 9(07) VALUE 0.
       01  WS-DAYS-LEFT           PIC S9(07) VALUE 0.

      * Every live contract, loaded in CONTRACT-MASTER key order
      * -- so an act's contracts sit together -- with the term
      * to date and the nights ahead built up against it.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-COUNT     PIC 9(04) VALUE 0.
           05  WS-CONTRACT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CT-IX.
               10  CT-TALENT-ID          PIC X(06).
               10  CT-CONTRACT-NO        PIC X(04).
               10  CT-START-DATE         PIC 9(08).
               10  CT-END-DATE           PIC 9(08).
               10  CT-GUARANTEED-GROSS   PIC 9(09)V99.
               10  CT-MINIMUM-APPEARANCES PIC 9(04).
               10  CT-EARNED-GROSS       PIC S9(11)V99.
               10  CT-APPEARANCES        PIC S9(05).
               10  CT-BOOKED-NIGHTS      PIC 9(05).

       01  WS-FIRST-CONTRACT-SUB   PIC 9(04) VALUE 0.

       01  WS-CONTRACT-FOUND-SWITCH  PIC X(03) VALUE 'NO '.
           88  CONTRACT-ENTRY-FOUND           VALUE 'YES'.
           88  CONTRACT-ENTRY-MISSING         VALUE 'NO '.

      * The talent ID the ledger or booking in hand is for, and
      * the night it falls on, for CREDIT-/BOOK- against each of
      * the act's contracts.
       01  WS-MATCH-TALENT-ID     PIC X(06) VALUE SPACES.
       01  WS-MATCH-DATE          PIC 9(08) VALUE 0.

      * The contract in hand's projection.
       01  WS-AVERAGE-NIGHT-GROSS PIC S9(09)V99 VALUE 0.
       01  WS-PROJECTED-GROSS     PIC S9(11)V99 VALUE 0.
       01  WS-GROSS-SHORTFALL     PIC S9(11)V99 VALUE 0.
       01  WS-APPEARANCES-SHORT   PIC S9(05) VALUE 0.

       01  WS-CONTRACTS-READ-COUNT  PIC 9(05) VALUE 0.
       01  WS-NOT-STARTED-COUNT     PIC 9(05) VALUE 0.
       01  WS-ENDED-COUNT           PIC 9(05) VALUE 0.
       01  WS-CANCELLED-COUNT       PIC 9(05) VALUE 0.
       01  WS-LEDGER-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-BOOKINGS-READ-COUNT   PIC 9(07) VALUE 0.
       01  WS-SHORT-COUNT           PIC 9(05) VALUE 0.
       01  WS-EXPIRING-COUNT        PIC 9(05) VALUE 0.
       01  WS-RETIRED-ACT-COUNT     PIC 9(05) VALUE 0.
       01  WS-SHORTFALL-TOTAL       PIC S9(13)V99 VALUE 0.

       01  WS-ALERT-SEVERITY      PIC X(01) VALUE 'I'.
       01  WS-ALERT-SUBJECT-ID    PIC X(06) VALUE SPACES.
       01  WS-ALERT-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-ALERT-DATE       PIC 9(08).
       01  WS-ALERT-TIME       PIC 9(08).
       01  WS-ALERT-TIMESTAMP  PIC X(14).

       01  WS-EXPIRY-ALERT-TEXT.
           05  FILLER                PIC X(09) VALUE 'CONTRACT '.
           05  EA-CONTRACT-NO        PIC X(04).
           05  FILLER                PIC X(06) VALUE ' ENDS '.
           05  EA-END-DATE           PIC 9(08).
           05  FILLER                PIC X(12) VALUE
               ' PROJ SHORT '.
           05  EA-SHORTFALL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(06) VALUE ' APPS '.
           05  EA-APPEARANCES-SHORT  PIC ZZZ9.

       01  WS-SKIP-LINE.
           05  FILLER                PIC X(41) VALUE
               'FAMECNTR -- NOT THE MONITOR DAY. RUN DAY '.
           05  SK-RUN-DAY            PIC X(02).
           05  FILLER                PIC X(15) VALUE
               ', MONITOR DAY '.
           05  SK-MONITOR-DAY        PIC X(02).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMECNTR -- LIVE CONTRACT MONITOR'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE '.
           05  CH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(70) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-COLUMN-LINE-1.
           05  FILLER                PIC X(44) VALUE
               'ACT    NAME                 CTR  START    EN'.
           05  FILLER                PIC X(44) VALUE
               'D      DAYS      GUARANTEE          EARNED P'.
           05  FILLER                PIC X(44) VALUE
               'LAYD MIN BOOKD     PROJ SHORT APPS          '.
       01  WS-COLUMN-LINE-2.
           05  FILLER                PIC X(44) VALUE SPACES.
           05  FILLER                PIC X(44) VALUE
               '       LEFT                        TO DATE  '.
           05  FILLER                PIC X(44) VALUE
               '    APPS AHEAD                SHORT         '.

       01  WS-DETAIL-LINE.
           05  DL-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-TALENT-NAME        PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-CONTRACT-NO        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-START-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-END-DATE           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-DAYS-LEFT          PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-GUARANTEED-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-EARNED-GROSS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-APPEARANCES        PIC ZZZ9-.
           05  DL-MINIMUM-APPEARANCES PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-BOOKED-NIGHTS      PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-GROSS-SHORTFALL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-APPEARANCES-SHORT  PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  DL-FLAG               PIC X(08).

       01  WS-COUNT-LINE.
           05  CC-LABEL              PIC X(40).
           05  CC-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  CA-LABEL              PIC X(40).
           05  CA-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DAY TO WS-RUN-DAY-X.

           OPEN OUTPUT CONTRACT-REPORT.
           IF NOT CONTRACT-REPORT-OK
               DISPLAY 'ERROR OPENING CONTRACT-REPORT, STATUS '
                   WS-CONTRACT-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * Any night but the monitoring day says so and goes.
           IF NOT MONITOR-EVERY-RUN
              AND WS-MONITOR-DAY NOT = WS-RUN-DAY-X
               MOVE WS-RUN-DAY-X TO SK-RUN-DAY
               MOVE WS-MONITOR-DAY TO SK-MONITOR-DAY
               WRITE CONTRACT-LINE FROM WS-SKIP-LINE
               CLOSE CONTRACT-REPORT
               STOP RUN
           END-IF.

           PERFORM OPEN-MONITOR-FILES.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           WRITE CONTRACT-LINE FROM WS-HEADING-LINE.
           WRITE CONTRACT-LINE FROM WS-BLANK-LINE.

           PERFORM LOAD-LIVE-CONTRACTS.
           IF WS-CONTRACT-COUNT > 0
               PERFORM CREDIT-LEDGER-TO-CONTRACTS
               PERFORM COUNT-NIGHTS-AHEAD
           END-IF.
           PERFORM REPORT-LIVE-CONTRACTS.
           PERFORM PRINT-MONITOR-TOTALS.

           CLOSE CONTRACT-MASTER.
           CLOSE EARNINGS-LEDGER.
           CLOSE BOOKING-SCHEDULE.
           CLOSE TALENT-MASTER.
           CLOSE CONTRACT-REPORT.
           CLOSE OPERATOR-ALERTS.

      * A projected shortfall or a contract running out leaves
      * RC 4 so the morning checklist sees there is a deal to
      * look at; the alerts carry the ones running out.
           IF WS-SHORT-COUNT > 0 OR WS-EXPIRING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PARM-CARD-OK
               READ PARM-CARD
               IF PARM-CARD-OK
                   IF PC-RUN-DATE IS NUMERIC
                      AND PC-RUN-DATE NOT = 0
                       MOVE PC-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   MOVE PC-MONITOR-DAY TO WS-MONITOR-DAY
               END-IF
               CLOSE PARM-CARD
           END-IF.

       OPEN-MONITOR-FILES.
           OPEN INPUT CONTRACT-MASTER.
           IF NOT CONTRACT-MASTER-OK
              AND NOT CONTRACT-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT BOOKING-SCHEDULE.
           IF NOT BOOKING-SCHEDULE-OK
              AND NOT BOOKING-SCHEDULE-OPT-EMPTY
               DISPLAY 'ERROR OPENING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT TALENT-MASTER.
           IF NOT TALENT-MASTER-OK
               DISPLAY 'ERROR OPENING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * The live contracts
      * ----------------------------------------------------------

       LOAD-LIVE-CONTRACTS.
           IF CONTRACT-MASTER-OPT-EMPTY
               GO TO LOAD-LIVE-CONTRACTS-EXIT
           END-IF.
           PERFORM READ-NEXT-CONTRACT.
           PERFORM LOAD-ONE-CONTRACT THRU LOAD-ONE-CONTRACT-EXIT
               UNTIL CONTRACT-MASTER-EOF.
       LOAD-LIVE-CONTRACTS-EXIT.
           EXIT.

      * LOAD-ONE-CONTRACT -- cancelled contracts, terms not yet
      * begun and terms already over are counted and passed by.
       LOAD-ONE-CONTRACT.
           ADD 1 TO WS-CONTRACTS-READ-COUNT.
           EVALUATE TRUE
               WHEN NOT CM-CONTRACT-ACTIVE
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN CM-START-DATE > WS-RUN-DATE
                   ADD 1 TO WS-NOT-STARTED-COUNT
               WHEN CM-END-DATE < WS-RUN-DATE
                   ADD 1 TO WS-ENDED-COUNT
               WHEN OTHER
                   PERFORM SLOT-LIVE-CONTRACT
           END-EVALUATE.
           PERFORM READ-NEXT-CONTRACT.
       LOAD-ONE-CONTRACT-EXIT.
           EXIT.

       SLOT-LIVE-CONTRACT.
           IF WS-CONTRACT-COUNT NOT < 2000
               DISPLAY 'CONTRACT TABLE FULL -- RAISE THE OCCURS '
                   'AND RERUN'
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-CONTRACT-COUNT.
           SET CT-IX TO WS-CONTRACT-COUNT.
           INITIALIZE WS-CONTRACT-ENTRY(CT-IX).
           MOVE CM-TALENT-ID TO CT-TALENT-ID(CT-IX).
           MOVE CM-CONTRACT-NO TO CT-CONTRACT-NO(CT-IX).
           MOVE CM-START-DATE TO CT-START-DATE(CT-IX).
           MOVE CM-END-DATE TO CT-END-DATE(CT-IX).
           MOVE CM-GUARANTEED-GROSS TO CT-GUARANTEED-GROSS(CT-IX).
           MOVE CM-MINIMUM-APPEARANCES
               TO CT-MINIMUM-APPEARANCES(CT-IX).

       READ-NEXT-CONTRACT.
           READ CONTRACT-MASTER NEXT RECORD.
           IF NOT CONTRACT-MASTER-OK AND NOT CONTRACT-MASTER-EOF
               DISPLAY 'ERROR READING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * LOCATE-FIRST-CONTRACT -- the act's first contract in the
      * table, if it has a live one; its others follow it.
       LOCATE-FIRST-CONTRACT.
           SET CONTRACT-ENTRY-MISSING TO TRUE.
           SET CT-IX TO 1.
           SEARCH WS-CONTRACT-ENTRY
               AT END
                   SET CONTRACT-ENTRY-MISSING TO TRUE
               WHEN CT-IX > WS-CONTRACT-COUNT
                   SET CONTRACT-ENTRY-MISSING TO TRUE
               WHEN CT-TALENT-ID(CT-IX) = WS-MATCH-TALENT-ID
                   SET CONTRACT-ENTRY-FOUND TO TRUE
           END-SEARCH.
           IF CONTRACT-ENTRY-FOUND
               SET WS-FIRST-CONTRACT-SUB TO CT-IX
           END-IF.

      * ----------------------------------------------------------
      * Earned to date off the ledger
      * ----------------------------------------------------------

       CREDIT-LEDGER-TO-CONTRACTS.
           PERFORM READ-NEXT-LEDGER-RECORD.
           PERFORM CREDIT-ONE-LEDGER-RECORD
               THRU CREDIT-ONE-LEDGER-RECORD-EXIT
               UNTIL EARNINGS-LEDGER-EOF.

       CREDIT-ONE-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-READ-COUNT.
           MOVE EL-TALENT-ID TO WS-MATCH-TALENT-ID.
           MOVE EL-RUN-DATE TO WS-MATCH-DATE.
           PERFORM LOCATE-FIRST-CONTRACT.
           IF CONTRACT-ENTRY-FOUND
               PERFORM CREDIT-ONE-CONTRACT
                   THRU CREDIT-ONE-CONTRACT-EXIT
                   VARYING CT-IX FROM WS-FIRST-CONTRACT-SUB BY 1
                   UNTIL CT-IX > WS-CONTRACT-COUNT
                      OR CT-TALENT-ID(CT-IX) NOT = WS-MATCH-TALENT-ID
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.
       CREDIT-ONE-LEDGER-RECORD-EXIT.
           EXIT.

      * CREDIT-ONE-CONTRACT -- an entry inside the term counts
      * toward it; a reversal takes its night and gross back.
       CREDIT-ONE-CONTRACT.
           IF WS-MATCH-DATE < CT-START-DATE(CT-IX)
              OR WS-MATCH-DATE > CT-END-DATE(CT-IX)
               GO TO CREDIT-ONE-CONTRACT-EXIT
           END-IF.
           IF EL-REVERSAL-ENTRY
               SUBTRACT 1 FROM CT-APPEARANCES(CT-IX)
               SUBTRACT EL-GROSS-AMOUNT FROM CT-EARNED-GROSS(CT-IX)
           ELSE
               ADD 1 TO CT-APPEARANCES(CT-IX)
               ADD EL-GROSS-AMOUNT TO CT-EARNED-GROSS(CT-IX)
           END-IF.
       CREDIT-ONE-CONTRACT-EXIT.
           EXIT.

       READ-NEXT-LEDGER-RECORD.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * Nights still to come off the schedule
      * ----------------------------------------------------------

      * COUNT-NIGHTS-AHEAD -- every booking after tonight; the
      * schedule is in date order, so START past the run date.
       COUNT-NIGHTS-AHEAD.
           IF BOOKING-SCHEDULE-OPT-EMPTY
               GO TO COUNT-NIGHTS-AHEAD-EXIT
           END-IF.
           COMPUTE BS-EVENT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-NUMBER + 1).
           MOVE LOW-VALUES TO BS-TALENT-ID.
           START BOOKING-SCHEDULE KEY IS NOT LESS THAN BS-KEY
               INVALID KEY MOVE '10' TO WS-BOOKING-SCHEDULE-STATUS
           END-START.
           IF BOOKING-SCHEDULE-OK
               PERFORM READ-NEXT-BOOKING
               PERFORM BOOK-ONE-NIGHT THRU BOOK-ONE-NIGHT-EXIT
                   UNTIL BOOKING-SCHEDULE-EOF
           END-IF.
       COUNT-NIGHTS-AHEAD-EXIT.
           EXIT.

       BOOK-ONE-NIGHT.
           ADD 1 TO WS-BOOKINGS-READ-COUNT.
           MOVE BS-TALENT-ID TO WS-MATCH-TALENT-ID.
           MOVE BS-EVENT-DATE TO WS-MATCH-DATE.
           PERFORM LOCATE-FIRST-CONTRACT.
           IF CONTRACT-ENTRY-FOUND
               PERFORM BOOK-ONE-CONTRACT
                   THRU BOOK-ONE-CONTRACT-EXIT
                   VARYING CT-IX FROM WS-FIRST-CONTRACT-SUB BY 1
                   UNTIL CT-IX > WS-CONTRACT-COUNT
                      OR CT-TALENT-ID(CT-IX) NOT = WS-MATCH-TALENT-ID
           END-IF.
           PERFORM READ-NEXT-BOOKING.
       BOOK-ONE-NIGHT-EXIT.
           EXIT.

      * BOOK-ONE-CONTRACT -- a night booked past the term's end
      * does nothing for this contract.
       BOOK-ONE-CONTRACT.
           IF WS-MATCH-DATE > CT-END-DATE(CT-IX)
               GO TO BOOK-ONE-CONTRACT-EXIT
           END-IF.
           ADD 1 TO CT-BOOKED-NIGHTS(CT-IX).
       BOOK-ONE-CONTRACT-EXIT.
           EXIT.

       READ-NEXT-BOOKING.
           READ BOOKING-SCHEDULE NEXT RECORD.
           IF NOT BOOKING-SCHEDULE-OK AND NOT BOOKING-SCHEDULE-EOF
               DISPLAY 'ERROR READING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * The report and the expiry alerts
      * ----------------------------------------------------------

       REPORT-LIVE-CONTRACTS.
           IF WS-CONTRACT-COUNT = 0
               MOVE 'NO LIVE CONTRACTS ON FILE' TO CONTRACT-LINE
               WRITE CONTRACT-LINE
               GO TO REPORT-LIVE-CONTRACTS-EXIT
           END-IF.
           WRITE CONTRACT-LINE FROM WS-COLUMN-LINE-1.
           WRITE CONTRACT-LINE FROM WS-COLUMN-LINE-2.
           PERFORM REPORT-ONE-CONTRACT THRU REPORT-ONE-CONTRACT-EXIT
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > WS-CONTRACT-COUNT.
       REPORT-LIVE-CONTRACTS-EXIT.
           EXIT.

      * REPORT-ONE-CONTRACT -- the projection: the term's gross
      * so far plus each night ahead at the term's average night
      * so far, against the guarantee; nights played plus nights
      * ahead against the minimum.
       REPORT-ONE-CONTRACT.
           MOVE 0 TO WS-AVERAGE-NIGHT-GROSS.
           IF CT-APPEARANCES(CT-IX) > 0
               COMPUTE WS-AVERAGE-NIGHT-GROSS ROUNDED =
                   CT-EARNED-GROSS(CT-IX) / CT-APPEARANCES(CT-IX)
           END-IF.
           COMPUTE WS-PROJECTED-GROSS = CT-EARNED-GROSS(CT-IX)
               + CT-BOOKED-NIGHTS(CT-IX) * WS-AVERAGE-NIGHT-GROSS.
           COMPUTE WS-GROSS-SHORTFALL =
               CT-GUARANTEED-GROSS(CT-IX) - WS-PROJECTED-GROSS.
           IF WS-GROSS-SHORTFALL < 0
               MOVE 0 TO WS-GROSS-SHORTFALL
           END-IF.
           COMPUTE WS-APPEARANCES-SHORT =
               CT-MINIMUM-APPEARANCES(CT-IX)
             - CT-APPEARANCES(CT-IX) - CT-BOOKED-NIGHTS(CT-IX).
           IF WS-APPEARANCES-SHORT < 0
               MOVE 0 TO WS-APPEARANCES-SHORT
           END-IF.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CT-END-DATE(CT-IX))
             - WS-RUN-DAY-NUMBER.

           MOVE SPACES TO DL-FLAG.
           IF WS-GROSS-SHORTFALL > 0 OR WS-APPEARANCES-SHORT > 0
               ADD 1 TO WS-SHORT-COUNT
               ADD WS-GROSS-SHORTFALL TO WS-SHORTFALL-TOTAL
               MOVE 'SHORT' TO DL-FLAG
           END-IF.
           IF WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW-DAYS
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE 'EXPIRING' TO DL-FLAG
               PERFORM RAISE-EXPIRY-ALERT
           END-IF.

           MOVE CT-TALENT-ID(CT-IX) TO TALENT-ID.
           READ TALENT-MASTER
               INVALID KEY
                   MOVE '(SINCE RETIRED)' TO TALENT-NAME
           END-READ.
           IF TALENT-MASTER-NOT-FOUND
               ADD 1 TO WS-RETIRED-ACT-COUNT
           ELSE
               IF NOT TALENT-MASTER-OK
                   DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                       WS-TALENT-MASTER-STATUS ' TALENT '
                       CT-TALENT-ID(CT-IX)
                   PERFORM ABORT-RUN
               END-IF
           END-IF.

           MOVE CT-TALENT-ID(CT-IX) TO DL-TALENT-ID.
           MOVE TALENT-NAME TO DL-TALENT-NAME.
           MOVE CT-CONTRACT-NO(CT-IX) TO DL-CONTRACT-NO.
           MOVE CT-START-DATE(CT-IX) TO DL-START-DATE.
           MOVE CT-END-DATE(CT-IX) TO DL-END-DATE.
           MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT.
           MOVE CT-GUARANTEED-GROSS(CT-IX) TO DL-GUARANTEED-GROSS.
           MOVE CT-EARNED-GROSS(CT-IX) TO DL-EARNED-GROSS.
           MOVE CT-APPEARANCES(CT-IX) TO DL-APPEARANCES.
           MOVE CT-MINIMUM-APPEARANCES(CT-IX)
               TO DL-MINIMUM-APPEARANCES.
           MOVE CT-BOOKED-NIGHTS(CT-IX) TO DL-BOOKED-NIGHTS.
           MOVE WS-GROSS-SHORTFALL TO DL-GROSS-SHORTFALL.
           MOVE WS-APPEARANCES-SHORT TO DL-APPEARANCES-SHORT.
           WRITE CONTRACT-LINE FROM WS-DETAIL-LINE.
           IF NOT CONTRACT-REPORT-OK
               DISPLAY 'ERROR WRITING CONTRACT-REPORT, STATUS '
                   WS-CONTRACT-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
       REPORT-ONE-CONTRACT-EXIT.
           EXIT.

      * RAISE-EXPIRY-ALERT -- a W if the term is ending short,
      * an I if it is ending whole and only wants renewing.
       RAISE-EXPIRY-ALERT.
           IF WS-GROSS-SHORTFALL > 0 OR WS-APPEARANCES-SHORT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
           ELSE
               MOVE 'I' TO WS-ALERT-SEVERITY
           END-IF.
           MOVE CT-TALENT-ID(CT-IX) TO WS-ALERT-SUBJECT-ID.
           MOVE CT-CONTRACT-NO(CT-IX) TO EA-CONTRACT-NO.
           MOVE CT-END-DATE(CT-IX) TO EA-END-DATE.
           MOVE WS-GROSS-SHORTFALL TO EA-SHORTFALL.
           MOVE WS-APPEARANCES-SHORT TO EA-APPEARANCES-SHORT.
           MOVE WS-EXPIRY-ALERT-TEXT TO WS-ALERT-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.

       PRINT-MONITOR-TOTALS.
           WRITE CONTRACT-LINE FROM WS-BLANK-LINE.
           MOVE 'CONTRACTS ON FILE' TO CC-LABEL.
           MOVE WS-CONTRACTS-READ-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'CANCELLED' TO CC-LABEL.
           MOVE WS-CANCELLED-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'TERM NOT YET BEGUN' TO CC-LABEL.
           MOVE WS-NOT-STARTED-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'TERM OVER' TO CC-LABEL.
           MOVE WS-ENDED-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'LIVE CONTRACTS MONITORED' TO CC-LABEL.
           MOVE WS-CONTRACT-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'LIVE CONTRACTS FOR ACTS SINCE RETIRED' TO CC-LABEL.
           MOVE WS-RETIRED-ACT-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'PROJECTED SHORT' TO CC-LABEL.
           MOVE WS-SHORT-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'ENDING WITHIN 60 DAYS (ALERTED)' TO CC-LABEL.
           MOVE WS-EXPIRING-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'LEDGER ENTRIES READ' TO CC-LABEL.
           MOVE WS-LEDGER-READ-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'FORWARD BOOKINGS READ' TO CC-LABEL.
           MOVE WS-BOOKINGS-READ-COUNT TO CC-VALUE.
           WRITE CONTRACT-LINE FROM WS-COUNT-LINE.
           MOVE 'PROJECTED SHORTFALL, ALL CONTRACTS' TO CA-LABEL.
           MOVE WS-SHORTFALL-TOTAL TO CA-VALUE.
           WRITE CONTRACT-LINE FROM WS-AMOUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
      * ALERTREC layout.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMECNTR' TO AL-STEP-NAME.
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
           DISPLAY 'FAMECNTR ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
