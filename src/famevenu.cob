       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEVENU.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Monthly venue performance report.  The EARNINGS-LEDGER
      * already says who played where, to how many and for how
      * much; this program turns it round to the rooms' side for
      * one month.  Every room on VENUE-MASTER gets its nights
      * played, total and average headcount, fill rate against
      * VENUE-CAPACITY, gross, and the acts that played it,
      * ranked by gross within its market tier.
      *
      * Two lists follow for whoever keeps VENUE-MASTER:
      *   - rooms whose VENUE-PRESTIGE-WEIGHT looks out of line
      *     with the month's fill rate -- weighted up while the
      *     room stands half empty, or weighted down while it
      *     sells out -- since that weight scales every FAME
      *     increment earned in the room;
      *   - rooms not played in the 90 days to the period end,
      *     with the next night BOOKING-SCHEDULE has for them,
      *     so a dark room with nothing coming can be looked at.
      *
      * Reads only; nothing is updated.  RC 4 = one list or the
      * other has a room on it.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP030 of the
      *                        monthly FAMESTMT job off the same
      *                        period card as the statements.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARNINGS-LEDGER ASSIGN TO EARNLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNINGS-LEDGER-STATUS.

           SELECT VENUE-MASTER ASSIGN TO VENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENUE-CODE
               FILE STATUS IS WS-VENUE-MASTER-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * schedule just means no room has a night coming.
           SELECT OPTIONAL BOOKING-SCHEDULE ASSIGN TO BOOKSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BOOKING-SCHEDULE-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT VENUE-REPORT ASSIGN TO VENURPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENUE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  VENUE-MASTER.
           COPY VENUEREC.

       FD  BOOKING-SCHEDULE.
           COPY BOOKSREC.

      * The report period, YYYYMM in the run-date columns of
      * the standard card -- the same card the FAMESTMT step
      * reads.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  SP-STATEMENT-MONTH      PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  VENUE-REPORT
           RECORDING MODE IS F.
       01  VENUE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.

       01  WS-VENUE-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-MASTER-OK                VALUE '00'.
           88  VENUE-MASTER-EOF               VALUE '10'.

       01  WS-BOOKING-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  BOOKING-SCHEDULE-OK            VALUE '00'.
           88  BOOKING-SCHEDULE-EOF           VALUE '10'.
           88  BOOKING-SCHEDULE-OPT-EMPTY     VALUE '05'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-VENUE-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-REPORT-OK                VALUE '00'.

       01  WS-STATEMENT-MONTH     PIC 9(06) VALUE 0.
       01  WS-LEDGER-MONTH        PIC 9(06) VALUE 0.

      * The period's last day, as a day number and a date -- the
      * first of the following month less one -- and the day
      * number 90 days before it, on or before which a room's
      * last night makes it a dark room.
       01  WS-NEXT-MONTH-FIRST.
           05  WS-NMF-YEAR           PIC 9(04).
           05  WS-NMF-MONTH          PIC 9(02).
           05  WS-NMF-DAY            PIC 9(02).
       01  WS-NEXT-MONTH-FIRST-N REDEFINES WS-NEXT-MONTH-FIRST
                                  PIC 9(08).
       01  WS-PERIOD-END-DAY      PIC 9(07) VALUE 0.
       01  WS-PERIOD-END-DATE     PIC 9(08) VALUE 0.
       01  WS-DARK-DAYS           PIC 9(03) VALUE 90.
       01  WS-DARK-CUTOFF-DAY     PIC 9(07) VALUE 0.
       01  WS-LAST-PLAYED-DAY     PIC 9(07) VALUE 0.
       01  WS-DAYS-DARK           PIC 9(05) VALUE 0.

      * Where a prestige weight stops looking right.  The weight
      * is a percentage on every FAME increment earned in the
      * room, 100 being no weighting at all; a room weighted at
      * or above WS-HIGH-WEIGHT that fills less than
      * WS-LOW-FILL-PCT of its capacity, or one at or below
      * WS-LOW-WEIGHT that fills WS-HIGH-FILL-PCT or better, is
      * listed.
       01  WS-HIGH-WEIGHT         PIC 9(03) VALUE 120.
       01  WS-LOW-WEIGHT          PIC 9(03) VALUE 080.
       01  WS-LOW-FILL-PCT        PIC 9(03)V9 VALUE 050.0.
       01  WS-HIGH-FILL-PCT       PIC 9(03)V9 VALUE 090.0.

      * One entry per room on VENUE-MASTER, loaded in room-code
      * order, filled in off the ledger and the schedule, then
      * sorted into tier-then-gross order for printing.  Up to
      * ten acts are named per room; past that they are only
      * counted.
       01  WS-VENUE-TABLE.
           05  WS-VENUE-COUNT        PIC 9(04) VALUE 0.
           05  WS-VENUE-ENTRY OCCURS 1500 TIMES
                   INDEXED BY VT-IX.
               10  VT-VENUE-CODE     PIC X(06).
               10  VT-VENUE-NAME     PIC X(25).
               10  VT-MARKET-TIER    PIC 9(01).
               10  VT-CAPACITY       PIC 9(06).
               10  VT-PRESTIGE-WEIGHT PIC 9(03).
               10  VT-NIGHTS-PLAYED  PIC S9(05).
               10  VT-HEADCOUNT      PIC S9(09).
               10  VT-GROSS-AMOUNT   PIC S9(11)V99.
               10  VT-FILL-PCT       PIC 9(03)V9.
               10  VT-FILL-KNOWN     PIC X(01).
                   88  VT-FILL-RATE-KNOWN     VALUE 'Y'.
               10  VT-LAST-PLAYED    PIC 9(08).
               10  VT-NEXT-BOOKED    PIC 9(08).
               10  VT-NIGHTS-AHEAD   PIC 9(04).
               10  VT-ACT-COUNT      PIC 9(03).
               10  VT-ACT-ID         PIC X(06) OCCURS 10 TIMES.

       01  WS-VENUE-SWAP-ENTRY.
           05  SW-VENUE-CODE         PIC X(06).
           05  SW-VENUE-NAME         PIC X(25).
           05  SW-MARKET-TIER        PIC 9(01).
           05  SW-CAPACITY           PIC 9(06).
           05  SW-PRESTIGE-WEIGHT    PIC 9(03).
           05  SW-NIGHTS-PLAYED      PIC S9(05).
           05  SW-HEADCOUNT          PIC S9(09).
           05  SW-GROSS-AMOUNT       PIC S9(11)V99.
           05  SW-FILL-PCT           PIC 9(03)V9.
           05  SW-FILL-KNOWN         PIC X(01).
           05  SW-LAST-PLAYED        PIC 9(08).
           05  SW-NEXT-BOOKED        PIC 9(08).
           05  SW-NIGHTS-AHEAD       PIC 9(04).
           05  SW-ACT-COUNT          PIC 9(03).
           05  SW-ACT-ID             PIC X(06) OCCURS 10 TIMES.

       01  WS-SORT-I              PIC 9(04) VALUE 0.
       01  WS-SORT-J              PIC 9(04) VALUE 0.
       01  WS-ACT-SUB             PIC 9(03) VALUE 0.
       01  WS-MORE-ACTS           PIC 9(03) VALUE 0.

       01  WS-VENUE-FOUND-SWITCH  PIC X(03) VALUE 'NO '.
           88  VENUE-ENTRY-FOUND              VALUE 'YES'.
           88  VENUE-ENTRY-MISSING            VALUE 'NO '.

       01  WS-ACT-FOUND-SWITCH    PIC X(03) VALUE 'NO '.
           88  ACT-ALREADY-NAMED              VALUE 'YES'.
           88  ACT-NOT-NAMED                  VALUE 'NO '.

       01  WS-CURRENT-TIER        PIC 9(01) VALUE 0.
       01  WS-TIER-RANK           PIC 9(04) VALUE 0.
       01  WS-AVERAGE-HEADCOUNT   PIC 9(07) VALUE 0.

       01  WS-TIER-NIGHTS         PIC S9(07) VALUE 0.
       01  WS-TIER-HEADCOUNT      PIC S9(11) VALUE 0.
       01  WS-TIER-GROSS          PIC S9(13)V99 VALUE 0.
       01  WS-TIER-UNPLAYED       PIC 9(05) VALUE 0.

       01  WS-LEDGER-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-PERIOD-ENTRY-COUNT    PIC 9(07) VALUE 0.
       01  WS-CLOSED-ROOM-COUNT     PIC 9(07) VALUE 0.
       01  WS-BOOKINGS-READ-COUNT   PIC 9(07) VALUE 0.
       01  WS-ROOMS-PLAYED-COUNT    PIC 9(05) VALUE 0.
       01  WS-MISFIT-COUNT          PIC 9(05) VALUE 0.
       01  WS-DARK-ROOM-COUNT       PIC 9(05) VALUE 0.
       01  WS-GROSS-TOTAL           PIC S9(13)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(38) VALUE
               'FAMEVENU -- VENUE PERFORMANCE, PERIOD'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  VH-STATEMENT-MONTH    PIC 9(06).
           05  FILLER                PIC X(87) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-SECTION-TITLE      PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  WS-TIER-HEAD-LINE.
           05  FILLER                PIC X(12) VALUE
               'MARKET TIER '.
           05  TH-MARKET-TIER        PIC 9(01).
           05  FILLER                PIC X(119) VALUE SPACES.

       01  WS-RANK-COLUMN-LINE.
           05  FILLER                PIC X(05) VALUE 'RNK'.
           05  FILLER                PIC X(08) VALUE 'VENUE'.
           05  FILLER                PIC X(27) VALUE 'NAME'.
           05  FILLER                PIC X(08) VALUE 'NIGHTS'.
           05  FILLER                PIC X(12) VALUE
               '  HEADCOUNT'.
           05  FILLER                PIC X(09) VALUE 'AVG HEAD'.
           05  FILLER                PIC X(09) VALUE 'CAPACITY'.
           05  FILLER                PIC X(07) VALUE ' FILL%'.
           05  FILLER                PIC X(18) VALUE
               '            GROSS'.
           05  FILLER                PIC X(04) VALUE ' WGT'.
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-RANK-DETAIL-LINE.
           05  RD-RANK               PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-VENUE-NAME         PIC X(25).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-NIGHTS-PLAYED      PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-HEADCOUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-AVERAGE-HEADCOUNT  PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-CAPACITY           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-FILL-PCT           PIC ZZ9.9.
           05  RD-FILL-TEXT REDEFINES RD-FILL-PCT
                                     PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-GROSS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-PRESTIGE-WEIGHT    PIC ZZ9.
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-ACTS-LINE.
           05  FILLER                PIC X(11) VALUE
               '     ACTS: '.
           05  AL-ACT-SLOT OCCURS 10 TIMES.
               10  AL-ACT-ID         PIC X(06).
               10  FILLER            PIC X(01).
           05  AL-MORE-ACTS-TEXT.
               10  FILLER            PIC X(02).
               10  AL-MORE-ACTS      PIC ZZ9.
               10  FILLER            PIC X(05).
           05  FILLER                PIC X(41) VALUE SPACES.

       01  WS-TIER-TOTAL-LINE.
           05  FILLER                PIC X(40) VALUE
               '     TIER TOTAL'.
           05  TT-NIGHTS-PLAYED      PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  TT-HEADCOUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(27) VALUE SPACES.
           05  TT-GROSS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-TIER-UNPLAYED-LINE.
           05  FILLER                PIC X(40) VALUE
               '     ROOMS IN TIER NOT PLAYED IN PERIOD'.
           05  TU-UNPLAYED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       01  WS-MISFIT-LINE.
           05  MF-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  MF-VENUE-NAME         PIC X(25).
           05  FILLER                PIC X(07) VALUE '  TIER '.
           05  MF-MARKET-TIER        PIC 9(01).
           05  FILLER                PIC X(09) VALUE '  WEIGHT '.
           05  MF-PRESTIGE-WEIGHT    PIC ZZ9.
           05  FILLER                PIC X(07) VALUE '  FILL '.
           05  MF-FILL-PCT           PIC ZZ9.9.
           05  FILLER                PIC X(03) VALUE '%  '.
           05  MF-REASON             PIC X(40).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-DARK-ROOM-LINE.
           05  DK-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-VENUE-NAME         PIC X(25).
           05  FILLER                PIC X(07) VALUE '  TIER '.
           05  DK-MARKET-TIER        PIC 9(01).
           05  FILLER                PIC X(14) VALUE
               '  LAST PLAYED '.
           05  DK-LAST-PLAYED        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DK-DAYS-DARK-TEXT     PIC X(11).
           05  FILLER                PIC X(14) VALUE
               '  NEXT BOOKED '.
           05  DK-NEXT-BOOKED        PIC X(08).
           05  FILLER                PIC X(15) VALUE
               '  NIGHTS AHEAD '.
           05  DK-NIGHTS-AHEAD       PIC Z,ZZ9.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-DAYS-DARK-TEXT.
           05  DD-DAYS-DARK          PIC ZZ,ZZ9.
           05  FILLER                PIC X(05) VALUE ' DAYS'.

       01  WS-TALLY-LINE.
           05  TY-LABEL              PIC X(40).
           05  TY-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CC-LABEL              PIC X(40).
           05  CC-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-STATEMENT-MONTH = 0
               DISPLAY 'FAMEVENU NEEDS A REPORT MONTH '
                   '(YYYYMM) ON THE PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-PERIOD-END.

           PERFORM OPEN-ALL-FILES.

           MOVE WS-STATEMENT-MONTH TO VH-STATEMENT-MONTH.
           WRITE VENUE-LINE FROM WS-HEADING-LINE.

           PERFORM LOAD-VENUE-TABLE.
           PERFORM LOAD-LEDGER-RESULTS.
           PERFORM LOAD-FORWARD-BOOKINGS.
           PERFORM FIGURE-FILL-RATES THRU FIGURE-FILL-RATES-EXIT
               VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > WS-VENUE-COUNT.
           PERFORM SORT-VENUE-TABLE.

           PERFORM PRINT-TIER-RANKINGS.
           PERFORM PRINT-PRESTIGE-MISFITS.
           PERFORM PRINT-DARK-ROOMS.
           PERFORM PRINT-CONTROL-TOTALS.

           PERFORM CLOSE-ALL-FILES.

      * A room on either list leaves RC 4 for whoever keeps
      * VENUE-MASTER to take a look.
           IF WS-MISFIT-COUNT > 0
              OR WS-DARK-ROOM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PARM-CARD-OK
               READ PARM-CARD
               IF PARM-CARD-OK
                  AND SP-STATEMENT-MONTH IS NUMERIC
                   MOVE SP-STATEMENT-MONTH TO WS-STATEMENT-MONTH
               END-IF
               CLOSE PARM-CARD
           END-IF.

      * FIND-PERIOD-END -- the first of the following month,
      * less one day; the dark-room cutoff counts back from it.
       FIND-PERIOD-END.
           MOVE WS-STATEMENT-MONTH TO WS-NEXT-MONTH-FIRST(1:6).
           MOVE 1 TO WS-NMF-DAY.
           IF WS-NMF-MONTH = 12
               ADD 1 TO WS-NMF-YEAR
               MOVE 1 TO WS-NMF-MONTH
           ELSE
               ADD 1 TO WS-NMF-MONTH
           END-IF.
           COMPUTE WS-PERIOD-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST-N) - 1.
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-DAY).
           COMPUTE WS-DARK-CUTOFF-DAY =
               WS-PERIOD-END-DAY - WS-DARK-DAYS.

       OPEN-ALL-FILES.
           OPEN INPUT EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT VENUE-MASTER.
           IF NOT VENUE-MASTER-OK
               DISPLAY 'ERROR OPENING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT BOOKING-SCHEDULE.
           IF NOT BOOKING-SCHEDULE-OK
              AND NOT BOOKING-SCHEDULE-OPT-EMPTY
               DISPLAY 'ERROR OPENING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT VENUE-REPORT.
           IF NOT VENUE-REPORT-OK
               DISPLAY 'ERROR OPENING VENUE-REPORT, STATUS '
                   WS-VENUE-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE EARNINGS-LEDGER.
           CLOSE VENUE-MASTER.
           CLOSE BOOKING-SCHEDULE.
           CLOSE VENUE-REPORT.

      * ----------------------------------------------------------
      * Loading the table
      * ----------------------------------------------------------

      * LOAD-VENUE-TABLE -- every live room, in room-code order.
      * A missing or zero market tier is tier 3, as FAME prices
      * it.
       LOAD-VENUE-TABLE.
           MOVE LOW-VALUES TO VENUE-CODE.
           START VENUE-MASTER KEY IS NOT LESS THAN VENUE-CODE
               INVALID KEY MOVE '10' TO WS-VENUE-MASTER-STATUS
           END-START.
           IF VENUE-MASTER-OK
               PERFORM READ-NEXT-VENUE
               PERFORM LOAD-ONE-VENUE THRU LOAD-ONE-VENUE-EXIT
                   UNTIL VENUE-MASTER-EOF
           END-IF.

       LOAD-ONE-VENUE.
           IF WS-VENUE-COUNT NOT < 1500
               DISPLAY 'VENUE TABLE FULL -- RAISE THE OCCURS '
                   'AND RERUN'
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-VENUE-COUNT.
           SET VT-IX TO WS-VENUE-COUNT.
           INITIALIZE WS-VENUE-ENTRY(VT-IX).
           MOVE VENUE-CODE TO VT-VENUE-CODE(VT-IX).
           MOVE VENUE-NAME TO VT-VENUE-NAME(VT-IX).
           IF VENUE-MARKET-TIER IS NUMERIC
              AND VENUE-MARKET-TIER > 0
               MOVE VENUE-MARKET-TIER TO VT-MARKET-TIER(VT-IX)
           ELSE
               MOVE 3 TO VT-MARKET-TIER(VT-IX)
           END-IF.
           IF VENUE-CAPACITY IS NUMERIC
               MOVE VENUE-CAPACITY TO VT-CAPACITY(VT-IX)
           END-IF.
           IF VENUE-PRESTIGE-WEIGHT IS NUMERIC
               MOVE VENUE-PRESTIGE-WEIGHT
                   TO VT-PRESTIGE-WEIGHT(VT-IX)
           END-IF.
           PERFORM READ-NEXT-VENUE.
       LOAD-ONE-VENUE-EXIT.
           EXIT.

       READ-NEXT-VENUE.
           READ VENUE-MASTER NEXT RECORD.
           IF NOT VENUE-MASTER-OK AND NOT VENUE-MASTER-EOF
               DISPLAY 'ERROR READING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * LOCATE-VENUE -- the table entry for the room code the
      * caller has in VENUE-CODE.
       LOCATE-VENUE.
           SET VENUE-ENTRY-MISSING TO TRUE.
           IF WS-VENUE-COUNT > 0
               SET VT-IX TO 1
               SEARCH WS-VENUE-ENTRY
                   AT END
                       SET VENUE-ENTRY-MISSING TO TRUE
                   WHEN VT-IX > WS-VENUE-COUNT
                       SET VENUE-ENTRY-MISSING TO TRUE
                   WHEN VT-VENUE-CODE(VT-IX) = VENUE-CODE
                       SET VENUE-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * LOAD-LEDGER-RESULTS -- the whole ledger, once.  Any
      * night up to the period end counts toward a room's last
      * night played; only the period's entries count toward
      * its figures.
       LOAD-LEDGER-RESULTS.
           PERFORM READ-NEXT-LEDGER-RECORD.
           PERFORM SIFT-ONE-LEDGER-RECORD
               THRU SIFT-ONE-LEDGER-RECORD-EXIT
               UNTIL EARNINGS-LEDGER-EOF.

      * SIFT-ONE-LEDGER-RECORD -- a reversal takes its night,
      * its headcount and its gross back off the room, as it
      * does on the statements; it names no act and moves no
      * last-played date.  Entries for a room since closed are
      * only counted.
       SIFT-ONE-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-READ-COUNT.
           IF EL-RUN-DATE > WS-PERIOD-END-DATE
               PERFORM READ-NEXT-LEDGER-RECORD
               GO TO SIFT-ONE-LEDGER-RECORD-EXIT
           END-IF.
           MOVE EL-RUN-DATE(1:6) TO WS-LEDGER-MONTH.
           IF WS-LEDGER-MONTH = WS-STATEMENT-MONTH
               ADD 1 TO WS-PERIOD-ENTRY-COUNT
           END-IF.
           MOVE EL-VENUE-CODE TO VENUE-CODE.
           PERFORM LOCATE-VENUE.
           IF VENUE-ENTRY-MISSING
               IF WS-LEDGER-MONTH = WS-STATEMENT-MONTH
                   ADD 1 TO WS-CLOSED-ROOM-COUNT
               END-IF
               PERFORM READ-NEXT-LEDGER-RECORD
               GO TO SIFT-ONE-LEDGER-RECORD-EXIT
           END-IF.
           IF NOT EL-REVERSAL-ENTRY
              AND EL-RUN-DATE > VT-LAST-PLAYED(VT-IX)
               MOVE EL-RUN-DATE TO VT-LAST-PLAYED(VT-IX)
           END-IF.
           IF WS-LEDGER-MONTH NOT = WS-STATEMENT-MONTH
               PERFORM READ-NEXT-LEDGER-RECORD
               GO TO SIFT-ONE-LEDGER-RECORD-EXIT
           END-IF.
           IF EL-REVERSAL-ENTRY
               SUBTRACT 1 FROM VT-NIGHTS-PLAYED(VT-IX)
               SUBTRACT EL-HEADCOUNT FROM VT-HEADCOUNT(VT-IX)
               SUBTRACT EL-GROSS-AMOUNT FROM VT-GROSS-AMOUNT(VT-IX)
           ELSE
               ADD 1 TO VT-NIGHTS-PLAYED(VT-IX)
               ADD EL-HEADCOUNT TO VT-HEADCOUNT(VT-IX)
               ADD EL-GROSS-AMOUNT TO VT-GROSS-AMOUNT(VT-IX)
               PERFORM NAME-ACT-FOR-VENUE
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.
       SIFT-ONE-LEDGER-RECORD-EXIT.
           EXIT.

      * NAME-ACT-FOR-VENUE -- the act on the entry, once per
      * room; the first ten by name, the rest by count.
       NAME-ACT-FOR-VENUE.
           SET ACT-NOT-NAMED TO TRUE.
           PERFORM CHECK-ONE-NAMED-ACT THRU CHECK-ONE-NAMED-ACT-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > VT-ACT-COUNT(VT-IX)
                  OR WS-ACT-SUB > 10
                  OR ACT-ALREADY-NAMED.
           IF ACT-NOT-NAMED
               ADD 1 TO VT-ACT-COUNT(VT-IX)
               IF VT-ACT-COUNT(VT-IX) NOT > 10
                   MOVE EL-TALENT-ID
                       TO VT-ACT-ID(VT-IX VT-ACT-COUNT(VT-IX))
               END-IF
           END-IF.

      * Past the tenth act there is nothing to match against, so
      * an eleventh act playing the room twice counts twice; the
      * line says "more", not how many more exactly.
       CHECK-ONE-NAMED-ACT.
           IF VT-ACT-ID(VT-IX WS-ACT-SUB) = EL-TALENT-ID
               SET ACT-ALREADY-NAMED TO TRUE
           END-IF.
       CHECK-ONE-NAMED-ACT-EXIT.
           EXIT.

       READ-NEXT-LEDGER-RECORD.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * LOAD-FORWARD-BOOKINGS -- every night the schedule holds
      * after the period end.  The schedule runs in date order,
      * so the first night seen for a room is its next one.
       LOAD-FORWARD-BOOKINGS.
           IF BOOKING-SCHEDULE-OPT-EMPTY
               GO TO LOAD-FORWARD-BOOKINGS-EXIT
           END-IF.
           COMPUTE BS-EVENT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-PERIOD-END-DAY + 1).
           MOVE LOW-VALUES TO BS-TALENT-ID.
           START BOOKING-SCHEDULE KEY IS NOT LESS THAN BS-KEY
               INVALID KEY MOVE '10' TO WS-BOOKING-SCHEDULE-STATUS
           END-START.
           IF BOOKING-SCHEDULE-OK
               PERFORM READ-NEXT-BOOKING
               PERFORM TALLY-ONE-BOOKING THRU TALLY-ONE-BOOKING-EXIT
                   UNTIL BOOKING-SCHEDULE-EOF
           END-IF.
       LOAD-FORWARD-BOOKINGS-EXIT.
           EXIT.

      * A night booked into a room since closed is FAMEINTG's
      * business, not this report's; it is passed over.
       TALLY-ONE-BOOKING.
           ADD 1 TO WS-BOOKINGS-READ-COUNT.
           MOVE BS-VENUE-CODE TO VENUE-CODE.
           PERFORM LOCATE-VENUE.
           IF VENUE-ENTRY-FOUND
               IF VT-NEXT-BOOKED(VT-IX) = 0
                   MOVE BS-EVENT-DATE TO VT-NEXT-BOOKED(VT-IX)
               END-IF
               ADD 1 TO VT-NIGHTS-AHEAD(VT-IX)
           END-IF.
           PERFORM READ-NEXT-BOOKING.
       TALLY-ONE-BOOKING-EXIT.
           EXIT.

       READ-NEXT-BOOKING.
           READ BOOKING-SCHEDULE NEXT RECORD.
           IF NOT BOOKING-SCHEDULE-OK AND NOT BOOKING-SCHEDULE-EOF
               DISPLAY 'ERROR READING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * FIGURE-FILL-RATES -- average headcount per night over
      * the room's capacity.  No nights or no capacity on file
      * means no rate; a room that overfills tops out at 999.9.
       FIGURE-FILL-RATES.
           MOVE 'N' TO VT-FILL-KNOWN(VT-IX).
           MOVE 0 TO VT-FILL-PCT(VT-IX).
           IF VT-NIGHTS-PLAYED(VT-IX) NOT > 0
              OR VT-HEADCOUNT(VT-IX) < 0
              OR VT-CAPACITY(VT-IX) = 0
               GO TO FIGURE-FILL-RATES-EXIT
           END-IF.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               VT-HEADCOUNT(VT-IX) / VT-NIGHTS-PLAYED(VT-IX).
           IF WS-AVERAGE-HEADCOUNT NOT < VT-CAPACITY(VT-IX) * 10
               MOVE 999.9 TO VT-FILL-PCT(VT-IX)
           ELSE
               COMPUTE VT-FILL-PCT(VT-IX) ROUNDED =
                   WS-AVERAGE-HEADCOUNT * 100 / VT-CAPACITY(VT-IX)
           END-IF.
           SET VT-FILL-RATE-KNOWN(VT-IX) TO TRUE.
       FIGURE-FILL-RATES-EXIT.
           EXIT.

      * SORT-VENUE-TABLE -- tier first, then gross high to low,
      * then room code, so rank within a tier is just the
      * running count down it.  The same plain selection sort
      * FAMEAUDT puts its history in order with.
       SORT-VENUE-TABLE.
           PERFORM SORT-OUTER-PASS THRU SORT-OUTER-PASS-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I NOT < WS-VENUE-COUNT.

       SORT-OUTER-PASS.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM SORT-INNER-PASS THRU SORT-INNER-PASS-EXIT
               UNTIL WS-SORT-J > WS-VENUE-COUNT.
       SORT-OUTER-PASS-EXIT.
           EXIT.

       SORT-INNER-PASS.
           IF VT-MARKET-TIER(WS-SORT-J) < VT-MARKET-TIER(WS-SORT-I)
              OR (VT-MARKET-TIER(WS-SORT-J)
                      = VT-MARKET-TIER(WS-SORT-I)
                  AND VT-GROSS-AMOUNT(WS-SORT-J)
                      > VT-GROSS-AMOUNT(WS-SORT-I))
              OR (VT-MARKET-TIER(WS-SORT-J)
                      = VT-MARKET-TIER(WS-SORT-I)
                  AND VT-GROSS-AMOUNT(WS-SORT-J)
                      = VT-GROSS-AMOUNT(WS-SORT-I)
                  AND VT-VENUE-CODE(WS-SORT-J)
                      < VT-VENUE-CODE(WS-SORT-I))
               MOVE WS-VENUE-ENTRY(WS-SORT-I)
                   TO WS-VENUE-SWAP-ENTRY
               MOVE WS-VENUE-ENTRY(WS-SORT-J)
                   TO WS-VENUE-ENTRY(WS-SORT-I)
               MOVE WS-VENUE-SWAP-ENTRY
                   TO WS-VENUE-ENTRY(WS-SORT-J)
           END-IF.
           ADD 1 TO WS-SORT-J.
       SORT-INNER-PASS-EXIT.
           EXIT.

      * ----------------------------------------------------------
      * The report
      * ----------------------------------------------------------

      * PRINT-TIER-RANKINGS -- a block per tier: the rooms that
      * played in the period ranked by gross, each with its
      * acts, a tier total, and a count of the tier's rooms that
      * stood dark all month.
       PRINT-TIER-RANKINGS.
           WRITE VENUE-LINE FROM WS-BLANK-LINE.
           MOVE 'RANKED BY GROSS WITHIN MARKET TIER'
               TO SL-SECTION-TITLE.
           WRITE VENUE-LINE FROM WS-SECTION-LINE.
           IF WS-VENUE-COUNT = 0
               MOVE 'NO ROOMS ON VENUE-MASTER' TO VENUE-LINE
               WRITE VENUE-LINE
           END-IF.
           MOVE 0 TO WS-CURRENT-TIER.
           PERFORM PRINT-ONE-RANKED-VENUE
               THRU PRINT-ONE-RANKED-VENUE-EXIT
               VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > WS-VENUE-COUNT.
           IF WS-CURRENT-TIER NOT = 0
               PERFORM PRINT-TIER-TOTALS
           END-IF.

       PRINT-ONE-RANKED-VENUE.
           IF VT-MARKET-TIER(VT-IX) NOT = WS-CURRENT-TIER
               IF WS-CURRENT-TIER NOT = 0
                   PERFORM PRINT-TIER-TOTALS
               END-IF
               MOVE VT-MARKET-TIER(VT-IX) TO WS-CURRENT-TIER
               PERFORM PRINT-TIER-HEADING
           END-IF.
           IF VT-NIGHTS-PLAYED(VT-IX) NOT > 0
               ADD 1 TO WS-TIER-UNPLAYED
               GO TO PRINT-ONE-RANKED-VENUE-EXIT
           END-IF.
           ADD 1 TO WS-TIER-RANK.
           ADD 1 TO WS-ROOMS-PLAYED-COUNT.
           ADD VT-NIGHTS-PLAYED(VT-IX) TO WS-TIER-NIGHTS.
           ADD VT-HEADCOUNT(VT-IX) TO WS-TIER-HEADCOUNT.
           ADD VT-GROSS-AMOUNT(VT-IX) TO WS-TIER-GROSS.
           ADD VT-GROSS-AMOUNT(VT-IX) TO WS-GROSS-TOTAL.

           MOVE WS-TIER-RANK TO RD-RANK.
           MOVE VT-VENUE-CODE(VT-IX) TO RD-VENUE-CODE.
           MOVE VT-VENUE-NAME(VT-IX) TO RD-VENUE-NAME.
           MOVE VT-NIGHTS-PLAYED(VT-IX) TO RD-NIGHTS-PLAYED.
           MOVE VT-HEADCOUNT(VT-IX) TO RD-HEADCOUNT.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               VT-HEADCOUNT(VT-IX) / VT-NIGHTS-PLAYED(VT-IX).
           MOVE WS-AVERAGE-HEADCOUNT TO RD-AVERAGE-HEADCOUNT.
           MOVE VT-CAPACITY(VT-IX) TO RD-CAPACITY.
           IF VT-FILL-RATE-KNOWN(VT-IX)
               MOVE VT-FILL-PCT(VT-IX) TO RD-FILL-PCT
           ELSE
               MOVE '  N/A' TO RD-FILL-TEXT
           END-IF.
           MOVE VT-GROSS-AMOUNT(VT-IX) TO RD-GROSS-AMOUNT.
           MOVE VT-PRESTIGE-WEIGHT(VT-IX) TO RD-PRESTIGE-WEIGHT.
           WRITE VENUE-LINE FROM WS-RANK-DETAIL-LINE.
           IF NOT VENUE-REPORT-OK
               DISPLAY 'ERROR WRITING VENUE-REPORT, STATUS '
                   WS-VENUE-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           PERFORM PRINT-VENUE-ACTS.
       PRINT-ONE-RANKED-VENUE-EXIT.
           EXIT.

       PRINT-VENUE-ACTS.
           MOVE SPACES TO AL-ACT-SLOT(1) AL-ACT-SLOT(2)
               AL-ACT-SLOT(3) AL-ACT-SLOT(4) AL-ACT-SLOT(5)
               AL-ACT-SLOT(6) AL-ACT-SLOT(7) AL-ACT-SLOT(8)
               AL-ACT-SLOT(9) AL-ACT-SLOT(10).
           MOVE SPACES TO AL-MORE-ACTS-TEXT.
           PERFORM MOVE-ONE-ACT-ID THRU MOVE-ONE-ACT-ID-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > VT-ACT-COUNT(VT-IX)
                  OR WS-ACT-SUB > 10.
           IF VT-ACT-COUNT(VT-IX) > 10
               COMPUTE WS-MORE-ACTS = VT-ACT-COUNT(VT-IX) - 10
               MOVE ' +' TO AL-MORE-ACTS-TEXT(1:2)
               MOVE WS-MORE-ACTS TO AL-MORE-ACTS
               MOVE ' MORE' TO AL-MORE-ACTS-TEXT(6:5)
           END-IF.
           WRITE VENUE-LINE FROM WS-ACTS-LINE.

       MOVE-ONE-ACT-ID.
           MOVE VT-ACT-ID(VT-IX WS-ACT-SUB) TO AL-ACT-ID(WS-ACT-SUB).
       MOVE-ONE-ACT-ID-EXIT.
           EXIT.

       PRINT-TIER-HEADING.
           WRITE VENUE-LINE FROM WS-BLANK-LINE.
           MOVE WS-CURRENT-TIER TO TH-MARKET-TIER.
           WRITE VENUE-LINE FROM WS-TIER-HEAD-LINE.
           WRITE VENUE-LINE FROM WS-RANK-COLUMN-LINE.
           MOVE 0 TO WS-TIER-RANK.
           MOVE 0 TO WS-TIER-NIGHTS.
           MOVE 0 TO WS-TIER-HEADCOUNT.
           MOVE 0 TO WS-TIER-GROSS.
           MOVE 0 TO WS-TIER-UNPLAYED.

       PRINT-TIER-TOTALS.
           MOVE WS-TIER-NIGHTS TO TT-NIGHTS-PLAYED.
           MOVE WS-TIER-HEADCOUNT TO TT-HEADCOUNT.
           MOVE WS-TIER-GROSS TO TT-GROSS-AMOUNT.
           WRITE VENUE-LINE FROM WS-TIER-TOTAL-LINE.
           MOVE WS-TIER-UNPLAYED TO TU-UNPLAYED-COUNT.
           WRITE VENUE-LINE FROM WS-TIER-UNPLAYED-LINE.

      * PRINT-PRESTIGE-MISFITS -- rooms played in the period
      * whose weight and fill rate pull opposite ways.  A room
      * with no weight on file is unweighted, and one with no
      * fill rate has nothing to judge it by; neither is listed.
       PRINT-PRESTIGE-MISFITS.
           WRITE VENUE-LINE FROM WS-BLANK-LINE.
           MOVE 'PRESTIGE WEIGHT OUT OF LINE WITH FILL RATE'
               TO SL-SECTION-TITLE.
           WRITE VENUE-LINE FROM WS-SECTION-LINE.
           PERFORM CHECK-ONE-PRESTIGE THRU CHECK-ONE-PRESTIGE-EXIT
               VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > WS-VENUE-COUNT.
           IF WS-MISFIT-COUNT = 0
               MOVE '     NONE' TO VENUE-LINE
               WRITE VENUE-LINE
           END-IF.

       CHECK-ONE-PRESTIGE.
           IF NOT VT-FILL-RATE-KNOWN(VT-IX)
              OR VT-PRESTIGE-WEIGHT(VT-IX) = 0
               GO TO CHECK-ONE-PRESTIGE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN VT-PRESTIGE-WEIGHT(VT-IX) NOT < WS-HIGH-WEIGHT
                AND VT-FILL-PCT(VT-IX) < WS-LOW-FILL-PCT
                   MOVE 'WEIGHTED UP, ROOM PLAYING HALF EMPTY'
                       TO MF-REASON
               WHEN VT-PRESTIGE-WEIGHT(VT-IX) NOT > WS-LOW-WEIGHT
                AND VT-FILL-PCT(VT-IX) NOT < WS-HIGH-FILL-PCT
                   MOVE 'WEIGHTED DOWN, ROOM PLAYING FULL'
                       TO MF-REASON
               WHEN OTHER
                   GO TO CHECK-ONE-PRESTIGE-EXIT
           END-EVALUATE.
           ADD 1 TO WS-MISFIT-COUNT.
           MOVE VT-VENUE-CODE(VT-IX) TO MF-VENUE-CODE.
           MOVE VT-VENUE-NAME(VT-IX) TO MF-VENUE-NAME.
           MOVE VT-MARKET-TIER(VT-IX) TO MF-MARKET-TIER.
           MOVE VT-PRESTIGE-WEIGHT(VT-IX) TO MF-PRESTIGE-WEIGHT.
           MOVE VT-FILL-PCT(VT-IX) TO MF-FILL-PCT.
           WRITE VENUE-LINE FROM WS-MISFIT-LINE.
       CHECK-ONE-PRESTIGE-EXIT.
           EXIT.

      * PRINT-DARK-ROOMS -- rooms with no night played in the 90
      * days to the period end, or never, and what the schedule
      * has coming for them.
       PRINT-DARK-ROOMS.
           WRITE VENUE-LINE FROM WS-BLANK-LINE.
           MOVE 'ROOMS NOT PLAYED IN 90 DAYS' TO SL-SECTION-TITLE.
           WRITE VENUE-LINE FROM WS-SECTION-LINE.
           PERFORM CHECK-ONE-DARK-ROOM THRU CHECK-ONE-DARK-ROOM-EXIT
               VARYING VT-IX FROM 1 BY 1
               UNTIL VT-IX > WS-VENUE-COUNT.
           IF WS-DARK-ROOM-COUNT = 0
               MOVE '     NONE' TO VENUE-LINE
               WRITE VENUE-LINE
           END-IF.

       CHECK-ONE-DARK-ROOM.
           IF VT-LAST-PLAYED(VT-IX) = 0
               MOVE 'NEVER' TO DK-LAST-PLAYED
               MOVE SPACES TO DK-DAYS-DARK-TEXT
           ELSE
               COMPUTE WS-LAST-PLAYED-DAY = FUNCTION INTEGER-OF-DATE(
                   VT-LAST-PLAYED(VT-IX))
               IF WS-LAST-PLAYED-DAY > WS-DARK-CUTOFF-DAY
                   GO TO CHECK-ONE-DARK-ROOM-EXIT
               END-IF
               MOVE VT-LAST-PLAYED(VT-IX) TO DK-LAST-PLAYED
               COMPUTE WS-DAYS-DARK =
                   WS-PERIOD-END-DAY - WS-LAST-PLAYED-DAY
               MOVE WS-DAYS-DARK TO DD-DAYS-DARK
               MOVE WS-DAYS-DARK-TEXT TO DK-DAYS-DARK-TEXT
           END-IF.
           ADD 1 TO WS-DARK-ROOM-COUNT.
           MOVE VT-VENUE-CODE(VT-IX) TO DK-VENUE-CODE.
           MOVE VT-VENUE-NAME(VT-IX) TO DK-VENUE-NAME.
           MOVE VT-MARKET-TIER(VT-IX) TO DK-MARKET-TIER.
           IF VT-NEXT-BOOKED(VT-IX) = 0
               MOVE 'NONE' TO DK-NEXT-BOOKED
           ELSE
               MOVE VT-NEXT-BOOKED(VT-IX) TO DK-NEXT-BOOKED
           END-IF.
           MOVE VT-NIGHTS-AHEAD(VT-IX) TO DK-NIGHTS-AHEAD.
           WRITE VENUE-LINE FROM WS-DARK-ROOM-LINE.
       CHECK-ONE-DARK-ROOM-EXIT.
           EXIT.

       PRINT-CONTROL-TOTALS.
           WRITE VENUE-LINE FROM WS-BLANK-LINE.
           MOVE 'LEDGER ENTRIES READ' TO TY-LABEL.
           MOVE WS-LEDGER-READ-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'LEDGER ENTRIES IN THE PERIOD' TO TY-LABEL.
           MOVE WS-PERIOD-ENTRY-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'PERIOD ENTRIES FOR ROOMS NOT ON FILE' TO TY-LABEL.
           MOVE WS-CLOSED-ROOM-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'FORWARD BOOKINGS READ' TO TY-LABEL.
           MOVE WS-BOOKINGS-READ-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'ROOMS ON VENUE-MASTER' TO TY-LABEL.
           MOVE WS-VENUE-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'ROOMS PLAYED IN THE PERIOD' TO TY-LABEL.
           MOVE WS-ROOMS-PLAYED-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'PRESTIGE WEIGHTS OUT OF LINE' TO TY-LABEL.
           MOVE WS-MISFIT-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'ROOMS NOT PLAYED IN 90 DAYS' TO TY-LABEL.
           MOVE WS-DARK-ROOM-COUNT TO TY-VALUE.
           WRITE VENUE-LINE FROM WS-TALLY-LINE.
           MOVE 'GROSS EARNINGS, ALL ROOMS' TO CC-LABEL.
           MOVE WS-GROSS-TOTAL TO CC-VALUE.
           WRITE VENUE-LINE FROM WS-COUNT-LINE.

       ABORT-RUN.
           DISPLAY 'FAMEVENU ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
