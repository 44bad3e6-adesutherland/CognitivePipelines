       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEYEAR.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Year-end earnings summary and tax-reporting file.  At
      * calendar year end finance used to rebuild each act's
      * year from twelve FAMESTMT printouts to fill in the tax
      * forms.  This program walks the EARNINGS-LEDGER once for
      * the year on its card and totals it by act and month --
      * events, gross, the agency's commission and the net to
      * the act, priced per event exactly as FAMESTMT and
      * FAMECOMM price it -- and prints a twelve-month summary
      * per act.  Each earning act's year then goes on a
      * fixed-format file for finance with who the act is paid
      * as off PAYEE-MASTER, closed by a trailer of control
      * totals.
      *
      * An earning act with no payee record, or one whose
      * taxpayer ID is blank or short, still goes on the file,
      * flagged, so the file proves to the ledger -- and is
      * listed as an exception at the end of the report, RC 4,
      * for finance to chase before the forms go out.  Acts
      * retired off TALENT-MASTER are reported like any other;
      * their payee record outlives them.
      *
      * The commission is priced off each agency's current rate,
      * as the monthly jobs do; a rate changed in the year
      * reprices the months before the change.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP010 of the
      *                        FAMEYEND job once the year's last
      *                        FAMESTMT is out.
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

      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * agency cluster should mean no commission, not an abend.
           SELECT OPTIONAL AGENCY-MASTER ASSIGN TO AGYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-AGENCY-ID
               FILE STATUS IS WS-AGENCY-MASTER-STATUS.

      * OPTIONAL likewise: an unloaded payee cluster makes every
      * earning act an exception, which is the truth.
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

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT TAX-FILE ASSIGN TO TAXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT YEAR-REPORT ASSIGN TO YEARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  AGENCY-MASTER.
           COPY AGENCYREC.

       FD  PAYEE-MASTER.
           COPY PAYEEREC.

       FD  TALENT-MASTER.
           COPY TALENTREC.

      * The tax year, YYYY in the first four columns.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  YP-TAX-YEAR             PIC 9(04).
           05  FILLER                  PIC X(76).

      * The tax-reporting file for finance: one D record per act
      * that earned in the year -- the payee as PAYEE-MASTER has
      * it, the year's events, gross, commission and net -- then
      * one T record proving the lot.  YD-EXCEPTION-CODE is
      * blank on a clean record, P for no payee record, T for a
      * taxpayer ID blank or short.
       FD  TAX-FILE
           RECORDING MODE IS F.
       01  TAX-DETAIL-REC.
           05  YD-RECORD-TYPE          PIC X(01).
               88  YD-IS-DETAIL             VALUE 'D'.
               88  YD-IS-TRAILER            VALUE 'T'.
           05  YD-TAX-YEAR             PIC 9(04).
           05  YD-TALENT-ID            PIC X(06).
           05  YD-LEGAL-NAME           PIC X(40).
           05  YD-TAX-ID-TYPE          PIC X(01).
           05  YD-TAX-ID               PIC X(09).
           05  YD-ADDRESS.
               10  YD-ADDRESS-LINE-1   PIC X(30).
               10  YD-ADDRESS-LINE-2   PIC X(30).
               10  YD-CITY             PIC X(20).
               10  YD-STATE            PIC X(02).
               10  YD-POSTAL-CODE      PIC X(10).
           05  YD-WITHHOLDING-FLAG     PIC X(01).
           05  YD-EVENT-COUNT          PIC 9(05).
           05  YD-GROSS-AMOUNT         PIC 9(11)V99.
           05  YD-COMMISSION-AMOUNT    PIC 9(11)V99.
           05  YD-NET-AMOUNT           PIC 9(11)V99.
           05  YD-EXCEPTION-CODE       PIC X(01).
               88  YD-NO-EXCEPTION          VALUE SPACE.
               88  YD-NO-PAYEE              VALUE 'P'.
               88  YD-TAX-ID-INCOMPLETE     VALUE 'T'.
           05  FILLER                  PIC X(01).
       01  TAX-TRAILER-REC.
           05  YT-RECORD-TYPE          PIC X(01).
           05  YT-TAX-YEAR             PIC 9(04).
           05  YT-RECORD-COUNT         PIC 9(07).
           05  YT-GROSS-TOTAL          PIC 9(13)V99.
           05  YT-COMMISSION-TOTAL     PIC 9(13)V99.
           05  YT-NET-TOTAL            PIC 9(13)V99.
           05  YT-EXCEPTION-COUNT      PIC 9(07).
           05  FILLER                  PIC X(136).

       FD  YEAR-REPORT
           RECORDING MODE IS F.
       01  YEAR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.

       01  WS-AGENCY-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-MASTER-OK               VALUE '00'.
           88  AGENCY-MASTER-NOT-FOUND        VALUE '23'.
           88  AGENCY-MASTER-OPT-EMPTY        VALUE '05'.

       01  WS-PAYEE-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  PAYEE-MASTER-OK                VALUE '00'.
           88  PAYEE-MASTER-NOT-FOUND         VALUE '23'.
           88  PAYEE-MASTER-OPT-EMPTY         VALUE '05'.

       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-TAX-FILE-STATUS   PIC X(02) VALUE '00'.
           88  TAX-FILE-OK                    VALUE '00'.

       01  WS-YEAR-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  YEAR-REPORT-OK                 VALUE '00'.

       01  WS-TAX-YEAR            PIC 9(04) VALUE 0.
       01  WS-LEDGER-YEAR         PIC 9(04) VALUE 0.
       01  WS-LEDGER-MONTH        PIC 9(02) VALUE 0.

       01  WS-MONTH-NAMES-LIST    PIC X(36) VALUE
           'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-LIST.
           05  WS-MONTH-NAME OCCURS 12 TIMES
                   INDEXED BY MN-IX  PIC X(03).

      * One entry per act that turns up on the ledger in the
      * year, held in talent order as the ledger is walked, with
      * a bucket per month.
       01  WS-EARNER-TABLE.
           05  WS-EARNER-COUNT       PIC 9(04) VALUE 0.
           05  WS-EARNER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ER-IX.
               10  ER-TALENT-ID      PIC X(06).
               10  ER-TALENT-NAME    PIC X(20).
               10  ER-EXCEPTION-CODE PIC X(01).
               10  ER-YEAR-GROSS     PIC S9(11)V99.
               10  ER-MONTH OCCURS 12 TIMES.
                   15  ER-EVENT-COUNT      PIC S9(05).
                   15  ER-GROSS-AMOUNT     PIC S9(11)V99.
                   15  ER-COMMISSION-AMOUNT PIC S9(11)V99.

       01  WS-EARNER-SLOT           PIC 9(04) VALUE 0.
       01  WS-EARNER-SHIFT          PIC 9(04) VALUE 0.
       01  WS-MONTH-SUB             PIC 9(02) VALUE 0.

       01  WS-EARNER-FOUND-SWITCH  PIC X(03) VALUE 'NO '.
           88  EARNER-ENTRY-FOUND             VALUE 'YES'.
           88  EARNER-ENTRY-MISSING           VALUE 'NO '.

       01  WS-PAYEE-FOUND-SWITCH   PIC X(03) VALUE 'NO '.
           88  PAYEE-ON-FILE                  VALUE 'YES'.
           88  PAYEE-NOT-ON-FILE              VALUE 'NO '.

      * The entry in hand: its agency's rate and its rounded
      * commission, priced as FAMESTMT prices it.
       01  WS-COMMISSION-PCT        PIC 9(02)V99 VALUE 0.
       01  WS-ENTRY-COMMISSION      PIC 9(09)V99 VALUE 0.

      * The act in hand's year, summed across its months.
       01  WS-ACT-EVENTS            PIC S9(07) VALUE 0.
       01  WS-ACT-GROSS             PIC S9(11)V99 VALUE 0.
       01  WS-ACT-COMMISSION        PIC S9(11)V99 VALUE 0.
       01  WS-ACT-NET               PIC S9(11)V99 VALUE 0.
       01  WS-MONTH-NET             PIC S9(11)V99 VALUE 0.

       01  WS-LEDGER-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-YEAR-ENTRY-COUNT      PIC 9(07) VALUE 0.
       01  WS-TAX-RECORDS-WRITTEN   PIC 9(07) VALUE 0.
       01  WS-NO-PAYEE-COUNT        PIC 9(07) VALUE 0.
       01  WS-BAD-TAX-ID-COUNT      PIC 9(07) VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE 0.
       01  WS-RETIRED-ACT-COUNT     PIC 9(07) VALUE 0.

       01  WS-GROSS-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-COMMISSION-TOTAL      PIC S9(13)V99 VALUE 0.
       01  WS-NET-TOTAL             PIC S9(13)V99 VALUE 0.

      * A taxpayer ID as the report shows it: the kind, five
      * stars and the last four digits.  The full ID goes on the
      * tax file only.
       01  WS-MASKED-TAX-ID.
           05  MK-TAX-ID-TYPE        PIC X(01).
           05  FILLER                PIC X(05) VALUE '*****'.
           05  MK-LAST-FOUR          PIC X(04).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(48) VALUE
               'FAMEYEAR -- YEAR-END EARNINGS SUMMARY, TAX YEAR'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  YH-TAX-YEAR           PIC 9(04).
           05  FILLER                PIC X(79) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-ACT-HEAD-LINE.
           05  FILLER                PIC X(04) VALUE 'ACT '.
           05  AH-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AH-TALENT-NAME        PIC X(20).
           05  FILLER                PIC X(08) VALUE '  PAYEE '.
           05  AH-LEGAL-NAME         PIC X(40).
           05  FILLER                PIC X(08) VALUE '  TAXID '.
           05  AH-TAX-ID             PIC X(10).
           05  FILLER                PIC X(11) VALUE
               '  WITHHOLD '.
           05  AH-WITHHOLDING-FLAG   PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AH-EXCEPTION-NOTE     PIC X(20).

       01  WS-MONTH-LINE.
           05  ML-LABEL              PIC X(08).
           05  FILLER                PIC X(11) VALUE
               '   EVENTS '.
           05  ML-EVENT-COUNT        PIC ZZ,ZZ9-.
           05  FILLER                PIC X(09) VALUE '   GROSS '.
           05  ML-GROSS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(14) VALUE
               '   COMMISSION '.
           05  ML-COMMISSION-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(07) VALUE '   NET '.
           05  ML-NET-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(25) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  XL-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  XL-TALENT-NAME        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  XL-REASON             PIC X(30).
           05  FILLER                PIC X(13) VALUE
               '  YEAR GROSS '.
           05  XL-YEAR-GROSS         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(42) VALUE SPACES.

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
           IF WS-TAX-YEAR = 0
               DISPLAY 'FAMEYEAR NEEDS A TAX YEAR '
                   '(YYYY) ON THE PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-ALL-FILES.

           MOVE WS-TAX-YEAR TO YH-TAX-YEAR.
           WRITE YEAR-LINE FROM WS-HEADING-LINE.

           PERFORM LOAD-YEAR-LEDGER.
           PERFORM REPORT-EARNERS.
           PERFORM WRITE-TAX-TRAILER.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM PRINT-CONTROL-TOTALS.

           PERFORM CLOSE-ALL-FILES.

      * An earning act finance can't yet file for leaves RC 4
      * standing so the file isn't sent on as it stands.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PARM-CARD-OK
               READ PARM-CARD
               IF PARM-CARD-OK
                  AND YP-TAX-YEAR IS NUMERIC
                   MOVE YP-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               CLOSE PARM-CARD
           END-IF.

       OPEN-ALL-FILES.
           OPEN INPUT EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT AGENCY-MASTER.
           IF NOT AGENCY-MASTER-OK AND NOT AGENCY-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT PAYEE-MASTER.
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
           OPEN OUTPUT TAX-FILE.
           IF NOT TAX-FILE-OK
               DISPLAY 'ERROR OPENING TAX-FILE, STATUS '
                   WS-TAX-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT YEAR-REPORT.
           IF NOT YEAR-REPORT-OK
               DISPLAY 'ERROR OPENING YEAR-REPORT, STATUS '
                   WS-YEAR-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE EARNINGS-LEDGER.
           CLOSE AGENCY-MASTER.
           CLOSE PAYEE-MASTER.
           CLOSE TALENT-MASTER.
           CLOSE TAX-FILE.
           CLOSE YEAR-REPORT.

      * ----------------------------------------------------------
      * Totalling the ledger
      * ----------------------------------------------------------

       LOAD-YEAR-LEDGER.
           PERFORM READ-NEXT-LEDGER-RECORD.
           PERFORM SIFT-ONE-LEDGER-RECORD
               THRU SIFT-ONE-LEDGER-RECORD-EXIT
               UNTIL EARNINGS-LEDGER-EOF.

      * SIFT-ONE-LEDGER-RECORD -- an entry inside the year lands
      * in its act's month.  A reversal takes its event, gross
      * and commission back off, as on the statements.
       SIFT-ONE-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-READ-COUNT.
           MOVE EL-RUN-DATE(1:4) TO WS-LEDGER-YEAR.
           IF WS-LEDGER-YEAR NOT = WS-TAX-YEAR
               PERFORM READ-NEXT-LEDGER-RECORD
               GO TO SIFT-ONE-LEDGER-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-YEAR-ENTRY-COUNT.
           MOVE EL-RUN-DATE(5:2) TO WS-LEDGER-MONTH.
           PERFORM PRICE-ENTRY-COMMISSION.
           PERFORM LOCATE-EARNER.
           IF EL-REVERSAL-ENTRY
               SUBTRACT 1 FROM ER-EVENT-COUNT(ER-IX WS-LEDGER-MONTH)
               SUBTRACT EL-GROSS-AMOUNT
                   FROM ER-GROSS-AMOUNT(ER-IX WS-LEDGER-MONTH)
               SUBTRACT WS-ENTRY-COMMISSION
                   FROM ER-COMMISSION-AMOUNT(ER-IX WS-LEDGER-MONTH)
           ELSE
               ADD 1 TO ER-EVENT-COUNT(ER-IX WS-LEDGER-MONTH)
               ADD EL-GROSS-AMOUNT
                   TO ER-GROSS-AMOUNT(ER-IX WS-LEDGER-MONTH)
               ADD WS-ENTRY-COMMISSION
                   TO ER-COMMISSION-AMOUNT(ER-IX WS-LEDGER-MONTH)
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.
       SIFT-ONE-LEDGER-RECORD-EXIT.
           EXIT.

      * PRICE-ENTRY-COMMISSION -- the agency's cut of the entry
      * in hand, rounded per entry.  No agency, or one the
      * master doesn't know, means no commission.
       PRICE-ENTRY-COMMISSION.
           MOVE 0 TO WS-COMMISSION-PCT.
           IF EL-AGENCY-ID NOT = SPACES
               MOVE EL-AGENCY-ID TO AM-AGENCY-ID
               READ AGENCY-MASTER
                   INVALID KEY
                       MOVE 0 TO AM-COMMISSION-PCT
               END-READ
               IF NOT AGENCY-MASTER-OK
                  AND NOT AGENCY-MASTER-NOT-FOUND
                   DISPLAY 'ERROR READING AGENCY-MASTER, STATUS '
                       WS-AGENCY-MASTER-STATUS ' AGENCY '
                       EL-AGENCY-ID
                   PERFORM ABORT-RUN
               END-IF
               MOVE AM-COMMISSION-PCT TO WS-COMMISSION-PCT
           END-IF.
           COMPUTE WS-ENTRY-COMMISSION ROUNDED =
               EL-GROSS-AMOUNT * WS-COMMISSION-PCT / 100.

      * LOCATE-EARNER -- the act's entry, slotted in talent
      * order the first time the act turns up.
       LOCATE-EARNER.
           SET EARNER-ENTRY-MISSING TO TRUE.
           IF WS-EARNER-COUNT > 0
               SET ER-IX TO 1
               SEARCH WS-EARNER-ENTRY
                   AT END
                       SET EARNER-ENTRY-MISSING TO TRUE
                   WHEN ER-IX > WS-EARNER-COUNT
                       SET EARNER-ENTRY-MISSING TO TRUE
                   WHEN ER-TALENT-ID(ER-IX) = EL-TALENT-ID
                       SET EARNER-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF EARNER-ENTRY-MISSING
               PERFORM SLOT-NEW-EARNER
           END-IF.

       SLOT-NEW-EARNER.
           IF WS-EARNER-COUNT NOT < 2000
               DISPLAY 'EARNER TABLE FULL -- RAISE THE OCCURS '
                   'AND RERUN'
               PERFORM ABORT-RUN
           END-IF.
           MOVE 0 TO WS-EARNER-SLOT.
           PERFORM FIND-EARNER-SLOT THRU FIND-EARNER-SLOT-EXIT
               VARYING ER-IX FROM 1 BY 1
               UNTIL ER-IX > WS-EARNER-COUNT
                  OR WS-EARNER-SLOT > 0.
           IF WS-EARNER-SLOT = 0
               COMPUTE WS-EARNER-SLOT = WS-EARNER-COUNT + 1
           END-IF.
           ADD 1 TO WS-EARNER-COUNT.
           MOVE WS-EARNER-COUNT TO WS-EARNER-SHIFT.
           PERFORM SHIFT-EARNER-DOWN THRU SHIFT-EARNER-DOWN-EXIT
               UNTIL WS-EARNER-SHIFT NOT > WS-EARNER-SLOT.
           SET ER-IX TO WS-EARNER-SLOT.
           INITIALIZE WS-EARNER-ENTRY(ER-IX).
           MOVE EL-TALENT-ID TO ER-TALENT-ID(ER-IX).

       FIND-EARNER-SLOT.
           IF EL-TALENT-ID < ER-TALENT-ID(ER-IX)
               SET WS-EARNER-SLOT TO ER-IX
           END-IF.
       FIND-EARNER-SLOT-EXIT.
           EXIT.

       SHIFT-EARNER-DOWN.
           MOVE WS-EARNER-ENTRY(WS-EARNER-SHIFT - 1)
               TO WS-EARNER-ENTRY(WS-EARNER-SHIFT).
           SUBTRACT 1 FROM WS-EARNER-SHIFT.
       SHIFT-EARNER-DOWN-EXIT.
           EXIT.

       READ-NEXT-LEDGER-RECORD.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * The summary and the tax file
      * ----------------------------------------------------------

       REPORT-EARNERS.
           IF WS-EARNER-COUNT = 0
               WRITE YEAR-LINE FROM WS-BLANK-LINE
               MOVE 'NO EVENTS ON THE LEDGER FOR THE YEAR'
                   TO YEAR-LINE
               WRITE YEAR-LINE
           END-IF.
           PERFORM REPORT-ONE-EARNER THRU REPORT-ONE-EARNER-EXIT
               VARYING ER-IX FROM 1 BY 1
               UNTIL ER-IX > WS-EARNER-COUNT.

      * REPORT-ONE-EARNER -- the act's year summed, its payee
      * looked up, its summary printed and its tax record
      * written.  An act whose every event in the year was
      * reversed earned nothing and is left off both.
       REPORT-ONE-EARNER.
           MOVE 0 TO WS-ACT-EVENTS.
           MOVE 0 TO WS-ACT-GROSS.
           MOVE 0 TO WS-ACT-COMMISSION.
           PERFORM SUM-ONE-MONTH THRU SUM-ONE-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           IF WS-ACT-EVENTS = 0 AND WS-ACT-GROSS = 0
               GO TO REPORT-ONE-EARNER-EXIT
           END-IF.
           COMPUTE WS-ACT-NET = WS-ACT-GROSS - WS-ACT-COMMISSION.
           MOVE WS-ACT-GROSS TO ER-YEAR-GROSS(ER-IX).
           ADD WS-ACT-GROSS TO WS-GROSS-TOTAL.
           ADD WS-ACT-COMMISSION TO WS-COMMISSION-TOTAL.
           ADD WS-ACT-NET TO WS-NET-TOTAL.

           PERFORM LOOK-UP-TALENT-NAME.
           PERFORM LOOK-UP-PAYEE.
           PERFORM PRINT-ACT-HEADING.
           PERFORM PRINT-ONE-MONTH THRU PRINT-ONE-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE '    YEAR' TO ML-LABEL.
           MOVE WS-ACT-EVENTS TO ML-EVENT-COUNT.
           MOVE WS-ACT-GROSS TO ML-GROSS-AMOUNT.
           MOVE WS-ACT-COMMISSION TO ML-COMMISSION-AMOUNT.
           MOVE WS-ACT-NET TO ML-NET-AMOUNT.
           WRITE YEAR-LINE FROM WS-MONTH-LINE.
           PERFORM WRITE-TAX-DETAIL.
       REPORT-ONE-EARNER-EXIT.
           EXIT.

       SUM-ONE-MONTH.
           ADD ER-EVENT-COUNT(ER-IX WS-MONTH-SUB) TO WS-ACT-EVENTS.
           ADD ER-GROSS-AMOUNT(ER-IX WS-MONTH-SUB) TO WS-ACT-GROSS.
           ADD ER-COMMISSION-AMOUNT(ER-IX WS-MONTH-SUB)
               TO WS-ACT-COMMISSION.
       SUM-ONE-MONTH-EXIT.
           EXIT.

      * LOOK-UP-TALENT-NAME -- the stage name off the roster, or
      * the same marker FAMESTMT prints for an act since retired.
       LOOK-UP-TALENT-NAME.
           MOVE ER-TALENT-ID(ER-IX) TO TALENT-ID.
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
                       ER-TALENT-ID(ER-IX)
                   PERFORM ABORT-RUN
               END-IF
           END-IF.
           MOVE TALENT-NAME TO ER-TALENT-NAME(ER-IX).

      * LOOK-UP-PAYEE -- the act's payee record, and whether its
      * taxpayer ID is fit to file: a kind the forms know and
      * nine digits that are not all zero.
       LOOK-UP-PAYEE.
           MOVE SPACE TO ER-EXCEPTION-CODE(ER-IX).
           SET PAYEE-ON-FILE TO TRUE.
           MOVE ER-TALENT-ID(ER-IX) TO PM-TALENT-ID.
           READ PAYEE-MASTER
               INVALID KEY
                   SET PAYEE-NOT-ON-FILE TO TRUE
           END-READ.
           IF PAYEE-ON-FILE AND NOT PAYEE-MASTER-OK
               DISPLAY 'ERROR READING PAYEE-MASTER, STATUS '
                   WS-PAYEE-MASTER-STATUS ' TALENT '
                   ER-TALENT-ID(ER-IX)
               PERFORM ABORT-RUN
           END-IF.
           IF PAYEE-NOT-ON-FILE
               MOVE SPACES TO PAYEE-REC
               MOVE ER-TALENT-ID(ER-IX) TO PM-TALENT-ID
               MOVE 'P' TO ER-EXCEPTION-CODE(ER-IX)
               ADD 1 TO WS-NO-PAYEE-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               IF (NOT PM-TAX-ID-IS-SSN AND NOT PM-TAX-ID-IS-EIN)
                  OR PM-TAX-ID IS NOT NUMERIC
                  OR PM-TAX-ID = '000000000'
                   MOVE 'T' TO ER-EXCEPTION-CODE(ER-IX)
                   ADD 1 TO WS-BAD-TAX-ID-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

       PRINT-ACT-HEADING.
           WRITE YEAR-LINE FROM WS-BLANK-LINE.
           MOVE ER-TALENT-ID(ER-IX) TO AH-TALENT-ID.
           MOVE ER-TALENT-NAME(ER-IX) TO AH-TALENT-NAME.
           MOVE PM-LEGAL-NAME TO AH-LEGAL-NAME.
           IF PM-TAX-ID = SPACES
               MOVE SPACES TO AH-TAX-ID
           ELSE
               MOVE PM-TAX-ID-TYPE TO MK-TAX-ID-TYPE
               MOVE PM-TAX-ID(6:4) TO MK-LAST-FOUR
               MOVE WS-MASKED-TAX-ID TO AH-TAX-ID
           END-IF.
           MOVE PM-WITHHOLDING-FLAG TO AH-WITHHOLDING-FLAG.
           EVALUATE ER-EXCEPTION-CODE(ER-IX)
               WHEN 'P'
                   MOVE '** NO PAYEE RECORD' TO AH-EXCEPTION-NOTE
               WHEN 'T'
                   MOVE '** TAX ID INCOMPLETE' TO AH-EXCEPTION-NOTE
               WHEN OTHER
                   MOVE SPACES TO AH-EXCEPTION-NOTE
           END-EVALUATE.
           WRITE YEAR-LINE FROM WS-ACT-HEAD-LINE.
           IF NOT YEAR-REPORT-OK
               DISPLAY 'ERROR WRITING YEAR-REPORT, STATUS '
                   WS-YEAR-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * PRINT-ONE-MONTH -- every month prints, quiet ones as
      * zeros, so the summary lines up against the twelve
      * statements.
       PRINT-ONE-MONTH.
           SET MN-IX TO WS-MONTH-SUB.
           MOVE SPACES TO ML-LABEL.
           MOVE WS-MONTH-NAME(MN-IX) TO ML-LABEL(6:3).
           MOVE ER-EVENT-COUNT(ER-IX WS-MONTH-SUB) TO ML-EVENT-COUNT.
           MOVE ER-GROSS-AMOUNT(ER-IX WS-MONTH-SUB)
               TO ML-GROSS-AMOUNT.
           MOVE ER-COMMISSION-AMOUNT(ER-IX WS-MONTH-SUB)
               TO ML-COMMISSION-AMOUNT.
           COMPUTE WS-MONTH-NET =
               ER-GROSS-AMOUNT(ER-IX WS-MONTH-SUB)
             - ER-COMMISSION-AMOUNT(ER-IX WS-MONTH-SUB).
           MOVE WS-MONTH-NET TO ML-NET-AMOUNT.
           WRITE YEAR-LINE FROM WS-MONTH-LINE.
       PRINT-ONE-MONTH-EXIT.
           EXIT.

      * WRITE-TAX-DETAIL -- the payee fields as PAYEE-MASTER has
      * them (blank when there is no payee record) and the
      * year's figures.
       WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-REC.
           SET YD-IS-DETAIL TO TRUE.
           MOVE WS-TAX-YEAR TO YD-TAX-YEAR.
           MOVE ER-TALENT-ID(ER-IX) TO YD-TALENT-ID.
           MOVE PM-LEGAL-NAME TO YD-LEGAL-NAME.
           MOVE PM-TAX-ID-TYPE TO YD-TAX-ID-TYPE.
           MOVE PM-TAX-ID TO YD-TAX-ID.
           MOVE PM-ADDRESS TO YD-ADDRESS.
           MOVE PM-WITHHOLDING-FLAG TO YD-WITHHOLDING-FLAG.
           MOVE WS-ACT-EVENTS TO YD-EVENT-COUNT.
           MOVE WS-ACT-GROSS TO YD-GROSS-AMOUNT.
           MOVE WS-ACT-COMMISSION TO YD-COMMISSION-AMOUNT.
           MOVE WS-ACT-NET TO YD-NET-AMOUNT.
           MOVE ER-EXCEPTION-CODE(ER-IX) TO YD-EXCEPTION-CODE.
           WRITE TAX-DETAIL-REC.
           IF NOT TAX-FILE-OK
               DISPLAY 'ERROR WRITING TAX-FILE, STATUS '
                   WS-TAX-FILE-STATUS ' TALENT '
                   ER-TALENT-ID(ER-IX)
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-TAX-RECORDS-WRITTEN.

      * WRITE-TAX-TRAILER -- the control record finance proves
      * the file against: detail count, the three totals and how
      * many details are flagged.
       WRITE-TAX-TRAILER.
           MOVE SPACES TO TAX-TRAILER-REC.
           MOVE 'T' TO YT-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO YT-TAX-YEAR.
           MOVE WS-TAX-RECORDS-WRITTEN TO YT-RECORD-COUNT.
           MOVE WS-GROSS-TOTAL TO YT-GROSS-TOTAL.
           MOVE WS-COMMISSION-TOTAL TO YT-COMMISSION-TOTAL.
           MOVE WS-NET-TOTAL TO YT-NET-TOTAL.
           MOVE WS-EXCEPTION-COUNT TO YT-EXCEPTION-COUNT.
           WRITE TAX-TRAILER-REC.
           IF NOT TAX-FILE-OK
               DISPLAY 'ERROR WRITING TAX TRAILER, STATUS '
                   WS-TAX-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * PRINT-EXCEPTIONS -- every earning act finance can't file
      * for as it stands, in one place at the end.
       PRINT-EXCEPTIONS.
           WRITE YEAR-LINE FROM WS-BLANK-LINE.
           MOVE 'EARNING ACTS NOT READY TO FILE' TO YEAR-LINE.
           WRITE YEAR-LINE.
           IF WS-EXCEPTION-COUNT = 0
               MOVE '     NONE' TO YEAR-LINE
               WRITE YEAR-LINE
           END-IF.
           PERFORM PRINT-ONE-EXCEPTION THRU PRINT-ONE-EXCEPTION-EXIT
               VARYING ER-IX FROM 1 BY 1
               UNTIL ER-IX > WS-EARNER-COUNT.

       PRINT-ONE-EXCEPTION.
           EVALUATE ER-EXCEPTION-CODE(ER-IX)
               WHEN 'P'
                   MOVE 'NO PAYEE RECORD' TO XL-REASON
               WHEN 'T'
                   MOVE 'TAX ID BLANK OR INCOMPLETE' TO XL-REASON
               WHEN OTHER
                   GO TO PRINT-ONE-EXCEPTION-EXIT
           END-EVALUATE.
           MOVE ER-TALENT-ID(ER-IX) TO XL-TALENT-ID.
           MOVE ER-TALENT-NAME(ER-IX) TO XL-TALENT-NAME.
           MOVE ER-YEAR-GROSS(ER-IX) TO XL-YEAR-GROSS.
           WRITE YEAR-LINE FROM WS-EXCEPTION-LINE.
       PRINT-ONE-EXCEPTION-EXIT.
           EXIT.

       PRINT-CONTROL-TOTALS.
           WRITE YEAR-LINE FROM WS-BLANK-LINE.
           MOVE 'LEDGER ENTRIES READ' TO TY-LABEL.
           MOVE WS-LEDGER-READ-COUNT TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'LEDGER ENTRIES IN THE YEAR' TO TY-LABEL.
           MOVE WS-YEAR-ENTRY-COUNT TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'TAX RECORDS WRITTEN' TO TY-LABEL.
           MOVE WS-TAX-RECORDS-WRITTEN TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'EARNING ACTS SINCE RETIRED' TO TY-LABEL.
           MOVE WS-RETIRED-ACT-COUNT TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'EARNING ACTS WITH NO PAYEE RECORD' TO TY-LABEL.
           MOVE WS-NO-PAYEE-COUNT TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'EARNING ACTS WITH TAX ID INCOMPLETE' TO TY-LABEL.
           MOVE WS-BAD-TAX-ID-COUNT TO TY-VALUE.
           WRITE YEAR-LINE FROM WS-TALLY-LINE.
           MOVE 'GROSS EARNINGS, ALL ACTS' TO CC-LABEL.
           MOVE WS-GROSS-TOTAL TO CC-VALUE.
           WRITE YEAR-LINE FROM WS-COUNT-LINE.
           MOVE 'AGENCY COMMISSION' TO CC-LABEL.
           MOVE WS-COMMISSION-TOTAL TO CC-VALUE.
           WRITE YEAR-LINE FROM WS-COUNT-LINE.
           MOVE 'NET TO ACTS' TO CC-LABEL.
           MOVE WS-NET-TOTAL TO CC-VALUE.
           WRITE YEAR-LINE FROM WS-COUNT-LINE.

       ABORT-RUN.
           DISPLAY 'FAMEYEAR ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
