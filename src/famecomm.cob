       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMECOMM.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Monthly commission split and accounts-payable interface.
      * Every priced event on the EARNINGS-LEDGER now carries
      * the agency whose batch sent it, and AGENCY-MASTER
      * carries what that agency takes.  This program walks the
      * ledger for one month, splits each event's gross into the
      * agency's commission and the net due the act -- rounded
      * per event, the same way FAMESTMT prints it -- and writes
      * one payable per agency and act to a fixed-format file
      * for accounts payable, closed by a trailer carrying the
      * record count and the gross, commission and net totals
      * so AP can prove the file before paying off it.  A
      * register prints the same figures agency by agency.
      *
      * An entry with no agency (posted before the agency rode
      * the feed) or an agency the master doesn't know pays the
      * act the whole gross, no commission, and is named on the
      * register; RC 4 says somebody should look before AP
      * pays.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP020 of the
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

      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * agency cluster should mean no commission, not an abend.
           SELECT OPTIONAL AGENCY-MASTER ASSIGN TO AGYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-AGENCY-ID
               FILE STATUS IS WS-AGENCY-MASTER-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT PAYABLES-FILE ASSIGN TO APPAYBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYABLES-FILE-STATUS.

           SELECT COMMISSION-REPORT ASSIGN TO COMMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  AGENCY-MASTER.
           COPY AGENCYREC.

      * The statement period, YYYYMM in the run-date columns of
      * the standard card -- the same card the FAMESTMT step
      * reads.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  SP-STATEMENT-MONTH      PIC 9(06).
           05  FILLER                  PIC X(74).

      * The accounts-payable interface: one D record per agency
      * and act for the period -- what the agency is owed in
      * commission and the act in net, and when -- then one T
      * record proving the lot.  PY-DUE-DATE is the last day of
      * the period plus the agency's payment terms.
       FD  PAYABLES-FILE
           RECORDING MODE IS F.
       01  PAYABLE-DETAIL-REC.
           05  PY-RECORD-TYPE          PIC X(01).
               88  PY-IS-DETAIL             VALUE 'D'.
               88  PY-IS-TRAILER            VALUE 'T'.
           05  PY-PERIOD               PIC 9(06).
           05  PY-AGENCY-ID            PIC X(04).
           05  PY-TALENT-ID            PIC X(06).
           05  PY-EVENT-COUNT          PIC 9(05).
           05  PY-GROSS-AMOUNT         PIC 9(11)V99.
           05  PY-COMMISSION-PCT       PIC 9(02)V99.
           05  PY-COMMISSION-AMOUNT    PIC 9(11)V99.
           05  PY-NET-AMOUNT           PIC 9(11)V99.
           05  PY-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(27).
       01  PAYABLE-TRAILER-REC.
           05  PT-RECORD-TYPE          PIC X(01).
           05  PT-PERIOD               PIC 9(06).
           05  PT-RECORD-COUNT         PIC 9(07).
           05  PT-GROSS-TOTAL          PIC 9(13)V99.
           05  PT-COMMISSION-TOTAL     PIC 9(13)V99.
           05  PT-NET-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(41).

       FD  COMMISSION-REPORT
           RECORDING MODE IS F.
       01  COMMISSION-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.

       01  WS-AGENCY-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-MASTER-OK               VALUE '00'.
           88  AGENCY-MASTER-NOT-FOUND        VALUE '23'.
           88  AGENCY-MASTER-OPT-EMPTY        VALUE '05'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-PAYABLES-FILE-STATUS   PIC X(02) VALUE '00'.
           88  PAYABLES-FILE-OK               VALUE '00'.

       01  WS-COMMISSION-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  COMMISSION-REPORT-OK           VALUE '00'.

       01  WS-STATEMENT-MONTH     PIC 9(06) VALUE 0.
       01  WS-LEDGER-MONTH        PIC 9(06) VALUE 0.

      * The period's last day, as a day number, for the due
      * dates -- the first of the following month less one.
       01  WS-NEXT-MONTH-FIRST.
           05  WS-NMF-YEAR           PIC 9(04).
           05  WS-NMF-MONTH          PIC 9(02).
           05  WS-NMF-DAY            PIC 9(02).
       01  WS-NEXT-MONTH-FIRST-N REDEFINES WS-NEXT-MONTH-FIRST
                                  PIC 9(08).
       01  WS-PERIOD-END-DAY      PIC 9(07) VALUE 0.

      * One payable per agency and act, held in agency-then-act
      * order as the ledger is walked, so the file and the
      * register come out grouped by who gets paid.
       01  WS-PAYABLE-TABLE.
           05  WS-PAYABLE-COUNT      PIC 9(04) VALUE 0.
           05  WS-PAYABLE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PB-IX.
               10  PB-KEY.
                   15  PB-AGENCY-ID  PIC X(04).
                   15  PB-TALENT-ID  PIC X(06).
               10  PB-AGENCY-STANDING PIC X(01).
                   88  PB-AGENCY-ON-FILE      VALUE 'K'.
                   88  PB-AGENCY-UNKNOWN      VALUE 'U'.
                   88  PB-AGENCY-NONE         VALUE 'N'.
               10  PB-AGENCY-NAME    PIC X(30).
               10  PB-COMMISSION-PCT PIC 9(02)V99.
               10  PB-PAYMENT-TERMS-DAYS PIC 9(03).
               10  PB-EVENT-COUNT    PIC 9(05).
               10  PB-GROSS-AMOUNT   PIC 9(11)V99.
               10  PB-COMMISSION-AMOUNT PIC 9(11)V99.

       01  WS-PAYABLE-SLOT          PIC 9(04) VALUE 0.
       01  WS-PAYABLE-SHIFT         PIC 9(04) VALUE 0.
       01  WS-PAYABLE-SORT-KEY.
           05  WS-PSK-AGENCY-ID      PIC X(04).
           05  WS-PSK-TALENT-ID      PIC X(06).

       01  WS-PAYABLE-FOUND-SWITCH  PIC X(03) VALUE 'NO '.
           88  PAYABLE-ENTRY-FOUND            VALUE 'YES'.
           88  PAYABLE-ENTRY-MISSING          VALUE 'NO '.

      * The entry in hand: its agency's standing, rate and terms
      * off the master, and its rounded commission.
       01  WS-AGENCY-STANDING       PIC X(01) VALUE SPACES.
       01  WS-COMMISSION-PCT        PIC 9(02)V99 VALUE 0.
       01  WS-PAYMENT-TERMS-DAYS    PIC 9(03) VALUE 0.
       01  WS-ENTRY-COMMISSION      PIC 9(09)V99 VALUE 0.

       01  WS-CURRENT-AGENCY        PIC X(04) VALUE LOW-VALUES.
       01  WS-NET-AMOUNT            PIC 9(11)V99 VALUE 0.
       01  WS-DUE-DATE              PIC 9(08) VALUE 0.

       01  WS-AGENCY-GROSS-TOTAL    PIC 9(13)V99 VALUE 0.
       01  WS-AGENCY-COMMISSION-TOTAL PIC 9(13)V99 VALUE 0.
       01  WS-AGENCY-NET-TOTAL      PIC 9(13)V99 VALUE 0.

       01  WS-LEDGER-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-PERIOD-ENTRY-COUNT    PIC 9(07) VALUE 0.
       01  WS-NO-AGENCY-COUNT       PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-AGENCY-COUNT  PIC 9(07) VALUE 0.
       01  WS-PAYABLES-WRITTEN      PIC 9(07) VALUE 0.

       01  WS-GROSS-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-COMMISSION-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-NET-TOTAL             PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(50) VALUE
               'FAMECOMM -- AGENCY COMMISSION AND PAYABLES, PERIOD'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CH-STATEMENT-MONTH    PIC 9(06).
           05  FILLER                PIC X(75) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-AGENCY-HEAD-LINE.
           05  FILLER                PIC X(07) VALUE 'AGENCY '.
           05  AH-AGENCY-ID          PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AH-AGENCY-NAME        PIC X(30).
           05  FILLER                PIC X(13) VALUE
               '  COMMISSION '.
           05  AH-COMMISSION-PCT     PIC Z9.99.
           05  FILLER                PIC X(10) VALUE
               ' PCT  NET '.
           05  AH-PAYMENT-TERMS-DAYS PIC ZZ9.
           05  FILLER                PIC X(05) VALUE ' DAYS'.
           05  FILLER                PIC X(53) VALUE SPACES.

       01  WS-NO-AGENCY-NAME         PIC X(30) VALUE
           '(NO AGENCY ON LEDGER ENTRIES)'.
       01  WS-UNKNOWN-AGENCY-NAME    PIC X(30) VALUE
           '(NOT ON AGENCY-MASTER)'.

       01  WS-PAYABLE-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  PL-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(09) VALUE '  EVENTS '.
           05  PL-EVENT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE '  GROSS '.
           05  PL-GROSS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(13) VALUE
               '  COMMISSION '.
           05  PL-COMMISSION-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '  NET '.
           05  PL-NET-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '  DUE '.
           05  PL-DUE-DATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PL-EXCEPTION-NOTE     PIC X(16).

       01  WS-AGENCY-TOTAL-LINE.
           05  FILLER                PIC X(36) VALUE
               '    AGENCY TOTAL            GROSS '.
           05  AT-GROSS-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(13) VALUE
               '  COMMISSION '.
           05  AT-COMMISSION-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '  NET '.
           05  AT-NET-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(29) VALUE SPACES.

       01  WS-TALLY-LINE.
           05  TY-LABEL              PIC X(40).
           05  TY-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CC-LABEL              PIC X(40).
           05  CC-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-STATEMENT-MONTH = 0
               DISPLAY 'FAMECOMM NEEDS A STATEMENT MONTH '
                   '(YYYYMM) ON THE PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-PERIOD-END.

           PERFORM OPEN-ALL-FILES.

           MOVE WS-STATEMENT-MONTH TO CH-STATEMENT-MONTH.
           WRITE COMMISSION-LINE FROM WS-HEADING-LINE.

           PERFORM LOAD-MONTH-LEDGER.
           PERFORM WRITE-PAYABLES.
           PERFORM WRITE-PAYABLES-TRAILER.
           PERFORM PRINT-CONTROL-TOTALS.

           PERFORM CLOSE-ALL-FILES.

      * Entries paid whole to the act for want of an agency
      * leave RC 4 standing so the split gets a look before AP
      * pays off the file.
           IF WS-NO-AGENCY-COUNT > 0
              OR WS-UNKNOWN-AGENCY-COUNT > 0
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
      * less one day, as a day number the payment terms add to.
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
           OPEN OUTPUT PAYABLES-FILE.
           IF NOT PAYABLES-FILE-OK
               DISPLAY 'ERROR OPENING PAYABLES-FILE, STATUS '
                   WS-PAYABLES-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT COMMISSION-REPORT.
           IF NOT COMMISSION-REPORT-OK
               DISPLAY 'ERROR OPENING COMMISSION-REPORT, STATUS '
                   WS-COMMISSION-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE EARNINGS-LEDGER.
           CLOSE AGENCY-MASTER.
           CLOSE PAYABLES-FILE.
           CLOSE COMMISSION-REPORT.

       LOAD-MONTH-LEDGER.
           PERFORM READ-NEXT-LEDGER-RECORD.
           PERFORM SIFT-ONE-LEDGER-RECORD
               THRU SIFT-ONE-LEDGER-RECORD-EXIT
               UNTIL EARNINGS-LEDGER-EOF.

      * SIFT-ONE-LEDGER-RECORD -- an entry inside the period
      * lands on its agency-and-act payable.  A reversal takes
      * its event, gross and commission back off; it follows
      * the posting it reverses on the ledger, so the payable
      * never runs below zero.
       SIFT-ONE-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-READ-COUNT.
           MOVE EL-RUN-DATE(1:6) TO WS-LEDGER-MONTH.
           IF WS-LEDGER-MONTH NOT = WS-STATEMENT-MONTH
               PERFORM READ-NEXT-LEDGER-RECORD
               GO TO SIFT-ONE-LEDGER-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-PERIOD-ENTRY-COUNT.
           PERFORM PRICE-ENTRY-COMMISSION.
           PERFORM LOCATE-PAYABLE.
           IF EL-REVERSAL-ENTRY
               SUBTRACT 1 FROM PB-EVENT-COUNT(PB-IX)
               SUBTRACT EL-GROSS-AMOUNT FROM PB-GROSS-AMOUNT(PB-IX)
               SUBTRACT WS-ENTRY-COMMISSION
                   FROM PB-COMMISSION-AMOUNT(PB-IX)
           ELSE
               ADD 1 TO PB-EVENT-COUNT(PB-IX)
               ADD EL-GROSS-AMOUNT TO PB-GROSS-AMOUNT(PB-IX)
               ADD WS-ENTRY-COMMISSION
                   TO PB-COMMISSION-AMOUNT(PB-IX)
           END-IF.
           PERFORM READ-NEXT-LEDGER-RECORD.
       SIFT-ONE-LEDGER-RECORD-EXIT.
           EXIT.

      * PRICE-ENTRY-COMMISSION -- the agency's rate and terms
      * off the master and the entry's commission, rounded per
      * entry.  No agency, or one the master doesn't know, means
      * no commission: the act is owed the whole gross.
       PRICE-ENTRY-COMMISSION.
           MOVE 0 TO WS-COMMISSION-PCT.
           MOVE 0 TO WS-PAYMENT-TERMS-DAYS.
           MOVE SPACES TO AM-AGENCY-NAME.
           IF EL-AGENCY-ID = SPACES
               MOVE 'N' TO WS-AGENCY-STANDING
               ADD 1 TO WS-NO-AGENCY-COUNT
           ELSE
               MOVE 'K' TO WS-AGENCY-STANDING
               MOVE EL-AGENCY-ID TO AM-AGENCY-ID
               READ AGENCY-MASTER
                   INVALID KEY
                       MOVE 'U' TO WS-AGENCY-STANDING
               END-READ
               IF NOT AGENCY-MASTER-OK
                  AND NOT AGENCY-MASTER-NOT-FOUND
                   DISPLAY 'ERROR READING AGENCY-MASTER, STATUS '
                       WS-AGENCY-MASTER-STATUS ' AGENCY '
                       EL-AGENCY-ID
                   PERFORM ABORT-RUN
               END-IF
               IF WS-AGENCY-STANDING = 'K'
                   MOVE AM-COMMISSION-PCT TO WS-COMMISSION-PCT
                   MOVE AM-PAYMENT-TERMS-DAYS
                       TO WS-PAYMENT-TERMS-DAYS
               ELSE
                   MOVE SPACES TO AM-AGENCY-NAME
                   ADD 1 TO WS-UNKNOWN-AGENCY-COUNT
               END-IF
           END-IF.
           COMPUTE WS-ENTRY-COMMISSION ROUNDED =
               EL-GROSS-AMOUNT * WS-COMMISSION-PCT / 100.

      * LOCATE-PAYABLE -- the agency-and-act entry for the
      * ledger entry in hand, slotted in key order the first
      * time the pair turns up.
       LOCATE-PAYABLE.
           MOVE EL-AGENCY-ID TO WS-PSK-AGENCY-ID.
           MOVE EL-TALENT-ID TO WS-PSK-TALENT-ID.
           SET PAYABLE-ENTRY-MISSING TO TRUE.
           IF WS-PAYABLE-COUNT > 0
               SET PB-IX TO 1
               SEARCH WS-PAYABLE-ENTRY
                   AT END
                       SET PAYABLE-ENTRY-MISSING TO TRUE
                   WHEN PB-IX > WS-PAYABLE-COUNT
                       SET PAYABLE-ENTRY-MISSING TO TRUE
                   WHEN PB-KEY(PB-IX) = WS-PAYABLE-SORT-KEY
                       SET PAYABLE-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF PAYABLE-ENTRY-MISSING
               PERFORM SLOT-NEW-PAYABLE
           END-IF.

       SLOT-NEW-PAYABLE.
           IF WS-PAYABLE-COUNT NOT < 2000
               DISPLAY 'PAYABLE TABLE FULL -- RAISE THE OCCURS '
                   'AND RERUN'
               PERFORM ABORT-RUN
           END-IF.
           MOVE 0 TO WS-PAYABLE-SLOT.
           PERFORM FIND-PAYABLE-SLOT THRU FIND-PAYABLE-SLOT-EXIT
               VARYING PB-IX FROM 1 BY 1
               UNTIL PB-IX > WS-PAYABLE-COUNT
                  OR WS-PAYABLE-SLOT > 0.
           IF WS-PAYABLE-SLOT = 0
               COMPUTE WS-PAYABLE-SLOT = WS-PAYABLE-COUNT + 1
           END-IF.
           ADD 1 TO WS-PAYABLE-COUNT.
           MOVE WS-PAYABLE-COUNT TO WS-PAYABLE-SHIFT.
           PERFORM SHIFT-PAYABLE-DOWN THRU SHIFT-PAYABLE-DOWN-EXIT
               UNTIL WS-PAYABLE-SHIFT NOT > WS-PAYABLE-SLOT.
           SET PB-IX TO WS-PAYABLE-SLOT.
           MOVE EL-AGENCY-ID TO PB-AGENCY-ID(PB-IX).
           MOVE EL-TALENT-ID TO PB-TALENT-ID(PB-IX).
           MOVE WS-AGENCY-STANDING TO PB-AGENCY-STANDING(PB-IX).
           MOVE AM-AGENCY-NAME TO PB-AGENCY-NAME(PB-IX).
           MOVE WS-COMMISSION-PCT TO PB-COMMISSION-PCT(PB-IX).
           MOVE WS-PAYMENT-TERMS-DAYS
               TO PB-PAYMENT-TERMS-DAYS(PB-IX).
           MOVE 0 TO PB-EVENT-COUNT(PB-IX).
           MOVE 0 TO PB-GROSS-AMOUNT(PB-IX).
           MOVE 0 TO PB-COMMISSION-AMOUNT(PB-IX).

       FIND-PAYABLE-SLOT.
           IF WS-PAYABLE-SORT-KEY < PB-KEY(PB-IX)
               SET WS-PAYABLE-SLOT TO PB-IX
           END-IF.
       FIND-PAYABLE-SLOT-EXIT.
           EXIT.

       SHIFT-PAYABLE-DOWN.
           MOVE WS-PAYABLE-ENTRY(WS-PAYABLE-SHIFT - 1)
               TO WS-PAYABLE-ENTRY(WS-PAYABLE-SHIFT).
           SUBTRACT 1 FROM WS-PAYABLE-SHIFT.
       SHIFT-PAYABLE-DOWN-EXIT.
           EXIT.

       READ-NEXT-LEDGER-RECORD.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * WRITE-PAYABLES -- the table in agency-then-act order: a
      * heading and a total per agency on the register, one D
      * record per payable on the file.
       WRITE-PAYABLES.
           IF WS-PAYABLE-COUNT = 0
               WRITE COMMISSION-LINE FROM WS-BLANK-LINE
               MOVE 'NO PRICED EVENTS ON THE LEDGER FOR THE PERIOD'
                   TO COMMISSION-LINE
               WRITE COMMISSION-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-CURRENT-AGENCY.
           PERFORM WRITE-ONE-PAYABLE THRU WRITE-ONE-PAYABLE-EXIT
               VARYING PB-IX FROM 1 BY 1
               UNTIL PB-IX > WS-PAYABLE-COUNT.
           IF WS-CURRENT-AGENCY NOT = LOW-VALUES
               PERFORM PRINT-AGENCY-TOTALS
           END-IF.

      * A pair whose every event was reversed nets to nothing
      * and is left off the file -- there is nothing to pay.
       WRITE-ONE-PAYABLE.
           IF PB-EVENT-COUNT(PB-IX) = 0
              AND PB-GROSS-AMOUNT(PB-IX) = 0
               GO TO WRITE-ONE-PAYABLE-EXIT
           END-IF.
           IF PB-AGENCY-ID(PB-IX) NOT = WS-CURRENT-AGENCY
               IF WS-CURRENT-AGENCY NOT = LOW-VALUES
                   PERFORM PRINT-AGENCY-TOTALS
               END-IF
               MOVE PB-AGENCY-ID(PB-IX) TO WS-CURRENT-AGENCY
               PERFORM PRINT-AGENCY-HEADING
           END-IF.
           COMPUTE WS-NET-AMOUNT =
               PB-GROSS-AMOUNT(PB-IX) - PB-COMMISSION-AMOUNT(PB-IX).
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-PERIOD-END-DAY + PB-PAYMENT-TERMS-DAYS(PB-IX)).

           MOVE SPACES TO PAYABLE-DETAIL-REC.
           SET PY-IS-DETAIL TO TRUE.
           MOVE WS-STATEMENT-MONTH TO PY-PERIOD.
           MOVE PB-AGENCY-ID(PB-IX) TO PY-AGENCY-ID.
           MOVE PB-TALENT-ID(PB-IX) TO PY-TALENT-ID.
           MOVE PB-EVENT-COUNT(PB-IX) TO PY-EVENT-COUNT.
           MOVE PB-GROSS-AMOUNT(PB-IX) TO PY-GROSS-AMOUNT.
           MOVE PB-COMMISSION-PCT(PB-IX) TO PY-COMMISSION-PCT.
           MOVE PB-COMMISSION-AMOUNT(PB-IX) TO PY-COMMISSION-AMOUNT.
           MOVE WS-NET-AMOUNT TO PY-NET-AMOUNT.
           MOVE WS-DUE-DATE TO PY-DUE-DATE.
           WRITE PAYABLE-DETAIL-REC.
           IF NOT PAYABLES-FILE-OK
               DISPLAY 'ERROR WRITING PAYABLES-FILE, STATUS '
                   WS-PAYABLES-FILE-STATUS ' TALENT '
                   PB-TALENT-ID(PB-IX)
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-PAYABLES-WRITTEN.

           ADD PB-GROSS-AMOUNT(PB-IX) TO WS-AGENCY-GROSS-TOTAL.
           ADD PB-COMMISSION-AMOUNT(PB-IX)
               TO WS-AGENCY-COMMISSION-TOTAL.
           ADD WS-NET-AMOUNT TO WS-AGENCY-NET-TOTAL.
           ADD PB-GROSS-AMOUNT(PB-IX) TO WS-GROSS-TOTAL.
           ADD PB-COMMISSION-AMOUNT(PB-IX) TO WS-COMMISSION-TOTAL.
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL.

           MOVE PB-TALENT-ID(PB-IX) TO PL-TALENT-ID.
           MOVE PB-EVENT-COUNT(PB-IX) TO PL-EVENT-COUNT.
           MOVE PB-GROSS-AMOUNT(PB-IX) TO PL-GROSS-AMOUNT.
           MOVE PB-COMMISSION-AMOUNT(PB-IX) TO PL-COMMISSION-AMOUNT.
           MOVE WS-NET-AMOUNT TO PL-NET-AMOUNT.
           MOVE WS-DUE-DATE TO PL-DUE-DATE.
           EVALUATE TRUE
               WHEN PB-AGENCY-NONE(PB-IX)
                   MOVE 'NO AGENCY' TO PL-EXCEPTION-NOTE
               WHEN PB-AGENCY-UNKNOWN(PB-IX)
                   MOVE 'UNKNOWN AGENCY' TO PL-EXCEPTION-NOTE
               WHEN OTHER
                   MOVE SPACES TO PL-EXCEPTION-NOTE
           END-EVALUATE.
           WRITE COMMISSION-LINE FROM WS-PAYABLE-LINE.
           IF NOT COMMISSION-REPORT-OK
               DISPLAY 'ERROR WRITING COMMISSION-REPORT, STATUS '
                   WS-COMMISSION-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
       WRITE-ONE-PAYABLE-EXIT.
           EXIT.

       PRINT-AGENCY-HEADING.
           WRITE COMMISSION-LINE FROM WS-BLANK-LINE.
           MOVE PB-AGENCY-ID(PB-IX) TO AH-AGENCY-ID.
           EVALUATE TRUE
               WHEN PB-AGENCY-NONE(PB-IX)
                   MOVE WS-NO-AGENCY-NAME TO AH-AGENCY-NAME
               WHEN PB-AGENCY-UNKNOWN(PB-IX)
                   MOVE WS-UNKNOWN-AGENCY-NAME TO AH-AGENCY-NAME
               WHEN OTHER
                   MOVE PB-AGENCY-NAME(PB-IX) TO AH-AGENCY-NAME
           END-EVALUATE.
           MOVE PB-COMMISSION-PCT(PB-IX) TO AH-COMMISSION-PCT.
           MOVE PB-PAYMENT-TERMS-DAYS(PB-IX)
               TO AH-PAYMENT-TERMS-DAYS.
           WRITE COMMISSION-LINE FROM WS-AGENCY-HEAD-LINE.
           MOVE 0 TO WS-AGENCY-GROSS-TOTAL.
           MOVE 0 TO WS-AGENCY-COMMISSION-TOTAL.
           MOVE 0 TO WS-AGENCY-NET-TOTAL.

       PRINT-AGENCY-TOTALS.
           MOVE WS-AGENCY-GROSS-TOTAL TO AT-GROSS-TOTAL.
           MOVE WS-AGENCY-COMMISSION-TOTAL TO AT-COMMISSION-TOTAL.
           MOVE WS-AGENCY-NET-TOTAL TO AT-NET-TOTAL.
           WRITE COMMISSION-LINE FROM WS-AGENCY-TOTAL-LINE.

      * WRITE-PAYABLES-TRAILER -- the control record AP proves
      * the file against: detail count and the three totals.
       WRITE-PAYABLES-TRAILER.
           MOVE SPACES TO PAYABLE-TRAILER-REC.
           MOVE 'T' TO PT-RECORD-TYPE.
           MOVE WS-STATEMENT-MONTH TO PT-PERIOD.
           MOVE WS-PAYABLES-WRITTEN TO PT-RECORD-COUNT.
           MOVE WS-GROSS-TOTAL TO PT-GROSS-TOTAL.
           MOVE WS-COMMISSION-TOTAL TO PT-COMMISSION-TOTAL.
           MOVE WS-NET-TOTAL TO PT-NET-TOTAL.
           WRITE PAYABLE-TRAILER-REC.
           IF NOT PAYABLES-FILE-OK
               DISPLAY 'ERROR WRITING PAYABLES TRAILER, STATUS '
                   WS-PAYABLES-FILE-STATUS
               PERFORM ABORT-RUN
           END-IF.

       PRINT-CONTROL-TOTALS.
           WRITE COMMISSION-LINE FROM WS-BLANK-LINE.
           MOVE 'LEDGER ENTRIES READ' TO TY-LABEL.
           MOVE WS-LEDGER-READ-COUNT TO TY-VALUE.
           WRITE COMMISSION-LINE FROM WS-TALLY-LINE.
           MOVE 'LEDGER ENTRIES IN THE PERIOD' TO TY-LABEL.
           MOVE WS-PERIOD-ENTRY-COUNT TO TY-VALUE.
           WRITE COMMISSION-LINE FROM WS-TALLY-LINE.
           MOVE 'ENTRIES WITH NO AGENCY' TO TY-LABEL.
           MOVE WS-NO-AGENCY-COUNT TO TY-VALUE.
           WRITE COMMISSION-LINE FROM WS-TALLY-LINE.
           MOVE 'ENTRIES WITH AN AGENCY NOT ON FILE' TO TY-LABEL.
           MOVE WS-UNKNOWN-AGENCY-COUNT TO TY-VALUE.
           WRITE COMMISSION-LINE FROM WS-TALLY-LINE.
           MOVE 'PAYABLE RECORDS WRITTEN' TO TY-LABEL.
           MOVE WS-PAYABLES-WRITTEN TO TY-VALUE.
           WRITE COMMISSION-LINE FROM WS-TALLY-LINE.
           MOVE 'GROSS EARNINGS, ALL ACTS' TO CC-LABEL.
           MOVE WS-GROSS-TOTAL TO CC-VALUE.
           WRITE COMMISSION-LINE FROM WS-COUNT-LINE.
           MOVE 'AGENCY COMMISSION PAYABLE' TO CC-LABEL.
           MOVE WS-COMMISSION-TOTAL TO CC-VALUE.
           WRITE COMMISSION-LINE FROM WS-COUNT-LINE.
           MOVE 'NET PAYABLE TO ACTS' TO CC-LABEL.
           MOVE WS-NET-TOTAL TO CC-VALUE.
           WRITE COMMISSION-LINE FROM WS-COUNT-LINE.

       ABORT-RUN.
           DISPLAY 'FAMECOMM ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
