      * prints the month per act -- each event with its venue,
      * headcount and gross, the act's event count and gross
      * total for the period, and the fame movement over the
      * same month off the permanent FAME-HISTORY, and the
      * split of that gross between the booking agency's
      * commission and the net due the act -- so the
      * statement the agent gets and the ledger finance ties to
      * the royalty extract are the same numbers.

      * RCA        2026-09-02  First cut, driven monthly by the
      *                        FAMESTMT job -- not part of the
      *                        nightly run.
      * RCA        2026-10-15  FAMEADJT reversal and restated
      *                        entries now print against the
      *                        event they correct, marked as
      *                        such; a reversal takes its event
      *                        and its gross back off the act's
      *                        totals.  A correction lands in the
      *                        month of the night it corrects,
      *                        so a month already stated needs
      *                        its statement run again.
      * RCA        2026-10-15  Each event now shows the agency
      *                        that booked it, and the act's
      *                        totals split the gross into the
      *                        agency's commission (rate off
      *                        AGENCY-MASTER, rounded per event
      *                        the way FAMECOMM rounds it) and
      *                        the net to the act.  An event with
      *                        no agency, or one not on the
      *                        master, carries no commission.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS VENUE-CODE
               FILE STATUS IS WS-VENUE-MASTER-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * agency cluster should mean no commission, not an abend.
           SELECT OPTIONAL AGENCY-MASTER ASSIGN TO AGYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-AGENCY-ID
               FILE STATUS IS WS-AGENCY-MASTER-STATUS.

      * OPTIONAL for the same reason FAMETRND declares it so --
      * an unloaded history cluster should mean no movement
      * lines, not an abend.
       FD  VENUE-MASTER.
           COPY VENUEREC.

       FD  AGENCY-MASTER.
           COPY AGENCYREC.

       FD  FAME-HISTORY.
           COPY FAMEHREC.

           88  VENUE-MASTER-OK                VALUE '00'.
           88  VENUE-MASTER-NOT-FOUND         VALUE '23'.

       01  WS-AGENCY-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-MASTER-OK               VALUE '00'.
           88  AGENCY-MASTER-NOT-FOUND        VALUE '23'.
           88  AGENCY-MASTER-OPT-EMPTY        VALUE '05'.

       01  WS-FAME-HISTORY-STATUS   PIC X(02) VALUE '00'.
           88  FAME-HISTORY-OK                VALUE '00'.
           88  FAME-HISTORY-EOF               VALUE '10'.
               10  MO-EVENT-TYPE     PIC X(01).
               10  MO-HEADCOUNT      PIC 9(06).
               10  MO-GROSS-AMOUNT   PIC 9(09)V99.
               10  MO-ENTRY-TYPE     PIC X(01).
                   88  MO-REVERSAL-ENTRY      VALUE 'R'.
                   88  MO-RESTATED-ENTRY      VALUE 'S'.
               10  MO-AGENCY-ID      PIC X(04).

       01  WS-MONTH-SLOT            PIC 9(04) VALUE 0.
       01  WS-MONTH-SHIFT           PIC 9(04) VALUE 0.
       01  WS-STATEMENT-TALENT      PIC X(06) VALUE LOW-VALUES.
       01  WS-ACT-EVENT-COUNT       PIC 9(04) VALUE 0.
       01  WS-ACT-GROSS-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-ACT-COMMISSION-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-ACT-NET-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-FAME-MOVEMENT         PIC S9(06) VALUE 0.

       01  WS-ACTS-PRINTED-COUNT    PIC 9(04) VALUE 0.
       01  WS-EVENTS-PRINTED-COUNT  PIC 9(05) VALUE 0.
       01  WS-GRAND-GROSS-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-COMMISSION-TOTAL PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-NET-TOTAL       PIC 9(13)V99 VALUE 0.

      * The booking agency's cut of one event -- the rate off
      * AGENCY-MASTER, zero when the event carries no agency or
      * one the master doesn't know.
       01  WS-COMMISSION-PCT        PIC 9(02)V99 VALUE 0.
       01  WS-EVENT-COMMISSION      PIC 9(09)V99 VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(42) VALUE
           05  FILLER                PIC X(08) VALUE '  HEADS '.
           05  EV-HEADCOUNT          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE '  GROSS '.
           05  EV-GROSS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EV-ENTRY-NOTE         PIC X(08).
           05  FILLER                PIC X(09) VALUE '  AGENCY '.
           05  EV-AGENCY-ID          PIC X(04).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-ACT-TOTAL-LINE.
           05  FILLER                PIC X(09) VALUE '  EVENTS '.
           05  FILLER                PIC X(16) VALUE
               '  FAME MOVEMENT '.
           05  AT-FAME-MOVEMENT      PIC +ZZ,ZZ9.
           05  FILLER                PIC X(13) VALUE
               '  COMMISSION '.
           05  AT-COMMISSION-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(06) VALUE '  NET '.
           05  AT-NET-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(14) VALUE SPACES.

       01  WS-NO-MOVE-LINE           PIC X(132) VALUE
           '  (NO FAME-HISTORY RECORDS INSIDE THE PERIOD)'.
                   WS-VENUE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT AGENCY-MASTER.
           IF NOT AGENCY-MASTER-OK AND NOT AGENCY-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT FAME-HISTORY.
           IF NOT FAME-HISTORY-OK AND NOT FAME-HISTORY-OPT-EMPTY
               DISPLAY 'ERROR OPENING FAME-HISTORY, STATUS '
           CLOSE EARNINGS-LEDGER.
           CLOSE TALENT-MASTER.
           CLOSE VENUE-MASTER.
           CLOSE AGENCY-MASTER.
           CLOSE FAME-HISTORY.
           CLOSE STATEMENT-REPORT.

           MOVE EL-EVENT-TYPE TO MO-EVENT-TYPE(MO-IX).
           MOVE EL-HEADCOUNT TO MO-HEADCOUNT(MO-IX).
           MOVE EL-GROSS-AMOUNT TO MO-GROSS-AMOUNT(MO-IX).
           MOVE EL-ENTRY-TYPE TO MO-ENTRY-TYPE(MO-IX).
           MOVE EL-AGENCY-ID TO MO-AGENCY-ID(MO-IX).

       FIND-MONTH-SLOT.
           MOVE MO-TALENT-ID(MO-IX) TO WS-MPK-TALENT-ID.
               PERFORM PRINT-ACT-HEADING
               MOVE 0 TO WS-ACT-EVENT-COUNT
               MOVE 0 TO WS-ACT-GROSS-TOTAL
               MOVE 0 TO WS-ACT-COMMISSION-TOTAL
           END-IF.
           PERFORM PRICE-EVENT-COMMISSION.
      * A reversal sorts in behind the event it reverses (same
      * act, same night, ledger order kept), so taking it back
      * off the totals never runs them below zero.
           IF MO-REVERSAL-ENTRY(MO-IX)
               SUBTRACT 1 FROM WS-ACT-EVENT-COUNT
               SUBTRACT 1 FROM WS-EVENTS-PRINTED-COUNT
               SUBTRACT MO-GROSS-AMOUNT(MO-IX)
                   FROM WS-ACT-GROSS-TOTAL
               SUBTRACT MO-GROSS-AMOUNT(MO-IX)
                   FROM WS-GRAND-GROSS-TOTAL
               SUBTRACT WS-EVENT-COMMISSION
                   FROM WS-ACT-COMMISSION-TOTAL
               SUBTRACT WS-EVENT-COMMISSION
                   FROM WS-GRAND-COMMISSION-TOTAL
               COMPUTE EV-GROSS-AMOUNT = 0 - MO-GROSS-AMOUNT(MO-IX)
               MOVE 'REVERSAL' TO EV-ENTRY-NOTE
           ELSE
               ADD 1 TO WS-ACT-EVENT-COUNT
               ADD 1 TO WS-EVENTS-PRINTED-COUNT
               ADD MO-GROSS-AMOUNT(MO-IX) TO WS-ACT-GROSS-TOTAL
               ADD MO-GROSS-AMOUNT(MO-IX) TO WS-GRAND-GROSS-TOTAL
               ADD WS-EVENT-COMMISSION TO WS-ACT-COMMISSION-TOTAL
               ADD WS-EVENT-COMMISSION TO WS-GRAND-COMMISSION-TOTAL
               MOVE MO-GROSS-AMOUNT(MO-IX) TO EV-GROSS-AMOUNT
               MOVE SPACES TO EV-ENTRY-NOTE
               IF MO-RESTATED-ENTRY(MO-IX)
                   MOVE 'RESTATED' TO EV-ENTRY-NOTE
               END-IF
           END-IF.
           MOVE MO-RUN-DATE(MO-IX) TO EV-RUN-DATE.
           MOVE MO-VENUE-CODE(MO-IX) TO EV-VENUE-CODE.
           PERFORM LOOK-UP-STATEMENT-VENUE.
           MOVE MO-EVENT-TYPE(MO-IX) TO EV-EVENT-TYPE.
           MOVE MO-HEADCOUNT(MO-IX) TO EV-HEADCOUNT.
           MOVE MO-AGENCY-ID(MO-IX) TO EV-AGENCY-ID.
           WRITE STATEMENT-LINE FROM WS-EVENT-LINE.
           IF NOT STATEMENT-REPORT-OK
               DISPLAY 'ERROR WRITING STATEMENT-REPORT, STATUS '
       PRINT-ONE-EVENT-EXIT.
           EXIT.

      * PRICE-EVENT-COMMISSION -- the agency's cut of the event
      * in hand, rounded per event so the statement and the
      * FAMECOMM payables file agree to the cent.  A reversal
      * prices off the same rate as the event it takes back.
       PRICE-EVENT-COMMISSION.
           MOVE 0 TO WS-COMMISSION-PCT.
           IF MO-AGENCY-ID(MO-IX) NOT = SPACES
               MOVE MO-AGENCY-ID(MO-IX) TO AM-AGENCY-ID
               READ AGENCY-MASTER
                   INVALID KEY
                       MOVE 0 TO AM-COMMISSION-PCT
               END-READ
               IF NOT AGENCY-MASTER-OK
                  AND NOT AGENCY-MASTER-NOT-FOUND
                   DISPLAY 'ERROR READING AGENCY-MASTER, STATUS '
                       WS-AGENCY-MASTER-STATUS ' AGENCY '
                       AM-AGENCY-ID
                   PERFORM ABORT-RUN
               END-IF
               MOVE AM-COMMISSION-PCT TO WS-COMMISSION-PCT
           END-IF.
           COMPUTE WS-EVENT-COMMISSION ROUNDED =
               MO-GROSS-AMOUNT(MO-IX) * WS-COMMISSION-PCT / 100.

       PRINT-ACT-HEADING.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
           ADD 1 TO WS-ACTS-PRINTED-COUNT.
           MOVE VENUE-NAME TO EV-VENUE-NAME.

      * PRINT-ACT-TOTALS -- the act's month in one line: events,
      * gross, the fame movement over the same period off the
      * history, and the gross split into the agency's
      * commission and the net to the act.
       PRINT-ACT-TOTALS.
           MOVE WS-ACT-EVENT-COUNT TO AT-EVENT-COUNT.
           MOVE WS-ACT-GROSS-TOTAL TO AT-GROSS-TOTAL.
           MOVE WS-ACT-COMMISSION-TOTAL TO AT-COMMISSION-TOTAL.
           COMPUTE WS-ACT-NET-TOTAL =
               WS-ACT-GROSS-TOTAL - WS-ACT-COMMISSION-TOTAL.
           MOVE WS-ACT-NET-TOTAL TO AT-NET-TOTAL.
           PERFORM LOCATE-STATEMENT-MOVEMENT.
           IF MOVE-ENTRY-FOUND
               COMPUTE WS-FAME-MOVEMENT =
           MOVE 'GROSS EARNINGS, ALL ACTS' TO SC-LABEL.
           MOVE WS-GRAND-GROSS-TOTAL TO SC-VALUE.
           WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'AGENCY COMMISSION, ALL ACTS' TO SC-LABEL.
           MOVE WS-GRAND-COMMISSION-TOTAL TO SC-VALUE.
           WRITE STATEMENT-LINE FROM WS-COUNT-LINE.
           COMPUTE WS-GRAND-NET-TOTAL =
               WS-GRAND-GROSS-TOTAL - WS-GRAND-COMMISSION-TOTAL.
           MOVE 'NET TO ACTS, ALL ACTS' TO SC-LABEL.
           MOVE WS-GRAND-NET-TOTAL TO SC-VALUE.
           WRITE STATEMENT-LINE FROM WS-COUNT-LINE.

       ABORT-RUN.
           DISPLAY 'FAMESTMT ABENDING -- SEE PRIOR FILE STATUS '
