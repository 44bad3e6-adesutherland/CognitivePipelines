      *                        on the night's shared
      *                        OPERATOR-ALERTS file for the
      *                        FAMEALRT report.
      * RCA        2026-10-15  Booked-versus-played reconciliation
      *                        ahead of the purge: the bookings
      *                        about to come off the file are
      *                        matched against the events FAME
      *                        posted for those nights on the
      *                        EARNINGS-LEDGER.  A booking with no
      *                        event, an event with no booking,
      *                        the wrong room and a headcount far
      *                        off the booked one each print and
      *                        land a W alert, and leave RC 4.
      * RCA        2026-10-15  A FAMEADJT reversal entry on the
      *                        ledger now cancels the posted
      *                        event it reverses instead of
      *                        counting as a night played, so a
      *                        reversed gig reads as never
      *                        played; a restated entry counts
      *                        as the event it replaces.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS VA-ALIAS-CODE
               FILE STATUS IS WS-VENUE-ALIAS-STATUS.

      * What FAME actually posted, night by night -- read whole
      * for the nights whose bookings are about to be purged.
           SELECT EARNINGS-LEDGER ASSIGN TO EARNLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNINGS-LEDGER-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.
       FD  VENUE-ALIAS.
           COPY VALIASRC.

       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

      * Same card layout the FAME step reads -- only PC-RUN-DATE
      * matters here; the purge and the itinerary window are both
      * measured off it.
      * '05' is the OPTIONAL OPEN of an unloaded cluster.
           88  VENUE-ALIAS-OPT-EMPTY          VALUE '05'.

       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-WINDOW-END-DATE     PIC 9(08) VALUE 0.
       01  WS-DATE-INTEGER        PIC 9(07) VALUE 0.

      * The nights the reconciliation covers: from the oldest
      * booking still waiting to be purged (normally last night,
      * further back only if a night's purge never ran) up to
      * last night.
       01  WS-RECON-START-DATE    PIC 9(08) VALUE 0.
       01  WS-RECON-END-DATE      PIC 9(08) VALUE 0.

      * How far a counted crowd may stray from the booked one, as
      * a percentage either way, before the night is flagged.
       01  WS-HEADCOUNT-TOLERANCE PIC 9(03) VALUE 50.
       01  WS-HEADCOUNT-FLOOR     PIC 9(08) VALUE 0.
       01  WS-HEADCOUNT-CEILING   PIC 9(08) VALUE 0.

      * Why a feed record bounced -- the first edit it trips.
      *   DATE  event date not numeric or zero
      *   PAST  event date before the run date
               10  GT-BOOKING-COUNT  PIC 9(04).
               10  GT-HEADCOUNT-SUM  PIC 9(09).

      * The bookings about to be purged, and the events posted
      * for the same nights, held side by side for the match.  A
      * posted event flips to matched once a booking claims it;
      * whatever is left unclaimed played with no booking.
       01  WS-PLAYED-TABLE.
           05  WS-PLAYED-COUNT       PIC 9(04) VALUE 0.
           05  WS-PLAYED-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PB-IX.
               10  PB-TALENT-ID      PIC X(06).
               10  PB-EVENT-DATE     PIC 9(08).
               10  PB-VENUE-CODE     PIC X(06).
               10  PB-HEADCOUNT      PIC 9(06).

       01  WS-POSTED-TABLE.
           05  WS-POSTED-COUNT       PIC 9(04) VALUE 0.
           05  WS-POSTED-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PE-IX.
               10  PE-TALENT-ID      PIC X(06).
               10  PE-RUN-DATE       PIC 9(08).
               10  PE-VENUE-CODE     PIC X(06).
               10  PE-HEADCOUNT      PIC 9(06).
               10  PE-MATCHED-SWITCH PIC X(03).
                   88  PE-EVENT-MATCHED       VALUE 'YES'.
                   88  PE-EVENT-UNMATCHED     VALUE 'NO '.
                   88  PE-EVENT-REVERSED      VALUE 'REV'.

      * What the posted events for one booking add up to.
       01  WS-NIGHT-EVENT-COUNT     PIC 9(04) VALUE 0.
       01  WS-NIGHT-HEADCOUNT       PIC 9(08) VALUE 0.
       01  WS-NIGHT-PLAYED-VENUE    PIC X(06) VALUE SPACES.
       01  WS-BOOKED-VENUE-SWITCH   PIC X(03) VALUE 'NO '.
           88  BOOKED-VENUE-PLAYED            VALUE 'YES'.
           88  BOOKED-VENUE-NOT-PLAYED        VALUE 'NO '.

       01  WS-ITINERARY-TALENT      PIC X(06) VALUE LOW-VALUES.

       01  WS-FEED-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-DOUBLE-BOOKED-COUNT   PIC 9(05) VALUE 0.
       01  WS-MISFIT-COUNT          PIC 9(05) VALUE 0.
       01  WS-PURGED-COUNT          PIC 9(05) VALUE 0.
       01  WS-RECON-BOOKED-COUNT    PIC 9(05) VALUE 0.
       01  WS-RECON-POSTED-COUNT    PIC 9(05) VALUE 0.
       01  WS-NO-EVENT-COUNT        PIC 9(05) VALUE 0.
       01  WS-NO-BOOKING-COUNT      PIC 9(05) VALUE 0.
       01  WS-WRONG-VENUE-COUNT     PIC 9(05) VALUE 0.
       01  WS-HEADCOUNT-OFF-COUNT   PIC 9(05) VALUE 0.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
           05  CA-OFFERED-VENUE      PIC X(06).
           05  FILLER                PIC X(06) VALUE SPACES.

       01  WS-RECON-ALERT-TEXT.
           05  RA-RECON-KIND         PIC X(24).
           05  FILLER                PIC X(04) VALUE ' ON '.
           05  RA-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(07) VALUE ' VENUE '.
           05  RA-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(11) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMESCHD -- FORWARD BOOKING SCHEDULE'.
           05  MF-MISFIT-KIND        PIC X(24).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-RECON-HEAD.
           05  FILLER                PIC X(40) VALUE
               'BOOKED-VERSUS-PLAYED RECONCILIATION FOR '.
           05  RH-START-DATE         PIC 9(08).
           05  FILLER                PIC X(09) VALUE ' THROUGH '.
           05  RH-END-DATE           PIC 9(08).
           05  FILLER                PIC X(67) VALUE SPACES.

       01  WS-RECON-LINE.
           05  FILLER                PIC X(03) VALUE '** '.
           05  RL-RECON-KIND         PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RL-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(04) VALUE ' ON '.
           05  RL-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(08) VALUE ' BOOKED '.
           05  RL-BOOKED-VENUE       PIC X(06).
           05  FILLER                PIC X(08) VALUE ' PLAYED '.
           05  RL-PLAYED-VENUE       PIC X(06).
           05  FILLER                PIC X(10) VALUE ' EXPECTED '.
           05  RL-EXPECTED-HEADCOUNT PIC ZZZ,ZZ9.
           05  FILLER                PIC X(09) VALUE ' COUNTED '.
           05  RL-COUNTED-HEADCOUNT  PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE ' **'.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-ITINERARY-HEAD.
           05  FILLER                PIC X(25) VALUE
               'WEEK-AHEAD ITINERARY FOR '.
           WRITE SCHEDULE-LINE FROM WS-HEADING-LINE.
           WRITE SCHEDULE-LINE FROM WS-BLANK-LINE.

           PERFORM RECONCILE-PLAYED-BOOKINGS.
           PERFORM PURGE-PLAYED-BOOKINGS.
           PERFORM APPLY-SCHEDULE-FEED.
           PERFORM LOAD-WEEK-AHEAD.

      * Conflicts and misfits leave RC 4 standing -- the booking
      * desk sees the feed needs a phone call without reading
      * the whole report.  So does a played night that didn't
      * reconcile: somebody has a missing gig to chase.
           IF WS-DOUBLE-BOOKED-COUNT > 0
              OR WS-MISFIT-COUNT > 0
              OR WS-NO-EVENT-COUNT > 0
              OR WS-NO-BOOKING-COUNT > 0
              OR WS-WRONG-VENUE-COUNT > 0
              OR WS-HEADCOUNT-OFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   WS-VENUE-ALIAS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-REPORT.
           IF NOT SCHEDULE-REPORT-OK
               DISPLAY 'ERROR OPENING SCHEDULE-REPORT, STATUS '
           CLOSE TALENT-MASTER.
           CLOSE VENUE-MASTER.
           CLOSE VENUE-ALIAS.
           CLOSE EARNINGS-LEDGER.
           CLOSE SCHEDULE-REPORT.
           CLOSE OPERATOR-ALERTS.

      * RECONCILE-PLAYED-BOOKINGS -- before the purge takes them
      * off the file, every booking dated before tonight is
      * matched against what FAME posted for that night on the
      * EARNINGS-LEDGER (the ledger carries our venue code, the
      * same one the schedule holds).  Four ways a night fails to
      * reconcile: booked with no event (a no-show, or an agency
      * record lost on the way in), an event nobody booked, the
      * act in a different room, and a crowd far off the booked
      * headcount.  Each prints and lands a W alert so the
      * missing night is chased before it turns up missing on
      * the monthly statement.
       RECONCILE-PLAYED-BOOKINGS.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
           COMPUTE WS-RECON-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-RECON-END-DATE TO WS-RECON-START-DATE.
           PERFORM LOAD-PLAYED-BOOKINGS.
           PERFORM LOAD-POSTED-EVENTS.

           MOVE WS-RECON-START-DATE TO RH-START-DATE.
           MOVE WS-RECON-END-DATE TO RH-END-DATE.
           WRITE SCHEDULE-LINE FROM WS-RECON-HEAD.
           PERFORM MATCH-ONE-PLAYED-BOOKING
               THRU MATCH-ONE-PLAYED-BOOKING-EXIT
               VARYING PB-IX FROM 1 BY 1
               UNTIL PB-IX > WS-PLAYED-COUNT.
           PERFORM REPORT-UNBOOKED-EVENT
               THRU REPORT-UNBOOKED-EVENT-EXIT
               VARYING PE-IX FROM 1 BY 1
               UNTIL PE-IX > WS-POSTED-COUNT.
           IF WS-NO-EVENT-COUNT = 0
              AND WS-NO-BOOKING-COUNT = 0
              AND WS-WRONG-VENUE-COUNT = 0
              AND WS-HEADCOUNT-OFF-COUNT = 0
               MOVE 'EVERY PLAYED BOOKING AND POSTED EVENT RECONCILED'
                   TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           END-IF.
           WRITE SCHEDULE-LINE FROM WS-BLANK-LINE.

      * LOAD-PLAYED-BOOKINGS -- the same walk the purge makes; the
      * file is date-major, so the first booking read is the
      * oldest night the reconciliation has to reach back to.
       LOAD-PLAYED-BOOKINGS.
           MOVE 0 TO BS-EVENT-DATE.
           MOVE LOW-VALUES TO BS-TALENT-ID.
           START BOOKING-SCHEDULE KEY IS NOT LESS THAN BS-KEY
               INVALID KEY MOVE '23' TO WS-BOOKING-SCHEDULE-STATUS
           END-START.
           IF BOOKING-SCHEDULE-OK
               PERFORM READ-NEXT-BOOKING
               IF NOT BOOKING-SCHEDULE-EOF
                  AND BS-EVENT-DATE < WS-RECON-START-DATE
                   MOVE BS-EVENT-DATE TO WS-RECON-START-DATE
               END-IF
               PERFORM LOAD-ONE-PLAYED-BOOKING
                   THRU LOAD-ONE-PLAYED-BOOKING-EXIT
                   UNTIL BOOKING-SCHEDULE-EOF
                      OR BS-EVENT-DATE NOT < WS-RUN-DATE
           END-IF.

       LOAD-ONE-PLAYED-BOOKING.
           IF WS-PLAYED-COUNT < 1000
               ADD 1 TO WS-PLAYED-COUNT
               SET PB-IX TO WS-PLAYED-COUNT
               MOVE BS-TALENT-ID TO PB-TALENT-ID(PB-IX)
               MOVE BS-EVENT-DATE TO PB-EVENT-DATE(PB-IX)
               MOVE BS-VENUE-CODE TO PB-VENUE-CODE(PB-IX)
               MOVE BS-EXPECTED-HEADCOUNT TO PB-HEADCOUNT(PB-IX)
           ELSE
               DISPLAY 'PLAYED TABLE FULL, BOOKING LEFT OUT OF THE '
                   'RECONCILIATION: ' BS-TALENT-ID ' ' BS-EVENT-DATE
           END-IF.
           PERFORM READ-NEXT-BOOKING.
       LOAD-ONE-PLAYED-BOOKING-EXIT.
           EXIT.

      * LOAD-POSTED-EVENTS -- the ledger accumulates night over
      * night, so it is read whole and only the nights inside the
      * reconciliation window are kept.
       LOAD-POSTED-EVENTS.
           PERFORM READ-NEXT-LEDGER-ENTRY.
           PERFORM LOAD-ONE-POSTED-EVENT
               THRU LOAD-ONE-POSTED-EVENT-EXIT
               UNTIL EARNINGS-LEDGER-EOF.

       LOAD-ONE-POSTED-EVENT.
           IF EL-RUN-DATE < WS-RECON-START-DATE
              OR EL-RUN-DATE > WS-RECON-END-DATE
               PERFORM READ-NEXT-LEDGER-ENTRY
               GO TO LOAD-ONE-POSTED-EVENT-EXIT
           END-IF.
           IF EL-REVERSAL-ENTRY
               PERFORM CANCEL-REVERSED-EVENT
               PERFORM READ-NEXT-LEDGER-ENTRY
               GO TO LOAD-ONE-POSTED-EVENT-EXIT
           END-IF.
           IF WS-POSTED-COUNT < 3000
               ADD 1 TO WS-POSTED-COUNT
               SET PE-IX TO WS-POSTED-COUNT
               MOVE EL-TALENT-ID TO PE-TALENT-ID(PE-IX)
               MOVE EL-RUN-DATE TO PE-RUN-DATE(PE-IX)
               MOVE EL-VENUE-CODE TO PE-VENUE-CODE(PE-IX)
               MOVE EL-HEADCOUNT TO PE-HEADCOUNT(PE-IX)
               SET PE-EVENT-UNMATCHED(PE-IX) TO TRUE
           ELSE
               DISPLAY 'POSTED TABLE FULL, EVENT LEFT OUT OF THE '
                   'RECONCILIATION: ' EL-TALENT-ID ' ' EL-RUN-DATE
           END-IF.
           PERFORM READ-NEXT-LEDGER-ENTRY.
       LOAD-ONE-POSTED-EVENT-EXIT.
           EXIT.

      * CANCEL-REVERSED-EVENT -- FAMEADJT dates a reversal the
      * night it reverses and writes it after the event, so the
      * event is already in the table; the first one still
      * standing for the same act, night and room is the one
      * taken back.
       CANCEL-REVERSED-EVENT.
           IF WS-POSTED-COUNT > 0
               SET PE-IX TO 1
               SEARCH WS-POSTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN PE-IX > WS-POSTED-COUNT
                       CONTINUE
                   WHEN PE-EVENT-UNMATCHED(PE-IX)
                       AND PE-TALENT-ID(PE-IX) = EL-TALENT-ID
                       AND PE-RUN-DATE(PE-IX) = EL-RUN-DATE
                       AND PE-VENUE-CODE(PE-IX) = EL-VENUE-CODE
                       SET PE-EVENT-REVERSED(PE-IX) TO TRUE
               END-SEARCH
           END-IF.

       READ-NEXT-LEDGER-ENTRY.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * MATCH-ONE-PLAYED-BOOKING -- every event the act posted
      * that night is claimed by the booking, whichever room it
      * was in; the room and the crowd are then judged on the
      * night as a whole.
       MATCH-ONE-PLAYED-BOOKING.
           ADD 1 TO WS-RECON-BOOKED-COUNT.
           MOVE 0 TO WS-NIGHT-EVENT-COUNT.
           MOVE 0 TO WS-NIGHT-HEADCOUNT.
           MOVE SPACES TO WS-NIGHT-PLAYED-VENUE.
           SET BOOKED-VENUE-NOT-PLAYED TO TRUE.
           PERFORM CLAIM-ONE-POSTED-EVENT
               THRU CLAIM-ONE-POSTED-EVENT-EXIT
               VARYING PE-IX FROM 1 BY 1
               UNTIL PE-IX > WS-POSTED-COUNT.
           MOVE PB-TALENT-ID(PB-IX) TO RL-TALENT-ID.
           MOVE PB-EVENT-DATE(PB-IX) TO RL-EVENT-DATE.
           MOVE PB-VENUE-CODE(PB-IX) TO RL-BOOKED-VENUE.
           MOVE PB-HEADCOUNT(PB-IX) TO RL-EXPECTED-HEADCOUNT.
           MOVE WS-NIGHT-HEADCOUNT TO RL-COUNTED-HEADCOUNT.
           IF WS-NIGHT-EVENT-COUNT = 0
               ADD 1 TO WS-NO-EVENT-COUNT
               MOVE SPACES TO RL-PLAYED-VENUE
               MOVE 'BOOKED, NO EVENT POSTED ' TO RL-RECON-KIND
               PERFORM WRITE-RECON-LINE
               GO TO MATCH-ONE-PLAYED-BOOKING-EXIT
           END-IF.
           IF BOOKED-VENUE-PLAYED
               MOVE PB-VENUE-CODE(PB-IX) TO RL-PLAYED-VENUE
           ELSE
               ADD 1 TO WS-WRONG-VENUE-COUNT
               MOVE WS-NIGHT-PLAYED-VENUE TO RL-PLAYED-VENUE
               MOVE 'PLAYED THE WRONG VENUE  ' TO RL-RECON-KIND
               PERFORM WRITE-RECON-LINE
           END-IF.
           IF PB-HEADCOUNT(PB-IX) > 0
               COMPUTE WS-HEADCOUNT-FLOOR =
                   PB-HEADCOUNT(PB-IX)
                   * (100 - WS-HEADCOUNT-TOLERANCE) / 100
               COMPUTE WS-HEADCOUNT-CEILING =
                   PB-HEADCOUNT(PB-IX)
                   * (100 + WS-HEADCOUNT-TOLERANCE) / 100
               IF WS-NIGHT-HEADCOUNT < WS-HEADCOUNT-FLOOR
                  OR WS-NIGHT-HEADCOUNT > WS-HEADCOUNT-CEILING
                   ADD 1 TO WS-HEADCOUNT-OFF-COUNT
                   MOVE 'HEADCOUNT FAR OFF BOOKED' TO RL-RECON-KIND
                   PERFORM WRITE-RECON-LINE
               END-IF
           END-IF.
       MATCH-ONE-PLAYED-BOOKING-EXIT.
           EXIT.

       CLAIM-ONE-POSTED-EVENT.
           IF PE-EVENT-REVERSED(PE-IX)
               GO TO CLAIM-ONE-POSTED-EVENT-EXIT
           END-IF.
           IF PE-TALENT-ID(PE-IX) = PB-TALENT-ID(PB-IX)
              AND PE-RUN-DATE(PE-IX) = PB-EVENT-DATE(PB-IX)
               SET PE-EVENT-MATCHED(PE-IX) TO TRUE
               ADD 1 TO WS-NIGHT-EVENT-COUNT
               ADD PE-HEADCOUNT(PE-IX) TO WS-NIGHT-HEADCOUNT
               IF PE-VENUE-CODE(PE-IX) = PB-VENUE-CODE(PB-IX)
                   SET BOOKED-VENUE-PLAYED TO TRUE
               ELSE
                   MOVE PE-VENUE-CODE(PE-IX) TO WS-NIGHT-PLAYED-VENUE
               END-IF
           END-IF.
       CLAIM-ONE-POSTED-EVENT-EXIT.
           EXIT.

      * REPORT-UNBOOKED-EVENT -- a posted event no booking
      * claimed: a gig the schedule never heard of.
       REPORT-UNBOOKED-EVENT.
           IF PE-EVENT-REVERSED(PE-IX)
               GO TO REPORT-UNBOOKED-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-RECON-POSTED-COUNT.
           IF PE-EVENT-MATCHED(PE-IX)
               GO TO REPORT-UNBOOKED-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-NO-BOOKING-COUNT.
           MOVE 'EVENT POSTED, NO BOOKING' TO RL-RECON-KIND.
           MOVE PE-TALENT-ID(PE-IX) TO RL-TALENT-ID.
           MOVE PE-RUN-DATE(PE-IX) TO RL-EVENT-DATE.
           MOVE SPACES TO RL-BOOKED-VENUE.
           MOVE PE-VENUE-CODE(PE-IX) TO RL-PLAYED-VENUE.
           MOVE 0 TO RL-EXPECTED-HEADCOUNT.
           MOVE PE-HEADCOUNT(PE-IX) TO RL-COUNTED-HEADCOUNT.
           PERFORM WRITE-RECON-LINE.
       REPORT-UNBOOKED-EVENT-EXIT.
           EXIT.

      * WRITE-RECON-LINE -- callers stage the line; the matching
      * W alert is cut from the same fields, naming the booked
      * room where there was one and the played room otherwise.
       WRITE-RECON-LINE.
           WRITE SCHEDULE-LINE FROM WS-RECON-LINE.
           IF NOT SCHEDULE-REPORT-OK
               DISPLAY 'ERROR WRITING SCHEDULE-REPORT, STATUS '
                   WS-SCHEDULE-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           MOVE RL-TALENT-ID TO WS-ALERT-SUBJECT-ID.
           MOVE RL-RECON-KIND TO RA-RECON-KIND.
           MOVE RL-EVENT-DATE TO RA-EVENT-DATE.
           IF RL-BOOKED-VENUE = SPACES
               MOVE RL-PLAYED-VENUE TO RA-VENUE-CODE
           ELSE
               MOVE RL-BOOKED-VENUE TO RA-VENUE-CODE
           END-IF.
           MOVE WS-RECON-ALERT-TEXT TO WS-ALERT-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.

      * PURGE-PLAYED-BOOKINGS -- anything dated before tonight
      * has either played or been overtaken; off the file so the
      * cluster holds the future, not the archive.
           MOVE 'PLAYED BOOKINGS PURGED' TO SC-LABEL.
           MOVE WS-PURGED-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'PLAYED BOOKINGS RECONCILED' TO SC-LABEL.
           MOVE WS-RECON-BOOKED-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'POSTED EVENTS RECONCILED' TO SC-LABEL.
           MOVE WS-RECON-POSTED-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'BOOKINGS WITH NO EVENT POSTED' TO SC-LABEL.
           MOVE WS-NO-EVENT-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'EVENTS POSTED WITH NO BOOKING' TO SC-LABEL.
           MOVE WS-NO-BOOKING-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'NIGHTS PLAYED IN THE WRONG VENUE' TO SC-LABEL.
           MOVE WS-WRONG-VENUE-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.
           MOVE 'HEADCOUNTS FAR OFF THE BOOKING' TO SC-LABEL.
           MOVE WS-HEADCOUNT-OFF-COUNT TO SC-VALUE.
           WRITE SCHEDULE-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
