       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEFCST.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Forward fleet capacity forecast.  FAMEDISP only ever
      * looks one night ahead, so the first anyone heard of a
      * short night was the shortfall line on the dispatch sheet
      * the evening before -- too late to bring a car back from
      * the shop early or hire one in.  This program sizes every
      * booking on BOOKING-SCHEDULE for the next fourteen nights
      * with FAMEDISP's own motorcade rule (current FAME-LEVEL
      * off TALENT-MASTER, a car more for a stadium), sets the
      * demand against the LIMO-FLEET garage -- a car in the shop
      * or on leave counting only from its expected return date
      * -- and prints a day-by-day grid with every short night
      * flagged.  A short night inside the next 72 hours also
      * lands a W alert on the night's OPERATOR-ALERTS file.
      *
      * One booking is one motorcade: the schedule's key holds an
      * act to one booking a night, the same rule under which
      * FAMEDISP sends one motorcade per act per night.  A booking
      * for an act no longer on TALENT-MASTER is left out of the
      * demand and counted; FAMEINTG reports those.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP038 of the
      *                        FAMENITE job once FAMESCHD has
      *                        loaded tonight's forward bookings
      *                        and the passes have set tonight's
      *                        FAME-LEVELs.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35.
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

           SELECT LIMO-FLEET ASSIGN TO LIMOFLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-VEHICLE-ID
               ALTERNATE RECORD KEY IS LF-ASSIGNED-TALENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LIMO-FLEET-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-SCHEDULE.
           COPY BOOKSREC.

       FD  TALENT-MASTER.
           COPY TALENTREC.

       FD  LIMO-FLEET.
           COPY LIMOFREC.

       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-ROSTER-SELECTION     PIC X(06).
           05  PC-RESTART-TALENT-ID    PIC X(06).
           05  FILLER                  PIC X(60).

       FD  FORECAST-REPORT
           RECORDING MODE IS F.
       01  FORECAST-LINE               PIC X(132).

       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-BOOKING-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  BOOKING-SCHEDULE-OK            VALUE '00'.
           88  BOOKING-SCHEDULE-EOF           VALUE '10'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster -- no
      * bookings, so every night forecasts empty.
           88  BOOKING-SCHEDULE-OPT-EMPTY     VALUE '05'.

       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-LIMO-FLEET-STATUS   PIC X(02) VALUE '00'.
           88  LIMO-FLEET-OK                  VALUE '00'.
           88  LIMO-FLEET-EOF                 VALUE '10'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-FORECAST-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  FORECAST-REPORT-OK             VALUE '00'.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
           88  OPERATOR-ALERTS-NEW            VALUE '05'.

       01  WS-ALERT-SEVERITY      PIC X(01) VALUE 'W'.
       01  WS-ALERT-SUBJECT-ID    PIC X(06) VALUE SPACES.
       01  WS-ALERT-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-ALERT-DATE       PIC 9(08).
       01  WS-ALERT-TIME       PIC 9(08).
       01  WS-ALERT-TIMESTAMP  PIC X(14).

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-INTEGER    PIC 9(07) VALUE 0.
       01  WS-DATE-INTEGER        PIC 9(07) VALUE 0.
       01  WS-LAST-FORECAST-DATE  PIC 9(08) VALUE 0.
       01  WS-DAY-NUMBER          PIC S9(07) VALUE 0.

      * The window: tomorrow -- the night tonight's FAMEDISP pass
      * dispatches -- through fourteen nights out.  The first
      * WS-ALERT-DAYS of them are the 72 hours a short night is
      * still somebody's problem before it is the dispatch
      * sheet's.
       01  WS-FORECAST-DAYS       PIC 9(02) VALUE 14.
       01  WS-ALERT-DAYS          PIC 9(02) VALUE 3.

       01  WS-FORECAST-TABLE.
           05  WS-FORECAST-DAY OCCURS 14 TIMES
                   INDEXED BY FD-IX.
               10  FT-EVENT-DATE       PIC 9(08).
               10  FT-DAY-NAME         PIC X(03).
               10  FT-ACTS-BOOKED      PIC 9(05).
               10  FT-CARS-NEEDED      PIC 9(05).
               10  FT-CARS-AVAILABLE   PIC 9(05).

      * Day names in INTEGER-OF-DATE order: day 1 (1601-01-01)
      * was a Monday, so (integer - 1) mod 7 indexes from MON.
       01  WS-DAY-NAMES-LIST      PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
           05  WS-DAY-NAME OCCURS 7 TIMES
                   INDEXED BY DN-IX  PIC X(03).
       01  WS-DAY-OFFSET          PIC 9(01) VALUE 0.

       01  WS-MOTORCADE-SIZE      PIC 9(02) VALUE 0.
       01  WS-CARS-SHORT          PIC 9(05) VALUE 0.
       01  WS-RETURN-DATE         PIC 9(08) VALUE 0.

       01  WS-BOOKINGS-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-ACT-COUNT       PIC 9(05) VALUE 0.
       01  WS-CARS-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-CARS-OUT-COUNT          PIC 9(05) VALUE 0.
       01  WS-CARS-NO-RETURN-COUNT    PIC 9(05) VALUE 0.
       01  WS-SHORT-NIGHT-COUNT       PIC 9(05) VALUE 0.
       01  WS-ALERTED-NIGHT-COUNT     PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(40) VALUE
               'FAMEFCST -- 14-NIGHT FLEET FORECAST FROM'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FH-FIRST-DATE         PIC 9(08).
           05  FILLER                PIC X(04) VALUE ' TO '.
           05  FH-LAST-DATE          PIC 9(08).
           05  FILLER                PIC X(12) VALUE ', RUN DATE '.
           05  FH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(51) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(40) VALUE
               'NIGHT DATE     DAY    ACTS  NEEDED   AVA'.
           05  FILLER                PIC X(40) VALUE
               'IL   SHORT                              '.
           05  FILLER                PIC X(52) VALUE SPACES.

       01  WS-GRID-LINE.
           05  FG-DAY-NUMBER         PIC Z9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FG-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  FG-DAY-NAME           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FG-ACTS-BOOKED        PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FG-CARS-NEEDED        PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FG-CARS-AVAILABLE     PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FG-CARS-SHORT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FG-SHORT-FLAG         PIC X(32).
           05  FILLER                PIC X(48) VALUE SPACES.

       01  WS-SHORT-ALERT-TEXT.
           05  FILLER                PIC X(09) VALUE 'FORECAST '.
           05  SA-CARS-SHORT         PIC ZZ9.
           05  FILLER                PIC X(15) VALUE
               ' CARS SHORT ON '.
           05  SA-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(07) VALUE ', NEED '.
           05  SA-CARS-NEEDED        PIC ZZZ9.
           05  FILLER                PIC X(06) VALUE ' HAVE '.
           05  SA-CARS-AVAILABLE     PIC ZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FC-LABEL              PIC X(40).
           05  FC-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

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
           OPEN INPUT LIMO-FLEET.
           IF NOT LIMO-FLEET-OK
               DISPLAY 'ERROR OPENING LIMO-FLEET, STATUS '
                   WS-LIMO-FLEET-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT FORECAST-REPORT.
           IF NOT FORECAST-REPORT-OK
               DISPLAY 'ERROR OPENING FORECAST-REPORT, STATUS '
                   WS-FORECAST-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

           INITIALIZE WS-FORECAST-TABLE.
           PERFORM SET-UP-FORECAST-DAY
               VARYING FD-IX FROM 1 BY 1
               UNTIL FD-IX > WS-FORECAST-DAYS.
           SET FD-IX TO WS-FORECAST-DAYS.
           MOVE FT-EVENT-DATE(FD-IX) TO WS-LAST-FORECAST-DATE.

           PERFORM COUNT-FLEET-SUPPLY.
           PERFORM SIZE-BOOKED-DEMAND.

           MOVE FT-EVENT-DATE(1) TO FH-FIRST-DATE.
           MOVE WS-LAST-FORECAST-DATE TO FH-LAST-DATE.
           MOVE WS-RUN-DATE TO FH-RUN-DATE.
           WRITE FORECAST-LINE FROM WS-HEADING-LINE.
           WRITE FORECAST-LINE FROM WS-BLANK-LINE.
           WRITE FORECAST-LINE FROM WS-COLUMN-LINE.
           PERFORM PRINT-FORECAST-DAY
               VARYING FD-IX FROM 1 BY 1
               UNTIL FD-IX > WS-FORECAST-DAYS.
           PERFORM PRINT-FORECAST-TOTALS.

           CLOSE BOOKING-SCHEDULE.
           CLOSE TALENT-MASTER.
           CLOSE LIMO-FLEET.
           CLOSE FORECAST-REPORT.
           CLOSE OPERATOR-ALERTS.

      * RC 4 for any short night in the window; the ones close
      * enough to matter tonight are on the alert report.
           IF WS-SHORT-NIGHT-COUNT > 0
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

      * SET-UP-FORECAST-DAY -- night n of the window is the run
      * date plus n.
       SET-UP-FORECAST-DAY.
           SET WS-DAY-NUMBER TO FD-IX.
           COMPUTE WS-DATE-INTEGER = WS-RUN-DATE-INTEGER
               + WS-DAY-NUMBER.
           COMPUTE FT-EVENT-DATE(FD-IX) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-DAY-OFFSET =
               FUNCTION MOD(WS-DATE-INTEGER - 1, 7).
           SET DN-IX TO WS-DAY-OFFSET.
           SET DN-IX UP BY 1.
           MOVE WS-DAY-NAME(DN-IX) TO FT-DAY-NAME(FD-IX).

      * ----------------------------------------------------------
      * Supply
      * ----------------------------------------------------------

      * COUNT-FLEET-SUPPLY -- one walk of the garage.  A car in
      * service is there every night of the window.  A car in
      * the shop or on leave is there from its expected return
      * date on; with no usable return date it is not counted at
      * all, the same way FAMEDISP leaves it out of the table.
       COUNT-FLEET-SUPPLY.
           MOVE LOW-VALUES TO LF-VEHICLE-ID.
           START LIMO-FLEET KEY IS NOT LESS THAN LF-VEHICLE-ID
               INVALID KEY MOVE '10' TO WS-LIMO-FLEET-STATUS
           END-START.
           IF LIMO-FLEET-OK
               PERFORM READ-NEXT-FLEET-VEHICLE
               PERFORM COUNT-ONE-VEHICLE
                   THRU COUNT-ONE-VEHICLE-EXIT
                   UNTIL LIMO-FLEET-EOF
           END-IF.

       COUNT-ONE-VEHICLE.
           ADD 1 TO WS-CARS-READ-COUNT.
           IF LF-VEHICLE-OUT-OF-SERVICE
               ADD 1 TO WS-CARS-OUT-COUNT
               IF LF-EXPECTED-RETURN IS NUMERIC
                   MOVE LF-EXPECTED-RETURN TO WS-RETURN-DATE
               ELSE
                   ADD 1 TO WS-CARS-NO-RETURN-COUNT
                   PERFORM READ-NEXT-FLEET-VEHICLE
                   GO TO COUNT-ONE-VEHICLE-EXIT
               END-IF
           ELSE
               MOVE 0 TO WS-RETURN-DATE
           END-IF.
           PERFORM ADD-VEHICLE-TO-DAY
               VARYING FD-IX FROM 1 BY 1
               UNTIL FD-IX > WS-FORECAST-DAYS.
           PERFORM READ-NEXT-FLEET-VEHICLE.
       COUNT-ONE-VEHICLE-EXIT.
           EXIT.

       ADD-VEHICLE-TO-DAY.
           IF FT-EVENT-DATE(FD-IX) NOT < WS-RETURN-DATE
               ADD 1 TO FT-CARS-AVAILABLE(FD-IX)
           END-IF.

       READ-NEXT-FLEET-VEHICLE.
           READ LIMO-FLEET NEXT RECORD.
           IF NOT LIMO-FLEET-OK AND NOT LIMO-FLEET-EOF
               DISPLAY 'ERROR READING LIMO-FLEET, STATUS '
                   WS-LIMO-FLEET-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * Demand
      * ----------------------------------------------------------

      * SIZE-BOOKED-DEMAND -- every booking from tomorrow through
      * the last night of the window, sized as FAMEDISP will size
      * it when its night comes round.
       SIZE-BOOKED-DEMAND.
           IF BOOKING-SCHEDULE-OPT-EMPTY
               GO TO SIZE-BOOKED-DEMAND-EXIT
           END-IF.
           MOVE FT-EVENT-DATE(1) TO BS-EVENT-DATE.
           MOVE LOW-VALUES TO BS-TALENT-ID.
           START BOOKING-SCHEDULE KEY IS NOT LESS THAN BS-KEY
               INVALID KEY MOVE '10' TO WS-BOOKING-SCHEDULE-STATUS
           END-START.
           IF BOOKING-SCHEDULE-OK
               PERFORM READ-NEXT-BOOKING
               PERFORM SIZE-ONE-BOOKING
                   THRU SIZE-ONE-BOOKING-EXIT
                   UNTIL BOOKING-SCHEDULE-EOF
           END-IF.
       SIZE-BOOKED-DEMAND-EXIT.
           EXIT.

       SIZE-ONE-BOOKING.
           IF BS-EVENT-DATE > WS-LAST-FORECAST-DATE
               SET BOOKING-SCHEDULE-EOF TO TRUE
               GO TO SIZE-ONE-BOOKING-EXIT
           END-IF.
           ADD 1 TO WS-BOOKINGS-READ-COUNT.
           MOVE BS-TALENT-ID TO TALENT-ID.
           READ TALENT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF TALENT-MASTER-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-ACT-COUNT
               PERFORM READ-NEXT-BOOKING
               GO TO SIZE-ONE-BOOKING-EXIT
           END-IF.
           IF NOT TALENT-MASTER-OK
               DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS ' TALENT ' BS-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(BS-EVENT-DATE)
               - WS-RUN-DATE-INTEGER.
           SET FD-IX TO WS-DAY-NUMBER.
           PERFORM SIZE-MOTORCADE.
           ADD 1 TO FT-ACTS-BOOKED(FD-IX).
           ADD WS-MOTORCADE-SIZE TO FT-CARS-NEEDED(FD-IX).
           PERFORM READ-NEXT-BOOKING.
       SIZE-ONE-BOOKING-EXIT.
           EXIT.

      * SIZE-MOTORCADE -- FAMEDISP's rule, kept in step with it:
      * bigger stars ride deeper, and a stadium night adds a car
      * for the entourage the stadium brings with it.
       SIZE-MOTORCADE.
           EVALUATE TRUE
               WHEN FAME-LEVEL < 100
                   MOVE 1 TO WS-MOTORCADE-SIZE
               WHEN FAME-LEVEL < 400
                   MOVE 2 TO WS-MOTORCADE-SIZE
               WHEN FAME-LEVEL < 700
                   MOVE 3 TO WS-MOTORCADE-SIZE
               WHEN OTHER
                   MOVE 4 TO WS-MOTORCADE-SIZE
           END-EVALUATE.
           IF BS-STADIUM-EVENT
               ADD 1 TO WS-MOTORCADE-SIZE
           END-IF.

       READ-NEXT-BOOKING.
           READ BOOKING-SCHEDULE NEXT RECORD.
           IF NOT BOOKING-SCHEDULE-OK AND NOT BOOKING-SCHEDULE-EOF
               DISPLAY 'ERROR READING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * The grid
      * ----------------------------------------------------------

      * PRINT-FORECAST-DAY -- one line a night; a short night is
      * flagged on the grid, and alerted as well when it falls
      * inside the first WS-ALERT-DAYS nights.
       PRINT-FORECAST-DAY.
           SET WS-DAY-NUMBER TO FD-IX.
           MOVE WS-DAY-NUMBER TO FG-DAY-NUMBER.
           MOVE FT-EVENT-DATE(FD-IX) TO FG-EVENT-DATE.
           MOVE FT-DAY-NAME(FD-IX) TO FG-DAY-NAME.
           MOVE FT-ACTS-BOOKED(FD-IX) TO FG-ACTS-BOOKED.
           MOVE FT-CARS-NEEDED(FD-IX) TO FG-CARS-NEEDED.
           MOVE FT-CARS-AVAILABLE(FD-IX) TO FG-CARS-AVAILABLE.
           MOVE SPACES TO FG-SHORT-FLAG.
           IF FT-CARS-NEEDED(FD-IX) > FT-CARS-AVAILABLE(FD-IX)
               COMPUTE WS-CARS-SHORT = FT-CARS-NEEDED(FD-IX)
                   - FT-CARS-AVAILABLE(FD-IX)
               ADD 1 TO WS-SHORT-NIGHT-COUNT
               IF WS-DAY-NUMBER NOT > WS-ALERT-DAYS
                   MOVE '*** SHORT NIGHT -- WITHIN 72 HRS'
                       TO FG-SHORT-FLAG
                   ADD 1 TO WS-ALERTED-NIGHT-COUNT
                   PERFORM ALERT-SHORT-NIGHT
               ELSE
                   MOVE '*** SHORT NIGHT' TO FG-SHORT-FLAG
               END-IF
           ELSE
               MOVE 0 TO WS-CARS-SHORT
           END-IF.
           MOVE WS-CARS-SHORT TO FG-CARS-SHORT.
           WRITE FORECAST-LINE FROM WS-GRID-LINE.
           IF NOT FORECAST-REPORT-OK
               DISPLAY 'ERROR WRITING FORECAST-REPORT, STATUS '
                   WS-FORECAST-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       ALERT-SHORT-NIGHT.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-SUBJECT-ID.
           MOVE WS-CARS-SHORT TO SA-CARS-SHORT.
           MOVE FT-EVENT-DATE(FD-IX) TO SA-EVENT-DATE.
           MOVE FT-CARS-NEEDED(FD-IX) TO SA-CARS-NEEDED.
           MOVE FT-CARS-AVAILABLE(FD-IX) TO SA-CARS-AVAILABLE.
           MOVE WS-SHORT-ALERT-TEXT TO WS-ALERT-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.

       PRINT-FORECAST-TOTALS.
           WRITE FORECAST-LINE FROM WS-BLANK-LINE.
           MOVE 'BOOKINGS IN THE WINDOW' TO FC-LABEL.
           MOVE WS-BOOKINGS-READ-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE '  LEFT OUT, ACT NOT ON TALENT-MASTER' TO FC-LABEL.
           MOVE WS-UNKNOWN-ACT-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE 'CARS IN THE GARAGE' TO FC-LABEL.
           MOVE WS-CARS-READ-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE '  OUT OF SERVICE (SHOP/LEAVE)' TO FC-LABEL.
           MOVE WS-CARS-OUT-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE '    NO EXPECTED RETURN, NOT COUNTED' TO FC-LABEL.
           MOVE WS-CARS-NO-RETURN-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE 'SHORT NIGHTS IN THE WINDOW' TO FC-LABEL.
           MOVE WS-SHORT-NIGHT-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.
           MOVE '  WITHIN 72 HOURS (ALERTED)' TO FC-LABEL.
           MOVE WS-ALERTED-NIGHT-COUNT TO FC-VALUE.
           WRITE FORECAST-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEFCST' TO AL-STEP-NAME.
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
           DISPLAY 'FAMEFCST ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
