       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEINTG.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Weekly referential-integrity sweep of the FAME files.
      * FAMERMNT's retire DELETEs the TALENT-MASTER record and
      * FAMEVMNT's closure DELETEs the VENUE-MASTER one, and
      * nothing checked what was left pointing at them: a car
      * still carrying a retired act's LF-ASSIGNED-TALENT-ID,
      * forward bookings for a retired act or a closed room, an
      * alias resolving to a room no longer on file, and a
      * FEE-SCHEDULE missing the event-type/market-tier line a
      * live room needs (FAME posts those nights unpriced).  This
      * program walks the files against each other and prints an
      * exceptions report by file and reason.  Anything that
      * would break tonight's run -- a car tied up on a dead act,
      * a booking for tonight or tomorrow on a dead act or in a
      * closed room, an orphaned alias tonight's feed can quote,
      * a missing rate tonight's pricing will want -- also lands
      * a W alert on the night's OPERATOR-ALERTS file, so it is
      * chased before FAMEDISP sends a car for it.
      *
      * Weekly, but run as a FAMENITE step so its alerts reach
      * that night's FAMEALRT report: the card names the sweep
      * night (MON..SUN), and any other night the step prints one
      * line and ends RC 0.  ALL, or a blank day, sweeps every
      * time it runs.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0079 of the
      *                        FAMENITE job after the master-file
      *                        maintenance steps, so it sees the
      *                        day's retirements and closures.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALENT-MASTER ASSIGN TO TALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TALENT-ID
               FILE STATUS IS WS-TALENT-MASTER-STATUS.

      * DYNAMIC -- walked whole for the market tiers the live
      * rooms sit in, and read by key for every booking and alias.
           SELECT VENUE-MASTER ASSIGN TO VENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENUE-CODE
               FILE STATUS IS WS-VENUE-MASTER-STATUS.

           SELECT LIMO-FLEET ASSIGN TO LIMOFLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-VEHICLE-ID
               ALTERNATE RECORD KEY IS LF-ASSIGNED-TALENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LIMO-FLEET-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35.
           SELECT OPTIONAL BOOKING-SCHEDULE ASSIGN TO BOOKSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BOOKING-SCHEDULE-STATUS.

           SELECT OPTIONAL VENUE-ALIAS ASSIGN TO VENALIAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VA-ALIAS-CODE
               FILE STATUS IS WS-VENUE-ALIAS-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TALENT-MASTER.
           COPY TALENTREC.

       FD  VENUE-MASTER.
           COPY VENUEREC.

       FD  LIMO-FLEET.
           COPY LIMOFREC.

       FD  BOOKING-SCHEDULE.
           COPY BOOKSREC.

       FD  VENUE-ALIAS.
           COPY VALIASRC.

       FD  FEE-SCHEDULE.
           COPY FEESREC.

      * The nightly card layout up to the run date; columns 9-11
      * carry the sweep night instead of a roster selection.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-SWEEP-DAY            PIC X(03).
               88  PC-SWEEP-EVERY-RUN       VALUES 'ALL' SPACES.
           05  FILLER                  PIC X(69).

       FD  INTEGRITY-REPORT
           RECORDING MODE IS F.
       01  INTEGRITY-LINE              PIC X(132).

       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-VENUE-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-MASTER-OK                VALUE '00'.
           88  VENUE-MASTER-EOF               VALUE '10'.
           88  VENUE-MASTER-NOT-FOUND         VALUE '23'.

       01  WS-LIMO-FLEET-STATUS   PIC X(02) VALUE '00'.
           88  LIMO-FLEET-OK                  VALUE '00'.
           88  LIMO-FLEET-EOF                 VALUE '10'.

       01  WS-BOOKING-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  BOOKING-SCHEDULE-OK            VALUE '00'.
           88  BOOKING-SCHEDULE-EOF           VALUE '10'.
           88  BOOKING-SCHEDULE-NOT-FOUND     VALUE '23'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster -- no
      * bookings to check.
           88  BOOKING-SCHEDULE-OPT-EMPTY     VALUE '05'.

       01  WS-VENUE-ALIAS-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-ALIAS-OK                 VALUE '00'.
           88  VENUE-ALIAS-EOF                VALUE '10'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster.
           88  VENUE-ALIAS-OPT-EMPTY          VALUE '05'.

       01  WS-FEE-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  FEE-SCHEDULE-OK                VALUE '00'.
           88  FEE-SCHEDULE-NOT-FOUND         VALUE '23'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-INTEGRITY-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  INTEGRITY-REPORT-OK            VALUE '00'.

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
       01  WS-TOMORROW-DATE       PIC 9(08) VALUE 0.
       01  WS-DATE-INTEGER        PIC 9(07) VALUE 0.
       01  WS-SWEEP-DAY           PIC X(03) VALUE 'ALL'.
           88  SWEEP-EVERY-RUN                VALUES 'ALL' SPACES.

      * Day names in INTEGER-OF-DATE order: day 1 (1601-01-01)
      * was a Monday, so (integer - 1) mod 7 indexes from MON.
       01  WS-DAY-NAMES-LIST      PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
           05  WS-DAY-NAME OCCURS 7 TIMES
                   INDEXED BY DN-IX  PIC X(03).
       01  WS-DAY-OFFSET          PIC 9(01) VALUE 0.
       01  WS-RUN-DAY-NAME        PIC X(03) VALUE SPACES.

      * How many live rooms sit in each market tier -- a tier
      * with no room in it needs no rates.  FAME prices a room
      * with no usable tier as tier 3, and so does this count.
       01  WS-TIER-TABLE.
           05  WS-TIER-VENUE-COUNT OCCURS 9 TIMES
                   INDEXED BY TR-IX  PIC 9(05).
       01  WS-WORK-TIER           PIC 9(01) VALUE 0.

       01  WS-EVENT-TYPE-LIST     PIC X(04) VALUE 'SAMC'.
       01  WS-EVENT-TYPES REDEFINES WS-EVENT-TYPE-LIST.
           05  WS-EVENT-TYPE OCCURS 4 TIMES
                   INDEXED BY ET-IX  PIC X(01).

       01  WS-TONIGHT-SWITCH      PIC X(03) VALUE 'NO '.
           88  BREAKS-TONIGHT                 VALUE 'YES'.
           88  NOT-TONIGHT                    VALUE 'NO '.

      * Exceptions by file and reason, for the closing totals.
       01  WS-CARS-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-CAR-RETIRED-ACT-COUNT   PIC 9(05) VALUE 0.
       01  WS-BOOKINGS-READ-COUNT     PIC 9(07) VALUE 0.
       01  WS-BOOKING-RETIRED-COUNT   PIC 9(05) VALUE 0.
       01  WS-BOOKING-CLOSED-COUNT    PIC 9(05) VALUE 0.
       01  WS-ALIASES-READ-COUNT      PIC 9(05) VALUE 0.
       01  WS-ALIAS-ORPHAN-COUNT      PIC 9(05) VALUE 0.
       01  WS-VENUES-READ-COUNT       PIC 9(05) VALUE 0.
       01  WS-FEE-MISSING-COUNT       PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
       01  WS-TONIGHT-COUNT           PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(47) VALUE
               'FAMEINTG -- FAME FILE INTEGRITY SWEEP, RUN DATE'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  IH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(76) VALUE SPACES.

       01  WS-SKIP-LINE.
           05  FILLER                PIC X(37) VALUE
               'FAMEINTG -- NOT THE SWEEP NIGHT. RUN '.
           05  SK-RUN-DAY-NAME       PIC X(03).
           05  FILLER                PIC X(13) VALUE
               ', SWEEP NIGHT'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  SK-SWEEP-DAY          PIC X(03).
           05  FILLER                PIC X(75) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(06) VALUE 'FILE: '.
           05  IS-FILE-NAME          PIC X(16).
           05  FILLER                PIC X(110) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(40) VALUE
               'RECORD KEY            REASON            '.
           05  FILLER                PIC X(40) VALUE
               '              DETAIL                    '.
           05  FILLER                PIC X(52) VALUE
               '                  TONIGHT'.

       01  WS-EXCEPTION-LINE.
           05  EX-RECORD-KEY         PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-REASON             PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-DETAIL             PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-TONIGHT-FLAG       PIC X(14).
           05  FILLER                PIC X(22) VALUE SPACES.

      * Staging for the key and detail columns of each kind.
       01  WS-BOOKING-KEY-TEXT.
           05  BK-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BK-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(05) VALUE SPACES.

       01  WS-FEE-KEY-TEXT.
           05  FILLER                PIC X(05) VALUE 'TYPE '.
           05  FK-EVENT-TYPE         PIC X(01).
           05  FILLER                PIC X(06) VALUE ' TIER '.
           05  FK-MARKET-TIER        PIC 9(01).
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-FEE-DETAIL-TEXT.
           05  FILLER                PIC X(10) VALUE 'NEEDED BY '.
           05  FD-VENUE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE ' LIVE ROOMS'.
           05  FILLER                PIC X(13) VALUE SPACES.

      * The alert texts, one per kind that can break tonight.
       01  WS-CAR-ALERT-TEXT.
           05  FILLER                PIC X(08) VALUE 'VEHICLE '.
           05  CA-VEHICLE-ID         PIC X(06).
           05  FILLER                PIC X(34) VALUE
               ' IN SERVICE, ASSIGNED RETIRED ACT '.
           05  CA-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(06) VALUE SPACES.

       01  WS-BOOKING-ALERT-TEXT.
           05  BA-REASON             PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  BA-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(07) VALUE ' VENUE '.
           05  BA-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-ALIAS-ALERT-TEXT.
           05  FILLER                PIC X(06) VALUE 'ALIAS '.
           05  AA-ALIAS-CODE         PIC X(06).
           05  FILLER                PIC X(26) VALUE
               ' RESOLVES TO MISSING ROOM '.
           05  AA-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-FEE-ALERT-TEXT.
           05  FILLER                PIC X(23) VALUE
               'NO FEE-SCHEDULE RATE, '.
           05  FA-FEE-KEY            PIC X(19).
           05  FILLER                PIC X(18) VALUE
               ' -- POSTS UNPRICED'.

       01  WS-COUNT-LINE.
           05  IC-LABEL              PIC X(40).
           05  IC-VALUE              PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-OFFSET =
               FUNCTION MOD(WS-DATE-INTEGER - 1, 7).
           SET DN-IX TO WS-DAY-OFFSET.
           SET DN-IX UP BY 1.
           MOVE WS-DAY-NAME(DN-IX) TO WS-RUN-DAY-NAME.
           ADD 1 TO WS-DATE-INTEGER.
           COMPUTE WS-TOMORROW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           OPEN OUTPUT INTEGRITY-REPORT.
           IF NOT INTEGRITY-REPORT-OK
               DISPLAY 'ERROR OPENING INTEGRITY-REPORT, STATUS '
                   WS-INTEGRITY-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * Any night but the sweep night says so and goes.
           IF NOT SWEEP-EVERY-RUN
              AND WS-SWEEP-DAY NOT = WS-RUN-DAY-NAME
               MOVE WS-RUN-DAY-NAME TO SK-RUN-DAY-NAME
               MOVE WS-SWEEP-DAY TO SK-SWEEP-DAY
               WRITE INTEGRITY-LINE FROM WS-SKIP-LINE
               CLOSE INTEGRITY-REPORT
               STOP RUN
           END-IF.

           PERFORM OPEN-SWEEP-FILES.

           MOVE WS-RUN-DATE TO IH-RUN-DATE.
           WRITE INTEGRITY-LINE FROM WS-HEADING-LINE.

           PERFORM SWEEP-LIMO-FLEET.
           PERFORM SWEEP-BOOKING-SCHEDULE.
           PERFORM SWEEP-VENUE-ALIAS.
           PERFORM SWEEP-FEE-SCHEDULE.
           PERFORM PRINT-INTEGRITY-TOTALS.

           CLOSE TALENT-MASTER.
           CLOSE VENUE-MASTER.
           CLOSE LIMO-FLEET.
           CLOSE BOOKING-SCHEDULE.
           CLOSE VENUE-ALIAS.
           CLOSE FEE-SCHEDULE.
           CLOSE INTEGRITY-REPORT.
           CLOSE OPERATOR-ALERTS.

      * Any exception leaves RC 4 so the morning checklist sees
      * there is cleaning up to do; the alerts carry the urgent
      * ones.
           IF WS-EXCEPTION-COUNT > 0
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
                   MOVE PC-SWEEP-DAY TO WS-SWEEP-DAY
               END-IF
               CLOSE PARM-CARD
           END-IF.

       OPEN-SWEEP-FILES.
           OPEN INPUT TALENT-MASTER.
           IF NOT TALENT-MASTER-OK
               DISPLAY 'ERROR OPENING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT VENUE-MASTER.
           IF NOT VENUE-MASTER-OK
               DISPLAY 'ERROR OPENING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT LIMO-FLEET.
           IF NOT LIMO-FLEET-OK
               DISPLAY 'ERROR OPENING LIMO-FLEET, STATUS '
                   WS-LIMO-FLEET-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT BOOKING-SCHEDULE.
           IF NOT BOOKING-SCHEDULE-OK
              AND NOT BOOKING-SCHEDULE-OPT-EMPTY
               DISPLAY 'ERROR OPENING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT VENUE-ALIAS.
           IF NOT VENUE-ALIAS-OK AND NOT VENUE-ALIAS-OPT-EMPTY
               DISPLAY 'ERROR OPENING VENUE-ALIAS, STATUS '
                   WS-VENUE-ALIAS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT FEE-SCHEDULE.
           IF NOT FEE-SCHEDULE-OK
               DISPLAY 'ERROR OPENING FEE-SCHEDULE, STATUS '
                   WS-FEE-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * PRINT-SECTION-HEAD -- caller stages IS-FILE-NAME.
       PRINT-SECTION-HEAD.
           WRITE INTEGRITY-LINE FROM WS-BLANK-LINE.
           WRITE INTEGRITY-LINE FROM WS-SECTION-LINE.
           WRITE INTEGRITY-LINE FROM WS-COLUMN-LINE.

      * ----------------------------------------------------------
      * LIMO-FLEET
      * ----------------------------------------------------------

      * SWEEP-LIMO-FLEET -- every car carrying an assignment is
      * checked against TALENT-MASTER.  The assignment is last
      * night's FAMEDISP pass sending the car out tonight; an
      * in-service car on an act retired since then is a car
      * sent for nobody.  Tonight's pass clears it again,
      * so an out-of-service car on a dead act is only reported.
       SWEEP-LIMO-FLEET.
           MOVE 'LIMO-FLEET' TO IS-FILE-NAME.
           PERFORM PRINT-SECTION-HEAD.
           MOVE LOW-VALUES TO LF-VEHICLE-ID.
           START LIMO-FLEET KEY IS NOT LESS THAN LF-VEHICLE-ID
               INVALID KEY MOVE '10' TO WS-LIMO-FLEET-STATUS
           END-START.
           IF LIMO-FLEET-OK
               PERFORM READ-NEXT-FLEET-VEHICLE
               PERFORM CHECK-ONE-VEHICLE
                   THRU CHECK-ONE-VEHICLE-EXIT
                   UNTIL LIMO-FLEET-EOF
           END-IF.

       CHECK-ONE-VEHICLE.
           ADD 1 TO WS-CARS-READ-COUNT.
           IF LF-ASSIGNED-TALENT-ID = SPACES
               PERFORM READ-NEXT-FLEET-VEHICLE
               GO TO CHECK-ONE-VEHICLE-EXIT
           END-IF.
           MOVE LF-ASSIGNED-TALENT-ID TO TALENT-ID.
           PERFORM READ-TALENT-MASTER.
           IF TALENT-MASTER-NOT-FOUND
               ADD 1 TO WS-CAR-RETIRED-ACT-COUNT
               IF LF-VEHICLE-IN-SERVICE
                   SET BREAKS-TONIGHT TO TRUE
               ELSE
                   SET NOT-TONIGHT TO TRUE
               END-IF
               MOVE LF-VEHICLE-ID TO EX-RECORD-KEY
               MOVE 'CAR ASSIGNED TO RETIRED ACT' TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING 'TALENT ' LF-ASSIGNED-TALENT-ID
                   ' STATUS ' LF-VEHICLE-STATUS
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
               IF BREAKS-TONIGHT
                   MOVE LF-VEHICLE-ID TO WS-ALERT-SUBJECT-ID
                   MOVE LF-VEHICLE-ID TO CA-VEHICLE-ID
                   MOVE LF-ASSIGNED-TALENT-ID TO CA-TALENT-ID
                   MOVE WS-CAR-ALERT-TEXT TO WS-ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-FLEET-VEHICLE.
       CHECK-ONE-VEHICLE-EXIT.
           EXIT.

       READ-NEXT-FLEET-VEHICLE.
           READ LIMO-FLEET NEXT RECORD.
           IF NOT LIMO-FLEET-OK AND NOT LIMO-FLEET-EOF
               DISPLAY 'ERROR READING LIMO-FLEET, STATUS '
                   WS-LIMO-FLEET-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * BOOKING-SCHEDULE
      * ----------------------------------------------------------

      * SWEEP-BOOKING-SCHEDULE -- tonight's and every later
      * booking (the played ones are FAMESCHD's to reconcile and
      * purge).  A dead act and a closed room are separate
      * reasons and a booking can carry both.  Tonight's and
      * tomorrow's nights are the ones that break something now.
       SWEEP-BOOKING-SCHEDULE.
           MOVE 'BOOKING-SCHEDULE' TO IS-FILE-NAME.
           PERFORM PRINT-SECTION-HEAD.
           IF BOOKING-SCHEDULE-OPT-EMPTY
               GO TO SWEEP-BOOKING-SCHEDULE-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO BS-EVENT-DATE.
           MOVE LOW-VALUES TO BS-TALENT-ID.
           START BOOKING-SCHEDULE KEY IS NOT LESS THAN BS-KEY
               INVALID KEY MOVE '10' TO WS-BOOKING-SCHEDULE-STATUS
           END-START.
           IF BOOKING-SCHEDULE-OK
               PERFORM READ-NEXT-BOOKING
               PERFORM CHECK-ONE-BOOKING
                   THRU CHECK-ONE-BOOKING-EXIT
                   UNTIL BOOKING-SCHEDULE-EOF
           END-IF.
       SWEEP-BOOKING-SCHEDULE-EXIT.
           EXIT.

       CHECK-ONE-BOOKING.
           ADD 1 TO WS-BOOKINGS-READ-COUNT.
           IF BS-EVENT-DATE > WS-TOMORROW-DATE
               SET NOT-TONIGHT TO TRUE
           ELSE
               SET BREAKS-TONIGHT TO TRUE
           END-IF.
           MOVE BS-EVENT-DATE TO BK-EVENT-DATE.
           MOVE BS-TALENT-ID TO BK-TALENT-ID.

           MOVE BS-TALENT-ID TO TALENT-ID.
           PERFORM READ-TALENT-MASTER.
           IF TALENT-MASTER-NOT-FOUND
               ADD 1 TO WS-BOOKING-RETIRED-COUNT
               MOVE 'FUTURE NIGHT FOR RETIRED ACT' TO EX-REASON
               PERFORM REPORT-BAD-BOOKING
           END-IF.

           MOVE BS-VENUE-CODE TO VENUE-CODE.
           PERFORM READ-VENUE-MASTER.
           IF VENUE-MASTER-NOT-FOUND
               ADD 1 TO WS-BOOKING-CLOSED-COUNT
               MOVE 'FUTURE NIGHT IN CLOSED ROOM' TO EX-REASON
               PERFORM REPORT-BAD-BOOKING
           END-IF.
           PERFORM READ-NEXT-BOOKING.
       CHECK-ONE-BOOKING-EXIT.
           EXIT.

      * REPORT-BAD-BOOKING -- caller stages EX-REASON.
       REPORT-BAD-BOOKING.
           MOVE WS-BOOKING-KEY-TEXT TO EX-RECORD-KEY.
           MOVE SPACES TO EX-DETAIL.
           STRING 'VENUE ' BS-VENUE-CODE ' TYPE ' BS-EVENT-TYPE
               DELIMITED BY SIZE INTO EX-DETAIL.
           PERFORM WRITE-EXCEPTION-LINE.
           IF BREAKS-TONIGHT
               MOVE BS-TALENT-ID TO WS-ALERT-SUBJECT-ID
               MOVE EX-REASON TO BA-REASON
               MOVE BS-EVENT-DATE TO BA-EVENT-DATE
               MOVE BS-VENUE-CODE TO BA-VENUE-CODE
               MOVE WS-BOOKING-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

       READ-NEXT-BOOKING.
           READ BOOKING-SCHEDULE NEXT RECORD.
           IF NOT BOOKING-SCHEDULE-OK AND NOT BOOKING-SCHEDULE-EOF
               DISPLAY 'ERROR READING BOOKING-SCHEDULE, STATUS '
                   WS-BOOKING-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * VENUE-ALIAS
      * ----------------------------------------------------------

      * SWEEP-VENUE-ALIAS -- FAMEVMNT drops a closed room's
      * aliases as it closes it, so an orphan here is an alias
      * linked by hand or one left behind by a failed run.
      * Tonight's feed can quote any alias, so every orphan
      * alerts: its events would reject as an unknown venue.
       SWEEP-VENUE-ALIAS.
           MOVE 'VENUE-ALIAS' TO IS-FILE-NAME.
           PERFORM PRINT-SECTION-HEAD.
           IF NOT VENUE-ALIAS-OPT-EMPTY
               PERFORM READ-NEXT-ALIAS
               PERFORM CHECK-ONE-ALIAS THRU CHECK-ONE-ALIAS-EXIT
                   UNTIL VENUE-ALIAS-EOF
           END-IF.

       CHECK-ONE-ALIAS.
           ADD 1 TO WS-ALIASES-READ-COUNT.
           MOVE VA-VENUE-CODE TO VENUE-CODE.
           PERFORM READ-VENUE-MASTER.
           IF VENUE-MASTER-NOT-FOUND
               ADD 1 TO WS-ALIAS-ORPHAN-COUNT
               SET BREAKS-TONIGHT TO TRUE
               MOVE VA-ALIAS-CODE TO EX-RECORD-KEY
               MOVE 'ALIAS RESOLVES TO MISSING ROOM' TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING 'VENUE ' VA-VENUE-CODE
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
               MOVE VA-ALIAS-CODE TO WS-ALERT-SUBJECT-ID
               MOVE VA-ALIAS-CODE TO AA-ALIAS-CODE
               MOVE VA-VENUE-CODE TO AA-VENUE-CODE
               MOVE WS-ALIAS-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           PERFORM READ-NEXT-ALIAS.
       CHECK-ONE-ALIAS-EXIT.
           EXIT.

       READ-NEXT-ALIAS.
           READ VENUE-ALIAS NEXT RECORD.
           IF NOT VENUE-ALIAS-OK AND NOT VENUE-ALIAS-EOF
               DISPLAY 'ERROR READING VENUE-ALIAS, STATUS '
                   WS-VENUE-ALIAS-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * FEE-SCHEDULE
      * ----------------------------------------------------------

      * SWEEP-FEE-SCHEDULE -- count the live rooms per market
      * tier, then every tier with a room in it needs a rate for
      * each of the four event types.  A missing one means any
      * night of that type in that tier posts unpriced, tonight
      * included.
       SWEEP-FEE-SCHEDULE.
           MOVE 'FEE-SCHEDULE' TO IS-FILE-NAME.
           PERFORM PRINT-SECTION-HEAD.
           INITIALIZE WS-TIER-TABLE.
           MOVE LOW-VALUES TO VENUE-CODE.
           START VENUE-MASTER KEY IS NOT LESS THAN VENUE-CODE
               INVALID KEY MOVE '10' TO WS-VENUE-MASTER-STATUS
           END-START.
           IF VENUE-MASTER-OK
               PERFORM READ-NEXT-VENUE
               PERFORM TALLY-ONE-VENUE-TIER
                   THRU TALLY-ONE-VENUE-TIER-EXIT
                   UNTIL VENUE-MASTER-EOF
           END-IF.
           PERFORM CHECK-ONE-TIER THRU CHECK-ONE-TIER-EXIT
               VARYING TR-IX FROM 1 BY 1
               UNTIL TR-IX > 9.

       TALLY-ONE-VENUE-TIER.
           ADD 1 TO WS-VENUES-READ-COUNT.
           IF VENUE-MARKET-TIER IS NUMERIC
              AND VENUE-MARKET-TIER > 0
               MOVE VENUE-MARKET-TIER TO WS-WORK-TIER
           ELSE
               MOVE 3 TO WS-WORK-TIER
           END-IF.
           SET TR-IX TO WS-WORK-TIER.
           ADD 1 TO WS-TIER-VENUE-COUNT(TR-IX).
           PERFORM READ-NEXT-VENUE.
       TALLY-ONE-VENUE-TIER-EXIT.
           EXIT.

       CHECK-ONE-TIER.
           IF WS-TIER-VENUE-COUNT(TR-IX) > 0
               PERFORM CHECK-ONE-FEE-LINE THRU CHECK-ONE-FEE-LINE-EXIT
                   VARYING ET-IX FROM 1 BY 1
                   UNTIL ET-IX > 4
           END-IF.
       CHECK-ONE-TIER-EXIT.
           EXIT.

       CHECK-ONE-FEE-LINE.
           MOVE WS-EVENT-TYPE(ET-IX) TO FS-EVENT-TYPE.
           SET WS-WORK-TIER TO TR-IX.
           MOVE WS-WORK-TIER TO FS-MARKET-TIER.
           READ FEE-SCHEDULE
               INVALID KEY CONTINUE
           END-READ.
           IF FEE-SCHEDULE-OK
               GO TO CHECK-ONE-FEE-LINE-EXIT
           END-IF.
           IF NOT FEE-SCHEDULE-NOT-FOUND
               DISPLAY 'ERROR READING FEE-SCHEDULE, STATUS '
                   WS-FEE-SCHEDULE-STATUS
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-FEE-MISSING-COUNT.
           SET BREAKS-TONIGHT TO TRUE.
           MOVE FS-EVENT-TYPE TO FK-EVENT-TYPE.
           MOVE WS-WORK-TIER TO FK-MARKET-TIER.
           MOVE WS-FEE-KEY-TEXT TO EX-RECORD-KEY.
           MOVE 'NO RATE FOR A LIVE ROOM TIER' TO EX-REASON.
           MOVE WS-TIER-VENUE-COUNT(TR-IX) TO FD-VENUE-COUNT.
           MOVE WS-FEE-DETAIL-TEXT TO EX-DETAIL.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-ALERT-SUBJECT-ID.
           MOVE WS-FEE-KEY-TEXT TO FA-FEE-KEY.
           MOVE WS-FEE-ALERT-TEXT TO WS-ALERT-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.
       CHECK-ONE-FEE-LINE-EXIT.
           EXIT.

       READ-NEXT-VENUE.
           READ VENUE-MASTER NEXT RECORD.
           IF NOT VENUE-MASTER-OK AND NOT VENUE-MASTER-EOF
               DISPLAY 'ERROR READING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * ----------------------------------------------------------
      * Shared lookups, the report line and the totals
      * ----------------------------------------------------------

      * READ-TALENT-MASTER / READ-VENUE-MASTER -- caller loads
      * the key; status comes back OK or NOT-FOUND.
       READ-TALENT-MASTER.
           READ TALENT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF NOT TALENT-MASTER-OK AND NOT TALENT-MASTER-NOT-FOUND
               DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS ' TALENT ' TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

       READ-VENUE-MASTER.
           READ VENUE-MASTER
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VENUE-MASTER-OK AND NOT VENUE-MASTER-NOT-FOUND
               DISPLAY 'ERROR READING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS ' VENUE ' VENUE-CODE
               PERFORM ABORT-RUN
           END-IF.

      * WRITE-EXCEPTION-LINE -- caller stages key, reason and
      * detail, and sets BREAKS-TONIGHT or NOT-TONIGHT.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF BREAKS-TONIGHT
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE 'BREAKS TONIGHT' TO EX-TONIGHT-FLAG
           ELSE
               MOVE SPACES TO EX-TONIGHT-FLAG
           END-IF.
           WRITE INTEGRITY-LINE FROM WS-EXCEPTION-LINE.
           IF NOT INTEGRITY-REPORT-OK
               DISPLAY 'ERROR WRITING INTEGRITY-REPORT, STATUS '
                   WS-INTEGRITY-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       PRINT-INTEGRITY-TOTALS.
           WRITE INTEGRITY-LINE FROM WS-BLANK-LINE.
           MOVE 'LIMO-FLEET CARS READ' TO IC-LABEL.
           MOVE WS-CARS-READ-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE '  CARS ASSIGNED TO RETIRED ACTS' TO IC-LABEL.
           MOVE WS-CAR-RETIRED-ACT-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE 'BOOKINGS READ, TONIGHT ON' TO IC-LABEL.
           MOVE WS-BOOKINGS-READ-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE '  NIGHTS FOR RETIRED ACTS' TO IC-LABEL.
           MOVE WS-BOOKING-RETIRED-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE '  NIGHTS IN CLOSED ROOMS' TO IC-LABEL.
           MOVE WS-BOOKING-CLOSED-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE 'VENUE ALIASES READ' TO IC-LABEL.
           MOVE WS-ALIASES-READ-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE '  ALIASES TO MISSING ROOMS' TO IC-LABEL.
           MOVE WS-ALIAS-ORPHAN-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE 'LIVE VENUES READ' TO IC-LABEL.
           MOVE WS-VENUES-READ-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE '  FEE-SCHEDULE LINES MISSING' TO IC-LABEL.
           MOVE WS-FEE-MISSING-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           WRITE INTEGRITY-LINE FROM WS-BLANK-LINE.
           MOVE 'EXCEPTIONS, ALL FILES' TO IC-LABEL.
           MOVE WS-EXCEPTION-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.
           MOVE 'EXCEPTIONS THAT BREAK TONIGHT (ALERTED)'
               TO IC-LABEL.
           MOVE WS-TONIGHT-COUNT TO IC-VALUE.
           WRITE INTEGRITY-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the subject and the
      * one-line message; every integrity alert is a W, a mess to
      * clear before it bites rather than a 3 AM page.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEINTG' TO AL-STEP-NAME.
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
           DISPLAY 'FAMEINTG ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
