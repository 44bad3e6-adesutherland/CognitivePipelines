       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEADJT.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Retroactive event reversal and restatement.  Once a night
      * posted there was no way to take an event back -- a show
      * the agency keyed twice, a cancelled date that came down
      * the feed anyway, a headcount off by a digit all stayed
      * in FAME-LEVEL, on the ledger and in the history for
      * good, and the fix was a FAMEINQ override nobody could tie
      * back to the event it was compensating for.  This program
      * takes an adjustment file naming the talent, the night
      * and the venue of an event already on the EARNINGS-LEDGER,
      * and either reverses it outright or restates it with a
      * corrected venue, headcount or event type:
      *
      *   - the event's weight is worked out again exactly the
      *     way FAME's CALCULATE-EVENT-WEIGHT scored it and
      *     backed out of FAME-LEVEL (a restatement backs the
      *     corrected weight straight back in);
      *   - an offsetting ledger entry is written against the
      *     original, and a restatement posts its re-priced
      *     replacement beside it;
      *   - every FAME-HISTORY night from the event's own night
      *     forward is restated by the same movement, so the
      *     trend report stops showing a spike that never was;
      *   - billing gets a correction extract in the royalty
      *     extract's own layout, TRAILR and all, so FAMERECN
      *     proves it and FAMESETL matches billing's settlement
      *     against it like any other night's extract.
      *
      * Each of the four legs writes its own AUDIT-TRAIL record
      * under its own paragraph name.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0077 of the
      *                        FAMENITE job after the master-file
      *                        maintenance steps and ahead of the
      *                        FAME passes, with STEP0078 proving
      *                        its correction extract.
      * RCA        2026-10-15  The offsetting and restated
      *                        ledger entries carry the agency
      *                        of the posting they correct, so
      *                        FAMECOMM nets the commission out
      *                        against the same agency.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-TRANS ASSIGN TO ADJSTTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJUST-TRANS-STATUS.

           SELECT TALENT-MASTER ASSIGN TO TALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TALENT-ID
               FILE STATUS IS WS-TALENT-MASTER-STATUS.

           SELECT VENUE-MASTER ASSIGN TO VENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VENUE-CODE
               FILE STATUS IS WS-VENUE-MASTER-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35.
           SELECT OPTIONAL VENUE-ALIAS ASSIGN TO VENALIAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VA-ALIAS-CODE
               FILE STATUS IS WS-VENUE-ALIAS-STATUS.

           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

      * Read end to end first to find the events being
      * corrected, then reopened EXTEND for the offsetting
      * entries -- the ledger accumulates the way the
      * AUDIT-TRAIL does and is never rewritten in place.
      * OPTIONAL so a system with no ledger yet has simply
      * nothing to correct.
           SELECT OPTIONAL EARNINGS-LEDGER ASSIGN TO EARNLDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNINGS-LEDGER-STATUS.

      * DYNAMIC rather than FAME's RANDOM: the restatement
      * STARTs at the corrected night and walks forward through
      * every later night for the act.  OPTIONAL for the same
      * cutover reason FAME gives.
           SELECT OPTIONAL FAME-HISTORY ASSIGN TO FAMEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FAME-HISTORY-STATUS.

           SELECT CORRECTION-EXTRACT ASSIGN TO CORREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-EXTRACT-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRAIL-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT ADJUST-REGISTER ASSIGN TO ADJTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJUST-REGISTER-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One requested correction.  The talent, night and venue
      * name the event exactly as the ledger carries it (the
      * venue is the resolved code the ledger holds, not the
      * agency's alias).  A restatement fills in only what
      * changes -- a blank new venue, headcount or event type
      * keeps the original's.  The run date and new headcount
      * are X on purpose: they get the NUMERIC test before
      * anything trusts them.
       FD  ADJUST-TRANS
           RECORDING MODE IS F.
       01  ADJUST-TRANS-REC.
           05  AJ-FUNCTION             PIC X(01).
               88  AJ-REVERSE-EVENT         VALUE 'R'.
               88  AJ-RESTATE-EVENT         VALUE 'S'.
           05  AJ-TALENT-ID            PIC X(06).
           05  AJ-RUN-DATE             PIC X(08).
           05  AJ-VENUE-CODE           PIC X(06).
           05  AJ-NEW-VENUE-CODE       PIC X(06).
           05  AJ-NEW-HEADCOUNT        PIC X(06).
           05  AJ-NEW-EVENT-TYPE       PIC X(01).
           05  AJ-REASON-TEXT          PIC X(20).
           05  FILLER                  PIC X(26).

       FD  TALENT-MASTER.
           COPY TALENTREC.

       FD  VENUE-MASTER.
           COPY VENUEREC.

       FD  VENUE-ALIAS.
           COPY VALIASRC.

       FD  FEE-SCHEDULE.
           COPY FEESREC.

       FD  EARNINGS-LEDGER
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  FAME-HISTORY.
           COPY FAMEHREC.

      * The royalty extract's own two layouts, so FAMERECN can
      * prove this file unchanged.  RX-RUN-DATE is the night
      * being corrected, not tonight, and the correction
      * function rides in what FAME leaves as FILLER --
      * FAMESETL keys its correction items off it.
       FD  CORRECTION-EXTRACT
           RECORDING MODE IS F.
       01  ROYALTY-EXTRACT-REC.
           05  RX-TALENT-ID            PIC X(06).
           05  RX-OLD-FAME-LEVEL       PIC 9(05).
           05  RX-NEW-FAME-LEVEL       PIC 9(05).
           05  RX-RUN-DATE             PIC 9(08).
           05  RX-CORRECTION-FUNCTION  PIC X(01).
           05  FILLER                  PIC X(29).
       01  ROYALTY-TRAILER-REC.
           05  RT-TRAILER-ID           PIC X(06).
           05  RT-RECORD-COUNT         PIC 9(07).
           05  RT-TALENTS-READ         PIC 9(05).
           05  RT-TALENTS-PROCESSED    PIC 9(05).
           05  RT-TALENTS-SKIPPED      PIC 9(05).
           05  RT-EVENTS-READ          PIC 9(07).
           05  RT-EVENTS-APPLIED       PIC 9(07).
           05  RT-NET-POSTED           PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(02).

      * Same trail FAME, FAMERMNT and FAMEINQ write.
       FD  AUDIT-TRAIL
           RECORDING MODE IS F.
           COPY AUDITREC.

      * Same card layout the FAME step reads -- only PC-RUN-DATE
      * matters here.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-ROSTER-SELECTION     PIC X(06).
           05  PC-RESTART-TALENT-ID    PIC X(06).
           05  FILLER                  PIC X(60).

       FD  ADJUST-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-LINE               PIC X(132).

      * One operator-facing condition for the shared nightly
      * alert file every FAMENITE step writes and FAMEALRT
      * reports.
       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-ADJUST-TRANS-STATUS   PIC X(02) VALUE '00'.
           88  ADJUST-TRANS-OK                VALUE '00'.
           88  ADJUST-TRANS-EOF               VALUE '10'.

       01  WS-TALENT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-VENUE-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-MASTER-OK                VALUE '00'.
           88  VENUE-MASTER-NOT-FOUND         VALUE '23'.

       01  WS-VENUE-ALIAS-STATUS   PIC X(02) VALUE '00'.
           88  VENUE-ALIAS-OK                 VALUE '00'.
           88  VENUE-ALIAS-NOT-FOUND          VALUE '23'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster.
           88  VENUE-ALIAS-OPT-EMPTY          VALUE '05'.

       01  WS-FEE-SCHEDULE-STATUS   PIC X(02) VALUE '00'.
           88  FEE-SCHEDULE-OK                VALUE '00'.
           88  FEE-SCHEDULE-NOT-FOUND         VALUE '23'.

       01  WS-EARNINGS-LEDGER-STATUS   PIC X(02) VALUE '00'.
           88  EARNINGS-LEDGER-OK             VALUE '00'.
           88  EARNINGS-LEDGER-EOF            VALUE '10'.
      * '05' is the OPTIONAL OPEN of a ledger not yet created --
      * nothing to correct on the way in, created on the way
      * out.
           88  EARNINGS-LEDGER-NEW            VALUE '05'.

       01  WS-FAME-HISTORY-STATUS   PIC X(02) VALUE '00'.
           88  FAME-HISTORY-OK                VALUE '00'.
           88  FAME-HISTORY-EOF               VALUE '10'.
           88  FAME-HISTORY-NOT-FOUND         VALUE '23'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster.
           88  FAME-HISTORY-OPT-EMPTY         VALUE '05'.

       01  WS-CORRECTION-EXTRACT-STATUS   PIC X(02) VALUE '00'.
           88  CORRECTION-EXTRACT-OK          VALUE '00'.

       01  WS-AUDIT-TRAIL-STATUS   PIC X(02) VALUE '00'.
           88  AUDIT-TRAIL-OK                 VALUE '00'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-ADJUST-REGISTER-STATUS   PIC X(02) VALUE '00'.
           88  ADJUST-REGISTER-OK             VALUE '00'.

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.

      * Tonight's adjustments, held so one pass down the ledger
      * can find every event they name.  AX-POSTED-COUNT and
      * AX-REVERSED-COUNT tally the ledger entries for the same
      * talent, night and venue -- only an event posted more
      * often than it has been reversed is still there to
      * correct -- and the AX- event fields keep the latest
      * posting's numbers, which is what gets backed out.
       01  WS-ADJUST-TABLE.
           05  WS-ADJUST-COUNT       PIC 9(04) VALUE 0.
           05  WS-ADJUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY AX-IX.
               10  AX-FUNCTION       PIC X(01).
                   88  AX-REVERSE-EVENT       VALUE 'R'.
                   88  AX-RESTATE-EVENT       VALUE 'S'.
               10  AX-TALENT-ID      PIC X(06).
               10  AX-RUN-DATE       PIC X(08).
               10  AX-VENUE-CODE     PIC X(06).
               10  AX-NEW-VENUE-CODE PIC X(06).
               10  AX-NEW-HEADCOUNT  PIC X(06).
               10  AX-NEW-EVENT-TYPE PIC X(01).
               10  AX-REASON-TEXT    PIC X(20).
               10  AX-POSTED-COUNT   PIC 9(04).
               10  AX-REVERSED-COUNT PIC 9(04).
               10  AX-EVENT-TYPE     PIC X(01).
               10  AX-HEADCOUNT      PIC 9(06).
               10  AX-MARKET-TIER    PIC 9(01).
               10  AX-GROSS-AMOUNT   PIC 9(09)V99.
               10  AX-AGENCY-ID      PIC X(04).
       01  WS-CURRENT-ADJUSTMENT    PIC 9(04) VALUE 0.

      * Why an adjustment bounced -- the first edit it trips is
      * what the register shows.
      *   FUNC  function not R or S
      *   DATE  night not numeric, or not before tonight
      *   NOTF  talent not on the roster
      *   NOEV  no posted event left for that talent, night and
      *         venue -- never posted, or already reversed
      *   NOCH  restatement that changes nothing
      *   VENU  restatement to a venue nobody has heard of
      *   HEAD  restatement headcount not numeric
      *   TYPE  restatement event type not S, A, M or C
       01  WS-REJECT-REASON      PIC X(04) VALUE SPACES.
           88  ADJUSTMENT-CLEAN               VALUE SPACES.
           88  REJECT-BAD-FUNCTION            VALUE 'FUNC'.
           88  REJECT-BAD-NIGHT               VALUE 'DATE'.
           88  REJECT-NOT-ON-ROSTER           VALUE 'NOTF'.
           88  REJECT-NO-EVENT                VALUE 'NOEV'.
           88  REJECT-NO-CHANGE               VALUE 'NOCH'.
           88  REJECT-UNKNOWN-VENUE           VALUE 'VENU'.
           88  REJECT-BAD-HEADCOUNT           VALUE 'HEAD'.
           88  REJECT-BAD-EVENT-TYPE          VALUE 'TYPE'.

       01  WS-VENUE-FOUND-SWITCH    PIC X(03) VALUE 'NO '.
           88  VENUE-FOUND                    VALUE 'YES'.
           88  VENUE-NOT-FOUND                VALUE 'NO '.

      * The event being weighed -- staged by the caller so one
      * copy of FAME's arithmetic scores both the original and
      * its restatement.
       01  WS-WEIGH-VENUE-CODE      PIC X(06) VALUE SPACES.
       01  WS-WEIGH-HEADCOUNT       PIC 9(06) VALUE 0.
       01  WS-WEIGH-EVENT-TYPE      PIC X(01) VALUE SPACES.
           88  WEIGH-STADIUM-EVENT            VALUE 'S'.
           88  WEIGH-ARENA-EVENT              VALUE 'A'.
           88  WEIGH-MALL-EVENT               VALUE 'M'.
           88  WEIGH-CLUB-EVENT               VALUE 'C'.
       01  WS-EVENT-INCREMENT       PIC 9(05) VALUE 0.

      * The original's weight and, for a restatement, the
      * corrected event's weight, venue, tier and gross.
       01  WS-OLD-EVENT-WEIGHT      PIC 9(05) VALUE 0.
       01  WS-NEW-EVENT-WEIGHT      PIC 9(05) VALUE 0.
       01  WS-WEIGHT-DELTA          PIC S9(06) VALUE 0.
       01  WS-NEW-VENUE-CODE        PIC X(06) VALUE SPACES.
       01  WS-NEW-HEADCOUNT         PIC 9(06) VALUE 0.
       01  WS-NEW-EVENT-TYPE        PIC X(01) VALUE SPACES.
       01  WS-NEW-MARKET-TIER       PIC 9(01) VALUE 3.
       01  WS-NEW-EVENT-GROSS       PIC 9(09)V99 VALUE 0.

      * What FAME-LEVEL actually moved by once the 0 floor and
      * the 99999 ceiling had their say -- the history and the
      * extract carry this, not the raw weight difference.
       01  WS-OLD-FAME-LEVEL        PIC 9(05) VALUE 0.
       01  WS-PROJECTED-FAME-LEVEL  PIC S9(07) VALUE 0.
       01  WS-FAME-DELTA            PIC S9(06) VALUE 0.
       01  WS-NIGHTS-RESTATED       PIC 9(04) VALUE 0.

       01  WS-TRANS-READ-COUNT      PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT   PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECTED-COUNT  PIC 9(05) VALUE 0.
       01  WS-REVERSALS-COUNT       PIC 9(05) VALUE 0.
       01  WS-RESTATEMENTS-COUNT    PIC 9(05) VALUE 0.
       01  WS-HISTORY-NIGHTS-COUNT  PIC 9(05) VALUE 0.

      * The correction extract's control totals, for its TRAILR
      * record.
       01  WS-CTL-LEDGER-READ       PIC 9(07) VALUE 0.
       01  WS-CTL-LEDGER-WRITTEN    PIC 9(07) VALUE 0.
       01  WS-CTL-EXTRACT-RECORDS   PIC 9(07) VALUE 0.
       01  WS-CTL-NET-POSTED        PIC S9(09) VALUE 0.

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
               ' EVENT CORRECTIONS REJECTED, SEE REGISTER'.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-CORRECTION-ALERT-TEXT.
           05  FILLER                PIC X(09) VALUE 'EVENT ON '.
           05  CA-RUN-DATE           PIC X(08).
           05  FILLER                PIC X(04) VALUE ' AT '.
           05  CA-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CA-ACTION             PIC X(08).
           05  FILLER                PIC X(06) VALUE ' FAME '.
           05  CA-FAME-DELTA         PIC +ZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.

       01  WS-AUDIT-PARAGRAPH-NAME  PIC X(20) VALUE SPACES.
       01  WS-AUDIT-BEFORE-VALUE    PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE     PIC X(20) VALUE SPACES.

      * Audit before/after shapes for the legs that aren't a
      * plain FAME-LEVEL.
       01  WS-AUDIT-GROSS           PIC Z(08)9.99.
       01  WS-AUDIT-NIGHT-VALUE.
           05  FILLER                PIC X(12) VALUE 'NIGHTS FROM '.
           05  AN-RUN-DATE           PIC X(08).
       01  WS-AUDIT-RESTATED-VALUE.
           05  AR-NIGHTS             PIC ZZZ9.
           05  FILLER                PIC X(08) VALUE ' NIGHTS '.
           05  AR-FAME-DELTA         PIC +ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-DELTA-VALUE.
           05  FILLER                PIC X(06) VALUE 'DELTA '.
           05  AD-FAME-DELTA         PIC +ZZZZ9.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE     PIC 9(08).
       01  WS-CURRENT-TIME     PIC 9(08).
       01  WS-TIMESTAMP        PIC X(14).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMEADJT -- EVENT REVERSALS AND RESTATEMENTS'.
           05  FILLER                PIC X(10) VALUE 'RUN DATE '.
           05  AH-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(70) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  RG-DISPOSITION        PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  RG-FUNCTION           PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-RUN-DATE           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(06) VALUE ' FAME '.
           05  RG-OLD-FAME-LEVEL     PIC ZZ,ZZ9.
           05  FILLER                PIC X(04) VALUE ' TO '.
           05  RG-NEW-FAME-LEVEL     PIC ZZ,ZZ9.
           05  FILLER                PIC X(08) VALUE ' NIGHTS '.
           05  RG-NIGHTS-RESTATED    PIC ZZZ9.
           05  FILLER                PIC X(09) VALUE '  REASON '.
           05  RG-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-REASON-TEXT        PIC X(20).
           05  FILLER                PIC X(26) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  JC-LABEL              PIC X(40).
           05  JC-VALUE              PIC ZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           PERFORM OPEN-ALL-FILES.

           MOVE WS-RUN-DATE TO AH-RUN-DATE.
           WRITE REGISTER-LINE FROM WS-HEADING-LINE.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.

           PERFORM LOAD-ADJUSTMENTS.
           PERFORM FIND-LEDGER-EVENTS.
           PERFORM APPLY-ONE-ADJUSTMENT
               THRU APPLY-ONE-ADJUSTMENT-EXIT
               VARYING AX-IX FROM 1 BY 1
               UNTIL AX-IX > WS-ADJUST-COUNT.
           PERFORM WRITE-CORRECTION-TRAILER.

           PERFORM PRINT-REGISTER-TOTALS.

           IF WS-TRANS-REJECTED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-SUBJECT-ID
               MOVE WS-TRANS-REJECTED-COUNT TO RA-REJECT-COUNT
               MOVE WS-REJECT-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           PERFORM CLOSE-ALL-FILES.

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

      * OPEN-ALL-FILES -- everything but the ledger, which
      * FIND-LEDGER-EVENTS opens twice over (INPUT, then
      * EXTEND).
       OPEN-ALL-FILES.
           OPEN INPUT ADJUST-TRANS.
           IF NOT ADJUST-TRANS-OK
               DISPLAY 'ERROR OPENING ADJUST-TRANS, STATUS '
                   WS-ADJUST-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN I-O TALENT-MASTER.
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
           OPEN I-O FAME-HISTORY.
           IF NOT FAME-HISTORY-OK AND NOT FAME-HISTORY-OPT-EMPTY
               DISPLAY 'ERROR OPENING FAME-HISTORY, STATUS '
                   WS-FAME-HISTORY-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT CORRECTION-EXTRACT.
           IF NOT CORRECTION-EXTRACT-OK
               DISPLAY 'ERROR OPENING CORRECTION-EXTRACT, STATUS '
                   WS-CORRECTION-EXTRACT-STATUS
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
           OPEN OUTPUT ADJUST-REGISTER.
           IF NOT ADJUST-REGISTER-OK
               DISPLAY 'ERROR OPENING ADJUST-REGISTER, STATUS '
                   WS-ADJUST-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ADJUST-TRANS.
           CLOSE TALENT-MASTER.
           CLOSE VENUE-MASTER.
           CLOSE VENUE-ALIAS.
           CLOSE FEE-SCHEDULE.
           CLOSE EARNINGS-LEDGER.
           CLOSE FAME-HISTORY.
           CLOSE CORRECTION-EXTRACT.
           CLOSE AUDIT-TRAIL.
           CLOSE ADJUST-REGISTER.
           CLOSE OPERATOR-ALERTS.

      * LOAD-ADJUSTMENTS -- the whole file into the table before
      * the ledger pass; the edits come later, in file order,
      * so the register reads the way the file was keyed.
       LOAD-ADJUSTMENTS.
           PERFORM READ-NEXT-ADJUSTMENT.
           PERFORM LOAD-ONE-ADJUSTMENT THRU LOAD-ONE-ADJUSTMENT-EXIT
               UNTIL ADJUST-TRANS-EOF.

       LOAD-ONE-ADJUSTMENT.
           IF WS-ADJUST-COUNT NOT < 500
               DISPLAY 'ADJUSTMENT TABLE FULL -- RAISE THE OCCURS '
                   'AND RERUN'
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-ADJUST-COUNT.
           SET AX-IX TO WS-ADJUST-COUNT.
           MOVE AJ-FUNCTION TO AX-FUNCTION(AX-IX).
           MOVE AJ-TALENT-ID TO AX-TALENT-ID(AX-IX).
           MOVE AJ-RUN-DATE TO AX-RUN-DATE(AX-IX).
           MOVE AJ-VENUE-CODE TO AX-VENUE-CODE(AX-IX).
           MOVE AJ-NEW-VENUE-CODE TO AX-NEW-VENUE-CODE(AX-IX).
           MOVE AJ-NEW-HEADCOUNT TO AX-NEW-HEADCOUNT(AX-IX).
           MOVE AJ-NEW-EVENT-TYPE TO AX-NEW-EVENT-TYPE(AX-IX).
           MOVE AJ-REASON-TEXT TO AX-REASON-TEXT(AX-IX).
           MOVE 0 TO AX-POSTED-COUNT(AX-IX).
           MOVE 0 TO AX-REVERSED-COUNT(AX-IX).
           MOVE SPACES TO AX-EVENT-TYPE(AX-IX).
           MOVE 0 TO AX-HEADCOUNT(AX-IX).
           MOVE 0 TO AX-MARKET-TIER(AX-IX).
           MOVE 0 TO AX-GROSS-AMOUNT(AX-IX).
           MOVE SPACES TO AX-AGENCY-ID(AX-IX).
           PERFORM READ-NEXT-ADJUSTMENT.
       LOAD-ONE-ADJUSTMENT-EXIT.
           EXIT.

       READ-NEXT-ADJUSTMENT.
           READ ADJUST-TRANS NEXT RECORD.
           IF NOT ADJUST-TRANS-OK AND NOT ADJUST-TRANS-EOF
               DISPLAY 'ERROR READING ADJUST-TRANS, STATUS '
                   WS-ADJUST-TRANS-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * FIND-LEDGER-EVENTS -- one pass down the whole ledger,
      * every entry tallied against every adjustment naming the
      * same talent, night and venue; then the ledger is
      * reopened EXTEND for the offsetting entries.
       FIND-LEDGER-EVENTS.
           OPEN INPUT EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-NEW
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           PERFORM READ-NEXT-LEDGER-ENTRY.
           PERFORM SCAN-ONE-LEDGER-ENTRY
               THRU SCAN-ONE-LEDGER-ENTRY-EXIT
               UNTIL EARNINGS-LEDGER-EOF.
           CLOSE EARNINGS-LEDGER.
           OPEN EXTEND EARNINGS-LEDGER.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-NEW
               DISPLAY 'ERROR OPENING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

       SCAN-ONE-LEDGER-ENTRY.
           ADD 1 TO WS-CTL-LEDGER-READ.
           PERFORM TALLY-LEDGER-ENTRY.
           PERFORM READ-NEXT-LEDGER-ENTRY.
       SCAN-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      * TALLY-LEDGER-ENTRY -- the ledger record in hand against
      * every adjustment.  Run for each entry read and again for
      * each entry this program writes, so a second adjustment
      * to the same event later in the file sees what the first
      * already did to it.
       TALLY-LEDGER-ENTRY.
           PERFORM TALLY-ONE-ADJUSTMENT THRU TALLY-ONE-ADJUSTMENT-EXIT
               VARYING AX-IX FROM 1 BY 1
               UNTIL AX-IX > WS-ADJUST-COUNT.

       TALLY-ONE-ADJUSTMENT.
           IF EL-TALENT-ID NOT = AX-TALENT-ID(AX-IX)
              OR EL-RUN-DATE NOT = AX-RUN-DATE(AX-IX)
              OR EL-VENUE-CODE NOT = AX-VENUE-CODE(AX-IX)
               GO TO TALLY-ONE-ADJUSTMENT-EXIT
           END-IF.
           IF EL-REVERSAL-ENTRY
               ADD 1 TO AX-REVERSED-COUNT(AX-IX)
           ELSE
               ADD 1 TO AX-POSTED-COUNT(AX-IX)
               MOVE EL-EVENT-TYPE TO AX-EVENT-TYPE(AX-IX)
               MOVE EL-HEADCOUNT TO AX-HEADCOUNT(AX-IX)
               MOVE EL-MARKET-TIER TO AX-MARKET-TIER(AX-IX)
               MOVE EL-GROSS-AMOUNT TO AX-GROSS-AMOUNT(AX-IX)
               MOVE EL-AGENCY-ID TO AX-AGENCY-ID(AX-IX)
           END-IF.
       TALLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

       READ-NEXT-LEDGER-ENTRY.
           READ EARNINGS-LEDGER NEXT RECORD.
           IF NOT EARNINGS-LEDGER-OK AND NOT EARNINGS-LEDGER-EOF
               DISPLAY 'ERROR READING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * APPLY-ONE-ADJUSTMENT -- edits first, and only a clean
      * adjustment touches anything; everything lands on the
      * register either way.  TALLY-LEDGER-ENTRY walks the
      * table with the same index, so the entry in hand is
      * parked in WS-CURRENT-ADJUSTMENT across the legs.
       APPLY-ONE-ADJUSTMENT.
           ADD 1 TO WS-TRANS-READ-COUNT.
           SET WS-CURRENT-ADJUSTMENT TO AX-IX.
           SET ADJUSTMENT-CLEAN TO TRUE.
           MOVE 0 TO WS-OLD-FAME-LEVEL.
           MOVE 0 TO WS-FAME-DELTA.
           MOVE 0 TO WS-NIGHTS-RESTATED.
           PERFORM EDIT-ADJUSTMENT.
           IF ADJUSTMENT-CLEAN
               PERFORM APPLY-CORRECTION
               SET AX-IX TO WS-CURRENT-ADJUSTMENT
               ADD 1 TO WS-TRANS-APPLIED-COUNT
               MOVE 'APPLIED  ' TO RG-DISPOSITION
               MOVE WS-OLD-FAME-LEVEL TO RG-OLD-FAME-LEVEL
               MOVE FAME-LEVEL TO RG-NEW-FAME-LEVEL
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-COUNT
               MOVE 'REJECTED ' TO RG-DISPOSITION
               MOVE 0 TO RG-OLD-FAME-LEVEL
               MOVE 0 TO RG-NEW-FAME-LEVEL
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
       APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

      * EDIT-ADJUSTMENT -- the shared edits, then the ones only
      * a restatement needs.  The night has to be before
      * tonight: this step runs ahead of the FAME passes, so
      * tonight's events haven't posted yet.
       EDIT-ADJUSTMENT.
           IF NOT AX-REVERSE-EVENT(AX-IX)
              AND NOT AX-RESTATE-EVENT(AX-IX)
               SET REJECT-BAD-FUNCTION TO TRUE
           END-IF.
           IF ADJUSTMENT-CLEAN
              AND (AX-RUN-DATE(AX-IX) IS NOT NUMERIC
                  OR AX-RUN-DATE(AX-IX) NOT < WS-RUN-DATE)
               SET REJECT-BAD-NIGHT TO TRUE
           END-IF.
           IF ADJUSTMENT-CLEAN
               MOVE AX-TALENT-ID(AX-IX) TO TALENT-ID
               READ TALENT-MASTER
                   INVALID KEY
                       SET REJECT-NOT-ON-ROSTER TO TRUE
               END-READ
               IF NOT TALENT-MASTER-OK
                  AND NOT TALENT-MASTER-NOT-FOUND
                   DISPLAY 'ERROR READING TALENT-MASTER, STATUS '
                       WS-TALENT-MASTER-STATUS ' TALENT ' TALENT-ID
                   PERFORM ABORT-RUN
               END-IF
           END-IF.
           IF ADJUSTMENT-CLEAN
              AND AX-POSTED-COUNT(AX-IX)
                  NOT > AX-REVERSED-COUNT(AX-IX)
               SET REJECT-NO-EVENT TO TRUE
           END-IF.
           IF ADJUSTMENT-CLEAN AND AX-RESTATE-EVENT(AX-IX)
               PERFORM EDIT-RESTATEMENT
           END-IF.

       EDIT-RESTATEMENT.
           IF AX-NEW-VENUE-CODE(AX-IX) = SPACES
              AND AX-NEW-HEADCOUNT(AX-IX) = SPACES
              AND AX-NEW-EVENT-TYPE(AX-IX) = SPACES
               SET REJECT-NO-CHANGE TO TRUE
           END-IF.
           IF ADJUSTMENT-CLEAN
              AND AX-NEW-VENUE-CODE(AX-IX) NOT = SPACES
               MOVE AX-NEW-VENUE-CODE(AX-IX) TO WS-WEIGH-VENUE-CODE
               PERFORM LOOK-UP-VENUE
               IF VENUE-NOT-FOUND
                   SET REJECT-UNKNOWN-VENUE TO TRUE
               END-IF
           END-IF.
           IF ADJUSTMENT-CLEAN
              AND AX-NEW-HEADCOUNT(AX-IX) NOT = SPACES
              AND AX-NEW-HEADCOUNT(AX-IX) IS NOT NUMERIC
               SET REJECT-BAD-HEADCOUNT TO TRUE
           END-IF.
           IF ADJUSTMENT-CLEAN
              AND AX-NEW-EVENT-TYPE(AX-IX) NOT = SPACES
              AND AX-NEW-EVENT-TYPE(AX-IX) NOT = 'S'
              AND AX-NEW-EVENT-TYPE(AX-IX) NOT = 'A'
              AND AX-NEW-EVENT-TYPE(AX-IX) NOT = 'M'
              AND AX-NEW-EVENT-TYPE(AX-IX) NOT = 'C'
               SET REJECT-BAD-EVENT-TYPE TO TRUE
           END-IF.

      * APPLY-CORRECTION -- weigh the original again, weigh and
      * price its restatement if there is one, then the four
      * legs in order.  A reversal's new weight is simply zero.
       APPLY-CORRECTION.
           MOVE AX-EVENT-TYPE(AX-IX) TO WS-WEIGH-EVENT-TYPE.
           MOVE AX-HEADCOUNT(AX-IX) TO WS-WEIGH-HEADCOUNT.
           MOVE AX-VENUE-CODE(AX-IX) TO WS-WEIGH-VENUE-CODE.
           PERFORM CALCULATE-EVENT-WEIGHT.
           MOVE WS-EVENT-INCREMENT TO WS-OLD-EVENT-WEIGHT.
           MOVE 0 TO WS-NEW-EVENT-WEIGHT.
           IF AX-RESTATE-EVENT(AX-IX)
               PERFORM WEIGH-RESTATED-EVENT
               ADD 1 TO WS-RESTATEMENTS-COUNT
           ELSE
               ADD 1 TO WS-REVERSALS-COUNT
           END-IF.
           COMPUTE WS-WEIGHT-DELTA =
               WS-NEW-EVENT-WEIGHT - WS-OLD-EVENT-WEIGHT.
           PERFORM BACK-OUT-FAME-LEVEL.
           PERFORM POST-OFFSET-ENTRIES.
           PERFORM RESTATE-FAME-HISTORY.
           PERFORM EXTRACT-CORRECTION.

      * WEIGH-RESTATED-EVENT -- the corrected event is the
      * original with whatever the adjustment changed laid over
      * it, scored and priced the way FAME would have scored and
      * priced it on the night.  The venue is carried forward as
      * the code VENUE-MASTER resolved it to, same as FAME's
      * ledger write.
       WEIGH-RESTATED-EVENT.
           MOVE AX-VENUE-CODE(AX-IX) TO WS-NEW-VENUE-CODE.
           IF AX-NEW-VENUE-CODE(AX-IX) NOT = SPACES
               MOVE AX-NEW-VENUE-CODE(AX-IX) TO WS-NEW-VENUE-CODE
           END-IF.
           MOVE AX-HEADCOUNT(AX-IX) TO WS-NEW-HEADCOUNT.
           IF AX-NEW-HEADCOUNT(AX-IX) NOT = SPACES
               MOVE AX-NEW-HEADCOUNT(AX-IX) TO WS-NEW-HEADCOUNT
           END-IF.
           MOVE AX-EVENT-TYPE(AX-IX) TO WS-NEW-EVENT-TYPE.
           IF AX-NEW-EVENT-TYPE(AX-IX) NOT = SPACES
               MOVE AX-NEW-EVENT-TYPE(AX-IX) TO WS-NEW-EVENT-TYPE
           END-IF.
           MOVE WS-NEW-EVENT-TYPE TO WS-WEIGH-EVENT-TYPE.
           MOVE WS-NEW-HEADCOUNT TO WS-WEIGH-HEADCOUNT.
           MOVE WS-NEW-VENUE-CODE TO WS-WEIGH-VENUE-CODE.
           PERFORM CALCULATE-EVENT-WEIGHT.
           MOVE WS-EVENT-INCREMENT TO WS-NEW-EVENT-WEIGHT.
           IF VENUE-FOUND
               MOVE VENUE-CODE TO WS-NEW-VENUE-CODE
           END-IF.
           PERFORM PRICE-RESTATED-EVENT.

      * PRICE-RESTATED-EVENT -- FAME's POST-EVENT-EARNINGS
      * arithmetic: the room's tier (3 for a room nobody knows)
      * against the fee schedule; a type/tier pair the schedule
      * doesn't carry prices at zero, same as it did on the
      * night.
       PRICE-RESTATED-EVENT.
           IF VENUE-FOUND
              AND VENUE-MARKET-TIER IS NUMERIC
              AND VENUE-MARKET-TIER > 0
               MOVE VENUE-MARKET-TIER TO WS-NEW-MARKET-TIER
           ELSE
               MOVE 3 TO WS-NEW-MARKET-TIER
           END-IF.
           MOVE WS-NEW-EVENT-TYPE TO FS-EVENT-TYPE.
           MOVE WS-NEW-MARKET-TIER TO FS-MARKET-TIER.
           MOVE 0 TO WS-NEW-EVENT-GROSS.
           READ FEE-SCHEDULE
               INVALID KEY
                   DISPLAY 'NO FEE-SCHEDULE LINE FOR TYPE '
                       WS-NEW-EVENT-TYPE ' TIER ' WS-NEW-MARKET-TIER
                       ', RESTATED AT ZERO FOR TALENT '
                       AX-TALENT-ID(AX-IX)
           END-READ.
           IF FEE-SCHEDULE-OK
               COMPUTE WS-NEW-EVENT-GROSS =
                   (WS-NEW-HEADCOUNT * FS-PER-HEAD-RATE)
                   + FS-FLAT-FEE
                   ON SIZE ERROR
                       MOVE 999999999.99 TO WS-NEW-EVENT-GROSS
                       DISPLAY 'EVENT GROSS CAPPED FOR TALENT '
                           AX-TALENT-ID(AX-IX)
               END-COMPUTE
           ELSE
               IF NOT FEE-SCHEDULE-NOT-FOUND
                   DISPLAY 'ERROR READING FEE-SCHEDULE, STATUS '
                       WS-FEE-SCHEDULE-STATUS
                   PERFORM ABORT-RUN
               END-IF
           END-IF.

      * CALCULATE-EVENT-WEIGHT -- FAME's scoring, line for line:
      * base weight off event type and headcount, then the
      * room's prestige and the sold-out bonus.  Any change to
      * FAME's CALCULATE-EVENT-WEIGHT or APPLY-VENUE-WEIGHT has
      * to be made here too, or a reversal backs out a different
      * number than the night put in.
       CALCULATE-EVENT-WEIGHT.
           EVALUATE TRUE
               WHEN WEIGH-STADIUM-EVENT
                   COMPUTE WS-EVENT-INCREMENT =
                       20 + (WS-WEIGH-HEADCOUNT / 500)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-COMPUTE
               WHEN WEIGH-ARENA-EVENT
                   COMPUTE WS-EVENT-INCREMENT =
                       10 + (WS-WEIGH-HEADCOUNT / 500)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-COMPUTE
               WHEN WEIGH-MALL-EVENT
                   COMPUTE WS-EVENT-INCREMENT =
                       3 + (WS-WEIGH-HEADCOUNT / 1000)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-COMPUTE
               WHEN WEIGH-CLUB-EVENT
                   COMPUTE WS-EVENT-INCREMENT =
                       1 + (WS-WEIGH-HEADCOUNT / 1000)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-COMPUTE
               WHEN OTHER
                   MOVE 1 TO WS-EVENT-INCREMENT
           END-EVALUATE.
           PERFORM APPLY-VENUE-WEIGHT.

       APPLY-VENUE-WEIGHT.
           PERFORM LOOK-UP-VENUE.
           IF VENUE-FOUND
               IF VENUE-PRESTIGE-WEIGHT IS NUMERIC
                  AND VENUE-PRESTIGE-WEIGHT > 0
                   COMPUTE WS-EVENT-INCREMENT =
                       (WS-EVENT-INCREMENT * VENUE-PRESTIGE-WEIGHT)
                       / 100
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-COMPUTE
                   IF WS-EVENT-INCREMENT = 0
                       MOVE 1 TO WS-EVENT-INCREMENT
                   END-IF
               END-IF
               IF VENUE-CAPACITY IS NUMERIC
                  AND VENUE-CAPACITY > 0
                  AND WS-WEIGH-HEADCOUNT NOT < VENUE-CAPACITY
                   ADD 2 TO WS-EVENT-INCREMENT
                       ON SIZE ERROR
                           MOVE 99999 TO WS-EVENT-INCREMENT
                   END-ADD
               END-IF
           END-IF.

      * LOOK-UP-VENUE -- VENUE-MASTER first, then the alias
      * cross-reference, the way FAME resolves a code.  A room
      * closed since the night scores at base weight, which is
      * all FAME could have done with it either.
       LOOK-UP-VENUE.
           SET VENUE-FOUND TO TRUE.
           MOVE WS-WEIGH-VENUE-CODE TO VENUE-CODE.
           READ VENUE-MASTER
               INVALID KEY
                   SET VENUE-NOT-FOUND TO TRUE
           END-READ.
           IF NOT VENUE-MASTER-OK AND NOT VENUE-MASTER-NOT-FOUND
               DISPLAY 'ERROR READING VENUE-MASTER, STATUS '
                   WS-VENUE-MASTER-STATUS ' VENUE ' VENUE-CODE
               PERFORM ABORT-RUN
           END-IF.
           IF VENUE-NOT-FOUND
               PERFORM RESOLVE-VENUE-ALIAS
           END-IF.

       RESOLVE-VENUE-ALIAS.
           MOVE WS-WEIGH-VENUE-CODE TO VA-ALIAS-CODE.
           READ VENUE-ALIAS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF VENUE-ALIAS-OK
               SET VENUE-FOUND TO TRUE
               MOVE VA-VENUE-CODE TO VENUE-CODE
               READ VENUE-MASTER
                   INVALID KEY
                       SET VENUE-NOT-FOUND TO TRUE
               END-READ
               IF NOT VENUE-MASTER-OK
                  AND NOT VENUE-MASTER-NOT-FOUND
                   DISPLAY 'ERROR READING VENUE-MASTER, STATUS '
                       WS-VENUE-MASTER-STATUS ' VENUE ' VENUE-CODE
                   PERFORM ABORT-RUN
               END-IF
           ELSE
               IF NOT VENUE-ALIAS-NOT-FOUND
                  AND NOT VENUE-ALIAS-OPT-EMPTY
                   DISPLAY 'ERROR READING VENUE-ALIAS, STATUS '
                       WS-VENUE-ALIAS-STATUS ' VENUE '
                       WS-WEIGH-VENUE-CODE
                   PERFORM ABORT-RUN
               END-IF
           END-IF.

      * BACK-OUT-FAME-LEVEL -- the weight difference off (or, for
      * a restatement that scores higher, onto) FAME-LEVEL,
      * never below zero and never past the 99999 ceiling.
      * TALENT-REC is still in hand from the edit's READ.
       BACK-OUT-FAME-LEVEL.
           MOVE FAME-LEVEL TO WS-OLD-FAME-LEVEL.
           COMPUTE WS-PROJECTED-FAME-LEVEL =
               FAME-LEVEL + WS-WEIGHT-DELTA.
           IF WS-PROJECTED-FAME-LEVEL < 0
               MOVE 0 TO WS-PROJECTED-FAME-LEVEL
           END-IF.
           IF WS-PROJECTED-FAME-LEVEL > 99999
               MOVE 99999 TO WS-PROJECTED-FAME-LEVEL
           END-IF.
           MOVE WS-PROJECTED-FAME-LEVEL TO FAME-LEVEL.
           COMPUTE WS-FAME-DELTA = FAME-LEVEL - WS-OLD-FAME-LEVEL.
           REWRITE TALENT-REC.
           IF NOT TALENT-MASTER-OK
               DISPLAY 'ERROR REWRITING TALENT-MASTER, STATUS '
                   WS-TALENT-MASTER-STATUS ' TALENT ' TALENT-ID
               PERFORM ABORT-RUN
           END-IF.
           MOVE 'BACK-OUT-FAME-LEVEL' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE WS-OLD-FAME-LEVEL TO WS-AUDIT-BEFORE-VALUE.
           MOVE FAME-LEVEL TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      * POST-OFFSET-ENTRIES -- a reversal entry carrying the
      * original's numbers, dated the original's night so the
      * ledger nets to nothing for it; a restatement then posts
      * its re-priced replacement on the same night.  Each entry
      * is tallied before it is written so a later adjustment to
      * the same event sees it.
       POST-OFFSET-ENTRIES.
           MOVE SPACES TO EARNINGS-LEDGER-REC.
           MOVE AX-TALENT-ID(AX-IX) TO EL-TALENT-ID.
           MOVE AX-RUN-DATE(AX-IX) TO EL-RUN-DATE.
           MOVE AX-VENUE-CODE(AX-IX) TO EL-VENUE-CODE.
           MOVE AX-EVENT-TYPE(AX-IX) TO EL-EVENT-TYPE.
           MOVE AX-HEADCOUNT(AX-IX) TO EL-HEADCOUNT.
           MOVE AX-MARKET-TIER(AX-IX) TO EL-MARKET-TIER.
           MOVE AX-GROSS-AMOUNT(AX-IX) TO EL-GROSS-AMOUNT.
           MOVE AX-AGENCY-ID(AX-IX) TO EL-AGENCY-ID.
           MOVE AX-GROSS-AMOUNT(AX-IX) TO WS-AUDIT-GROSS.
           MOVE WS-AUDIT-GROSS TO WS-AUDIT-BEFORE-VALUE.
           SET EL-REVERSAL-ENTRY TO TRUE.
           PERFORM WRITE-LEDGER-ENTRY.
           MOVE 0 TO WS-AUDIT-GROSS.
           IF AX-RESTATE-EVENT(AX-IX)
               MOVE SPACES TO EARNINGS-LEDGER-REC
               MOVE AX-TALENT-ID(AX-IX) TO EL-TALENT-ID
               MOVE AX-RUN-DATE(AX-IX) TO EL-RUN-DATE
               MOVE WS-NEW-VENUE-CODE TO EL-VENUE-CODE
               MOVE WS-NEW-EVENT-TYPE TO EL-EVENT-TYPE
               MOVE WS-NEW-HEADCOUNT TO EL-HEADCOUNT
               MOVE WS-NEW-MARKET-TIER TO EL-MARKET-TIER
               MOVE WS-NEW-EVENT-GROSS TO EL-GROSS-AMOUNT
               MOVE AX-AGENCY-ID(AX-IX) TO EL-AGENCY-ID
               SET EL-RESTATED-ENTRY TO TRUE
               PERFORM WRITE-LEDGER-ENTRY
               MOVE WS-NEW-EVENT-GROSS TO WS-AUDIT-GROSS
           END-IF.
           MOVE 'POST-OFFSET-ENTRIES' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE WS-AUDIT-GROSS TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-LEDGER-ENTRY.
           PERFORM TALLY-LEDGER-ENTRY.
           SET AX-IX TO WS-CURRENT-ADJUSTMENT.
           WRITE EARNINGS-LEDGER-REC.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR WRITING EARNINGS-LEDGER, STATUS '
                   WS-EARNINGS-LEDGER-STATUS ' TALENT '
                   AX-TALENT-ID(AX-IX)
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-CTL-LEDGER-WRITTEN.

      * RESTATE-FAME-HISTORY -- the corrected night's closing
      * level included the event, and so did every night since,
      * so each of them moves by the same amount FAME-LEVEL just
      * did (within the same floor and ceiling).  A movement of
      * zero restates nothing but is still audited.
       RESTATE-FAME-HISTORY.
           MOVE AX-RUN-DATE(AX-IX) TO AN-RUN-DATE.
           IF WS-FAME-DELTA NOT = 0
               MOVE AX-TALENT-ID(AX-IX) TO FH-TALENT-ID
               MOVE AX-RUN-DATE(AX-IX) TO FH-RUN-DATE
               START FAME-HISTORY KEY IS NOT LESS THAN FH-KEY
                   INVALID KEY
                       SET FAME-HISTORY-EOF TO TRUE
               END-START
               IF NOT FAME-HISTORY-EOF
                   IF NOT FAME-HISTORY-OK
                       DISPLAY 'ERROR STARTING FAME-HISTORY, STATUS '
                           WS-FAME-HISTORY-STATUS ' TALENT '
                           AX-TALENT-ID(AX-IX)
                       PERFORM ABORT-RUN
                   END-IF
                   PERFORM READ-NEXT-HISTORY-NIGHT
                   PERFORM RESTATE-ONE-HISTORY-NIGHT
                       THRU RESTATE-ONE-HISTORY-NIGHT-EXIT
                       UNTIL FAME-HISTORY-EOF
                          OR FH-TALENT-ID NOT = AX-TALENT-ID(AX-IX)
               END-IF
           END-IF.
           ADD WS-NIGHTS-RESTATED TO WS-HISTORY-NIGHTS-COUNT.
           MOVE 'RESTATE-FAME-HISTORY' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE WS-AUDIT-NIGHT-VALUE TO WS-AUDIT-BEFORE-VALUE.
           MOVE WS-NIGHTS-RESTATED TO AR-NIGHTS.
           MOVE WS-FAME-DELTA TO AR-FAME-DELTA.
           MOVE WS-AUDIT-RESTATED-VALUE TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       RESTATE-ONE-HISTORY-NIGHT.
           COMPUTE WS-PROJECTED-FAME-LEVEL =
               FH-FAME-LEVEL + WS-FAME-DELTA.
           IF WS-PROJECTED-FAME-LEVEL < 0
               MOVE 0 TO WS-PROJECTED-FAME-LEVEL
           END-IF.
           IF WS-PROJECTED-FAME-LEVEL > 99999
               MOVE 99999 TO WS-PROJECTED-FAME-LEVEL
           END-IF.
           MOVE WS-PROJECTED-FAME-LEVEL TO FH-FAME-LEVEL.
           REWRITE FAME-HISTORY-REC.
           IF NOT FAME-HISTORY-OK
               DISPLAY 'ERROR REWRITING FAME-HISTORY, STATUS '
                   WS-FAME-HISTORY-STATUS ' TALENT ' FH-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-NIGHTS-RESTATED.
           PERFORM READ-NEXT-HISTORY-NIGHT.
       RESTATE-ONE-HISTORY-NIGHT-EXIT.
           EXIT.

       READ-NEXT-HISTORY-NIGHT.
           READ FAME-HISTORY NEXT RECORD.
           IF NOT FAME-HISTORY-OK AND NOT FAME-HISTORY-EOF
               DISPLAY 'ERROR READING FAME-HISTORY, STATUS '
                   WS-FAME-HISTORY-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * EXTRACT-CORRECTION -- billing's record of the movement,
      * dated the night it corrects, plus an I alert so the
      * morning report shows what was changed behind the night.
       EXTRACT-CORRECTION.
           MOVE SPACES TO ROYALTY-EXTRACT-REC.
           MOVE AX-TALENT-ID(AX-IX) TO RX-TALENT-ID.
           MOVE WS-OLD-FAME-LEVEL TO RX-OLD-FAME-LEVEL.
           MOVE FAME-LEVEL TO RX-NEW-FAME-LEVEL.
           MOVE AX-RUN-DATE(AX-IX) TO RX-RUN-DATE.
           MOVE AX-FUNCTION(AX-IX) TO RX-CORRECTION-FUNCTION.
           WRITE ROYALTY-EXTRACT-REC.
           IF NOT CORRECTION-EXTRACT-OK
               DISPLAY 'ERROR WRITING CORRECTION-EXTRACT, STATUS '
                   WS-CORRECTION-EXTRACT-STATUS ' TALENT '
                   AX-TALENT-ID(AX-IX)
               PERFORM ABORT-RUN
           END-IF.
           ADD 1 TO WS-CTL-EXTRACT-RECORDS.
           ADD WS-FAME-DELTA TO WS-CTL-NET-POSTED.
           MOVE 'EXTRACT-CORRECTION' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE AX-RUN-DATE(AX-IX) TO WS-AUDIT-BEFORE-VALUE.
           MOVE WS-FAME-DELTA TO AD-FAME-DELTA.
           MOVE WS-AUDIT-DELTA-VALUE TO WS-AUDIT-AFTER-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'I' TO WS-ALERT-SEVERITY.
           MOVE AX-TALENT-ID(AX-IX) TO WS-ALERT-SUBJECT-ID.
           MOVE AX-RUN-DATE(AX-IX) TO CA-RUN-DATE.
           MOVE AX-VENUE-CODE(AX-IX) TO CA-VENUE-CODE.
           IF AX-RESTATE-EVENT(AX-IX)
               MOVE 'RESTATED' TO CA-ACTION
           ELSE
               MOVE 'REVERSED' TO CA-ACTION
           END-IF.
           MOVE WS-FAME-DELTA TO CA-FAME-DELTA.
           MOVE WS-CORRECTION-ALERT-TEXT TO WS-ALERT-MESSAGE.
           PERFORM WRITE-ALERT-RECORD.

      * WRITE-CORRECTION-TRAILER -- the TRAILR record FAMERECN
      * proves the correction extract against, written even on
      * a night with nothing to correct so the proof always has
      * a trailer to find.  The talent counts carry adjustments
      * read/applied/rejected and the event counts ledger
      * entries read/written.
       WRITE-CORRECTION-TRAILER.
           MOVE SPACES TO ROYALTY-TRAILER-REC.
           MOVE 'TRAILR' TO RT-TRAILER-ID.
           MOVE WS-CTL-EXTRACT-RECORDS TO RT-RECORD-COUNT.
           MOVE WS-TRANS-READ-COUNT TO RT-TALENTS-READ.
           MOVE WS-TRANS-APPLIED-COUNT TO RT-TALENTS-PROCESSED.
           MOVE WS-TRANS-REJECTED-COUNT TO RT-TALENTS-SKIPPED.
           MOVE WS-CTL-LEDGER-READ TO RT-EVENTS-READ.
           MOVE WS-CTL-LEDGER-WRITTEN TO RT-EVENTS-APPLIED.
           MOVE WS-CTL-NET-POSTED TO RT-NET-POSTED.
           WRITE ROYALTY-TRAILER-REC.
           IF NOT CORRECTION-EXTRACT-OK
               DISPLAY 'ERROR WRITING CORRECTION-EXTRACT TRAILER, '
                   'STATUS ' WS-CORRECTION-EXTRACT-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * WRITE-AUDIT-RECORD -- one paragraph owns the AUDITREC
      * layout here the same way it does in FAME.
       WRITE-AUDIT-RECORD.
           MOVE AX-TALENT-ID(AX-IX) TO AT-TALENT-ID.
           MOVE WS-AUDIT-PARAGRAPH-NAME TO AT-PARAGRAPH-NAME.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP.
           MOVE WS-AUDIT-BEFORE-VALUE TO AT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AT-AFTER-VALUE.
           WRITE AUDIT-TRAIL-REC.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR WRITING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS ' TALENT '
                   AX-TALENT-ID(AX-IX)
               PERFORM ABORT-RUN
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME(1:6) TO WS-TIMESTAMP(9:6).

       WRITE-REGISTER-LINE.
           MOVE AX-FUNCTION(AX-IX) TO RG-FUNCTION.
           MOVE AX-TALENT-ID(AX-IX) TO RG-TALENT-ID.
           MOVE AX-RUN-DATE(AX-IX) TO RG-RUN-DATE.
           MOVE AX-VENUE-CODE(AX-IX) TO RG-VENUE-CODE.
           MOVE WS-NIGHTS-RESTATED TO RG-NIGHTS-RESTATED.
           MOVE WS-REJECT-REASON TO RG-REASON-CODE.
           MOVE AX-REASON-TEXT(AX-IX) TO RG-REASON-TEXT.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           IF NOT ADJUST-REGISTER-OK
               DISPLAY 'ERROR WRITING ADJUST-REGISTER, STATUS '
                   WS-ADJUST-REGISTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

       PRINT-REGISTER-TOTALS.
           WRITE REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE 'ADJUSTMENTS READ' TO JC-LABEL.
           MOVE WS-TRANS-READ-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'ADJUSTMENTS APPLIED' TO JC-LABEL.
           MOVE WS-TRANS-APPLIED-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH REVERSALS' TO JC-LABEL.
           MOVE WS-REVERSALS-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH RESTATEMENTS' TO JC-LABEL.
           MOVE WS-RESTATEMENTS-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'ADJUSTMENTS REJECTED' TO JC-LABEL.
           MOVE WS-TRANS-REJECTED-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'LEDGER ENTRIES WRITTEN' TO JC-LABEL.
           MOVE WS-CTL-LEDGER-WRITTEN TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'FAME-HISTORY NIGHTS RESTATED' TO JC-LABEL.
           MOVE WS-HISTORY-NIGHTS-COUNT TO JC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
      * ALERTREC layout.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEADJT' TO AL-STEP-NAME.
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
           DISPLAY 'FAMEADJT ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
