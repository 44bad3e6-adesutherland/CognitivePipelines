       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEPEND.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Nightly cutoff for the FAMI corrections parked on the
      * PENDING-CORRECTIONS file.  FAMEINQ parks any update that
      * swings an act's FAME-LEVEL by more than the threshold
      * until a second user approves or rejects it; this step,
      * first thing in the batch window, looks at what is still
      * waiting.  A correction keyed more than a day ago is
      * dropped -- nobody stood behind it -- with an AUDIT-TRAIL
      * record naming who keyed it and when, and an I alert so
      * the drop is on the record.  Anything younger stays
      * parked and goes on tonight's FAMEALRT report as a W, so
      * the morning shift knows what is waiting on a second
      * signature.
      *
      * The card also carries the swing threshold.  It is
      * written to the LOW-VALUES record on PENDCORR each night,
      * where FAMEINQ reads it, so raising or lowering the bar is
      * a card change; a blank or zero threshold leaves the
      * record as it stands.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, run as STEP0055 of the
      *                        FAMENITE job, ahead of everything
      *                        that reads TALENT-MASTER.
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
           SELECT OPTIONAL PENDING-CORRECTIONS ASSIGN TO PENDCORR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-TALENT-ID
               FILE STATUS IS WS-PENDING-CORR-STATUS.

      * Same trail FAME, FAMERMNT and FAMEINQ write.
           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRAIL-STATUS.

           SELECT PARM-CARD ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT PENDING-REPORT ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-REPORT-STATUS.

      * OPTIONAL because the first step to write an alert in the
      * night creates the file the rest EXTEND.
           SELECT OPTIONAL OPERATOR-ALERTS ASSIGN TO ALERTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CORRECTIONS.
           COPY PENDCREC.

       FD  AUDIT-TRAIL.
           COPY AUDITREC.

      * The nightly card layout up to the run date; columns 9-13
      * carry the swing threshold instead of a roster selection.
       FD  PARM-CARD
           RECORDING MODE IS F.
       01  PARM-CARD-REC.
           05  PC-RUN-DATE             PIC 9(08).
           05  PC-SWING-THRESHOLD      PIC X(05).
           05  PC-SWING-THRESHOLD-N REDEFINES PC-SWING-THRESHOLD
                                       PIC 9(05).
           05  FILLER                  PIC X(67).

       FD  PENDING-REPORT
           RECORDING MODE IS F.
       01  PENDING-LINE                PIC X(132).

       FD  OPERATOR-ALERTS
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-CORR-STATUS   PIC X(02) VALUE '00'.
           88  PENDING-CORR-OK                VALUE '00'.
           88  PENDING-CORR-EOF               VALUE '10'.
           88  PENDING-CORR-NOT-FOUND         VALUE '23'.
      * '05' is the OPTIONAL OPEN of an unloaded cluster.
           88  PENDING-CORR-OPT-EMPTY         VALUE '05'.

       01  WS-AUDIT-TRAIL-STATUS   PIC X(02) VALUE '00'.
           88  AUDIT-TRAIL-OK                 VALUE '00'.

       01  WS-PARM-CARD-STATUS   PIC X(02) VALUE '00'.
           88  PARM-CARD-OK                   VALUE '00'.

       01  WS-PENDING-REPORT-STATUS   PIC X(02) VALUE '00'.
           88  PENDING-REPORT-OK              VALUE '00'.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
           88  OPERATOR-ALERTS-NEW            VALUE '05'.

       01  WS-ALERT-SEVERITY      PIC X(01) VALUE 'W'.
       01  WS-ALERT-SUBJECT-ID    PIC X(06) VALUE SPACES.
       01  WS-ALERT-MESSAGE       PIC X(60) VALUE SPACES.

       01  WS-ALERT-DATE       PIC 9(08).
       01  WS-ALERT-TIME       PIC 9(08).
       01  WS-ALERT-TIMESTAMP  PIC X(14).

       01  WS-AUDIT-PARAGRAPH-NAME  PIC X(20) VALUE
           'FAMEPEND-EXPIRED'.
       01  WS-AUDIT-BEFORE-VALUE    PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE     PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-TIMESTAMP             PIC X(14).

       01  WS-RUN-DATE            PIC 9(08) VALUE 0.
       01  WS-NEW-THRESHOLD       PIC 9(05) VALUE 0.
       01  WS-DATE-INTEGER        PIC 9(07) VALUE 0.

      * A correction keyed before this moment -- the same clock
      * time yesterday -- is more than a day old.
       01  WS-CUTOFF-TIMESTAMP.
           05  WS-CUTOFF-DATE        PIC 9(08).
           05  WS-CUTOFF-TIME        PIC X(06).

       01  WS-PENDING-COUNT       PIC 9(05) VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(05) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(44) VALUE
               'FAMEPEND -- PENDING FAME-LEVEL CORRECTIONS, '.
           05  FILLER                PIC X(07) VALUE 'CUTOFF '.
           05  PH-CUTOFF-TIMESTAMP   PIC X(14).
           05  FILLER                PIC X(67) VALUE SPACES.

       01  WS-THRESHOLD-LINE.
           05  TL-THRESHOLD-TEXT     PIC X(40).
           05  TL-THRESHOLD          PIC ZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(40) VALUE
               'TALENT    NOW    NEW LIMO-STATUS        '.
           05  FILLER                PIC X(40) VALUE
               '   KEYED BY KEYED AT       ACTION       '.
           05  FILLER                PIC X(52) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  PL-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-CURRENT-FAME-LEVEL PIC ZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-NEW-FAME-LEVEL     PIC ZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-NEW-LIMO-STATUS    PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  PL-REQUESTED-BY       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-REQUESTED-TIMESTAMP PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PL-ACTION             PIC X(12).
           05  FILLER                PIC X(53) VALUE SPACES.

       01  WS-PENDING-ALERT-TEXT.
           05  FILLER                PIC X(50) VALUE
               'FAME-LEVEL CORRECTION AWAITING APPROVAL, KEYED BY '.
           05  PA-REQUESTED-BY       PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-EXPIRED-ALERT-TEXT.
           05  FILLER                PIC X(51) VALUE
               'UNAPPROVED FAME-LEVEL CORRECTION DROPPED, KEYED BY '.
           05  EA-REQUESTED-BY       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  PT-LABEL              PIC X(40).
           05  PT-VALUE              PIC ZZ,ZZ9.
           05  FILLER                PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      * The cutoff runs off the clock, not the business date:
      * FAMEINQ stamps its corrections with the clock.
           PERFORM BUILD-TIMESTAMP.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-TIMESTAMP(9:6) TO WS-CUTOFF-TIME.

           OPEN I-O PENDING-CORRECTIONS.
           IF NOT PENDING-CORR-OK AND NOT PENDING-CORR-OPT-EMPTY
               DISPLAY 'ERROR OPENING PENDING-CORRECTIONS, STATUS '
                   WS-PENDING-CORR-STATUS
               PERFORM ABORT-RUN
           END-IF.
      * EXTEND -- the trail is shared with FAME, FAMERMNT and
      * FAMEINQ, so never OUTPUT.
           OPEN EXTEND AUDIT-TRAIL.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR OPENING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN OUTPUT PENDING-REPORT.
           IF NOT PENDING-REPORT-OK
               DISPLAY 'ERROR OPENING PENDING-REPORT, STATUS '
                   WS-PENDING-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN EXTEND OPERATOR-ALERTS.
           IF NOT OPERATOR-ALERTS-OK AND NOT OPERATOR-ALERTS-NEW
               DISPLAY 'ERROR OPENING OPERATOR-ALERTS, STATUS '
                   WS-OPERATOR-ALERTS-STATUS
               PERFORM ABORT-RUN
           END-IF.

           MOVE WS-CUTOFF-TIMESTAMP TO PH-CUTOFF-TIMESTAMP.
           WRITE PENDING-LINE FROM WS-HEADING-LINE.
           PERFORM SET-SWING-THRESHOLD.
           WRITE PENDING-LINE FROM WS-BLANK-LINE.
           WRITE PENDING-LINE FROM WS-COLUMN-LINE.

           MOVE LOW-VALUES TO PN-TALENT-ID.
           START PENDING-CORRECTIONS KEY IS NOT LESS THAN
                   PN-TALENT-ID
               INVALID KEY MOVE '10' TO WS-PENDING-CORR-STATUS
           END-START.
           IF PENDING-CORR-OK
               PERFORM READ-NEXT-PENDING
               PERFORM SWEEP-ONE-PENDING
                   THRU SWEEP-ONE-PENDING-EXIT
                   UNTIL PENDING-CORR-EOF
           END-IF.

           WRITE PENDING-LINE FROM WS-BLANK-LINE.
           MOVE 'CORRECTIONS STILL AWAITING APPROVAL' TO PT-LABEL.
           MOVE WS-PENDING-COUNT TO PT-VALUE.
           WRITE PENDING-LINE FROM WS-COUNT-LINE.
           MOVE 'CORRECTIONS DROPPED, OVER A DAY OLD' TO PT-LABEL.
           MOVE WS-EXPIRED-COUNT TO PT-VALUE.
           WRITE PENDING-LINE FROM WS-COUNT-LINE.

           CLOSE PENDING-CORRECTIONS.
           CLOSE AUDIT-TRAIL.
           CLOSE PENDING-REPORT.
           CLOSE OPERATOR-ALERTS.

           IF WS-PENDING-COUNT > 0 OR WS-EXPIRED-COUNT > 0
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
                   IF PC-SWING-THRESHOLD IS NUMERIC
                       MOVE PC-SWING-THRESHOLD-N TO WS-NEW-THRESHOLD
                   END-IF
               END-IF
               CLOSE PARM-CARD
           END-IF.

      * SET-SWING-THRESHOLD -- puts the card's threshold on the
      * LOW-VALUES record FAMEINQ reads, and prints whichever
      * threshold is in force.  No card value, no change.
       SET-SWING-THRESHOLD.
           MOVE LOW-VALUES TO PN-TALENT-ID.
           READ PENDING-CORRECTIONS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT PENDING-CORR-OK AND NOT PENDING-CORR-NOT-FOUND
               DISPLAY 'ERROR READING PENDING-CORRECTIONS, STATUS '
                   WS-PENDING-CORR-STATUS
               PERFORM ABORT-RUN
           END-IF.

           IF WS-NEW-THRESHOLD = 0
               IF PENDING-CORR-OK
                   MOVE 'SWING THRESHOLD UNCHANGED AT'
                       TO TL-THRESHOLD-TEXT
                   MOVE PN-SWING-THRESHOLD TO TL-THRESHOLD
               ELSE
                   MOVE 'NO SWING THRESHOLD SET -- FAMEINQ DEFAULT'
                       TO TL-THRESHOLD-TEXT
                   MOVE 0 TO TL-THRESHOLD
               END-IF
               WRITE PENDING-LINE FROM WS-THRESHOLD-LINE
               GO TO SET-SWING-THRESHOLD-EXIT
           END-IF.

           IF PENDING-CORR-OK
               MOVE WS-NEW-THRESHOLD TO PN-SWING-THRESHOLD
               MOVE WS-RUN-DATE TO PN-THRESHOLD-SET-DATE
               REWRITE PENDING-CORRECTION-REC
           ELSE
               MOVE SPACES TO PENDING-CORRECTION-REC
               MOVE LOW-VALUES TO PN-TALENT-ID
               MOVE WS-NEW-THRESHOLD TO PN-SWING-THRESHOLD
               MOVE WS-RUN-DATE TO PN-THRESHOLD-SET-DATE
               WRITE PENDING-CORRECTION-REC
           END-IF.
           IF NOT PENDING-CORR-OK
               DISPLAY 'ERROR WRITING PENDING-CORRECTIONS, STATUS '
                   WS-PENDING-CORR-STATUS
               PERFORM ABORT-RUN
           END-IF.
           MOVE 'SWING THRESHOLD SET TO' TO TL-THRESHOLD-TEXT.
           MOVE WS-NEW-THRESHOLD TO TL-THRESHOLD.
           WRITE PENDING-LINE FROM WS-THRESHOLD-LINE.
       SET-SWING-THRESHOLD-EXIT.
           EXIT.

      * SWEEP-ONE-PENDING -- over a day old (or with no usable
      * stamp) is dropped and audited; anything else stays and
      * is alerted.
       SWEEP-ONE-PENDING.
           IF PN-THRESHOLD-RECORD
               PERFORM READ-NEXT-PENDING
               GO TO SWEEP-ONE-PENDING-EXIT
           END-IF.
           MOVE PN-TALENT-ID TO PL-TALENT-ID.
           MOVE PN-CURRENT-FAME-LEVEL TO PL-CURRENT-FAME-LEVEL.
           MOVE PN-NEW-FAME-LEVEL TO PL-NEW-FAME-LEVEL.
           MOVE PN-NEW-LIMO-STATUS TO PL-NEW-LIMO-STATUS.
           MOVE PN-REQUESTED-BY TO PL-REQUESTED-BY.
           MOVE PN-REQUESTED-TIMESTAMP TO PL-REQUESTED-TIMESTAMP.
           MOVE PN-TALENT-ID TO WS-ALERT-SUBJECT-ID.

           IF PN-REQUESTED-TIMESTAMP IS NUMERIC
              AND PN-REQUESTED-TIMESTAMP NOT < WS-CUTOFF-TIMESTAMP
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING' TO PL-ACTION
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE PN-REQUESTED-BY TO PA-REQUESTED-BY
               MOVE WS-PENDING-ALERT-TEXT TO WS-ALERT-MESSAGE
           ELSE
               DELETE PENDING-CORRECTIONS RECORD
               IF NOT PENDING-CORR-OK
                   DISPLAY 'ERROR DELETING PENDING-CORRECTIONS, '
                       'STATUS ' WS-PENDING-CORR-STATUS
                       ' TALENT ' PN-TALENT-ID
                   PERFORM ABORT-RUN
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'DROPPED' TO PL-ACTION
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE PN-REQUESTED-BY TO EA-REQUESTED-BY
               MOVE WS-EXPIRED-ALERT-TEXT TO WS-ALERT-MESSAGE
           END-IF.
           WRITE PENDING-LINE FROM WS-DETAIL-LINE.
           PERFORM WRITE-ALERT-RECORD.
           PERFORM READ-NEXT-PENDING.
       SWEEP-ONE-PENDING-EXIT.
           EXIT.

       READ-NEXT-PENDING.
           READ PENDING-CORRECTIONS NEXT RECORD.
           IF NOT PENDING-CORR-OK AND NOT PENDING-CORR-EOF
               DISPLAY 'ERROR READING PENDING-CORRECTIONS, STATUS '
                   WS-PENDING-CORR-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * WRITE-AUDIT-RECORD -- the drop goes on the trail in the
      * shape FAMEINQ leaves for a decided correction: who keyed
      * it and when it was keyed.
       WRITE-AUDIT-RECORD.
           MOVE PN-TALENT-ID TO AT-TALENT-ID.
           MOVE WS-AUDIT-PARAGRAPH-NAME TO AT-PARAGRAPH-NAME.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP.
           MOVE PN-REQUESTED-BY TO WS-AUDIT-BEFORE-VALUE.
           MOVE PN-REQUESTED-TIMESTAMP TO WS-AUDIT-AFTER-VALUE.
           MOVE WS-AUDIT-BEFORE-VALUE TO AT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AT-AFTER-VALUE.
           WRITE AUDIT-TRAIL-REC.
           IF NOT AUDIT-TRAIL-OK
               DISPLAY 'ERROR WRITING AUDIT-TRAIL, STATUS '
                   WS-AUDIT-TRAIL-STATUS ' TALENT ' PN-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME(1:6) TO WS-TIMESTAMP(9:6).

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message.
       WRITE-ALERT-RECORD.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE 'FAMEPEND' TO AL-STEP-NAME.
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
           DISPLAY 'FAMEPEND ABENDING -- SEE PRIOR FILE STATUS '
               'MESSAGE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
