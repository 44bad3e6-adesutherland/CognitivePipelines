      *                        the FAMEALRT report, instead of
      *                        only an RC 4 and a register
      *                        nobody opens at 3 AM.
      * RCA        2026-10-15  A retire now looks the act up on
      *                        CONTRACT-MASTER first: a contract
      *                        still running puts a W alert on
      *                        the night's file and a note on the
      *                        register.  The retire still goes
      *                        through -- the guarantee is owed
      *                        either way -- but someone hears.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS TALENT-ID
               FILE STATUS IS WS-TALENT-MASTER-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: an unloaded
      * contract cluster just means no act has a contract.
      * DYNAMIC -- an act's contracts are walked from a START.
           SELECT OPTIONAL CONTRACT-MASTER ASSIGN TO CONTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CONTRACT-MASTER-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRAIL-STATUS.
       FD  TALENT-MASTER.
           COPY TALENTREC.

       FD  CONTRACT-MASTER.
           COPY CONTRREC.

      * Same trail FAME and FAMEINQ write -- a roster change is
      * as auditable as a fame change.
       FD  AUDIT-TRAIL
           88  TALENT-MASTER-OK               VALUE '00'.
           88  TALENT-MASTER-NOT-FOUND        VALUE '23'.

       01  WS-CONTRACT-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  CONTRACT-MASTER-OK             VALUE '00'.
           88  CONTRACT-MASTER-EOF            VALUE '10'.
           88  CONTRACT-MASTER-OPT-EMPTY      VALUE '05'.

      * Set once at OPEN -- the status itself moves on with the
      * first START.
       01  WS-CONTRACT-FILE-SWITCH  PIC X(03) VALUE 'YES'.
           88  CONTRACT-FILE-LOADED           VALUE 'YES'.
           88  CONTRACT-FILE-EMPTY            VALUE 'NO '.

       01  WS-AUDIT-TRAIL-STATUS   PIC X(02) VALUE '00'.
           88  AUDIT-TRAIL-OK                 VALUE '00'.

       01  WS-TRANS-READ-COUNT      PIC 9(05) VALUE 0.
       01  WS-TRANS-APPLIED-COUNT   PIC 9(05) VALUE 0.
       01  WS-TRANS-REJECTED-COUNT  PIC 9(05) VALUE 0.
       01  WS-LIVE-CONTRACT-COUNT   PIC 9(05) VALUE 0.

       01  WS-OPERATOR-ALERTS-STATUS   PIC X(02) VALUE '00'.
           88  OPERATOR-ALERTS-OK             VALUE '00'.
               ' ROSTER TRANSACTIONS REJECTED, SEE REGISTER'.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-CONTRACT-ALERT-TEXT.
           05  FILLER                PIC X(27) VALUE
               'RETIRED WITH LIVE CONTRACT '.
           05  CA-CONTRACT-NO        PIC X(04).
           05  FILLER                PIC X(08) VALUE ' ENDING '.
           05  CA-END-DATE           PIC 9(08).
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-AUDIT-PARAGRAPH-NAME  PIC X(20) VALUE SPACES.
       01  WS-AUDIT-BEFORE-VALUE    PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE     PIC X(20) VALUE SPACES.
           05  RG-TALENT-GROUP       PIC X(06).
           05  FILLER                PIC X(09) VALUE '  REASON '.
           05  RG-REASON-CODE        PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RG-NOTE               PIC X(30).
           05  FILLER                PIC X(38) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  MC-LABEL              PIC X(40).
                   WS-TALENT-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT CONTRACT-MASTER.
           IF CONTRACT-MASTER-OPT-EMPTY
               SET CONTRACT-FILE-EMPTY TO TRUE
           ELSE
               IF NOT CONTRACT-MASTER-OK
                   DISPLAY 'ERROR OPENING CONTRACT-MASTER, STATUS '
                       WS-CONTRACT-MASTER-STATUS
                   PERFORM ABORT-RUN
               END-IF
           END-IF.
      * Same reasoning as the FAME step: the ESDS already holds
      * today's FAMEINQ corrections, so EXTEND, never OUTPUT.
           OPEN EXTEND AUDIT-TRAIL.

           CLOSE TALENT-TRANS.
           CLOSE TALENT-MASTER.
           CLOSE CONTRACT-MASTER.
           CLOSE AUDIT-TRAIL.
           CLOSE MAINT-REGISTER.
           CLOSE OPERATOR-ALERTS.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-READ-COUNT.
           SET TRANSACTION-CLEAN TO TRUE.
           MOVE SPACES TO RG-NOTE.
           PERFORM EDIT-TRANSACTION.
           IF TRANSACTION-CLEAN
               EVALUATE TRUE

      * APPLY-RETIRE -- off the active roster entirely; FAME's
      * roster walk simply never sees the act again.  The before
      * value keeps the final FAME-LEVEL on the trail.  A live
      * contract does not stop the retire, but is raised first.
       APPLY-RETIRE.
           IF CONTRACT-FILE-LOADED
               PERFORM CHECK-LIVE-CONTRACTS
           END-IF.
           MOVE 'FAMERMNT-RETIRE' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE FAME-LEVEL TO WS-AUDIT-BEFORE-VALUE.
           MOVE 'RETIRED' TO WS-AUDIT-AFTER-VALUE.
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      * CHECK-LIVE-CONTRACTS -- every contract the act holds
      * that is active and not yet over (one still to start
      * counts: the deal is made) gets its own W alert.
       CHECK-LIVE-CONTRACTS.
           MOVE TX-TALENT-ID TO CM-TALENT-ID.
           MOVE LOW-VALUES TO CM-CONTRACT-NO.
           START CONTRACT-MASTER KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE '10' TO WS-CONTRACT-MASTER-STATUS
           END-START.
           IF CONTRACT-MASTER-OK
               PERFORM READ-NEXT-CONTRACT
               PERFORM CHECK-ONE-CONTRACT
                   THRU CHECK-ONE-CONTRACT-EXIT
                   UNTIL CONTRACT-MASTER-EOF
                      OR CM-TALENT-ID NOT = TX-TALENT-ID
           END-IF.

       CHECK-ONE-CONTRACT.
           IF CM-CONTRACT-ACTIVE
              AND CM-END-DATE NOT < WS-RUN-DATE
               ADD 1 TO WS-LIVE-CONTRACT-COUNT
               MOVE 'LIVE CONTRACT -- SEE ALERTS' TO RG-NOTE
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE TX-TALENT-ID TO WS-ALERT-SUBJECT-ID
               MOVE CM-CONTRACT-NO TO CA-CONTRACT-NO
               MOVE CM-END-DATE TO CA-END-DATE
               MOVE WS-CONTRACT-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           PERFORM READ-NEXT-CONTRACT.
       CHECK-ONE-CONTRACT-EXIT.
           EXIT.

       READ-NEXT-CONTRACT.
           READ CONTRACT-MASTER NEXT RECORD.
           IF NOT CONTRACT-MASTER-OK AND NOT CONTRACT-MASTER-EOF
               DISPLAY 'ERROR READING CONTRACT-MASTER, STATUS '
                   WS-CONTRACT-MASTER-STATUS ' TALENT ' TX-TALENT-ID
               PERFORM ABORT-RUN
           END-IF.

       APPLY-GROUP-CHANGE.
           MOVE 'FAMERMNT-CHANGE' TO WS-AUDIT-PARAGRAPH-NAME.
           MOVE TALENT-GROUP TO WS-AUDIT-BEFORE-VALUE.
           MOVE 'TRANSACTIONS REJECTED' TO MC-LABEL.
           MOVE WS-TRANS-REJECTED-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE 'LIVE CONTRACTS ON ACTS RETIRED' TO MC-LABEL.
           MOVE WS-LIVE-CONTRACT-COUNT TO MC-VALUE.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
