      * desk look up or correct a talent's FAME-LEVEL and LIMO-
      * STATUS against TALENT-MASTER between overnight runs,
      * instead of waiting for tomorrow's DISPLAY output.
      *
      * A correction that swings FAME-LEVEL by more than the
      * threshold on the PENDING-CORRECTIONS file is not applied
      * as keyed: it is parked there, and only a second user
      * approving it (function A) puts it on TALENT-MASTER; R
      * throws it away, P lists what is waiting.  One pending
      * correction per act at a time, and FAMEPEND drops any
      * left unapproved a day after they were keyed.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      *                        TALENT-MASTER -- the old module
      *                        against the new cluster (or the
      *                        reverse) mis-reads every record.
      * RCA        2026-10-15  Two-person approval: an update whose
      *                        FAME-LEVEL swing is over the
      *                        PENDCORR threshold is parked on the
      *                        PENDING-CORRECTIONS file instead of
      *                        applied, and new functions P (list),
      *                        A (approve) and R (reject) work the
      *                        queue -- never by the user who keyed
      *                        it.  The trail gets a FAMEINQ-PENDED
      *                        record at request time, and the
      *                        requester and approver (or rejecter)
      *                        with both timestamps at decision.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
      * correction shows up on the same trail as a batch one.
       COPY AUDITREC.

      * Corrections parked for a second user's approval, and the
      * swing threshold record that decides which ones park.
       COPY PENDCREC.

      * What the operator typed, received straight off the
      * terminal: function code, the talent to work on, and (only
      * looked at when CA-UPDATE) the corrected values.  P, A
      * and R look only at the talent: where a P list starts, and
      * which act's pending correction to approve or reject.
       01  WS-TERMINAL-INPUT.
           05  CA-FUNCTION           PIC X(01).
               88  CA-INQUIRE             VALUE 'I'.
               88  CA-UPDATE              VALUE 'U'.
               88  CA-LIST-PENDING        VALUE 'P'.
               88  CA-APPROVE             VALUE 'A'.
               88  CA-REJECT              VALUE 'R'.
           05  CA-TALENT-ID          PIC X(06).
           05  CA-NEW-FAME-LEVEL     PIC 9(05).
           05  CA-NEW-LIMO-STATUS    PIC X(20).
      * One line of instruction sent to the terminal before every
      * RECEIVE, so the operator always knows the input layout.
       01  WS-PROMPT-MESSAGE     PIC X(40) VALUE
           'ENTER I/U/P/A/R, TALENT-ID, NEW VALUES'.

       01  WS-AUDIT-PARAGRAPH-NAME   PIC X(20) VALUE
           'FAMEINQ-ONLINE-EDIT'.
       01  WS-CURRENT-TIME           PIC 9(08).
       01  WS-TIMESTAMP              PIC X(14).

       01  WS-RESP                   PIC S9(08) COMP VALUE +0.
       01  WS-USERID                 PIC X(08) VALUE SPACES.

      * The swing threshold comes off the LOW-VALUES record on
      * PENDCORR; until FAMEPEND has written one, the default
      * holds.
       01  WS-THRESHOLD-KEY          PIC X(06) VALUE LOW-VALUES.
       01  WS-DEFAULT-THRESHOLD      PIC 9(05) VALUE 500.
       01  WS-SWING-THRESHOLD        PIC 9(05) VALUE 0.
       01  WS-FAME-LEVEL-SWING       PIC S9(06) VALUE 0.
       01  WS-ABSOLUTE-SWING         PIC 9(06) VALUE 0.

      * The decision staging: who keyed the correction and when,
      * carried from the pending record to the trail once it is
      * deleted.
       01  WS-REQUESTED-BY           PIC X(08) VALUE SPACES.
       01  WS-REQUESTED-TIMESTAMP    PIC X(14) VALUE SPACES.

       01  WS-PENDED-MESSAGE.
           05  FILLER                PIC X(11) VALUE 'SWING OVER '.
           05  PM-THRESHOLD          PIC ZZ,ZZ9.
           05  FILLER                PIC X(33) VALUE
               ' -- PENDING SECOND-USER APPROVAL'.

      * The P answer: a heading, the column line, up to twelve
      * pending corrections and a closing line saying where to
      * rekey from if there are more.
       01  WS-SCREEN-LENGTH          PIC S9(04) COMP VALUE +1200.
       01  WS-PENDING-SCREEN.
           05  PS-HEADING-LINE       PIC X(80).
           05  PS-COLUMN-LINE        PIC X(80).
           05  PS-DETAIL-LINE OCCURS 12 TIMES
                   INDEXED BY PS-IX  PIC X(80).
           05  PS-CLOSING-LINE       PIC X(80).

       01  WS-PENDING-HEADING.
           05  FILLER                PIC X(50) VALUE
               'FAMI PENDING FAME-LEVEL CORRECTIONS -- THRESHOLD '.
           05  PH-THRESHOLD          PIC ZZ,ZZ9.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-PENDING-COLUMNS.
           05  FILLER                PIC X(40) VALUE
               'TALENT    NOW    NEW   SWING LIMO-STATUS'.
           05  FILLER                PIC X(40) VALUE
               '          KEYED BY KEYED AT             '.

       01  WS-PENDING-DETAIL.
           05  PD-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-CURRENT-FAME-LEVEL PIC ZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-NEW-FAME-LEVEL     PIC ZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-SWING              PIC -ZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-NEW-LIMO-STATUS    PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-REQUESTED-BY       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  PD-REQUESTED-TIMESTAMP PIC X(14).
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-PENDING-CLOSING.
           05  PC-CLOSING-TEXT       PIC X(50).
           05  PC-REKEY-TALENT       PIC X(06).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-PENDING-BROWSE-KEY     PIC X(06) VALUE SPACES.
       01  WS-LINE-COUNT             PIC 9(02) VALUE 0.
       01  WS-BROWSE-SWITCH          PIC X(04) VALUE SPACES.
           88  BROWSE-GOING                 VALUE SPACES.
           88  BROWSE-AT-END                VALUE 'END '.
           88  BROWSE-HAS-MORE              VALUE 'MORE'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
      * PROCESS-REQUEST -- reads the talent the terminal asked for,
      * UPDATE so a correction can REWRITE the same browse, and
      * either reports the current values or applies the new ones.
      * An update whose FAME-LEVEL swing is over the threshold is
      * parked for approval instead; P, A and R work the parked
      * ones and send their own answers.
       PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN CA-LIST-PENDING
                   PERFORM LIST-PENDING-CORRECTIONS
                       THRU LIST-PENDING-CORRECTIONS-EXIT
                   GO TO PROCESS-REQUEST-EXIT
               WHEN CA-APPROVE
               WHEN CA-REJECT
                   PERFORM DECIDE-PENDING-CORRECTION
                       THRU DECIDE-PENDING-CORRECTION-EXIT
                   GO TO PROCESS-REQUEST-EXIT
           END-EVALUATE.

           EXEC CICS READ DATASET('TALMAST')
               INTO(TALENT-REC)
               RIDFLD(CA-TALENT-ID)
           END-EXEC.

           IF CA-UPDATE
               PERFORM SCREEN-FAME-LEVEL-SWING
                   THRU SCREEN-FAME-LEVEL-SWING-EXIT
           ELSE
               PERFORM BUILD-INQUIRY-RESPONSE
           END-IF.
       PROCESS-REQUEST-EXIT.
           EXIT.

      * SCREEN-FAME-LEVEL-SWING -- an act with a correction
      * already waiting takes no other until that one is decided,
      * or the approval would land on top of this one.  A swing
      * within the threshold applies at once; a bigger one parks.
       SCREEN-FAME-LEVEL-SWING.
           EXEC CICS READ DATASET('PENDCORR')
               INTO(PENDING-CORRECTION-REC)
               RIDFLD(CA-TALENT-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS UNLOCK DATASET('TALMAST') END-EXEC
                   MOVE 'CORRECTION ALREADY PENDING -- DECIDE IT FIRST'
                       TO WS-RESPONSE-MESSAGE
                   GO TO SCREEN-FAME-LEVEL-SWING-EXIT
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

           PERFORM LOAD-SWING-THRESHOLD.
           COMPUTE WS-FAME-LEVEL-SWING = CA-NEW-FAME-LEVEL - FAME-LEVEL.
           IF WS-FAME-LEVEL-SWING < 0
               COMPUTE WS-ABSOLUTE-SWING = 0 - WS-FAME-LEVEL-SWING
           ELSE
               MOVE WS-FAME-LEVEL-SWING TO WS-ABSOLUTE-SWING
           END-IF.
           IF WS-ABSOLUTE-SWING > WS-SWING-THRESHOLD
               PERFORM PEND-CORRECTION THRU PEND-CORRECTION-EXIT
           ELSE
               PERFORM APPLY-TALENT-CORRECTION
           END-IF.
       SCREEN-FAME-LEVEL-SWING-EXIT.
           EXIT.

      * APPLY-TALENT-CORRECTION -- puts CA-NEW-FAME-LEVEL and
      * CA-NEW-LIMO-STATUS on the talent read for UPDATE.  An
      * update touches both FAME-LEVEL and LIMO-STATUS, so it
      * writes two AUDIT-TRAIL records -- one before/after pair per
      * field -- instead of only the last field MOVEd into the
      * shared WS-AUDIT-BEFORE-VALUE/AFTER-VALUE staging area.
       APPLY-TALENT-CORRECTION.
           MOVE FAME-LEVEL TO WS-AUDIT-BEFORE-VALUE.
           MOVE LIMO-STATUS TO WS-AUDIT-BEFORE-VALUE-2.
           MOVE CA-NEW-FAME-LEVEL TO FAME-LEVEL.
           MOVE CA-NEW-LIMO-STATUS TO LIMO-STATUS.
           EXEC CICS REWRITE DATASET('TALMAST')
               FROM(TALENT-REC)
           END-EXEC.
           MOVE FAME-LEVEL TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEINQ-FAME-LEVEL' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE LIMO-STATUS TO WS-AUDIT-AFTER-VALUE-2.
           MOVE WS-AUDIT-BEFORE-VALUE-2 TO WS-AUDIT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE-2 TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEINQ-LIMO-STATUS' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'TALENT RECORD UPDATED' TO WS-RESPONSE-MESSAGE.

      * PEND-CORRECTION -- parks the keyed values with the
      * FAME-LEVEL they were keyed against, so an approval after
      * the master has moved on can be refused.  A DUPREC here is
      * a second terminal parking the same act a moment earlier.
       PEND-CORRECTION.
           EXEC CICS UNLOCK DATASET('TALMAST') END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM BUILD-TIMESTAMP.
           MOVE SPACES TO PENDING-CORRECTION-REC.
           MOVE CA-TALENT-ID TO PN-TALENT-ID.
           MOVE FAME-LEVEL TO PN-CURRENT-FAME-LEVEL.
           MOVE CA-NEW-FAME-LEVEL TO PN-NEW-FAME-LEVEL.
           MOVE CA-NEW-LIMO-STATUS TO PN-NEW-LIMO-STATUS.
           MOVE WS-USERID TO PN-REQUESTED-BY.
           MOVE WS-TIMESTAMP TO PN-REQUESTED-TIMESTAMP.
           EXEC CICS WRITE DATASET('PENDCORR')
               FROM(PENDING-CORRECTION-REC)
               RIDFLD(PN-TALENT-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'CORRECTION ALREADY PENDING -- DECIDE IT FIRST'
                       TO WS-RESPONSE-MESSAGE
                   GO TO PEND-CORRECTION-EXIT
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.
           MOVE FAME-LEVEL TO WS-AUDIT-BEFORE-VALUE.
           MOVE CA-NEW-FAME-LEVEL TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEINQ-PENDED' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE WS-SWING-THRESHOLD TO PM-THRESHOLD.
           MOVE WS-PENDED-MESSAGE TO WS-RESPONSE-MESSAGE.
       PEND-CORRECTION-EXIT.
           EXIT.

      * LOAD-SWING-THRESHOLD -- the LOW-VALUES record FAMEPEND
      * keeps on PENDCORR, or the default if it has never run.
       LOAD-SWING-THRESHOLD.
           MOVE WS-DEFAULT-THRESHOLD TO WS-SWING-THRESHOLD.
           EXEC CICS READ DATASET('PENDCORR')
               INTO(PENDING-CORRECTION-REC)
               RIDFLD(WS-THRESHOLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF PN-SWING-THRESHOLD IS NUMERIC
                       MOVE PN-SWING-THRESHOLD TO WS-SWING-THRESHOLD
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

      * DECIDE-PENDING-CORRECTION -- A or R on an act's parked
      * correction, by anyone but the user who keyed it.  An
      * approval re-reads the act and refuses if its FAME-LEVEL
      * has moved since the correction was keyed (the swing that
      * was approved is no longer the swing that would land);
      * such a one can only be rejected and rekeyed.  Either way
      * the trail gets who keyed it and when, and who decided it
      * and when.
       DECIDE-PENDING-CORRECTION.
           EXEC CICS READ DATASET('PENDCORR')
               INTO(PENDING-CORRECTION-REC)
               RIDFLD(CA-TALENT-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO CORRECTION PENDING FOR THAT TALENT'
                       TO WS-RESPONSE-MESSAGE
                   PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
                   GO TO DECIDE-PENDING-CORRECTION-EXIT
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           IF WS-USERID = PN-REQUESTED-BY
               EXEC CICS UNLOCK DATASET('PENDCORR') END-EXEC
               MOVE 'KEYED BY YOU -- NEEDS A SECOND USER TO DECIDE'
                   TO WS-RESPONSE-MESSAGE
               PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
               GO TO DECIDE-PENDING-CORRECTION-EXIT
           END-IF.
           MOVE PN-REQUESTED-BY TO WS-REQUESTED-BY.
           MOVE PN-REQUESTED-TIMESTAMP TO WS-REQUESTED-TIMESTAMP.

           IF CA-APPROVE
               EXEC CICS READ DATASET('TALMAST')
                   INTO(TALENT-REC)
                   RIDFLD(CA-TALENT-ID)
                   UPDATE
               END-EXEC
               IF FAME-LEVEL NOT = PN-CURRENT-FAME-LEVEL
                   EXEC CICS UNLOCK DATASET('TALMAST') END-EXEC
                   EXEC CICS UNLOCK DATASET('PENDCORR') END-EXEC
                   MOVE 'FAME-LEVEL MOVED SINCE KEYED -- REJECT IT'
                       TO WS-RESPONSE-MESSAGE
                   PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
                   GO TO DECIDE-PENDING-CORRECTION-EXIT
               END-IF
               MOVE PN-NEW-FAME-LEVEL TO CA-NEW-FAME-LEVEL
               MOVE PN-NEW-LIMO-STATUS TO CA-NEW-LIMO-STATUS
               PERFORM APPLY-TALENT-CORRECTION
           END-IF.

           EXEC CICS DELETE DATASET('PENDCORR')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM ABEND-TRANSACTION
           END-IF.

           MOVE WS-REQUESTED-BY TO WS-AUDIT-BEFORE-VALUE.
           MOVE WS-REQUESTED-TIMESTAMP TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEINQ-REQUESTED-BY' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-USERID TO WS-AUDIT-BEFORE-VALUE.
           MOVE WS-TIMESTAMP TO WS-AUDIT-AFTER-VALUE.
           IF CA-APPROVE
               MOVE 'FAMEINQ-APPROVED-BY' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE 'CORRECTION APPROVED -- TALENT RECORD UPDATED'
                   TO WS-RESPONSE-MESSAGE
           ELSE
               MOVE 'FAMEINQ-REJECTED-BY' TO WS-AUDIT-PARAGRAPH-NAME
               MOVE 'CORRECTION REJECTED -- TALENT RECORD UNCHANGED'
                   TO WS-RESPONSE-MESSAGE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT.
       DECIDE-PENDING-CORRECTION-EXIT.
           EXIT.

      * LIST-PENDING-CORRECTIONS -- the approval screen: every
      * parked correction from the talent keyed (blank = from the
      * top), twelve to a screen, with who keyed it and when.
      * The threshold record is skipped.
       LIST-PENDING-CORRECTIONS.
           MOVE SPACES TO WS-PENDING-SCREEN.
           MOVE 0 TO WS-LINE-COUNT.
           SET BROWSE-GOING TO TRUE.
           PERFORM LOAD-SWING-THRESHOLD.
           MOVE WS-SWING-THRESHOLD TO PH-THRESHOLD.
           MOVE WS-PENDING-HEADING TO PS-HEADING-LINE.
           MOVE WS-PENDING-COLUMNS TO PS-COLUMN-LINE.

           MOVE CA-TALENT-ID TO WS-PENDING-BROWSE-KEY.
           EXEC CICS STARTBR DATASET('PENDCORR')
               RIDFLD(WS-PENDING-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-PENDING
                   PERFORM LIST-ONE-PENDING
                       THRU LIST-ONE-PENDING-EXIT
                       UNTIL NOT BROWSE-GOING
                   EXEC CICS ENDBR DATASET('PENDCORR') END-EXEC
               WHEN DFHRESP(NOTFND)
                   SET BROWSE-AT-END TO TRUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

           MOVE SPACES TO WS-PENDING-CLOSING.
           EVALUATE TRUE
               WHEN BROWSE-HAS-MORE
                   MOVE 'MORE WAITING -- REKEY P WITH TALENT'
                       TO PC-CLOSING-TEXT
                   MOVE PN-TALENT-ID TO PC-REKEY-TALENT
               WHEN WS-LINE-COUNT = 0
                   MOVE 'NO CORRECTIONS WAITING FOR APPROVAL'
                       TO PC-CLOSING-TEXT
               WHEN OTHER
                   MOVE 'END OF LIST -- KEY A OR R WITH THE TALENT-ID'
                       TO PC-CLOSING-TEXT
           END-EVALUATE.
           MOVE WS-PENDING-CLOSING TO PS-CLOSING-LINE.

           EXEC CICS SEND TEXT
               FROM(WS-PENDING-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.
       LIST-PENDING-CORRECTIONS-EXIT.
           EXIT.

      * LIST-ONE-PENDING -- a thirteenth correction ends the
      * screen with its talent as the rekey point.
       LIST-ONE-PENDING.
           IF PN-THRESHOLD-RECORD
               PERFORM READ-NEXT-PENDING
               GO TO LIST-ONE-PENDING-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT < 12
               SET BROWSE-HAS-MORE TO TRUE
               GO TO LIST-ONE-PENDING-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE PN-TALENT-ID TO PD-TALENT-ID.
           MOVE PN-CURRENT-FAME-LEVEL TO PD-CURRENT-FAME-LEVEL.
           MOVE PN-NEW-FAME-LEVEL TO PD-NEW-FAME-LEVEL.
           COMPUTE WS-FAME-LEVEL-SWING =
               PN-NEW-FAME-LEVEL - PN-CURRENT-FAME-LEVEL.
           MOVE WS-FAME-LEVEL-SWING TO PD-SWING.
           MOVE PN-NEW-LIMO-STATUS TO PD-NEW-LIMO-STATUS.
           MOVE PN-REQUESTED-BY TO PD-REQUESTED-BY.
           MOVE PN-REQUESTED-TIMESTAMP TO PD-REQUESTED-TIMESTAMP.
           SET PS-IX TO WS-LINE-COUNT.
           MOVE WS-PENDING-DETAIL TO PS-DETAIL-LINE(PS-IX).
           PERFORM READ-NEXT-PENDING.
       LIST-ONE-PENDING-EXIT.
           EXIT.

       READ-NEXT-PENDING.
           EXEC CICS READNEXT DATASET('PENDCORR')
               INTO(PENDING-CORRECTION-REC)
               RIDFLD(WS-PENDING-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET BROWSE-AT-END TO TRUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

      * BUILD-INQUIRY-RESPONSE -- lays the act's current FAME-LEVEL
      * and LIMO-STATUS out for the terminal; no fields are changed.
       BUILD-INQUIRY-RESPONSE.
