      * Missing-feed report.  A feed that simply never arrived
      * used to look identical to a quiet night; now that every
      * accepted batch lands on the FEED-CONTROL register, the
      * absence of one is finally visible.  This step walks the
      * active agencies on AGENCY-MASTER -- every one of them is
      * expected nightly -- and names every one with no batch
      * accepted for tonight's business date --
      * on its own report and on the shared operator alert
      * file -- so the question "quiet night or dead line?" is
      * answered before the agency's acts notice.
      *                        (the FAME-HISTORY precedent) so a
      *                        night before the register's first
      *                        batch doesn't die opening it.
      * RCA        2026-10-15  The expected agencies now come off
      *                        AGENCY-MASTER (FAMEAMNT keeps it)
      *                        instead of the flat ...AGENCY.
      *                        EXPECTED list operations kept by
      *                        hand: every active agency is
      *                        expected, an inactive one is
      *                        counted and passed over.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an
      * unloaded KSDS answers status 35.
           SELECT OPTIONAL AGENCY-MASTER ASSIGN TO AGYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-AGENCY-ID
               FILE STATUS IS WS-AGENCY-MASTER-STATUS.

      * OPTIONAL for the FAME-HISTORY reason: the cluster is
      * born empty at its cutover and a plain OPEN of an

       DATA DIVISION.
       FILE SECTION.
      * The agencies -- an active one's batch is expected every
      * night.
       FD  AGENCY-MASTER.
           COPY AGENCYREC.

       FD  FEED-CONTROL.
           COPY FEEDCREC.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENCY-MASTER-STATUS   PIC X(02) VALUE '00'.
           88  AGENCY-MASTER-OK               VALUE '00'.
           88  AGENCY-MASTER-EOF              VALUE '10'.
      * '05' is the OPTIONAL OPEN of an unloaded master -- no
      * agency on file yet, so none is expected.
           88  AGENCY-MASTER-OPT-EMPTY        VALUE '05'.

       01  WS-FEED-CONTROL-STATUS   PIC X(02) VALUE '00'.
           88  FEED-CONTROL-OK                VALUE '00'.
       01  WS-AGENCIES-EXPECTED-COUNT  PIC 9(04) VALUE 0.
       01  WS-AGENCIES-ARRIVED-COUNT   PIC 9(04) VALUE 0.
       01  WS-AGENCIES-MISSING-COUNT   PIC 9(04) VALUE 0.
       01  WS-AGENCIES-INACTIVE-COUNT  PIC 9(04) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(46) VALUE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT AGENCY-MASTER.
           IF NOT AGENCY-MASTER-OK AND NOT AGENCY-MASTER-OPT-EMPTY
               DISPLAY 'ERROR OPENING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT FEED-CONTROL.
           WRITE FEED-LINE FROM WS-HEADING-LINE.
           WRITE FEED-LINE FROM WS-BLANK-LINE.

           PERFORM READ-NEXT-AGENCY.
           PERFORM CHECK-ONE-AGENCY THRU CHECK-ONE-AGENCY-EXIT
               UNTIL AGENCY-MASTER-EOF.

           PERFORM PRINT-FEED-TOTALS.

           CLOSE AGENCY-MASTER.
           CLOSE FEED-CONTROL.
           CLOSE FEED-REPORT.
           CLOSE OPERATOR-ALERTS.
      * CHECK-ONE-AGENCY -- walk the agency's batches on the
      * register looking for tonight's business date; an agency
      * whose batch never registered gets named, paged and
      * counted.  An inactive agency sends nothing and is
      * expected to send nothing.
       CHECK-ONE-AGENCY.
           IF AM-AGENCY-INACTIVE
               ADD 1 TO WS-AGENCIES-INACTIVE-COUNT
               PERFORM READ-NEXT-AGENCY
               GO TO CHECK-ONE-AGENCY-EXIT
           END-IF.
           ADD 1 TO WS-AGENCIES-EXPECTED-COUNT.
           PERFORM LOOK-FOR-TONIGHTS-BATCH.
           MOVE AM-AGENCY-ID TO AG-AGENCY-ID.
           MOVE AM-AGENCY-NAME TO AG-AGENCY-NAME.
           IF AGENCY-FEED-FOUND
               ADD 1 TO WS-AGENCIES-ARRIVED-COUNT
               MOVE 'ARRIVED     ' TO AG-DISPOSITION
               MOVE 'NEVER SHOWED' TO AG-DISPOSITION
               MOVE 'P' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-SUBJECT-ID
               MOVE AM-AGENCY-ID TO MA-AGENCY-ID
               MOVE AM-AGENCY-NAME TO MA-AGENCY-NAME
               MOVE WS-MISSING-ALERT-TEXT TO WS-ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
           END-IF.
                   WS-FEED-REPORT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           PERFORM READ-NEXT-AGENCY.
       CHECK-ONE-AGENCY-EXIT.
           EXIT.

       LOOK-FOR-TONIGHTS-BATCH.
           SET AGENCY-FEED-MISSING TO TRUE.
           MOVE AM-AGENCY-ID TO FC-AGENCY-ID.
           MOVE 0 TO FC-BATCH-NUMBER.
           START FEED-CONTROL KEY IS NOT LESS THAN FC-KEY
               INVALID KEY MOVE '23' TO WS-FEED-CONTROL-STATUS
               PERFORM SIFT-ONE-REGISTER-RECORD
                   THRU SIFT-ONE-REGISTER-RECORD-EXIT
                   UNTIL FEED-CONTROL-EOF
                      OR FC-AGENCY-ID NOT = AM-AGENCY-ID
                      OR AGENCY-FEED-FOUND
           END-IF.

               PERFORM ABORT-RUN
           END-IF.

       READ-NEXT-AGENCY.
           READ AGENCY-MASTER NEXT RECORD.
           IF NOT AGENCY-MASTER-OK AND NOT AGENCY-MASTER-EOF
               DISPLAY 'ERROR READING AGENCY-MASTER, STATUS '
                   WS-AGENCY-MASTER-STATUS
               PERFORM ABORT-RUN
           END-IF.

           MOVE 'FEEDS NEVER SHOWED' TO FC-LABEL.
           MOVE WS-AGENCIES-MISSING-COUNT TO FC-VALUE.
           WRITE FEED-LINE FROM WS-COUNT-LINE.
           MOVE 'INACTIVE AGENCIES, NOT EXPECTED' TO FC-LABEL.
           MOVE WS-AGENCIES-INACTIVE-COUNT TO FC-VALUE.
           WRITE FEED-LINE FROM WS-COUNT-LINE.

      * WRITE-ALERT-RECORD -- callers stage the severity, the
      * subject and the one-line message; one paragraph owns the
