      *                        items older than tonight (and
      *                        orphan settlements) are the
      *                        disagreement worth flagging.
      * RCA        2026-10-15  FAMEADJT's correction extract is
      *                        now read alongside the royalty
      *                        extract: each correction goes open
      *                        under source C against the night
      *                        it corrects, and billing settles
      *                        it with ST-CORRECTION-FLAG set so
      *                        it can't clear the original
      *                        night's extract item by mistake.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROYALTY-EXTRACT-STATUS.

      * OPTIONAL -- FAMEADJT writes one every night, but a rerun
      * of this step on its own has no business failing for the
      * want of it.
           SELECT OPTIONAL CORRECTION-EXTRACT ASSIGN TO CORREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-EXTRACT-STATUS.

      * OPTIONAL -- the very first run has no prior open-items
      * generation to read.
           SELECT OPTIONAL OPEN-ITEMS-OLD ASSIGN TO OPENOLD
           05  ST-AMOUNT-SETTLED       PIC S9(09)
                                       SIGN LEADING SEPARATE.
           05  ST-SETTLE-STATUS        PIC X(04).
      * C when the settlement pays off a FAMEADJT correction
      * rather than the night's own extract record.
           05  ST-CORRECTION-FLAG      PIC X(01).
               88  ST-FOR-CORRECTION        VALUE 'C'.
           05  FILLER                  PIC X(11).

      * Same two layouts FAME writes: the per-talent detail and
      * the TRAILR control record on the end.
           05  RX-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(30).

      * FAMEADJT's correction extract -- the royalty extract's
      * layout with the R/S correction function in its FILLER
      * and the run date of the night being corrected.
       FD  CORRECTION-EXTRACT
           RECORDING MODE IS F.
       01  CORRECTION-EXTRACT-REC.
           05  CX-TALENT-ID            PIC X(06).
               88  CX-IS-TRAILER            VALUE 'TRAILR'.
           05  CX-OLD-FAME-LEVEL       PIC 9(05).
           05  CX-NEW-FAME-LEVEL       PIC 9(05).
           05  CX-RUN-DATE             PIC 9(08).
           05  CX-CORRECTION-FUNCTION  PIC X(01).
           05  FILLER                  PIC X(29).

      * One item still waiting to clear: an extract record
      * billing hasn't (fully) settled, or a settlement we never
      * sent an extract for, carried night over night with the
           88  ROYALTY-EXTRACT-OK             VALUE '00'.
           88  ROYALTY-EXTRACT-EOF            VALUE '10'.

       01  WS-CORRECTION-EXTRACT-STATUS   PIC X(02) VALUE '00'.
           88  CORRECTION-EXTRACT-OK          VALUE '00'.
           88  CORRECTION-EXTRACT-EOF         VALUE '10'.
           88  CORRECTION-EXTRACT-OPT-EMPTY   VALUE '05'.

       01  WS-OPEN-ITEMS-OLD-STATUS   PIC X(02) VALUE '00'.
           88  OPEN-ITEMS-OLD-OK              VALUE '00'.
           88  OPEN-ITEMS-OLD-EOF             VALUE '10'.
               10  OI-ITEM-SOURCE    PIC X(01).
                   88  OI-FROM-EXTRACT        VALUE 'X'.
                   88  OI-FROM-SETTLEMENT     VALUE 'S'.
                   88  OI-FROM-CORRECTION     VALUE 'C'.
               10  OI-FIRST-SEEN     PIC 9(08).
               10  OI-CLEARED-SWITCH PIC X(03).
                   88  OI-ITEM-CLEARED        VALUE 'YES'.

       01  WS-ITEMS-CARRIED-IN      PIC 9(05) VALUE 0.
       01  WS-EXTRACTS-TONIGHT      PIC 9(05) VALUE 0.
       01  WS-CORRECTIONS-TONIGHT   PIC 9(05) VALUE 0.
       01  WS-SETTLEMENTS-READ      PIC 9(05) VALUE 0.
       01  WS-ITEMS-CLEARED         PIC 9(05) VALUE 0.
       01  WS-DELTA-MISMATCHES      PIC 9(05) VALUE 0.

           PERFORM LOAD-CARRIED-OPEN-ITEMS.
           PERFORM LOAD-TONIGHTS-EXTRACT.
           PERFORM LOAD-TONIGHTS-CORRECTIONS.
           PERFORM MATCH-SETTLEMENTS.
           PERFORM CARRY-OPEN-ITEMS-FORWARD.
           PERFORM PRINT-SETTLE-TOTALS.
                   WS-ROYALTY-EXTRACT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT CORRECTION-EXTRACT.
           IF NOT CORRECTION-EXTRACT-OK
              AND NOT CORRECTION-EXTRACT-OPT-EMPTY
               DISPLAY 'ERROR OPENING CORRECTION-EXTRACT, STATUS '
                   WS-CORRECTION-EXTRACT-STATUS
               PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT OPEN-ITEMS-OLD.
           IF NOT OPEN-ITEMS-OLD-OK
              AND NOT OPEN-ITEMS-OLD-OPT-EMPTY
       CLOSE-ALL-FILES.
           CLOSE SETTLE-FILE.
           CLOSE ROYALTY-EXTRACT.
           CLOSE CORRECTION-EXTRACT.
           CLOSE OPEN-ITEMS-OLD.
           CLOSE OPEN-ITEMS-NEW.
           CLOSE SETTLE-REPORT.
       LOAD-ONE-EXTRACT-EXIT.
           EXIT.

      * LOAD-TONIGHTS-CORRECTIONS -- each FAMEADJT correction
      * goes open the same way, under source C and against the
      * night it corrects, so billing's settlement of it can't
      * be taken for the original night's.
       LOAD-TONIGHTS-CORRECTIONS.
           IF NOT CORRECTION-EXTRACT-OPT-EMPTY
               PERFORM READ-NEXT-CORRECTION
               PERFORM LOAD-ONE-CORRECTION
                   THRU LOAD-ONE-CORRECTION-EXIT
                   UNTIL CORRECTION-EXTRACT-EOF
           END-IF.

       LOAD-ONE-CORRECTION.
           IF NOT CX-IS-TRAILER
               ADD 1 TO WS-CORRECTIONS-TONIGHT
               COMPUTE WS-RECORD-DELTA =
                   CX-NEW-FAME-LEVEL - CX-OLD-FAME-LEVEL
               PERFORM ADD-OPEN-ENTRY
               MOVE CX-TALENT-ID TO OI-TALENT-ID(OI-IX)
               MOVE CX-RUN-DATE TO OI-RUN-DATE(OI-IX)
               MOVE WS-RECORD-DELTA TO OI-OPEN-DELTA(OI-IX)
               SET OI-FROM-CORRECTION(OI-IX) TO TRUE
               MOVE WS-RUN-DATE TO OI-FIRST-SEEN(OI-IX)
           END-IF.
           PERFORM READ-NEXT-CORRECTION.
       LOAD-ONE-CORRECTION-EXIT.
           EXIT.

       READ-NEXT-CORRECTION.
           READ CORRECTION-EXTRACT NEXT RECORD.
           IF NOT CORRECTION-EXTRACT-OK
              AND NOT CORRECTION-EXTRACT-EOF
               DISPLAY 'ERROR READING CORRECTION-EXTRACT, STATUS '
                   WS-CORRECTION-EXTRACT-STATUS
               PERFORM ABORT-RUN
           END-IF.

       ADD-OPEN-ENTRY.
           IF WS-OPEN-COUNT NOT < 1000
               DISPLAY 'OPEN-ITEM TABLE FULL -- RAISE THE OCCURS '
           END-IF.

      * MATCH-SETTLEMENTS -- each settlement finds its open item
      * by talent and run date, a correction settlement only
      * ever finding a correction item and the other way round.
      * A full settle clears the item; a short or long one
      * reduces it and reports the mismatch; a settlement
      * nothing matches is flagged and goes open under source S
      * so it stays on the books until someone explains it.
       MATCH-SETTLEMENTS.
           IF SETTLE-FILE-OPT-EMPTY
               MOVE 'NO SETTLEMENT FILE FROM BILLING TONIGHT'
                       SET NO-OPEN-ITEM-MATCHED TO TRUE
                   WHEN OI-ITEM-OPEN(OI-IX)
                       AND OI-FROM-EXTRACT(OI-IX)
                       AND NOT ST-FOR-CORRECTION
                       AND OI-TALENT-ID(OI-IX) = ST-TALENT-ID
                       AND OI-RUN-DATE(OI-IX) = ST-RUN-DATE
                       SET OPEN-ITEM-MATCHED TO TRUE
                   WHEN OI-ITEM-OPEN(OI-IX)
                       AND OI-FROM-CORRECTION(OI-IX)
                       AND ST-FOR-CORRECTION
                       AND OI-TALENT-ID(OI-IX) = ST-TALENT-ID
                       AND OI-RUN-DATE(OI-IX) = ST-RUN-DATE
                       SET OPEN-ITEM-MATCHED TO TRUE
                   WS-OPEN-ITEMS-NEW-STATUS
               PERFORM ABORT-RUN
           END-IF.
           IF (OI-FROM-EXTRACT(OI-IX)
                  OR OI-FROM-CORRECTION(OI-IX))
              AND OI-FIRST-SEEN(OI-IX) = WS-RUN-DATE
               GO TO CARRY-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-OVERDUE-COUNT.
           EVALUATE TRUE
               WHEN OI-FROM-EXTRACT(OI-IX)
                   MOVE 'EXTRACT UNACKNOWLEDGED  ' TO IL-FLAG
               WHEN OI-FROM-CORRECTION(OI-IX)
                   MOVE 'CORRECTION NOT SETTLED  ' TO IL-FLAG
               WHEN OTHER
                   MOVE 'SETTLED, NEVER EXTRACTED' TO IL-FLAG
           END-EVALUATE.
           MOVE OI-TALENT-ID(OI-IX) TO IL-TALENT-ID.
           MOVE OI-RUN-DATE(OI-IX) TO IL-RUN-DATE.
           MOVE OI-OPEN-DELTA(OI-IX) TO IL-OPEN-DELTA.
           MOVE 'EXTRACT RECORDS GONE OPEN TONIGHT' TO TC-LABEL.
           MOVE WS-EXTRACTS-TONIGHT TO TC-VALUE.
           WRITE SETTLE-LINE FROM WS-COUNT-LINE.
           MOVE 'CORRECTIONS GONE OPEN TONIGHT' TO TC-LABEL.
           MOVE WS-CORRECTIONS-TONIGHT TO TC-VALUE.
           WRITE SETTLE-LINE FROM WS-COUNT-LINE.
           MOVE 'SETTLEMENTS READ' TO TC-LABEL.
           MOVE WS-SETTLEMENTS-READ TO TC-VALUE.
           WRITE SETTLE-LINE FROM WS-COUNT-LINE.
