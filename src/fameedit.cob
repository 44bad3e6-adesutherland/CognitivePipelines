      *                        banked batches too, so two
      *                        envelopes in one feed can't share
      *                        a number or a business date.
      * RCA        2026-10-15  Every detail of a batch now
      *                        carries the batch's agency ID
      *                        (off its BATHDR) in the spare
      *                        bytes of the event record, so the
      *                        agency rides the clean file, the
      *                        suspense and the partitions into
      *                        FAME and onto the earnings ledger
      *                        for the FAMECOMM commission split.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               88  RAW-ARENA-EVENT          VALUE 'A'.
               88  RAW-MALL-EVENT           VALUE 'M'.
               88  RAW-CLUB-EVENT           VALUE 'C'.
      * Not sent by the agency -- BUFFER-BATCH-DETAIL stamps the
      * batch's BH-AGENCY-ID here.
           05  RAW-AGENCY-ID           PIC X(04).
           05  FILLER                  PIC X(03).

      * The envelope records the agencies wrap each batch in --
      * BATHDR and BATTRL are reserved the way TRAILR is on the
           IF WS-BATCH-DETAIL-COUNT < 2000
               ADD 1 TO WS-BATCH-DETAIL-COUNT
               SET BB-IX TO WS-BATCH-DETAIL-COUNT
               MOVE WS-BATCH-AGENCY-ID TO RAW-AGENCY-ID
               MOVE RAW-EVENT-REC TO WS-BATCH-ENTRY(BB-IX)
           ELSE
               DISPLAY 'BATCH BUFFER FULL -- RAISE THE OCCURS '
