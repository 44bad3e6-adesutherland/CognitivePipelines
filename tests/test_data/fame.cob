      *                        doesn't carry posts at zero and
      *                        logs reason FEES -- the event is
      *                        on the ledger either way.
      * RCA        2026-10-15  WRITE-EARNINGS-RECORD clears the
      *                        ledger record and stamps it as a
      *                        posted event, now that FAMEADJT
      *                        writes reversal and restated
      *                        entries to the same ledger.
      * RCA        2026-10-15  AGE-AGENCY-ID carved from the
      *                        event FILLER -- FAMEEDIT stamps
      *                        the batch's agency there -- and
      *                        carried onto the ledger entry as
      *                        EL-AGENCY-ID for the FAMECOMM
      *                        commission split.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               88  AGE-ARENA-EVENT          VALUE 'A'.
               88  AGE-MALL-EVENT           VALUE 'M'.
               88  AGE-CLUB-EVENT           VALUE 'C'.
           05  AGE-AGENCY-ID           PIC X(04).
           05  FILLER                  PIC X(03).

      * One guarded attempt to push FAME-LEVEL past PIC 9(5)'s
      * 99999 ceiling -- capped instead of applied, with a record
               ', TALENT ' TALENT-ID.

       WRITE-EARNINGS-RECORD.
           MOVE SPACES TO EARNINGS-LEDGER-REC.
           MOVE TALENT-ID TO EL-TALENT-ID.
           MOVE WS-RUN-DATE TO EL-RUN-DATE.
           MOVE VENUE-CODE TO EL-VENUE-CODE.
           MOVE AGE-HEADCOUNT TO EL-HEADCOUNT.
           MOVE WS-EARN-MARKET-TIER TO EL-MARKET-TIER.
           MOVE WS-EVENT-GROSS TO EL-GROSS-AMOUNT.
           SET EL-POSTED-ENTRY TO TRUE.
           MOVE AGE-AGENCY-ID TO EL-AGENCY-ID.
           WRITE EARNINGS-LEDGER-REC.
           IF NOT EARNINGS-LEDGER-OK
               DISPLAY 'ERROR WRITING EARNINGS-LEDGER, STATUS '
