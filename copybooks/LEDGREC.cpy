      * RCA        2026-09-02  First cut, to go with the fee
      *                        schedule and the FAMESTMT
      *                        statement job.
      * RCA        2026-10-15  EL-ENTRY-TYPE carved from FILLER
      *                        for FAMEADJT's reversal and
      *                        restated entries; these are dated
      *                        the night they correct, so a
      *                        night and a month net out on the
      *                        ledger.  Anything but R reads as a
      *                        posted event -- entries written
      *                        before the byte existed carry
      *                        whatever FILLER held.
      * RCA        2026-10-15  EL-AGENCY-ID carved from FILLER:
      *                        the agency whose batch carried
      *                        the event, off its BATHDR, for
      *                        the FAMECOMM commission split.
      *                        Blank on entries written before
      *                        the field existed.
      * ---------------------------------------------------------
      ******************************************************
       01  EARNINGS-LEDGER-REC.
           05  EL-HEADCOUNT            PIC 9(06).
           05  EL-MARKET-TIER          PIC 9(01).
           05  EL-GROSS-AMOUNT         PIC 9(09)V99.
           05  EL-ENTRY-TYPE           PIC X(01).
               88  EL-POSTED-ENTRY          VALUE 'P'.
               88  EL-REVERSAL-ENTRY        VALUE 'R'.
               88  EL-RESTATED-ENTRY        VALUE 'S'.
           05  EL-AGENCY-ID            PIC X(04).
           05  FILLER                  PIC X(06).
