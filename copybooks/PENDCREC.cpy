      ******************************************************
      * PENDCREC
      *
      * Shared record layout for one FAME-LEVEL correction on
      * the PENDING-CORRECTIONS file, keyed by talent.  A FAMI
      * update that swings an act's FAME-LEVEL by more than the
      * threshold no longer lands on TALENT-MASTER as keyed: it
      * waits here, one per act, until a second user approves or
      * rejects it at the terminal, and anything still here a
      * day after it was keyed is dropped by the nightly run.
      * Written and deleted by FAMEINQ, swept by FAMEPEND.
      *
      * The record keyed LOW-VALUES is not a correction: it
      * carries the swing threshold, set each night from
      * FAMEPEND's parameter card and read by FAMEINQ, so the
      * threshold changes with a card and no recompile.
      *
      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, for two-person approval
      *                        of large FAMI FAME-LEVEL swings.
      * ---------------------------------------------------------
      ******************************************************
       01  PENDING-CORRECTION-REC.
           05  PN-TALENT-ID            PIC X(06).
               88  PN-THRESHOLD-RECORD     VALUE LOW-VALUES.
           05  PN-CORRECTION-DATA.
               10  PN-CURRENT-FAME-LEVEL   PIC 9(05).
               10  PN-NEW-FAME-LEVEL       PIC 9(05).
               10  PN-NEW-LIMO-STATUS      PIC X(20).
               10  PN-REQUESTED-BY         PIC X(08).
               10  PN-REQUESTED-TIMESTAMP  PIC X(14).
               10  FILLER                  PIC X(22).
           05  PN-THRESHOLD-DATA REDEFINES PN-CORRECTION-DATA.
               10  PN-SWING-THRESHOLD      PIC 9(05).
               10  PN-THRESHOLD-SET-DATE   PIC 9(08).
               10  FILLER                  PIC X(61).
