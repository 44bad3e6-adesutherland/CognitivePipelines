      ******************************************************
      * AGENCYREC
      *
      * Shared record layout for one booking agency on the
      * AGENCY-MASTER KSDS, keyed by AM-AGENCY-ID -- the same
      * four-byte ID the agency puts on its BATHDR envelope.
      * The agencies used to be known only by that ID on the
      * feed and by a flat list operations kept of who should
      * send nightly; their commission was worked out by hand
      * off the act statements.  This file carries the agency's
      * name, the commission it takes off each act's gross, its
      * payment terms in days and whether it is still active.
      * Written by FAMEAMNT; read by FAMEFEED (the active
      * agencies are the ones expected nightly), by FAMESTMT
      * and by the FAMECOMM monthly payables split.
      *
      * An agency is never deleted, only made inactive -- the
      * ledger keeps its ID on every event it ever sent.
      *
      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, to go with the FAMEAMNT
      *                        agency maintenance program and the
      *                        FAMECOMM commission split.
      * ---------------------------------------------------------
      ******************************************************
       01  AGENCY-REC.
           05  AM-AGENCY-ID            PIC X(04).
           05  AM-AGENCY-NAME          PIC X(30).
           05  AM-COMMISSION-PCT       PIC 9(02)V99.
           05  AM-PAYMENT-TERMS-DAYS   PIC 9(03).
           05  AM-ACTIVE-FLAG          PIC X(01).
               88  AM-AGENCY-ACTIVE         VALUE 'Y'.
               88  AM-AGENCY-INACTIVE       VALUE 'N'.
           05  AM-LAST-CHANGE-DATE     PIC 9(08).
           05  FILLER                  PIC X(10).
