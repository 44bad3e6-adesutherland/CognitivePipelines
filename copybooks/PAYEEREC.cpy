      ******************************************************
      * PAYEEREC
      *
      * Shared record layout for one act's payee on the
      * PAYEE-MASTER KSDS, keyed by PM-TALENT-ID -- who the act
      * is paid as, for the tax forms: legal name, taxpayer ID
      * and its kind, mailing address, and whether payments to
      * the act are subject to backup withholding.  Written by
      * FAMEPMNT; read by the FAMEYEAR year-end summary and tax
      * file.
      *
      * A payee is never deleted, and retiring an act off
      * TALENT-MASTER does not touch it -- an act that earned
      * in the year still gets its tax form after it has left
      * the roster.
      *
      * PM-TAX-ID is the nine digits with no punctuation.  It
      * may be left blank while the paperwork is outstanding;
      * FAMEYEAR lists any earning act whose ID is still blank
      * or short at year end.
      *
      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, to go with the FAMEPMNT
      *                        payee maintenance program and the
      *                        FAMEYEAR year-end tax file.
      * ---------------------------------------------------------
      ******************************************************
       01  PAYEE-REC.
           05  PM-TALENT-ID            PIC X(06).
           05  PM-LEGAL-NAME           PIC X(40).
           05  PM-TAX-ID-TYPE          PIC X(01).
               88  PM-TAX-ID-IS-SSN         VALUE 'S'.
               88  PM-TAX-ID-IS-EIN         VALUE 'E'.
           05  PM-TAX-ID               PIC X(09).
           05  PM-ADDRESS.
               10  PM-ADDRESS-LINE-1   PIC X(30).
               10  PM-ADDRESS-LINE-2   PIC X(30).
               10  PM-CITY             PIC X(20).
               10  PM-STATE            PIC X(02).
               10  PM-POSTAL-CODE      PIC X(10).
           05  PM-WITHHOLDING-FLAG     PIC X(01).
               88  PM-WITHHOLDING-APPLIES   VALUE 'Y'.
               88  PM-NO-WITHHOLDING        VALUE 'N'.
           05  PM-LAST-CHANGE-DATE     PIC 9(08).
           05  FILLER                  PIC X(43).
