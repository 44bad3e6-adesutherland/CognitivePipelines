      ******************************************************
      * CONTRREC
      *
      * Shared record layout for one contract with an act on the
      * CONTRACT-MASTER KSDS, keyed by CM-KEY (talent ID then the
      * act's own contract number, so an act's contracts sit
      * together in term order).  The term runs from
      * CM-START-DATE to CM-END-DATE inclusive; over it the act
      * is guaranteed CM-GUARANTEED-GROSS in appearance fees and
      * owes at least CM-MINIMUM-APPEARANCES nights.  Written by
      * FAMECMNT; read by the FAMECNTR monthly monitor and by
      * FAMERMNT, which warns when an act with a live contract
      * is retired.
      *
      * A contract is live from its start date through its end
      * date while CM-CONTRACT-ACTIVE.  Cancelling one sets
      * CM-CONTRACT-CANCELLED and leaves the record on file; a
      * contract is never deleted, and retiring the act does not
      * touch it -- the guarantee is owed either way.
      *
      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut, to go with the FAMECMNT
      *                        contract maintenance program and
      *                        the FAMECNTR contract monitor.
      * ---------------------------------------------------------
      ******************************************************
       01  CONTRACT-REC.
           05  CM-KEY.
               10  CM-TALENT-ID        PIC X(06).
               10  CM-CONTRACT-NO      PIC X(04).
           05  CM-START-DATE           PIC 9(08).
           05  CM-END-DATE             PIC 9(08).
           05  CM-GUARANTEED-GROSS     PIC 9(09)V99.
           05  CM-MINIMUM-APPEARANCES  PIC 9(04).
           05  CM-STATUS               PIC X(01).
               88  CM-CONTRACT-ACTIVE       VALUE 'A'.
               88  CM-CONTRACT-CANCELLED    VALUE 'X'.
           05  CM-LAST-CHANGE-DATE     PIC 9(08).
           05  FILLER                  PIC X(50).
