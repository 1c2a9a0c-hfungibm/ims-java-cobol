      *****************************************************************
      * TRANCTL.CPY
      *
      * Named view of IN-DATA for the TCTL operator trancode,
      * redefined in place the same way ALRTREQ.cpy and PENDREQ.cpy
      * are. 'STOP' takes the named trancode out of service in the
      * running region: its messages are answered on the spot with a
      * service-unavailable reply and an audit record, and Java is
      * never driven for them. 'STRT' puts it back. 'TRIP' sets how
      * many Java failures in a row the region takes on that trancode
      * before it stops the trancode itself; a limit of zero turns
      * the automatic stop off for it. The STAT reply shows which
      * trancodes are stopped, by whom, and since when.
      *****************************************************************
       03  TCTQ-RECORD REDEFINES IN-DATA.
           05  TCTQ-ACTION           PIC X(4).
               88  TCTQ-STOP             VALUE 'STOP'.
               88  TCTQ-START            VALUE 'STRT'.
               88  TCTQ-TRIP             VALUE 'TRIP'.
           05  TCTQ-TRANCODE         PIC X(8).
           05  TCTQ-TRIP-LIMIT       PIC 9(4).
           05  FILLER                PIC X(54).
