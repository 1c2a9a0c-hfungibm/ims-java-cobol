      *****************************************************************
      * NAMEREQ.CPY
      *
      * Named view of IN-DATA for the CNAM name-search trancode,
      * redefined in place the same way TRANCTL.cpy and PENDREQ.cpy
      * are. NMRQ-NAME is the customer name, or as much of the start
      * of it as the caller gave; trailing blanks are not part of the
      * search. A first request leaves NMRQ-AFTER-KEY blank. When a
      * reply ends with MORE, its trailer carries the name and
      * CUST-ID of the last customer shown, and keying that into
      * NMRQ-AFTER-KEY with the same NMRQ-NAME pages forward from
      * just past it.
      *****************************************************************
       03  NMRQ-RECORD REDEFINES IN-DATA.
           05  NMRQ-NAME             PIC X(20).
           05  NMRQ-AFTER-KEY.
               10  NMRQ-AFTER-NAME   PIC X(20).
               10  NMRQ-AFTER-ID     PIC X(10).
           05  FILLER                PIC X(20).
