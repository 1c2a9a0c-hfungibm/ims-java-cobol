      *****************************************************************
      * CUSTNIDX.CPY
      *
      * Root segment NAMESEG of the customer name index database, one
      * occurrence per CUSTSEG on the customer/account database. The
      * key is the customer name followed by the CUST-ID, so two
      * customers with the same name are still two index entries and
      * a GU/GN walk with a '>=' qualification on the leading bytes
      * of NIX-KEY lists every customer whose name starts that way,
      * in name order. CBL2JAVA inserts the entry on CADD and moves
      * it on a CUPD name change; CUSTNBLD builds it from the
      * customer database for accounts that predate it.
      *****************************************************************
       01  CUST-NAME-INDEX-SEGMENT.
           05  NIX-KEY.
               10  NIX-CUST-NAME     PIC X(20).
               10  NIX-CUST-ID       PIC X(10).
           05  FILLER                PIC X(10).
