      *****************************************************************
      * NIXPCB.CPY
      *
      * DL/I database PCB mask for the customer name index database
      * (NAMESEG, see CUSTNIDX.cpy), laid out the same as DBPCB.cpy
      * but with room in the key feedback area for the full 30-byte
      * name-plus-CUST-ID key.
      *****************************************************************
       01  NIXPCB.
           02  NIXPCB-DBDNAME       PIC X(8).
           02  NIXPCB-SEGLEVEL      PIC X(2).
           02  NIXPCB-STATUSCODE    PIC X(2).
           02  NIXPCB-PROCOPT       PIC X(4).
           02  NIXPCB-RESERVE       PIC S9(5) COMP.
           02  NIXPCB-SEGNAME       PIC X(8).
           02  NIXPCB-KEYFBLEN      PIC S9(5) COMP.
           02  NIXPCB-NUMSENLEV     PIC S9(5) COMP.
           02  NIXPCB-KEY           PIC X(30).
