      * TA-AUTH-ROW-MAX bounds the table.
      *****************************************************************
       78  TA-AUTH-ROW-MAX VALUE 40.
       77  TA-AUTH-ROW-COUNT PIC 9(4) COMP-5 VALUE 23.

      * The CADD/CUPD maintenance trancodes create and change CUSTSEG
      * segments, so they are held to the account-setup group and the
      * only reads, so the floor group gets it too. ALRT is the
      * supervisors' own review queue, and RFSH reloads the control
      * tables - including this one - so it is held to the operator
      * group and the credit supervisor. CREV backs a posted
      * transaction out of a customer's account, so it is held to
      * the credit supervisor and the supervisor group alone, and so
      * is CAPV, the second signature on a held limit or cap
      * increase. TCTL stops and starts trancodes in the running
      * region, so like RFSH it is held to the operator group and
      * the credit supervisor. CNAM only reads, looking customers up
      * by name, so it goes to the floor group the way CINQ does.
       01  TRAN-AUTH-TABLE-DATA.
           05  FILLER PIC X(24) VALUE 'HELO    *       *       '.
           05  FILLER PIC X(24) VALUE 'CUST    *       CREDITG '.
           05  FILLER PIC X(24) VALUE 'ALRT    *       SUPVGRP '.
           05  FILLER PIC X(24) VALUE 'RFSH    SUPV001 *       '.
           05  FILLER PIC X(24) VALUE 'RFSH    *       OPERG   '.
           05  FILLER PIC X(24) VALUE 'CREV    SUPV001 *       '.
           05  FILLER PIC X(24) VALUE 'CREV    *       SUPVGRP '.
           05  FILLER PIC X(24) VALUE 'CAPV    SUPV001 *       '.
           05  FILLER PIC X(24) VALUE 'CAPV    *       SUPVGRP '.
           05  FILLER PIC X(24) VALUE 'TCTL    SUPV001 *       '.
           05  FILLER PIC X(24) VALUE 'TCTL    *       OPERG   '.
           05  FILLER PIC X(24) VALUE 'CNAM    *       CREDITG '.
           05  FILLER PIC X(24) VALUE 'CNAM    SUPV001 *       '.
           05  FILLER PIC X(408) VALUE SPACES.

       01  TRAN-AUTH-TABLE REDEFINES TRAN-AUTH-TABLE-DATA.
           05  TRAN-AUTH-ENTRY
