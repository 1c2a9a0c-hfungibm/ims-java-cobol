      *****************************************************************
      * RISKEXT.CPY
      *
      * The portfolio risk extract RISKRPT writes for the risk team
      * to load into their own tools: fixed 120-byte records, display
      * numerics with the sign leading and separate, the same way
      * GLJRNL.cpy lays out the GL interface.
      *
      * One 'H' header leads the file with the business date and the
      * run's parameters, and one 'T' trailer ends it with the record
      * count (header and trailer included) and the control figures.
      * Between them:
      *
      *   'C'  one per customer on the database - the original limit
      *        (available credit plus the net amount drawn over the
      *        account's history), the available credit, the amount
      *        drawn, utilization percent and band, the last posting
      *        date and the days since it, the dormant flag, the date
      *        the account went overdrawn and the days it has been
      *        so, and the day's declined alerts for the customer
      *   'B'  one per utilization band - customers, limits, drawn
      *   'X'  one per top exposure, in rank order
      *   'D'  one per repeat decliner - the day's declines, the
      *        amount declined, and the first and last alert times
      *
      * A figure that does not apply is zero, and a date that does
      * not apply is spaces.
      *****************************************************************
       01  RISK-EXTRACT-RECORD.
           05  RKX-RECORD-TYPE       PIC X(1).
               88  RKX-HEADER            VALUE 'H'.
               88  RKX-CUSTOMER          VALUE 'C'.
               88  RKX-BAND              VALUE 'B'.
               88  RKX-EXPOSURE          VALUE 'X'.
               88  RKX-DECLINER          VALUE 'D'.
               88  RKX-TRAILER           VALUE 'T'.
           05  RKX-CUSTOMER-DATA.
               10  RKA-CUST-ID       PIC X(10).
               10  RKA-CUST-NAME     PIC X(20).
               10  RKA-STATUS        PIC X(2).
               10  RKA-BAND          PIC X(2).
               10  RKA-ORIG-LIMIT    PIC S9(9)V99
                       SIGN LEADING SEPARATE.
               10  RKA-AVAIL-CREDIT  PIC S9(9)V99
                       SIGN LEADING SEPARATE.
               10  RKA-DRAWN         PIC S9(11)V99
                       SIGN LEADING SEPARATE.
               10  RKA-UTIL-PCT      PIC 9(5).
               10  RKA-LAST-POST-DATE PIC X(8).
               10  RKA-DAYS-IDLE     PIC 9(5).
               10  RKA-DORMANT-SW    PIC X(1).
                   88  RKA-DORMANT       VALUE 'Y'.
               10  RKA-OD-SINCE-DATE PIC X(8).
               10  RKA-DAYS-OD       PIC 9(5).
               10  RKA-DECLINE-COUNT PIC 9(4).
               10  FILLER            PIC X(11).
           05  RKX-HEADER-DATA REDEFINES RKX-CUSTOMER-DATA.
               10  RKH-SOURCE        PIC X(8).
               10  RKH-BUSINESS-DATE PIC X(8).
               10  RKH-CREATED-DATE  PIC X(8).
               10  RKH-CREATED-TIME  PIC X(6).
               10  RKH-DORMANT-DAYS  PIC 9(4).
               10  RKH-TOP-COUNT     PIC 9(3).
               10  RKH-REPEAT-MIN    PIC 9(2).
               10  FILLER            PIC X(80).
           05  RKX-BAND-DATA REDEFINES RKX-CUSTOMER-DATA.
               10  RKB-BAND          PIC X(2).
               10  RKB-BAND-LABEL    PIC X(12).
               10  RKB-CUST-COUNT    PIC 9(9).
               10  RKB-ORIG-LIMIT    PIC S9(13)V99
                       SIGN LEADING SEPARATE.
               10  RKB-DRAWN         PIC S9(13)V99
                       SIGN LEADING SEPARATE.
               10  FILLER            PIC X(64).
           05  RKX-EXPOSURE-DATA REDEFINES RKX-CUSTOMER-DATA.
               10  RKE-RANK          PIC 9(3).
               10  RKE-CUST-ID       PIC X(10).
               10  RKE-CUST-NAME     PIC X(20).
               10  RKE-STATUS        PIC X(2).
               10  RKE-DRAWN         PIC S9(11)V99
                       SIGN LEADING SEPARATE.
               10  RKE-ORIG-LIMIT    PIC S9(9)V99
                       SIGN LEADING SEPARATE.
               10  RKE-UTIL-PCT      PIC 9(5).
               10  FILLER            PIC X(53).
           05  RKX-DECLINER-DATA REDEFINES RKX-CUSTOMER-DATA.
               10  RKD-CUST-ID       PIC X(10).
               10  RKD-DECLINE-COUNT PIC 9(5).
               10  RKD-AMOUNT        PIC S9(11)V99
                       SIGN LEADING SEPARATE.
               10  RKD-FIRST-TS      PIC X(14).
               10  RKD-LAST-TS       PIC X(14).
               10  FILLER            PIC X(62).
           05  RKX-TRAILER-DATA REDEFINES RKX-CUSTOMER-DATA.
               10  RKT-RECORD-COUNT  PIC 9(9).
               10  RKT-CUST-COUNT    PIC 9(9).
               10  RKT-OD-COUNT      PIC 9(9).
               10  RKT-DORMANT-COUNT PIC 9(9).
               10  RKT-DECLINER-COUNT PIC 9(9).
               10  RKT-DRAWN-HASH    PIC S9(15)V99
                       SIGN LEADING SEPARATE.
               10  FILLER            PIC X(56).
