      * CINQ only needs CMNT-CUST-ID and echoes the segment back to
      * the terminal. CMNT-DAILY-CAP is how account setup and risk
      * set a customer's velocity limit; a CADD without one defaults
      * the cap to the credit limit. A CUPD that raises the credit
      * limit or the daily cap by more than the dual-control
      * threshold has that increase held for a second supervisor's
      * CAPV approval (see PENDCHG.cpy) instead of applied.
      *****************************************************************
       03  CMNT-RECORD REDEFINES IN-DATA.
           05  CMNT-CUST-ID          PIC X(10).
