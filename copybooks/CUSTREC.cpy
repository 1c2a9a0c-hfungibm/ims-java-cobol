      * in place before the credit-limit compare, the REPL drawdown,
      * and the trailer total - the original amount and currency are
      * kept aside for the reply, the alert, and the audit record.
      *
      * CUST-POST-DIRECTION says which way an approved posting moves
      * the customer's available credit: 'D' draws it down, 'C'
      * gives it back. The sender only has to fill it for a reason
      * code that may go either way (an adjustment); for every other
      * code the edit pass sets it from the reason-code direction
      * table, so by the time the record reaches Java, the REPL, and
      * the audit trail it always says what was done. A blank on an
      * adjustment is a debit, the way adjustments always posted.
      *****************************************************************
       03  CUST-RECORD REDEFINES IN-DATA.
           05  CUST-ID               PIC X(10).
           05  CUST-FORCE-FLAG       PIC X(1).
               88  CUST-FORCED           VALUE 'F'.
           05  CUST-CURRENCY-CODE    PIC X(3).
           05  CUST-POST-DIRECTION   PIC X(1).
               88  CUST-POST-DEBIT       VALUE 'D'.
               88  CUST-POST-CREDIT      VALUE 'C'.
           05  FILLER                PIC X(10).
