      * message. Fields are moved into CUST-RECORD's enrichment area
      * (see CUSTREC.cpy) rather than handed to Java directly.
      *
      * CDB-DAILY-TOTAL accumulates the day's approved CUST draws
      * for this customer - every debit REPL posting adds to it, a
      * payment or refund given back never does - and
      * CDB-DAILY-CAP is the per-customer velocity limit the risk
      * team tunes: an approved transaction that would push the
      * day's total over the cap is refused before Java ever sees
