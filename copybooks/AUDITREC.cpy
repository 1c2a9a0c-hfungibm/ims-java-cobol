      * duplicate-submission window answered as a possible
      * double-entry, and 'V' one refused because the day's
      * accumulated total would have gone over the customer's daily
      * velocity cap, and 'S' one refused because the account's
      * status (frozen, closed, collections - see ACCTSTAT.cpy) does
      * not allow its reason code, and 'U' one answered service-
      * unavailable because operations (or the region's Java-failure
      * breaker) had its trancode stopped through TCTL. The batch
      * replay skips all six, since no Java
      * call happened online to reconcile against - re-driving them
      * would only manufacture mismatches wherever Java accepts
      * input the COBOL checks refuse. 'R' marks a CREV reversal
      * that posted: its own record type, so AUDRPT can total the
      * day's reversals and AUDRECON can fold them into its expected
      * figures; AUD-DATA carries the filled-in REVREQ.cpy record.
           05  AUD-OUTCOME-SW        PIC X(1).
               88  AUD-SUCCESS           VALUE 'Y'.
               88  AUD-FAILED            VALUE 'N'.
               88  AUD-EDIT-REJECTED     VALUE 'E'.
               88  AUD-DUP-REJECTED      VALUE 'D'.
               88  AUD-VEL-REJECTED      VALUE 'V'.
               88  AUD-STATUS-REJECTED   VALUE 'S'.
               88  AUD-TRAN-STOPPED      VALUE 'U'.
               88  AUD-REVERSAL          VALUE 'R'.
      * Decision a clean CUST call answered with ('APPR'/'DECL'),
      * spaces on every other record. AUD-DATA carries the inbound
      * record, not the computed answer, so without this field an
