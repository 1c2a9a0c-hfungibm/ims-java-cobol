      *****************************************************************
      * REVREQ.CPY
      *
      * Named view of IN-DATA for the CREV reversal trancode,
      * redefined in place the same way CUSTREC.cpy and CUSTMNT.cpy
      * are. The supervisor keys the customer and the key of the
      * HISTSEG occurrence to be backed out - its HST-TIMESTAMP and
      * HST-SEQ-NO exactly as the HIST reply shows them - and leaves
      * the rest of the record blank.
      *
      * Once the reversal has posted, CBL2JAVA fills in what it did:
      * the account, amount, and reason code of the posting backed
      * out, the available credit the customer had before the
      * reversal, and the direction the reversal moved the credit
      * ('C' when a draw is given back, 'D' when a payment or other
      * credit is taken back). The filled-in record is what lands in
      * AUD-DATA, so the audit trail carries every figure AUDRPT and
      * AUDRECON need. The customer id, the opening credit, and the
      * direction sit at the same offsets as CUST-ID,
      * CUST-CREDIT-LIMIT, and CUST-POST-DIRECTION in CUSTREC.cpy,
      * so the reconciliation seeds a customer's opening position
      * the same way whichever of the two records it meets first.
      *****************************************************************
       03  REVQ-RECORD REDEFINES IN-DATA.
           05  REVQ-CUST-ID          PIC X(10).
           05  REVQ-ACCOUNT-NO       PIC X(10).
           05  REVQ-AMOUNT           PIC S9(9)V99 COMP-3.
           05  REVQ-REASON-CODE      PIC X(4).
           05  REVQ-ORIG-KEY.
               10  REVQ-ORIG-TIMESTAMP PIC X(14).
               10  REVQ-ORIG-SEQ-NO  PIC X(4).
           05  FILLER                PIC X(2).
           05  REVQ-OPEN-CREDIT      PIC S9(7)V99 COMP-3.
           05  FILLER                PIC X(4).
           05  REVQ-POST-DIRECTION   PIC X(1).
               88  REVQ-POST-DEBIT       VALUE 'D'.
               88  REVQ-POST-CREDIT      VALUE 'C'.
           05  FILLER                PIC X(10).
