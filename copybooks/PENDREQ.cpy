      *****************************************************************
      * PENDREQ.CPY
      *
      * Named view of IN-DATA for the CAPV supervisor trancode,
      * redefined in place the same way ALRTREQ.cpy is. A blank
      * action lists the pending limit and cap changes as a
      * multi-segment reply; 'APPR' or 'REJT' plus the change's
      * sequence number approves or rejects one.
      *
      * Once an approval or rejection has gone through, CBL2JAVA
      * fills in the change it acted on - the customer, the userid
      * that requested it, and the held figures - so the audit record
      * for the CAPV carries both userids: the requester here and the
      * approver in AUD-USERID.
      *****************************************************************
       03  PNDQ-RECORD REDEFINES IN-DATA.
           05  PNDQ-ACTION           PIC X(4).
               88  PNDQ-APPROVE          VALUE 'APPR'.
               88  PNDQ-REJECT           VALUE 'REJT'.
           05  PNDQ-SEQ-NO           PIC 9(6).
           05  PNDQ-CUST-ID          PIC X(10).
           05  PNDQ-MAKER-USERID     PIC X(8).
           05  PNDQ-LIMIT-SW         PIC X(1).
           05  PNDQ-NEW-LIMIT        PIC S9(7)V99 COMP-3.
           05  PNDQ-CAP-SW           PIC X(1).
           05  PNDQ-NEW-CAP          PIC S9(7)V99 COMP-3.
           05  FILLER                PIC X(30).
