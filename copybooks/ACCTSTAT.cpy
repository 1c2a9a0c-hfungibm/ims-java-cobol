      *****************************************************************
      * ACCTSTAT.CPY
      *
      * The account statuses a CUSTSEG may carry in
      * CDB-ACCOUNT-STATUS, and which reason codes a CUST posting
      * may carry against each. Shared by the online region and the
      * batch partner-file gateway the way REASONTB.cpy is, so both
      * doors refuse exactly the same postings against the same
      * accounts, and by the maintenance edit, so account setup can
      * only ever set a status this table knows.
      *
      * Each row is the status code, whether the posting logic owns
      * it, a short name for replies and reports, and up to five
      * reason codes the status lets through ('*' in the first slot
      * lets every code through):
      *
      *   OK OPEN        every code
      *   OD OVERDRAWN   every code - the over-limit alert and Java's
      *                  decision already govern an overdrawn draw
      *   FZ FROZEN      payments only; nothing may draw on a frozen
      *                  account until account setup lifts the freeze
      *   CO COLLECTNS   payments and adjustments, so a settlement
      *                  can be booked
      *   CL CLOSED      refunds only, for goods returned after the
      *                  account was closed
      *
      * WS-AS-POSTING-OWNED marks the two statuses the REPL sets off
      * the remaining credit, 'OK' and 'OD': a posting may only ever
      * toggle between those two. Every other status was set by
      * maintenance and stays exactly as it is until maintenance
      * changes it - a posting never overwrites it. A segment whose
      * status is blank (one written before statuses were enforced)
      * is treated as open; any other status not on this table is
      * refused, never let through on faith.
      *****************************************************************
       78  WS-ACCT-STATUS-MAX VALUE 10.
       77  WS-ACCT-STATUS-COUNT PIC 9(4) COMP-5 VALUE 5.
       01  WS-ACCT-STATUS-DATA.
           05  FILLER PIC X(32) VALUE
               'OKPOPEN     *                   '.
           05  FILLER PIC X(32) VALUE
               'ODPOVERDRAWN*                   '.
           05  FILLER PIC X(32) VALUE
               'FZMFROZEN   PYMT                '.
           05  FILLER PIC X(32) VALUE
               'COMCOLLECTNSPYMTADJT            '.
           05  FILLER PIC X(32) VALUE
               'CLMCLOSED   REFD                '.
           05  FILLER PIC X(160) VALUE SPACES.
       01  WS-ACCT-STATUS-TABLE REDEFINES WS-ACCT-STATUS-DATA.
           05  WS-ACCT-STATUS-ENTRY
                   OCCURS WS-ACCT-STATUS-MAX TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-AS-STATUS        PIC X(2).
               10  WS-AS-OWNER         PIC X(1).
                   88  WS-AS-POSTING-OWNED  VALUE 'P'.
                   88  WS-AS-MAINT-OWNED    VALUE 'M'.
               10  WS-AS-NAME          PIC X(9).
               10  WS-AS-ALLOWED-REASON PIC X(4)
                       OCCURS 5 TIMES
                       INDEXED BY WS-AS-RSN-IDX.
