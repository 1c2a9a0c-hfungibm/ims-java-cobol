      * and WS-REASON-CODE-MAX bounds the table. Entries past the
      * count are spaces; the edit pass treats a blank table slot as
      * end-of-table, never as a match.
      *
      * Every code also carries the direction an approved posting
      * under it moves the customer's available credit, kept in
      * WS-REASON-DIRECTION-TABLE in step with the code table (same
      * slot, same count): 'D' draws credit down (a purchase), 'C'
      * gives it back (a payment or refund - never held against the
      * daily velocity cap), and 'E' may go either way, the
      * transaction itself saying which in CUST-POST-DIRECTION (an
      * adjustment). On the RSNCODE dataset the direction rides in
      * column 5 next to its code; a blank there takes the standing
      * direction for the code, so a dataset cut before directions
      * existed still loads the way the business posts.
      *****************************************************************
       78  WS-REASON-CODE-MAX VALUE 20.
       77  WS-REASON-CODE-COUNT PIC 9(4) COMP-5 VALUE 5.
           05  WS-VALID-REASON-CODE PIC X(4)
                   OCCURS WS-REASON-CODE-MAX TIMES
                   INDEXED BY WS-REASON-IDX.
       01  WS-REASON-DIRECTION-DATA.
           05  FILLER PIC X(5)  VALUE 'DCCED'.
           05  FILLER PIC X(15) VALUE SPACES.
       01  WS-REASON-DIRECTION-TABLE
               REDEFINES WS-REASON-DIRECTION-DATA.
           05  WS-REASON-DIRECTION PIC X(1)
                   OCCURS WS-REASON-CODE-MAX TIMES
                   INDEXED BY WS-REASON-DIR-IDX.
               88  WS-REASON-DEBIT      VALUE 'D'.
               88  WS-REASON-CREDIT     VALUE 'C'.
               88  WS-REASON-EITHER     VALUE 'E'.
