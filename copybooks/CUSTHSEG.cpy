      * segment's ordinal within its input message), so the details
      * of one multi-segment message posted inside a single second
      * still key uniquely under their customer.
      *
      * HST-POST-DIRECTION records which way the posting moved the
      * available credit - 'D' a draw, 'C' a payment, refund, or
      * credit adjustment given back - so the history reads as debits
      * and credits rather than a column of bare amounts. An
      * occurrence written before the field existed carries a blank
      * there, and every posting then was a draw.
      *
      * HST-REVERSAL-SW and HST-LINK-KEY tie a posting to its CREV
      * reversal: the original occurrence is flagged 'R' (reversed)
      * and carries the key of the reversal occurrence, and the
      * reversal occurrence is flagged 'V' and carries the key of the
      * posting it backed out - so either one leads to the other, and
      * a posting already flagged 'R' can never be reversed twice.
      * Neither flag is set on an ordinary posting.
      *
      * HST-ORIG-CURRENCY and HST-ORIG-AMOUNT keep the currency the
      * posting was submitted in and the amount before conversion -
      * HST-AMOUNT is always the converted domestic figure - so a
      * statement can subtotal a customer's postings by currency
      * without going back to the audit trail. A reversal occurrence
      * carries the currency and original amount of the posting it
      * backed out. An occurrence written before the fields existed
      * carries spaces there and was posted in the domestic currency.
      *****************************************************************
       01  HIST-SEGMENT.
           05  HST-TIMESTAMP.
           05  HST-REASON-CODE       PIC X(4).
           05  HST-DECISION          PIC X(4).
           05  HST-AVAIL-CREDIT      PIC S9(7)V99 COMP-3.
           05  HST-POST-DIRECTION    PIC X(1).
               88  HST-POST-CREDIT       VALUE 'C'.
           05  HST-REVERSAL-SW       PIC X(1).
               88  HST-REVERSED          VALUE 'R'.
               88  HST-REVERSAL-ENTRY    VALUE 'V'.
           05  HST-LINK-KEY.
               10  HST-LINK-TIMESTAMP PIC X(14).
               10  HST-LINK-SEQ-NO   PIC X(4).
           05  HST-ORIG-CURRENCY     PIC X(3).
           05  HST-ORIG-AMOUNT       PIC S9(9)V99 COMP-3.
           05  FILLER                PIC X(1).
