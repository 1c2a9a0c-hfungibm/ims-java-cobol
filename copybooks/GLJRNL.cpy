      *****************************************************************
      * GLJRNL.CPY
      *
      * The general ledger journal interface file GLINTF writes for
      * the GL side to load: fixed 120-byte records, display numerics
      * with the sign leading and separate, so the file reads the
      * same on any platform the ledger runs on.
      *
      * One 'H' header leads the file and one 'T' trailer ends it.
      * Between them, one balanced journal entry per reason code,
      * currency, and channel carried by the day's approved CUST
      * postings - the channel is ONLINE for the region, or the
      * CBL2JVG partner id. Every entry's lines share its entry
      * number: a debit to the customer credit receivable and a
      * credit to the channel's clearing account for the draws, and
      * the reverse pair for the payments, refunds, and credit
      * adjustments, each line carrying the converted domestic
      * amount, the amount as submitted in GLD-CURRENCY, and the
      * number of postings it summarizes. A side with no postings
      * writes no lines, so an entry has two lines or four.
      *
      * The header carries the business date range, the entry and
      * line counts, and the debit hash the file should hold, and the
      * trailer the same counts and hashes as actually written plus
      * the record count including itself and the header - so the GL
      * side can refuse a file that arrived short.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE       PIC X(1).
               88  GLJ-HEADER            VALUE 'H'.
               88  GLJ-DETAIL            VALUE 'D'.
               88  GLJ-TRAILER           VALUE 'T'.
           05  GLJ-DETAIL-DATA.
               10  GLD-ENTRY-NO      PIC 9(6).
               10  GLD-LINE-NO       PIC 9(2).
               10  GLD-BUSINESS-DATE PIC X(8).
               10  GLD-GL-ACCOUNT    PIC X(10).
               10  GLD-DR-CR         PIC X(1).
                   88  GLD-DEBIT         VALUE 'D'.
                   88  GLD-CREDIT        VALUE 'C'.
               10  GLD-REASON-CODE   PIC X(4).
               10  GLD-CURRENCY      PIC X(3).
               10  GLD-CHANNEL       PIC X(8).
               10  GLD-ITEM-COUNT    PIC 9(7).
               10  GLD-ORIG-AMOUNT   PIC S9(13)V99
                       SIGN LEADING SEPARATE.
               10  GLD-AMOUNT        PIC S9(13)V99
                       SIGN LEADING SEPARATE.
               10  FILLER            PIC X(38).
           05  GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLH-SOURCE        PIC X(8).
               10  GLH-FROM-DATE     PIC X(8).
               10  GLH-TO-DATE       PIC X(8).
               10  GLH-CREATED-DATE  PIC X(8).
               10  GLH-CREATED-TIME  PIC X(6).
               10  GLH-ENTRY-COUNT   PIC 9(7).
               10  GLH-LINE-COUNT    PIC 9(9).
               10  GLH-DEBIT-HASH    PIC S9(15)V99
                       SIGN LEADING SEPARATE.
               10  FILLER            PIC X(47).
           05  GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10  GLT-RECORD-COUNT  PIC 9(9).
               10  GLT-LINE-COUNT    PIC 9(9).
               10  GLT-ENTRY-COUNT   PIC 9(7).
               10  GLT-DEBIT-HASH    PIC S9(15)V99
                       SIGN LEADING SEPARATE.
               10  GLT-CREDIT-HASH   PIC S9(15)V99
                       SIGN LEADING SEPARATE.
               10  GLT-ORIG-HASH     PIC S9(15)V99
                       SIGN LEADING SEPARATE.
               10  FILLER            PIC X(40).
