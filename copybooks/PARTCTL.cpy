      *****************************************************************
      * PARTCTL.CPY
      *
      * Named views of IN-DATA for the control records that bracket
      * a partner file, redefined in place beside CUSTREC.cpy the
      * same way REVREQ.cpy is. A partner file is one header record,
      * the CUST-RECORD-layout detail records, and one trailer
      * record, all 70 bytes; the control records are told from the
      * details by the literal in the CUST-ID position, which no
      * customer id can carry.
      *
      * The header names the partner, the business date the file
      * was cut for (YYYYMMDD), and the partner's sequence number for
      * the file within that date. The trailer carries the number of
      * detail records between the two and the hash total of their
      * CUST-AMOUNT fields as submitted, before any conversion. A
      * file whose header does not match PARTCARD, whose trailer does
      * not balance to what actually arrived, or whose partner, date,
      * and sequence are already on the file register (FILEREG.cpy)
      * is refused whole, before anything on it is posted.
      *****************************************************************
       03  PFH-HEADER-RECORD REDEFINES IN-DATA.
           05  PFH-RECORD-ID         PIC X(10).
               88  PFH-IS-HEADER         VALUE '**HEADER**'.
           05  PFH-PARTNER-ID        PIC X(8).
           05  PFH-FILE-DATE         PIC X(8).
           05  PFH-FILE-SEQ          PIC X(4).
           05  FILLER                PIC X(40).
       03  PFT-TRAILER-RECORD REDEFINES IN-DATA.
           05  PFT-RECORD-ID         PIC X(10).
               88  PFT-IS-TRAILER        VALUE '**TRAILER*'.
           05  PFT-RECORD-COUNT      PIC 9(9).
           05  PFT-AMOUNT-HASH       PIC S9(13)V99
                   SIGN LEADING SEPARATE.
           05  FILLER                PIC X(35).
