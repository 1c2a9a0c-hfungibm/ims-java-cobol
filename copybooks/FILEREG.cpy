      *****************************************************************
      * FILEREG.CPY
      *
      * One record per partner file CBL2JVG has accepted for
      * posting, appended to the FILEREG dataset the moment the file
      * passes its header and trailer checks and before its first
      * record posts. The partner id, file date, and file sequence
      * number off the header are the key: a file arriving with a key
      * already on the register is a re-send and is refused whole.
      * A refused file is never registered, so the partner can
      * correct it and send it again under the same key. The record
      * count and amount hash are kept so operations can see what
      * the registered file carried.
      *****************************************************************
       01  FILE-REGISTER-RECORD.
           05  FRG-PARTNER-ID        PIC X(8).
           05  FRG-FILE-DATE         PIC X(8).
           05  FRG-FILE-SEQ          PIC X(4).
           05  FRG-RECORD-COUNT      PIC 9(9).
           05  FRG-AMOUNT-HASH       PIC S9(13)V99
                   SIGN LEADING SEPARATE.
           05  FRG-ACCEPTED-TS       PIC X(14).
           05  FILLER                PIC X(21).
