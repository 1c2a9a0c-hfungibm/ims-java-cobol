      *****************************************************************
      * RISKCARD.CPY
      *
      * One-card control record for the RISKRPT portfolio risk run,
      * read off the RISKCARD dataset. RKC-BUSINESS-DATE (YYYYMMDD)
      * is the day the run reports as of: the day whose declined
      * alerts are counted off the alert journal, and the date the
      * dormant and overdrawn day counts run up to; blank means the
      * run date. RKC-DORMANT-DAYS is how many days without a posting
      * make an account dormant, RKC-TOP-COUNT how many of the
      * largest exposures are listed, and RKC-REPEAT-MIN how many
      * declines in the day make a customer a repeat decliner. A
      * blank or non-numeric figure, or a missing card, takes the
      * default RISKRPT carries for it.
      *****************************************************************
       01  RISK-CARD.
           05  RKC-BUSINESS-DATE     PIC X(8).
           05  FILLER                PIC X(1).
           05  RKC-DORMANT-DAYS      PIC X(4).
           05  FILLER                PIC X(1).
           05  RKC-TOP-COUNT         PIC X(3).
           05  FILLER                PIC X(1).
           05  RKC-REPEAT-MIN        PIC X(2).
           05  FILLER                PIC X(60).
