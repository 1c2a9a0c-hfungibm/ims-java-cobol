      * record after it, which is how CBL2JAVA rebuilds its open-
      * alert table when the region comes up, and how compliance
      * shows every DECLINED/OVERLIMIT/VELOCITY exception was
      * reviewed by a person. A BREAKER record is the region stopping
      * a trancode after a run of Java failures: ALR-CUST-ID carries
      * the trancode it stopped, and the amount and limit are zero.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALR-RECORD-TYPE       PIC X(1).
