      *****************************************************************
      * PENDCHG.CPY
      *
      * One record per event on the durable pending-change journal
      * behind the dual-control rule on credit limits and daily caps.
      * A CUPD that raises CDB-CREDIT-LIMIT or CDB-DAILY-CAP by more
      * than the dual-control threshold does not REPL the increase:
      * it appends a 'P' (requested) record carrying the figures
      * before and after and the requesting userid, and the segment
      * keeps its old figure. A second supervisor - never the one who
      * asked - then approves ('A') or rejects ('J') the change
      * through the CAPV trancode, and only an approval moves the
      * figure on CUSTSEG. A change nobody acts on by the end of the
      * day it was requested is closed by an 'X' (expired) record.
      * Every record after the 'P' carries the same sequence number,
      * the requesting userid, and the userid that closed it ('*EXPIRE'
      * for an expiry), so the journal alone shows who asked for
      * every increase and who let it through.
      *
      * PCH-LIMIT-SW and PCH-CAP-SW say which of the two figures the
      * change holds; a single CUPD raising both holds both under one
      * sequence number. The journal is append-only: a change is
      * pending while its 'P' record has no closing record after it,
      * which is how CBL2JAVA rebuilds its pending-change table when
      * the region comes up.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PCH-RECORD-TYPE       PIC X(1).
               88  PCH-REQUESTED         VALUE 'P'.
               88  PCH-APPROVED          VALUE 'A'.
               88  PCH-REJECTED          VALUE 'J'.
               88  PCH-EXPIRED           VALUE 'X'.
           05  PCH-SEQ-NO            PIC 9(6).
           05  PCH-CUST-ID           PIC X(10).
           05  PCH-LIMIT-SW          PIC X(1).
               88  PCH-LIMIT-HELD        VALUE 'Y'.
           05  PCH-OLD-LIMIT         PIC S9(7)V99 COMP-3.
           05  PCH-NEW-LIMIT         PIC S9(7)V99 COMP-3.
           05  PCH-CAP-SW            PIC X(1).
               88  PCH-CAP-HELD          VALUE 'Y'.
           05  PCH-OLD-CAP           PIC S9(7)V99 COMP-3.
           05  PCH-NEW-CAP           PIC S9(7)V99 COMP-3.
           05  PCH-MAKER-USERID      PIC X(8).
           05  PCH-REQUEST-TS        PIC X(14).
           05  PCH-CHECKER-USERID    PIC X(8).
           05  PCH-ACTION-TS         PIC X(14).
           05  FILLER                PIC X(7).
