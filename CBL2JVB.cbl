           05  WS-MAINT-SKIP-COUNT  PIC 9(9) COMP-5 VALUE 0.
           05  WS-DUP-SKIP-COUNT    PIC 9(9) COMP-5 VALUE 0.
           05  WS-VEL-SKIP-COUNT    PIC 9(9) COMP-5 VALUE 0.
           05  WS-STAT-SKIP-COUNT   PIC 9(9) COMP-5 VALUE 0.
           05  WS-STOP-SKIP-COUNT   PIC 9(9) COMP-5 VALUE 0.
           05  WS-DATE-SKIP-COUNT   PIC 9(9) COMP-5 VALUE 0.

      * Lengths handed to XRST/CHKP: the restart save area above, the
      * XRST work area, and the 8-byte checkpoint-ID I/O area.
       77  WS-RESTART-AREA-LEN  PIC S9(5) COMP VALUE +44.
       77  WS-XRST-WORK-LEN     PIC S9(5) COMP VALUE +12.
       77  WS-CHKP-IO-LEN       PIC S9(5) COMP VALUE +8.

                   WS-DUP-SKIP-COUNT
           Display "CBL2JVB: velocity-rejected skipped : "
                   WS-VEL-SKIP-COUNT
           Display "CBL2JVB: status-rejected skipped   : "
                   WS-STAT-SKIP-COUNT
           Display "CBL2JVB: stopped-trancode skipped  : "
                   WS-STOP-SKIP-COUNT
           Display "CBL2JVB: outside date range skipped: "
                   WS-DATE-SKIP-COUNT
           Display "          CBL2JVB: Execution end                 "

      * PROCEDURE REPLAY-SELECTED-RECORD
       REPLAY-SELECTED-RECORD.
      *    A record flagged as an authorization, edit, duplicate,
      *    velocity, or account-status rejection, or answered
      *    unavailable because its trancode was stopped, never
      *    reached Java online, so there is no outcome to reconcile
      *    - re-driving it would only manufacture a mismatch wherever
      *    Java accepts input the COBOL checks refuse. The customer
      *    maintenance and inquiry trancodes, the CREV reversal, the
      *    CAPV approval of a held limit or cap increase, the TCTL
      *    trancode control, and the CNAM name search are answered
      *    inside CBL2JAVA, so they have no Java call to replay
      *    either - only DL/I and region work this offline run must
      *    not repeat. Every skipped record still counts toward
      *    WS-RECORD-COUNT, which doubles as the restart reposition
      *    point and must cover every record read.
           Evaluate true
               when AUD-AUTH-REJECTED
                   Add 1 to WS-AUTH-SKIP-COUNT
                   Display "CBL2JVB: skipping velocity-rejected "
                           "trancode " AUD-TRANCODE " userid "
                           AUD-USERID
               when AUD-STATUS-REJECTED
                   Add 1 to WS-STAT-SKIP-COUNT
                   Display "CBL2JVB: skipping status-rejected "
                           "trancode " AUD-TRANCODE " userid "
                           AUD-USERID
               when AUD-TRAN-STOPPED
                   Add 1 to WS-STOP-SKIP-COUNT
                   Display "CBL2JVB: skipping stopped-trancode "
                           "trancode " AUD-TRANCODE " userid "
                           AUD-USERID
               when AUD-TRANCODE = 'CADD' or 'CUPD' or 'CINQ'
                               or 'HIST' or 'ALRT' or 'RFSH'
                               or 'CREV' or 'CAPV' or 'TCTL'
                               or 'CNAM'
                   Add 1 to WS-MAINT-SKIP-COUNT
                   Display "CBL2JVB: skipping in-region trancode "
                           AUD-TRANCODE " userid " AUD-USERID
