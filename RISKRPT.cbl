       Process pgmname(longmixed),dll,thread
       Identification Division.
       Program-ID. "RISKRPT" is recursive.
      *
      * RISKRPT is the nightly portfolio credit-risk run: it walks
      * every CUSTSEG root on the customer/account database and the
      * HISTSEG history under it, and gives risk a view of the book
      * as a whole rather than CUSTRSET's one-day cap-hit list. Runs
      * as a BMP for the database PCB, but reads only - nothing here
      * writes the database.
      *
      * The printed report (RPTFILE) carries:
      *
      *   - every account in 'OD' status, with the date its available
      *     credit went below zero and stayed there and the days it
      *     has been overdrawn, and every dormant account - no
      *     posting in the card's dormant-day count, or none at all -
      *     listed as the walk meets them
      *   - the customers by utilization band, with their limits and
      *     amounts drawn
      *   - the largest exposures by amount drawn
      *   - the repeat decliners: customers with the card's repeat
      *     count or more DECLINED alerts raised on the business day,
      *     off the ALERT-FILE journal CBL2JAVA appends
      *   - the run's control totals
      *
      * The same figures go to RISKEXT (see RISKEXT.cpy), one record
      * per customer plus the band, exposure, and decliner records,
      * for risk to load into their own tools.
      *
      * CUSTSEG carries only the credit still available, not the
      * limit it was drawn from. The original limit is taken as the
      * available credit plus the amount drawn - the account's draws
      * less its payments, refunds, and credits over its whole
      * history, reversals included on whichever side they posted.
      * A limit change by CUPD or CAPV moves the available credit,
      * so it moves the derived limit with it, and the utilization
      * is always measured against the limit in force today.
      *
      * The business date, dormant-day count, number of exposures
      * listed, and repeat-decline count come off a RISKCARD card
      * (see RISKCARD.cpy); no card takes the defaults below.
      *
       Environment Division.
      *
       Configuration Section.
      *
       Input-Output Section.
       File-Control.
      *    The printed risk report, one 132-byte line per record.
           Select REPORT-FILE assign to RPTFILE
                  organization is sequential
                  file status is WS-REPORT-FILE-STATUS.
      *    The risk extract, one 120-byte record per line of data.
           Select EXTRACT-FILE assign to RISKEXT
                  organization is sequential
                  file status is WS-EXTRACT-FILE-STATUS.
      *    The supervisor-alert journal CBL2JAVA appends, read for
      *    the business day's DECLINED alerts.
           Select ALERT-FILE assign to ALRTFILE
                  organization is sequential
                  file status is WS-ALERT-FILE-STATUS.
      *    The run's control card (see RISKCARD.cpy).
           Select RISK-CARD-FILE assign to RISKCARD
                  organization is sequential
                  file status is WS-CARD-FILE-STATUS.
      *
       Data Division.
      *
       File Section.
       FD  REPORT-FILE
           recording mode is F
           label records are standard.
       01  REPORT-LINE          PIC X(132).
      *
       FD  EXTRACT-FILE
           recording mode is F
           label records are standard.
           COPY RISKEXT.
      *
       FD  ALERT-FILE
           recording mode is F
           label records are standard.
           COPY ALERTREC.
      *
       FD  RISK-CARD-FILE
           recording mode is F
           label records are standard.
           COPY RISKCARD.
      *
       Working-Storage Section.
      * DL/I FUNCTION CODES
       77  GN-FUNC              PIC X(4) VALUE 'GN  '.
       77  GNP-FUNC             PIC X(4) VALUE 'GNP '.

       77  WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-REPORT-FILE-OK    VALUE '00'.

       77  WS-EXTRACT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-EXTRACT-FILE-OK   VALUE '00'.

      * '35' is no alert journal at all - a region that has never
      * raised an alert - and simply means no declines to count.
       77  WS-ALERT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-ALERT-FILE-OK     VALUE '00'.
           88  WS-ALERT-FILE-EOF    VALUE '10'.
           88  WS-ALERT-FILE-NONE   VALUE '35'.

       77  WS-CARD-FILE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-CARD-FILE-OK      VALUE '00'.

      * Run parameters, defaulted here and overridden off the card.
       78  WS-TOP-MAX           VALUE 50.
       77  WS-DORMANT-DAYS      PIC 9(4) COMP-5 VALUE 90.
       77  WS-TOP-COUNT         PIC 9(4) COMP-5 VALUE 20.
       77  WS-REPEAT-MIN        PIC 9(4) COMP-5 VALUE 2.
       77  WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.

      * Dates as day numbers, for the dormant and overdrawn day
      * counts. WS-DATE-WORK is a YYYYMMDD date being turned into
      * one; a date that is not numeric has no day number.
       77  WS-BUSINESS-DAY-NO   PIC S9(9) COMP-5 VALUE 0.
       77  WS-DAY-NO            PIC S9(9) COMP-5 VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DATE-X            PIC X(8).
           05  WS-DATE-N REDEFINES WS-DATE-X
                                    PIC 9(8).

      * Unqualified SSA so the GN walk moves root to root, passing
      * over the HISTSEG children the GNP below has already read.
       01  WS-CUST-SEG-SSA.
           05  FILLER               PIC X(8)  VALUE 'CUSTSEG '.
           05  FILLER               PIC X     VALUE SPACE.

      * Unqualified SSA for the GNP walk of one customer's history,
      * in key (timestamp) order under the root the GN just read.
       01  WS-HIST-SSA.
           05  FILLER               PIC X(8)  VALUE 'HISTSEG '.
           05  FILLER               PIC X     VALUE SPACE.

       COPY CUSTDBSEG.
       COPY CUSTHSEG.

      * Run totals for the control report and the extract trailer.
       77  WS-ROOT-COUNT        PIC 9(9) COMP-5 VALUE 0.
       77  WS-HIST-READ-COUNT   PIC 9(9) COMP-5 VALUE 0.
       77  WS-OD-COUNT          PIC 9(9) COMP-5 VALUE 0.
       77  WS-OD-UNDATED-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-DORMANT-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-NEVER-POSTED-COUNT PIC 9(9) COMP-5 VALUE 0.
       77  WS-EXTRACT-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-TOTAL-LIMIT       PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-AVAIL       PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-DRAWN       PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-ALERT-READ-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-DECLINE-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-DECL-OVERFLOW     PIC 9(9) COMP-5 VALUE 0.
       77  WS-REPEAT-COUNT      PIC 9(9) COMP-5 VALUE 0.

      * The customer in hand: its history run through once, and the
      * figures every section of the report takes from it.
       77  WS-CU-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CU-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CU-DRAWN          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CU-AVAIL          PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-CU-LIMIT          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CU-UTIL-PCT       PIC S9(15) COMP-3 VALUE 0.
       77  WS-CU-BAND-IDX       PIC 9(4) COMP-5 VALUE 0.
       77  WS-CU-POST-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-CU-LAST-DATE      PIC X(8) VALUE SPACES.
       77  WS-CU-OD-SINCE       PIC X(8) VALUE SPACES.
       77  WS-CU-DAYS-IDLE      PIC 9(9) COMP-5 VALUE 0.
       77  WS-CU-DAYS-OD        PIC 9(9) COMP-5 VALUE 0.
       77  WS-CU-DECLINES       PIC 9(9) COMP-5 VALUE 0.
       77  WS-CU-DORMANT-SW     PIC X(1) VALUE 'N'.
           88  WS-CU-DORMANT        VALUE 'Y'.

      * The posting in hand, class-tested once. A blank direction
      * was written before credits existed, when every posting was a
      * draw.
       77  WS-POST-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-POST-AVAIL        PIC S9(9)V99 COMP-3 VALUE 0.

      * Utilization bands. The names are compiled in; the figures
      * are accumulated as the walk assigns each customer to one.
       78  WS-BAND-MAX          VALUE 8.
       77  WS-BX                PIC 9(4) COMP-5 VALUE 0.

       01  WS-BAND-NAMES.
           05  FILLER               PIC X(14) VALUE 'NLNO LIMIT    '.
           05  FILLER               PIC X(14) VALUE 'U0UNUSED      '.
           05  FILLER               PIC X(14) VALUE 'U1UNDER 25%   '.
           05  FILLER               PIC X(14) VALUE 'U225% - 49%   '.
           05  FILLER               PIC X(14) VALUE 'U350% - 74%   '.
           05  FILLER               PIC X(14) VALUE 'U475% - 89%   '.
           05  FILLER               PIC X(14) VALUE 'U590% - 100%  '.
           05  FILLER               PIC X(14) VALUE 'OLOVER LIMIT  '.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME-ENTRY OCCURS WS-BAND-MAX TIMES.
               10  WS-BN-CODE         PIC X(2).
               10  WS-BN-LABEL        PIC X(12).

       01  WS-BAND-STATS.
           05  WS-BAND-STAT-ENTRY OCCURS WS-BAND-MAX TIMES.
               10  WS-BS-COUNT        PIC 9(9) COMP-5.
               10  WS-BS-LIMIT        PIC S9(13)V99 COMP-3.
               10  WS-BS-DRAWN        PIC S9(13)V99 COMP-3.

      * The largest exposures so far, largest first. A customer who
      * draws more than the smallest one listed (or any customer
      * while the list is short) is slotted in by amount drawn and
      * the rest move down one, the last falling off the end.
       77  WS-TOP-USED          PIC 9(4) COMP-5 VALUE 0.
       77  WS-TOP-SLOT          PIC 9(4) COMP-5 VALUE 0.
       77  WS-TX                PIC 9(4) COMP-5 VALUE 0.

       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS WS-TOP-MAX TIMES.
               10  WS-TP-CUST-ID      PIC X(10).
               10  WS-TP-CUST-NAME    PIC X(20).
               10  WS-TP-STATUS       PIC X(2).
               10  WS-TP-DRAWN        PIC S9(11)V99 COMP-3.
               10  WS-TP-LIMIT        PIC S9(11)V99 COMP-3.
               10  WS-TP-UTIL-PCT     PIC S9(15) COMP-3.

      * The business day's DECLINED alerts by customer, loaded off
      * the alert journal before the walk so each customer's count
      * is in hand when its extract record is written. The name is
      * filled in when the walk reaches the customer.
       78  WS-DECL-MAX          VALUE 500.
       77  WS-DECL-USED         PIC 9(4) COMP-5 VALUE 0.
       77  WS-DX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-SCAN              PIC 9(4) COMP-5 VALUE 0.
       77  WS-DECL-KEY          PIC X(10) VALUE SPACES.

       01  WS-DECL-TABLE.
           05  WS-DECL-ENTRY OCCURS WS-DECL-MAX TIMES.
               10  WS-DC-CUST-ID      PIC X(10).
               10  WS-DC-CUST-NAME    PIC X(20).
               10  WS-DC-COUNT        PIC 9(9) COMP-5.
               10  WS-DC-AMOUNT       PIC S9(11)V99 COMP-3.
               10  WS-DC-FIRST-TS     PIC X(14).
               10  WS-DC-LAST-TS      PIC X(14).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOUR    PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
           05  FILLER                 PIC  X(7).

      *****************************************************************
      *            PRINT LINE LAYOUTS
      *****************************************************************
      * In the same style the other reports use.
       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(38) VALUE
               'RISKRPT - PORTFOLIO CREDIT RISK REPORT'.
           05  FILLER               PIC X(10) VALUE ' RUN DATE '.
           05  RPT-TITLE-YEAR       PIC 9(4).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-MONTH      PIC 9(2).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-DAY        PIC 9(2).
           05  FILLER               PIC X(74) VALUE SPACES.

       01  RPT-DATE-LINE.
           05  FILLER               PIC X(30) VALUE
               'BUSINESS DATE               : '.
           05  RPT-BD-DATE          PIC X(8).
           05  FILLER               PIC X(94) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE    PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  RPT-EXCEPTION-HEADING.
           05  FILLER               PIC X(10) VALUE 'TYPE      '.
           05  FILLER               PIC X(11) VALUE 'CUST-ID    '.
           05  FILLER               PIC X(21) VALUE
               'NAME                 '.
           05  FILLER               PIC X(3)  VALUE 'ST '.
           05  FILLER               PIC X(16) VALUE
               '      AVAILABLE '.
           05  FILLER               PIC X(18) VALUE
               '     AMOUNT-DRAWN '.
           05  FILLER               PIC X(9)  VALUE 'SINCE    '.
           05  FILLER               PIC X(5)  VALUE ' DAYS'.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  RPT-EXCEPTION-LINE.
           05  RPT-EX-TYPE          PIC X(9).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-CUST-ID       PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-CUST-NAME     PIC X(20).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-STATUS        PIC X(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-AVAIL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-DRAWN         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-SINCE         PIC X(8).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EX-DAYS          PIC ZZZZ9.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  RPT-BAND-HEADING.
           05  FILLER               PIC X(6)  VALUE 'BAND  '.
           05  FILLER               PIC X(13) VALUE 'RANGE        '.
           05  FILLER               PIC X(12) VALUE '  CUSTOMERS '.
           05  FILLER               PIC X(22) VALUE
               '       ORIGINAL-LIMIT '.
           05  FILLER               PIC X(21) VALUE
               '         AMOUNT-DRAWN'.
           05  FILLER               PIC X(58) VALUE SPACES.

       01  RPT-BAND-LINE.
           05  RPT-BD-CODE          PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  RPT-BD-LABEL         PIC X(12).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-BD-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-BD-LIMIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-BD-DRAWN         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(58) VALUE SPACES.

       01  RPT-TOP-HEADING.
           05  FILLER               PIC X(4)  VALUE 'RANK'.
           05  FILLER               PIC X(11) VALUE 'CUST-ID    '.
           05  FILLER               PIC X(21) VALUE
               'NAME                 '.
           05  FILLER               PIC X(3)  VALUE 'ST '.
           05  FILLER               PIC X(18) VALUE
               '     AMOUNT-DRAWN '.
           05  FILLER               PIC X(16) VALUE
               ' ORIGINAL-LIMIT '.
           05  FILLER               PIC X(6)  VALUE ' UTIL%'.
           05  FILLER               PIC X(53) VALUE SPACES.

       01  RPT-TOP-LINE.
           05  RPT-TP-RANK          PIC ZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-CUST-ID       PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-CUST-NAME     PIC X(20).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-STATUS        PIC X(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-DRAWN         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-LIMIT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TP-UTIL          PIC ZZZZ9.
           05  FILLER               PIC X     VALUE '%'.
           05  FILLER               PIC X(53) VALUE SPACES.

       01  RPT-DECL-HEADING.
           05  FILLER               PIC X(11) VALUE 'CUST-ID    '.
           05  FILLER               PIC X(21) VALUE
               'NAME                 '.
           05  FILLER               PIC X(7)  VALUE 'DECLNS '.
           05  FILLER               PIC X(18) VALUE
               '  AMOUNT-DECLINED '.
           05  FILLER               PIC X(9)  VALUE 'FIRST    '.
           05  FILLER               PIC X(8)  VALUE 'LAST    '.
           05  FILLER               PIC X(58) VALUE SPACES.

       01  RPT-DECL-LINE.
           05  RPT-DL-CUST-ID       PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DL-CUST-NAME     PIC X(20).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DL-COUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DL-FIRST-HH      PIC X(2).
           05  FILLER               PIC X     VALUE ':'.
           05  RPT-DL-FIRST-MM      PIC X(2).
           05  FILLER               PIC X     VALUE ':'.
           05  RPT-DL-FIRST-SS      PIC X(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DL-LAST-HH       PIC X(2).
           05  FILLER               PIC X     VALUE ':'.
           05  RPT-DL-LAST-MM       PIC X(2).
           05  FILLER               PIC X     VALUE ':'.
           05  RPT-DL-LAST-SS       PIC X(2).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TL-LABEL         PIC X(30).
           05  RPT-TL-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AL-LABEL         PIC X(30).
           05  RPT-AL-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-BLANK-LINE           PIC X(132) VALUE SPACES.

       Linkage Section.

      * I/O PCB; this BMP takes no checkpoints (it reads only), but
      * the PCB comes first in the PSB the same as every companion.
       01  IOPCB.
           02  IO-LTERM         PIC X(8).
           02  IO-RESV          PIC X(2).
           02  IO-STATUS        PIC X(2).
           02  IO-PREF          PIC X(12).
           02  IO-MODN          PIC X(8).
           02  IO-USERID        PIC X(8).
           02  IO-GROUPID       PIC X(8).

       COPY DBPCB.

      * PROCEDURE DIVISION
       PROCEDURE DIVISION.

           ENTRY 'DLITCBL' using IOPCB, DBPCB

           Display "************************************************"
           Display "          RISKRPT: Execution begin               "
           Display "************************************************"

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Perform READ-RISK-CARD
           Perform LOAD-DECLINE-ALERTS
           Perform CLEAR-BAND-STATS
               varying WS-BX from 1 by 1
               until WS-BX > WS-BAND-MAX

           Open Output REPORT-FILE
           Open Output EXTRACT-FILE

           Perform PRINT-REPORT-HEADING
           Perform WRITE-EXTRACT-HEADER

           Perform WALK-CUSTOMER-ROOTS

           Perform PRINT-BAND-SUMMARY
           Perform PRINT-TOP-EXPOSURES
           Perform PRINT-REPEAT-DECLINERS
           Perform PRINT-CONTROL-TOTALS
           Perform WRITE-EXTRACT-TRAILER

           Close REPORT-FILE
           Close EXTRACT-FILE

           Display "RISKRPT: customers read      : " WS-ROOT-COUNT
           Display "RISKRPT: overdrawn accounts  : " WS-OD-COUNT
           Display "RISKRPT: dormant accounts    : " WS-DORMANT-COUNT
           Display "RISKRPT: repeat decliners    : " WS-REPEAT-COUNT
           Display "RISKRPT: extract records     : " WS-EXTRACT-COUNT
           Display "************************************************"
           Display "          RISKRPT: Execution end                 "
           Display "************************************************"

           GOBACK.

      * PROCEDURE READ-RISK-CARD
      * One optional card overrides the run parameters. Each figure
      * is taken only when it is numeric; the exposure count is held
      * to the size of the table that ranks them. A business date
      * that is not a numeric YYYYMMDD is passed over for the run
      * date, since every day count is measured from it.
       READ-RISK-CARD.
           Open Input RISK-CARD-FILE
           if WS-CARD-FILE-OK
              Read RISK-CARD-FILE
              if WS-CARD-FILE-OK
                 if RKC-BUSINESS-DATE numeric
                    Move RKC-BUSINESS-DATE to WS-BUSINESS-DATE
                 end-if
                 if RKC-DORMANT-DAYS numeric
                    Move RKC-DORMANT-DAYS to WS-DORMANT-DAYS
                 end-if
                 if RKC-TOP-COUNT numeric
                    Move RKC-TOP-COUNT to WS-TOP-COUNT
                 end-if
                 if RKC-REPEAT-MIN numeric
                    Move RKC-REPEAT-MIN to WS-REPEAT-MIN
                 end-if
              end-if
              Close RISK-CARD-FILE
           end-if

           if WS-BUSINESS-DATE = SPACES
              Move WS-CURRENT-DATE to WS-BUSINESS-DATE
           end-if
           if WS-TOP-COUNT > WS-TOP-MAX
              Move WS-TOP-MAX to WS-TOP-COUNT
           end-if
           if WS-REPEAT-MIN = 0
              Move 1 to WS-REPEAT-MIN
           end-if

           Move WS-BUSINESS-DATE to WS-DATE-X
           Compute WS-BUSINESS-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)

           Display "RISKRPT: business date " WS-BUSINESS-DATE
                   " dormant after " WS-DORMANT-DAYS " days, top "
                   WS-TOP-COUNT " exposures, repeat decliner at "
                   WS-REPEAT-MIN " declines".

      * PROCEDURE LOAD-DECLINE-ALERTS
      * Reads the alert journal through once for the business day's
      * DECLINED alerts. No journal at all is a region that never
      * raised an alert: there is nothing to count, and the run goes
      * on without it.
       LOAD-DECLINE-ALERTS.
           Open Input ALERT-FILE
           Evaluate true
               when WS-ALERT-FILE-OK
                   Perform READ-ALERT-JOURNAL
                   Close ALERT-FILE
               when WS-ALERT-FILE-NONE
                   Display "RISKRPT: no alert journal, no declines "
                           "counted"
               when other
                   Display "RISKRPT: alert journal open failed, "
                           "status " WS-ALERT-FILE-STATUS
           end-evaluate.

      * PROCEDURE READ-ALERT-JOURNAL
      * One journal record per trip. Only the 'R' raised record
      * counts - the 'A' acknowledging the same alert is not a second
      * decline.
       READ-ALERT-JOURNAL.
           Read ALERT-FILE

           if WS-ALERT-FILE-OK
              Add 1 to WS-ALERT-READ-COUNT
              if ALR-RAISED and ALR-KIND = 'DECLINED '
                 and ALR-TS (1:8) = WS-BUSINESS-DATE
                 Perform TALLY-DECLINE
              end-if
              GO to READ-ALERT-JOURNAL
           end-if

           if not WS-ALERT-FILE-EOF
              Display "RISKRPT: alert journal read failed, status "
                      WS-ALERT-FILE-STATUS
           end-if.

      * PROCEDURE TALLY-DECLINE
      * Adds the decline to its customer's row, creating the row the
      * first time the customer is met. A decline that finds the
      * table full is counted in the overflow total rather than
      * silently dropped.
       TALLY-DECLINE.
           Add 1 to WS-DECLINE-COUNT
           Move ALR-CUST-ID to WS-DECL-KEY
           Perform FIND-DECL-ENTRY
           if WS-DX = 0 and WS-DECL-USED < WS-DECL-MAX
              Add 1 to WS-DECL-USED
              Move WS-DECL-USED to WS-DX
              Move ALR-CUST-ID to WS-DC-CUST-ID (WS-DX)
              Move 'NOT ON FILE' to WS-DC-CUST-NAME (WS-DX)
              Move 0           to WS-DC-COUNT (WS-DX)
              Move 0           to WS-DC-AMOUNT (WS-DX)
              Move ALR-TS      to WS-DC-FIRST-TS (WS-DX)
           end-if
           if WS-DX > 0
              Add 1 to WS-DC-COUNT (WS-DX)
              if ALR-AMOUNT numeric
                 Add ALR-AMOUNT to WS-DC-AMOUNT (WS-DX)
              end-if
              Move ALR-TS to WS-DC-LAST-TS (WS-DX)
           else
              Add 1 to WS-DECL-OVERFLOW
           end-if.

      * PROCEDURE FIND-DECL-ENTRY
      * Leaves WS-DX on the row for WS-DECL-KEY, or zero.
       FIND-DECL-ENTRY.
           Move 0 to WS-DX
           Perform SCAN-DECL-ENTRY
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-DECL-USED or WS-DX > 0.

       SCAN-DECL-ENTRY.
           if WS-DC-CUST-ID (WS-SCAN) = WS-DECL-KEY
              Move WS-SCAN to WS-DX
           end-if.

       CLEAR-BAND-STATS.
           Move 0 to WS-BS-COUNT (WS-BX)
           Move 0 to WS-BS-LIMIT (WS-BX)
           Move 0 to WS-BS-DRAWN (WS-BX).

      * PROCEDURE PRINT-REPORT-HEADING
      * The title, the run parameters, and the heading of the
      * exception section the walk prints into.
       PRINT-REPORT-HEADING.
           Move WS-CURRENT-YEAR  to RPT-TITLE-YEAR
           Move WS-CURRENT-MONTH to RPT-TITLE-MONTH
           Move WS-CURRENT-DAY   to RPT-TITLE-DAY
           Write REPORT-LINE from RPT-TITLE-LINE
           Write REPORT-LINE from RPT-BLANK-LINE
           Move WS-BUSINESS-DATE to RPT-BD-DATE
           Write REPORT-LINE from RPT-DATE-LINE
           Move 'DORMANT AFTER DAYS          : ' to RPT-TL-LABEL
           Move WS-DORMANT-DAYS   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'TOP EXPOSURES LISTED        : ' to RPT-TL-LABEL
           Move WS-TOP-COUNT      to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'REPEAT DECLINER AT DECLINES : ' to RPT-TL-LABEL
           Move WS-REPEAT-MIN     to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'OVERDRAWN AND DORMANT ACCOUNTS' to RPT-SECTION-TITLE
           Write REPORT-LINE from RPT-SECTION-LINE
           Write REPORT-LINE from RPT-EXCEPTION-HEADING.

      * PROCEDURE WALK-CUSTOMER-ROOTS
      * GN's one CUSTSEG root per trip until 'GB' says the database
      * is exhausted, and assesses each one from its history. Get,
      * not get-hold: the run never changes a segment.
       WALK-CUSTOMER-ROOTS.
           Call 'CBLTDLI' using GN-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SEG-SSA

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-ROOT-COUNT
              Perform ASSESS-ONE-CUSTOMER
              GO to WALK-CUSTOMER-ROOTS
           end-if

           if DBPCB-STATUSCODE not = 'GB'
              Display "RISKRPT: GN failed, status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE ASSESS-ONE-CUSTOMER
      * Runs the customer's history, then works out the figures
      * every section takes from it and hands the customer to each:
      * the utilization band, the overdrawn and dormant checks, the
      * exposure ranking, the day's declines, and the extract.
       ASSESS-ONE-CUSTOMER.
           Move 0      to WS-CU-DEBITS
           Move 0      to WS-CU-CREDITS
           Move 0      to WS-CU-POST-COUNT
           Move SPACES to WS-CU-LAST-DATE
           Move SPACES to WS-CU-OD-SINCE

           Perform READ-CUSTOMER-HISTORY

           if CDB-CREDIT-LIMIT numeric
              Move CDB-CREDIT-LIMIT to WS-CU-AVAIL
           else
              Move 0 to WS-CU-AVAIL
           end-if
           Compute WS-CU-DRAWN = WS-CU-DEBITS - WS-CU-CREDITS
           Compute WS-CU-LIMIT = WS-CU-AVAIL + WS-CU-DRAWN

           Add WS-CU-LIMIT to WS-TOTAL-LIMIT
           Add WS-CU-AVAIL to WS-TOTAL-AVAIL
           Add WS-CU-DRAWN to WS-TOTAL-DRAWN

           Perform SET-UTILIZATION-BAND
           Perform CHECK-OVERDRAWN
           Perform CHECK-DORMANT
           Perform RANK-EXPOSURE

           Move CDB-CUST-ID to WS-DECL-KEY
           Perform FIND-DECL-ENTRY
           if WS-DX > 0
              Move WS-DC-COUNT (WS-DX) to WS-CU-DECLINES
              Move CDB-CUST-NAME to WS-DC-CUST-NAME (WS-DX)
           else
              Move 0 to WS-CU-DECLINES
           end-if

           Perform WRITE-CUSTOMER-EXTRACT.

      * PROCEDURE READ-CUSTOMER-HISTORY
      * GNP's the customer's HISTSEG occurrences in key order until
      * 'GE' says the root has no more. Each one adds to the draws
      * or the credits, and moves the last-posting date on. The
      * overdrawn date is the first posting that left the available
      * credit below zero with none since bringing it back up.
       READ-CUSTOMER-HISTORY.
           Call 'CBLTDLI' using GNP-FUNC, DBPCB, HIST-SEGMENT,
                   WS-HIST-SSA

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-HIST-READ-COUNT
              Add 1 to WS-CU-POST-COUNT
              if HST-AMOUNT numeric
                 Move HST-AMOUNT to WS-POST-AMOUNT
              else
                 Move 0 to WS-POST-AMOUNT
              end-if
              if HST-AVAIL-CREDIT numeric
                 Move HST-AVAIL-CREDIT to WS-POST-AVAIL
              else
                 Move 0 to WS-POST-AVAIL
              end-if
              if HST-POST-CREDIT
                 Add WS-POST-AMOUNT to WS-CU-CREDITS
              else
                 Add WS-POST-AMOUNT to WS-CU-DEBITS
              end-if
              Move HST-TIMESTAMP (1:8) to WS-CU-LAST-DATE
              if WS-POST-AVAIL < 0
                 if WS-CU-OD-SINCE = SPACES
                    Move HST-TIMESTAMP (1:8) to WS-CU-OD-SINCE
                 end-if
              else
                 Move SPACES to WS-CU-OD-SINCE
              end-if
              GO to READ-CUSTOMER-HISTORY
           end-if

           if DBPCB-STATUSCODE not = 'GE'
              Display "RISKRPT: GNP failed for CUST-ID "
                      CDB-CUST-ID " status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE SET-UTILIZATION-BAND
      * Utilization is the amount drawn as a percent of the original
      * limit. A customer with no limit left to measure against has
      * a band of its own, and so does one that has drawn nothing
      * (or been paid back past zero).
       SET-UTILIZATION-BAND.
           Move 0 to WS-CU-UTIL-PCT
           Evaluate true
               when WS-CU-LIMIT not > 0
                   Move 1 to WS-CU-BAND-IDX
               when WS-CU-DRAWN not > 0
                   Move 2 to WS-CU-BAND-IDX
               when other
                   Compute WS-CU-UTIL-PCT rounded =
                           WS-CU-DRAWN * 100 / WS-CU-LIMIT
                   Evaluate true
                       when WS-CU-UTIL-PCT < 25
                           Move 3 to WS-CU-BAND-IDX
                       when WS-CU-UTIL-PCT < 50
                           Move 4 to WS-CU-BAND-IDX
                       when WS-CU-UTIL-PCT < 75
                           Move 5 to WS-CU-BAND-IDX
                       when WS-CU-UTIL-PCT < 90
                           Move 6 to WS-CU-BAND-IDX
                       when WS-CU-UTIL-PCT not > 100
                           Move 7 to WS-CU-BAND-IDX
                       when other
                           Move 8 to WS-CU-BAND-IDX
                   end-evaluate
           end-evaluate

           Add 1           to WS-BS-COUNT (WS-CU-BAND-IDX)
           Add WS-CU-LIMIT to WS-BS-LIMIT (WS-CU-BAND-IDX)
           Add WS-CU-DRAWN to WS-BS-DRAWN (WS-CU-BAND-IDX).

      * PROCEDURE CHECK-OVERDRAWN
      * An account in 'OD' status is listed with how long it has
      * been overdrawn, counted from the date its history went below
      * zero. An 'OD' account whose history never did (the status set
      * by hand) is listed with the date unknown.
       CHECK-OVERDRAWN.
           Move 0 to WS-CU-DAYS-OD
           if CDB-ACCOUNT-STATUS = 'OD'
              Add 1 to WS-OD-COUNT
              Move 'OVERDRAWN' to RPT-EX-TYPE
              if WS-CU-OD-SINCE = SPACES
                 Add 1 to WS-OD-UNDATED-COUNT
                 Move 'UNKNOWN' to RPT-EX-SINCE
                 Move 0 to RPT-EX-DAYS
              else
                 Move WS-CU-OD-SINCE to WS-DATE-X
                 Perform COUNT-DAYS-SINCE
                 Move WS-DAY-NO      to WS-CU-DAYS-OD
                 Move WS-CU-OD-SINCE to RPT-EX-SINCE
                 Move WS-CU-DAYS-OD  to RPT-EX-DAYS
              end-if
              Perform WRITE-EXCEPTION-LINE
           end-if.

      * PROCEDURE CHECK-DORMANT
      * An account with no posting in WS-DORMANT-DAYS days up to the
      * business date, or with no posting at all, is dormant.
       CHECK-DORMANT.
           Move 'N' to WS-CU-DORMANT-SW
           Move 0   to WS-CU-DAYS-IDLE
           if WS-CU-POST-COUNT = 0
              Move 'Y' to WS-CU-DORMANT-SW
              Add 1 to WS-NEVER-POSTED-COUNT
              Move 'NONE' to RPT-EX-SINCE
              Move 0 to RPT-EX-DAYS
           else
              Move WS-CU-LAST-DATE to WS-DATE-X
              Perform COUNT-DAYS-SINCE
              Move WS-DAY-NO to WS-CU-DAYS-IDLE
              if WS-CU-DAYS-IDLE >= WS-DORMANT-DAYS
                 Move 'Y' to WS-CU-DORMANT-SW
                 Move WS-CU-LAST-DATE to RPT-EX-SINCE
                 Move WS-CU-DAYS-IDLE to RPT-EX-DAYS
              end-if
           end-if

           if WS-CU-DORMANT
              Add 1 to WS-DORMANT-COUNT
              Move 'DORMANT' to RPT-EX-TYPE
              Perform WRITE-EXCEPTION-LINE
           end-if.

      * PROCEDURE COUNT-DAYS-SINCE
      * Days from the YYYYMMDD date in WS-DATE-WORK up to the
      * business date, in WS-DAY-NO. A date that is not numeric, or
      * one after the business date, counts as none.
       COUNT-DAYS-SINCE.
           Move 0 to WS-DAY-NO
           if WS-DATE-X numeric
              Compute WS-DAY-NO = WS-BUSINESS-DAY-NO
                      - FUNCTION INTEGER-OF-DATE (WS-DATE-N)
              if WS-DAY-NO < 0
                 Move 0 to WS-DAY-NO
              end-if
           end-if.

      * PROCEDURE WRITE-EXCEPTION-LINE
      * One line of the overdrawn and dormant section, for the
      * customer in hand; the caller has set the type, the date,
      * and the days.
       WRITE-EXCEPTION-LINE.
           Move CDB-CUST-ID        to RPT-EX-CUST-ID
           Move CDB-CUST-NAME      to RPT-EX-CUST-NAME
           Move CDB-ACCOUNT-STATUS to RPT-EX-STATUS
           Move WS-CU-AVAIL        to RPT-EX-AVAIL
           Move WS-CU-DRAWN        to RPT-EX-DRAWN
           Write REPORT-LINE from RPT-EXCEPTION-LINE.

      * PROCEDURE RANK-EXPOSURE
      * Slots the customer into the exposure list by amount drawn
      * if it belongs there: anything drawn while the list is short,
      * or more than the smallest exposure listed once it is full.
       RANK-EXPOSURE.
           if WS-CU-DRAWN > 0 and WS-TOP-COUNT > 0
              Move 0 to WS-TOP-SLOT
              Perform FIND-TOP-SLOT
                  varying WS-SCAN from 1 by 1
                  until WS-SCAN > WS-TOP-USED or WS-TOP-SLOT > 0
              if WS-TOP-SLOT = 0 and WS-TOP-USED < WS-TOP-COUNT
                 Compute WS-TOP-SLOT = WS-TOP-USED + 1
              end-if
              if WS-TOP-SLOT > 0
                 if WS-TOP-USED < WS-TOP-COUNT
                    Add 1 to WS-TOP-USED
                 end-if
                 Perform SHIFT-TOP-ENTRY
                     varying WS-TX from WS-TOP-USED by -1
                     until WS-TX not > WS-TOP-SLOT
                 Move CDB-CUST-ID        to WS-TP-CUST-ID (WS-TOP-SLOT)
                 Move CDB-CUST-NAME    to WS-TP-CUST-NAME (WS-TOP-SLOT)
                 Move CDB-ACCOUNT-STATUS to WS-TP-STATUS (WS-TOP-SLOT)
                 Move WS-CU-DRAWN        to WS-TP-DRAWN (WS-TOP-SLOT)
                 Move WS-CU-LIMIT        to WS-TP-LIMIT (WS-TOP-SLOT)
                 Move WS-CU-UTIL-PCT   to WS-TP-UTIL-PCT (WS-TOP-SLOT)
              end-if
           end-if.

       FIND-TOP-SLOT.
           if WS-CU-DRAWN > WS-TP-DRAWN (WS-SCAN)
              Move WS-SCAN to WS-TOP-SLOT
           end-if.

      * PROCEDURE SHIFT-TOP-ENTRY
      * Moves one listed exposure down a place to open the slot.
       SHIFT-TOP-ENTRY.
           Move WS-TOP-ENTRY (WS-TX - 1) to WS-TOP-ENTRY (WS-TX).

      * PROCEDURE WRITE-CUSTOMER-EXTRACT
      * The 'C' extract record for the customer in hand.
       WRITE-CUSTOMER-EXTRACT.
           Move SPACES to RISK-EXTRACT-RECORD
           Set RKX-CUSTOMER to true
           Move CDB-CUST-ID        to RKA-CUST-ID
           Move CDB-CUST-NAME      to RKA-CUST-NAME
           Move CDB-ACCOUNT-STATUS to RKA-STATUS
           Move WS-BN-CODE (WS-CU-BAND-IDX) to RKA-BAND
           Move WS-CU-LIMIT        to RKA-ORIG-LIMIT
           Move WS-CU-AVAIL        to RKA-AVAIL-CREDIT
           Move WS-CU-DRAWN        to RKA-DRAWN
           if WS-CU-UTIL-PCT > 99999
              Move 99999 to RKA-UTIL-PCT
           else
              Move WS-CU-UTIL-PCT to RKA-UTIL-PCT
           end-if
           Move WS-CU-LAST-DATE    to RKA-LAST-POST-DATE
           Move WS-CU-DAYS-IDLE    to RKA-DAYS-IDLE
           Move WS-CU-DORMANT-SW   to RKA-DORMANT-SW
           if CDB-ACCOUNT-STATUS = 'OD'
              Move WS-CU-OD-SINCE  to RKA-OD-SINCE-DATE
           end-if
           Move WS-CU-DAYS-OD      to RKA-DAYS-OD
           Move WS-CU-DECLINES     to RKA-DECLINE-COUNT
           Perform WRITE-EXTRACT-RECORD.

      * PROCEDURE WRITE-EXTRACT-RECORD
      * Every extract record goes out through here, so the trailer's
      * record count covers them all.
       WRITE-EXTRACT-RECORD.
           Write RISK-EXTRACT-RECORD
           if WS-EXTRACT-FILE-OK
              Add 1 to WS-EXTRACT-COUNT
           else
              Display "RISKRPT: extract write failed, status "
                      WS-EXTRACT-FILE-STATUS
           end-if.

      * PROCEDURE WRITE-EXTRACT-HEADER
      * The 'H' record: the business date and the run's parameters.
       WRITE-EXTRACT-HEADER.
           Move SPACES to RISK-EXTRACT-RECORD
           Set RKX-HEADER to true
           Move 'RISKRPT '        to RKH-SOURCE
           Move WS-BUSINESS-DATE  to RKH-BUSINESS-DATE
           Move WS-CURRENT-DATE   to RKH-CREATED-DATE
           Move WS-CURRENT-TIME   to RKH-CREATED-TIME
           Move WS-DORMANT-DAYS   to RKH-DORMANT-DAYS
           Move WS-TOP-COUNT      to RKH-TOP-COUNT
           Move WS-REPEAT-MIN     to RKH-REPEAT-MIN
           Perform WRITE-EXTRACT-RECORD.

      * PROCEDURE PRINT-BAND-SUMMARY
      * The customers by utilization band, printed and extracted.
       PRINT-BAND-SUMMARY.
           Write REPORT-LINE from RPT-BLANK-LINE
           Move 'CUSTOMERS BY UTILIZATION BAND' to RPT-SECTION-TITLE
           Write REPORT-LINE from RPT-SECTION-LINE
           Write REPORT-LINE from RPT-BAND-HEADING
           Perform PRINT-BAND-LINE
               varying WS-BX from 1 by 1
               until WS-BX > WS-BAND-MAX.

       PRINT-BAND-LINE.
           Move WS-BN-CODE (WS-BX)  to RPT-BD-CODE
           Move WS-BN-LABEL (WS-BX) to RPT-BD-LABEL
           Move WS-BS-COUNT (WS-BX) to RPT-BD-COUNT
           Move WS-BS-LIMIT (WS-BX) to RPT-BD-LIMIT
           Move WS-BS-DRAWN (WS-BX) to RPT-BD-DRAWN
           Write REPORT-LINE from RPT-BAND-LINE

           Move SPACES to RISK-EXTRACT-RECORD
           Set RKX-BAND to true
           Move WS-BN-CODE (WS-BX)  to RKB-BAND
           Move WS-BN-LABEL (WS-BX) to RKB-BAND-LABEL
           Move WS-BS-COUNT (WS-BX) to RKB-CUST-COUNT
           Move WS-BS-LIMIT (WS-BX) to RKB-ORIG-LIMIT
           Move WS-BS-DRAWN (WS-BX) to RKB-DRAWN
           Perform WRITE-EXTRACT-RECORD.

      * PROCEDURE PRINT-TOP-EXPOSURES
      * The largest exposures by amount drawn, largest first.
       PRINT-TOP-EXPOSURES.
           Write REPORT-LINE from RPT-BLANK-LINE
           Move 'TOP EXPOSURES BY AMOUNT DRAWN' to RPT-SECTION-TITLE
           Write REPORT-LINE from RPT-SECTION-LINE
           Write REPORT-LINE from RPT-TOP-HEADING
           Perform PRINT-TOP-LINE
               varying WS-TX from 1 by 1
               until WS-TX > WS-TOP-USED.

       PRINT-TOP-LINE.
           Move WS-TX                     to RPT-TP-RANK
           Move WS-TP-CUST-ID (WS-TX)     to RPT-TP-CUST-ID
           Move WS-TP-CUST-NAME (WS-TX)   to RPT-TP-CUST-NAME
           Move WS-TP-STATUS (WS-TX)      to RPT-TP-STATUS
           Move WS-TP-DRAWN (WS-TX)       to RPT-TP-DRAWN
           Move WS-TP-LIMIT (WS-TX)       to RPT-TP-LIMIT
           Move WS-TP-UTIL-PCT (WS-TX)    to RPT-TP-UTIL
           Write REPORT-LINE from RPT-TOP-LINE

           Move SPACES to RISK-EXTRACT-RECORD
           Set RKX-EXPOSURE to true
           Move WS-TX                     to RKE-RANK
           Move WS-TP-CUST-ID (WS-TX)     to RKE-CUST-ID
           Move WS-TP-CUST-NAME (WS-TX)   to RKE-CUST-NAME
           Move WS-TP-STATUS (WS-TX)      to RKE-STATUS
           Move WS-TP-DRAWN (WS-TX)       to RKE-DRAWN
           Move WS-TP-LIMIT (WS-TX)       to RKE-ORIG-LIMIT
           if WS-TP-UTIL-PCT (WS-TX) > 99999
              Move 99999 to RKE-UTIL-PCT
           else
              Move WS-TP-UTIL-PCT (WS-TX) to RKE-UTIL-PCT
           end-if
           Perform WRITE-EXTRACT-RECORD.

      * PROCEDURE PRINT-REPEAT-DECLINERS
      * Every customer with WS-REPEAT-MIN or more DECLINED alerts on
      * the business day. A customer the walk never reached - no
      * longer on the database - is listed as NOT ON FILE.
       PRINT-REPEAT-DECLINERS.
           Write REPORT-LINE from RPT-BLANK-LINE
           Move 'REPEAT DECLINERS ON THE BUSINESS DATE'
             to RPT-SECTION-TITLE
           Write REPORT-LINE from RPT-SECTION-LINE
           Write REPORT-LINE from RPT-DECL-HEADING
           Perform PRINT-DECLINER-LINE
               varying WS-DX from 1 by 1
               until WS-DX > WS-DECL-USED.

       PRINT-DECLINER-LINE.
           if WS-DC-COUNT (WS-DX) >= WS-REPEAT-MIN
              Add 1 to WS-REPEAT-COUNT
              Move WS-DC-CUST-ID (WS-DX)   to RPT-DL-CUST-ID
              Move WS-DC-CUST-NAME (WS-DX) to RPT-DL-CUST-NAME
              Move WS-DC-COUNT (WS-DX)     to RPT-DL-COUNT
              Move WS-DC-AMOUNT (WS-DX)    to RPT-DL-AMOUNT
              Move WS-DC-FIRST-TS (WS-DX) (9:2)  to RPT-DL-FIRST-HH
              Move WS-DC-FIRST-TS (WS-DX) (11:2) to RPT-DL-FIRST-MM
              Move WS-DC-FIRST-TS (WS-DX) (13:2) to RPT-DL-FIRST-SS
              Move WS-DC-LAST-TS (WS-DX) (9:2)   to RPT-DL-LAST-HH
              Move WS-DC-LAST-TS (WS-DX) (11:2)  to RPT-DL-LAST-MM
              Move WS-DC-LAST-TS (WS-DX) (13:2)  to RPT-DL-LAST-SS
              Write REPORT-LINE from RPT-DECL-LINE

              Move SPACES to RISK-EXTRACT-RECORD
              Set RKX-DECLINER to true
              Move WS-DC-CUST-ID (WS-DX)   to RKD-CUST-ID
              Move WS-DC-COUNT (WS-DX)     to RKD-DECLINE-COUNT
              Move WS-DC-AMOUNT (WS-DX)    to RKD-AMOUNT
              Move WS-DC-FIRST-TS (WS-DX)  to RKD-FIRST-TS
              Move WS-DC-LAST-TS (WS-DX)   to RKD-LAST-TS
              Perform WRITE-EXTRACT-RECORD
           end-if.

      * PROCEDURE PRINT-CONTROL-TOTALS
      * What was read, what each section found, and the book's
      * totals. Limit less drawn is the available credit, so the
      * three amount lines foot.
       PRINT-CONTROL-TOTALS.
           Write REPORT-LINE from RPT-BLANK-LINE
           Move 'CONTROL TOTALS' to RPT-SECTION-TITLE
           Write REPORT-LINE from RPT-SECTION-LINE

           Move 'CUSTOMERS READ              : ' to RPT-TL-LABEL
           Move WS-ROOT-COUNT         to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'HISTORY OCCURRENCES READ    : ' to RPT-TL-LABEL
           Move WS-HIST-READ-COUNT    to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'OVERDRAWN ACCOUNTS          : ' to RPT-TL-LABEL
           Move WS-OD-COUNT           to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH DATE UNKNOWN     : ' to RPT-TL-LABEL
           Move WS-OD-UNDATED-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'DORMANT ACCOUNTS            : ' to RPT-TL-LABEL
           Move WS-DORMANT-COUNT      to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH NEVER POSTED     : ' to RPT-TL-LABEL
           Move WS-NEVER-POSTED-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'ALERT RECORDS READ          : ' to RPT-TL-LABEL
           Move WS-ALERT-READ-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'DECLINES ON BUSINESS DATE   : ' to RPT-TL-LABEL
           Move WS-DECLINE-COUNT      to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'CUSTOMERS DECLINED          : ' to RPT-TL-LABEL
           Move WS-DECL-USED          to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'REPEAT DECLINERS            : ' to RPT-TL-LABEL
           Move WS-REPEAT-COUNT       to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'DECLINES NOT TABLED         : ' to RPT-TL-LABEL
           Move WS-DECL-OVERFLOW      to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'ORIGINAL LIMIT TOTAL        : ' to RPT-AL-LABEL
           Move WS-TOTAL-LIMIT        to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'AMOUNT DRAWN TOTAL          : ' to RPT-AL-LABEL
           Move WS-TOTAL-DRAWN        to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'AVAILABLE CREDIT TOTAL      : ' to RPT-AL-LABEL
           Move WS-TOTAL-AVAIL        to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE.

      * PROCEDURE WRITE-EXTRACT-TRAILER
      * The 'T' record: the record count including the header and
      * itself, the section counts, and the amount-drawn hash.
       WRITE-EXTRACT-TRAILER.
           Move SPACES to RISK-EXTRACT-RECORD
           Set RKX-TRAILER to true
           Compute RKT-RECORD-COUNT = WS-EXTRACT-COUNT + 1
           Move WS-ROOT-COUNT     to RKT-CUST-COUNT
           Move WS-OD-COUNT       to RKT-OD-COUNT
           Move WS-DORMANT-COUNT  to RKT-DORMANT-COUNT
           Move WS-REPEAT-COUNT   to RKT-DECLINER-COUNT
           Move WS-TOTAL-DRAWN    to RKT-DRAWN-HASH
           Perform WRITE-EXTRACT-RECORD.

       End Program "RISKRPT".
