       Process pgmname(longmixed),dll,thread
       Identification Division.
       Program-ID. "CUSTSTMT" is recursive.
      *
      * CUSTSTMT is the monthly customer statement run: it walks
      * every CUSTSEG root on the customer/account database and the
      * HISTSEG history under it, and for each customer with at
      * least one posting in the statement period writes a
      * statement record set to STMTFILE - the customer and the
      * available credit before the period's first posting, every
      * posting in the period, subtotals by reason code and by the
      * currency the posting was submitted in, and the closing
      * available credit. A customer with no posting in the period
      * gets no statement. Runs as a BMP for the database PCB, but
      * reads only - nothing here writes the database.
      *
      * The period comes off a DATECARD card (see DATECARD.cpy) and
      * is held against the date HST-TIMESTAMP leads with, inclusive
      * at both ends; a blank bound is open-ended and a missing card
      * states the whole history, the same rules AUDRPT applies to
      * the audit trail.
      *
      * Each STMTFILE record is a 132-byte print line that leads
      * with a two-byte record type and the CUST-ID, so the file
      * prints as it stands and also loads as an extract:
      *
      *   SH  statement header - name, period, status, opening credit
      *   SP  one posting - date/time, sequence, account, reason,
      *       decision, direction, converted amount, currency and
      *       submitted amount, available credit after it
      *   SR  one reason-code subtotal - count, debits, credits
      *   SC  one currency subtotal - count, submitted amount,
      *       converted debits and credits
      *   ST  statement close - count, debits, credits, other
      *       movement, closing credit
      *
      * The opening credit is the credit the first posting in the
      * period started from (its available credit with the posting
      * taken back out), and the closing credit is what the last one
      * left. Anything that moved the credit between postings
      * without a posting of its own - a CUPD limit change, an
      * approved CAPV increase - shows on the close as other
      * movement, so every statement foots: opening less debits plus
      * credits plus other movement is the closing credit.
      *
      * The run-level control totals on RPTFILE are split the way
      * AUDRECON splits a day - postings against CREV reversals,
      * draws against credits, and the postings by currency - so a
      * month of statements can be matched against AUDRECON or
      * AUDRPT run over the same period's audit trail.
      *
       Environment Division.
      *
       Configuration Section.
      *
       Input-Output Section.
       File-Control.
      *    The statement record sets, one 132-byte line per record.
           Select STATEMENT-FILE assign to STMTFILE
                  organization is sequential
                  file status is WS-STMT-FILE-STATUS.
      *    The printed control totals for the run.
           Select REPORT-FILE assign to RPTFILE
                  organization is sequential
                  file status is WS-REPORT-FILE-STATUS.
      *    The statement period card (see DATECARD.cpy).
           Select DATE-CARD-FILE assign to DATECARD
                  organization is sequential
                  file status is WS-CARD-FILE-STATUS.
      *
       Data Division.
      *
       File Section.
       FD  STATEMENT-FILE
           recording mode is F
           label records are standard.
       01  STATEMENT-LINE       PIC X(132).
      *
       FD  REPORT-FILE
           recording mode is F
           label records are standard.
       01  REPORT-LINE          PIC X(132).
      *
       FD  DATE-CARD-FILE
           recording mode is F
           label records are standard.
           COPY DATECARD.
      *
       Working-Storage Section.
      * DL/I FUNCTION CODES
       77  GN-FUNC              PIC X(4) VALUE 'GN  '.
       77  GNP-FUNC             PIC X(4) VALUE 'GNP '.

       77  WS-STMT-FILE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-STMT-FILE-OK      VALUE '00'.

       77  WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-REPORT-FILE-OK    VALUE '00'.

       77  WS-CARD-FILE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-CARD-FILE-OK      VALUE '00'.

      * Statement period off the card, and the date of the history
      * occurrence being held against it.
       77  WS-FROM-DATE         PIC X(8) VALUE SPACES.
       77  WS-TO-DATE           PIC X(8) VALUE SPACES.
       77  WS-RECORD-DATE       PIC X(8) VALUE SPACES.

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

      * Run totals for the control report.
       77  WS-ROOT-COUNT        PIC 9(9) COMP-5 VALUE 0.
       77  WS-STMT-COUNT        PIC 9(9) COMP-5 VALUE 0.
       77  WS-SUPPRESS-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-HIST-READ-COUNT   PIC 9(9) COMP-5 VALUE 0.
       77  WS-RANGE-SKIP-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-STMT-RECORD-COUNT PIC 9(9) COMP-5 VALUE 0.
       77  WS-POSTING-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-TOTAL-DEBITS      PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REVERSAL-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-TOTAL-REV-DEBITS  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-REV-CREDITS PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-OTHER       PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SUBTOTAL-OVERFLOW PIC 9(9) COMP-5 VALUE 0.

      * The customer being stated: whether the period has shown a
      * posting yet (the header is written at the first one, so a
      * customer with none never gets one), and the running figures
      * the close line is built from.
       77  WS-CUST-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-CUST-ACTIVE       VALUE 'Y'.
       77  WS-ST-POSTING-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-ST-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ST-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ST-OPEN-CREDIT    PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ST-CLOSE-CREDIT   PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ST-OTHER          PIC S9(11)V99 COMP-3 VALUE 0.

      * The posting in hand, class-tested and defaulted once so the
      * detail line and every subtotal see the same figures. An
      * occurrence written before the submitted currency was kept
      * has spaces there and was posted in the domestic currency.
       77  WS-POST-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-POST-AVAIL        PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-POST-CURRENCY     PIC X(3) VALUE SPACES.
       77  WS-POST-ORIG-AMOUNT  PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-POST-CREDIT-SW    PIC X(1) VALUE 'N'.
           88  WS-POST-IS-CREDIT    VALUE 'Y'.

      * Per-customer reason-code subtotals, cleared for every
      * customer. Sized to the reason-code table's own limit, so a
      * posting can only miss a row if its code was never one the
      * edit pass accepted; any that does is counted in the run's
      * overflow total rather than silently dropped.
       78  WS-STMT-RSN-MAX      VALUE 20.
       77  WS-SR-USED           PIC 9(4) COMP-5 VALUE 0.
       77  WS-RX                PIC 9(4) COMP-5 VALUE 0.

       01  WS-STMT-RSN-STATS.
           05  WS-STMT-RSN-ENTRY OCCURS WS-STMT-RSN-MAX TIMES.
               10  WS-SR-CODE         PIC X(4).
               10  WS-SR-COUNT        PIC 9(9) COMP-5.
               10  WS-SR-DEBITS       PIC S9(11)V99 COMP-3.
               10  WS-SR-CREDITS      PIC S9(11)V99 COMP-3.

      * Per-customer currency subtotals, the same shape as the
      * run-level table below and AUDRECON's own.
       78  WS-STMT-CCY-MAX      VALUE 10.
       77  WS-SC-USED           PIC 9(4) COMP-5 VALUE 0.
       77  WS-CX                PIC 9(4) COMP-5 VALUE 0.

       01  WS-STMT-CCY-STATS.
           05  WS-STMT-CCY-ENTRY OCCURS WS-STMT-CCY-MAX TIMES.
               10  WS-SC-CODE         PIC X(3).
               10  WS-SC-COUNT        PIC 9(9) COMP-5.
               10  WS-SC-ORIG-AMT     PIC S9(11)V99 COMP-3.
               10  WS-SC-DEBITS       PIC S9(11)V99 COMP-3.
               10  WS-SC-CREDITS      PIC S9(11)V99 COMP-3.

      * Run-level currency totals over the postings (reversals are
      * totalled on their own lines), laid out as AUDRECON prints
      * its day so the two can be set side by side.
       78  WS-CCY-MAX           VALUE 10.
       77  WS-CCY-USED          PIC 9(4) COMP-5 VALUE 0.
       77  WS-KX                PIC 9(4) COMP-5 VALUE 0.

       01  WS-CCY-STATS.
           05  WS-CCY-ENTRY OCCURS WS-CCY-MAX TIMES.
               10  WS-CC-CODE         PIC X(3).
               10  WS-CC-COUNT        PIC 9(9) COMP-5.
               10  WS-CC-ORIG-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CC-CONV-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CC-CREDIT-AMT   PIC S9(13)V99 COMP-3.

       77  WS-SCAN              PIC 9(4) COMP-5 VALUE 0.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER                 PIC  X(13).

      *****************************************************************
      *            STATEMENT RECORD LAYOUTS
      *****************************************************************
      * Each is written through STATEMENT-LINE; the record type and
      * CUST-ID lead every one (see the program banner).
       01  STMT-HEADER-REC.
           05  FILLER               PIC X(2)  VALUE 'SH'.
           05  FILLER               PIC X     VALUE SPACES.
           05  STH-CUST-ID          PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  STH-CUST-NAME        PIC X(20).
           05  FILLER               PIC X(8)  VALUE ' PERIOD '.
           05  STH-FROM-DATE        PIC X(8).
           05  FILLER               PIC X(6)  VALUE ' THRU '.
           05  STH-TO-DATE          PIC X(8).
           05  FILLER               PIC X(8)  VALUE ' STATUS '.
           05  STH-STATUS           PIC X(2).
           05  FILLER               PIC X(17) VALUE
               ' OPENING CREDIT  '.
           05  STH-OPEN-CREDIT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  STMT-POSTING-REC.
           05  FILLER               PIC X(2)  VALUE 'SP'.
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-CUST-ID          PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-YEAR             PIC 9(4).
           05  FILLER               PIC X     VALUE '-'.
           05  STP-MONTH            PIC 9(2).
           05  FILLER               PIC X     VALUE '-'.
           05  STP-DAY              PIC 9(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-HOUR             PIC 9(2).
           05  FILLER               PIC X     VALUE ':'.
           05  STP-MINUTE           PIC 9(2).
           05  FILLER               PIC X     VALUE ':'.
           05  STP-SECOND           PIC 9(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-SEQ-NO           PIC 9(4).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-ACCOUNT          PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-REASON           PIC X(4).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-DECISION         PIC X(4).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-DIRECTION        PIC X(2).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-CURRENCY         PIC X(3).
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-AVAIL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  STP-NOTE             PIC X(8).
           05  FILLER               PIC X(9)  VALUE SPACES.

       01  STMT-REASON-REC.
           05  FILLER               PIC X(2)  VALUE 'SR'.
           05  FILLER               PIC X     VALUE SPACES.
           05  SRR-CUST-ID          PIC X(10).
           05  FILLER               PIC X(9)  VALUE ' REASON  '.
           05  SRR-REASON           PIC X(4).
           05  FILLER               PIC X(7)  VALUE ' COUNT '.
           05  SRR-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE ' DEBITS '.
           05  SRR-DEBITS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9)  VALUE ' CREDITS '.
           05  SRR-CREDITS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  STMT-CCY-REC.
           05  FILLER               PIC X(2)  VALUE 'SC'.
           05  FILLER               PIC X     VALUE SPACES.
           05  SCR-CUST-ID          PIC X(10).
           05  FILLER               PIC X(10) VALUE ' CURRENCY '.
           05  SCR-CURRENCY         PIC X(3).
           05  FILLER               PIC X(7)  VALUE ' COUNT '.
           05  SCR-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE ' ORIGINAL '.
           05  SCR-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(8)  VALUE ' DEBITS '.
           05  SCR-DEBITS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9)  VALUE ' CREDITS '.
           05  SCR-CREDITS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20) VALUE SPACES.

       01  STMT-CLOSE-REC.
           05  FILLER               PIC X(2)  VALUE 'ST'.
           05  FILLER               PIC X     VALUE SPACES.
           05  STC-CUST-ID          PIC X(10).
           05  FILLER               PIC X(10) VALUE ' POSTINGS '.
           05  STC-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE ' DEBITS '.
           05  STC-DEBITS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9)  VALUE ' CREDITS '.
           05  STC-CREDITS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(7)  VALUE ' OTHER '.
           05  STC-OTHER            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(16) VALUE
               ' CLOSING CREDIT '.
           05  STC-CLOSE-CREDIT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1)  VALUE SPACES.

      * Print line layouts for the control report, in the same style
      * the other reports use.
       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(41) VALUE
               'CUSTSTMT - MONTHLY CUSTOMER STATEMENT RUN'.
           05  FILLER               PIC X(10) VALUE ' RUN DATE '.
           05  RPT-TITLE-YEAR       PIC 9(4).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-MONTH      PIC 9(2).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-DAY        PIC 9(2).
           05  FILLER               PIC X(71) VALUE SPACES.

       01  RPT-PERIOD-LINE.
           05  FILLER               PIC X(30) VALUE
               'STATEMENT PERIOD            : '.
           05  RPT-PD-FROM          PIC X(8).
           05  FILLER               PIC X(6)  VALUE ' THRU '.
           05  RPT-PD-TO            PIC X(8).
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TL-LABEL         PIC X(30).
           05  RPT-TL-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AL-LABEL         PIC X(30).
           05  RPT-AL-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-CCY-HEADING.
           05  FILLER               PIC X(37) VALUE
               'CURRENCY POSTINGS        ORIGINAL-AMT'.
           05  FILLER               PIC X(20) VALUE
               '        CONVERTED-DR'.
           05  FILLER               PIC X(20) VALUE
               '        CONVERTED-CR'.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  RPT-CCY-DETAIL.
           05  RPT-CD-CODE          PIC X(3).
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  RPT-CD-VOLUME        PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-CD-ORIG          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-CD-CONV          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-CD-CREDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(55) VALUE SPACES.

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
           Display "          CUSTSTMT: Execution begin              "
           Display "************************************************"

           Perform READ-DATE-CARD

           Open Output STATEMENT-FILE
           Open Output REPORT-FILE

           Perform WALK-CUSTOMER-ROOTS
           Perform PRINT-CONTROL-TOTALS

           Close STATEMENT-FILE
           Close REPORT-FILE

           Display "CUSTSTMT: customers read     : " WS-ROOT-COUNT
           Display "CUSTSTMT: statements written : " WS-STMT-COUNT
           Display "CUSTSTMT: no activity        : " WS-SUPPRESS-COUNT
           Display "************************************************"
           Display "          CUSTSTMT: Execution end                "
           Display "************************************************"

           GOBACK.

      * PROCEDURE READ-DATE-CARD
      * One optional card sets the statement period. No card, or a
      * blank one, states the whole history; the JCL supplies the
      * month.
       READ-DATE-CARD.
           Open Input DATE-CARD-FILE
           if WS-CARD-FILE-OK
              Read DATE-CARD-FILE
              if WS-CARD-FILE-OK
                 Move DTC-FROM-DATE to WS-FROM-DATE
                 Move DTC-TO-DATE   to WS-TO-DATE
              end-if
              Close DATE-CARD-FILE
           end-if
           Display "CUSTSTMT: statement period " WS-FROM-DATE
                   " thru " WS-TO-DATE.

      * PROCEDURE WALK-CUSTOMER-ROOTS
      * GN's one CUSTSEG root per trip until 'GB' says the database
      * is exhausted, and states each one from its history. Get, not
      * get-hold: the run never changes a segment.
       WALK-CUSTOMER-ROOTS.
           Call 'CBLTDLI' using GN-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SEG-SSA

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-ROOT-COUNT
              Perform STATE-ONE-CUSTOMER
              GO to WALK-CUSTOMER-ROOTS
           end-if

           if DBPCB-STATUSCODE not = 'GB'
              Display "CUSTSTMT: GN failed, status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE STATE-ONE-CUSTOMER
      * Clears the customer's figures and subtotal tables, reads the
      * history under the root, and - if the period held a posting,
      * which wrote the header - closes the statement with its
      * subtotals. A customer with no posting in the period is only
      * counted.
       STATE-ONE-CUSTOMER.
           Move 'N' to WS-CUST-ACTIVE-SW
           Move 0   to WS-ST-POSTING-COUNT
           Move 0   to WS-ST-DEBITS
           Move 0   to WS-ST-CREDITS
           Move 0   to WS-ST-OPEN-CREDIT
           Move 0   to WS-ST-CLOSE-CREDIT
           Move 0   to WS-SR-USED
           Move 0   to WS-SC-USED

           Perform READ-CUSTOMER-HISTORY

           if WS-CUST-ACTIVE
              Add 1 to WS-STMT-COUNT
              Perform WRITE-STATEMENT-CLOSE
           else
              Add 1 to WS-SUPPRESS-COUNT
           end-if.

      * PROCEDURE READ-CUSTOMER-HISTORY
      * GNP's the customer's HISTSEG occurrences in key order until
      * 'GE' says the root has no more, and states every one whose
      * date falls in the period.
       READ-CUSTOMER-HISTORY.
           Call 'CBLTDLI' using GNP-FUNC, DBPCB, HIST-SEGMENT,
                   WS-HIST-SSA

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-HIST-READ-COUNT
              Move HST-TIMESTAMP (1:8) to WS-RECORD-DATE
              if (WS-FROM-DATE not = SPACES
                  and WS-RECORD-DATE < WS-FROM-DATE)
                 or (WS-TO-DATE not = SPACES
                     and WS-RECORD-DATE > WS-TO-DATE)
                 Add 1 to WS-RANGE-SKIP-COUNT
              else
                 Perform STATE-ONE-POSTING
              end-if
              GO to READ-CUSTOMER-HISTORY
           end-if

           if DBPCB-STATUSCODE not = 'GE'
              Display "CUSTSTMT: GNP failed for CUST-ID "
                      CDB-CUST-ID " status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE STATE-ONE-POSTING
      * One in-period posting: class-tests its figures once, writes
      * the header first if this is the customer's first posting of
      * the period (the opening credit is this posting's available
      * credit with the posting taken back out), writes the detail
      * line, and adds the posting to the customer's subtotals and
      * the run's control totals. A blank direction was written
      * before credits existed, when every posting was a draw.
       STATE-ONE-POSTING.
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
           if HST-ORIG-CURRENCY = SPACES
              or HST-ORIG-CURRENCY = LOW-VALUES
              Move 'USD'          to WS-POST-CURRENCY
              Move WS-POST-AMOUNT to WS-POST-ORIG-AMOUNT
           else
              Move HST-ORIG-CURRENCY to WS-POST-CURRENCY
              if HST-ORIG-AMOUNT numeric
                 Move HST-ORIG-AMOUNT to WS-POST-ORIG-AMOUNT
              else
                 Move 0 to WS-POST-ORIG-AMOUNT
              end-if
           end-if
           if HST-POST-CREDIT
              Move 'Y' to WS-POST-CREDIT-SW
           else
              Move 'N' to WS-POST-CREDIT-SW
           end-if

           if not WS-CUST-ACTIVE
              Move 'Y' to WS-CUST-ACTIVE-SW
              if WS-POST-IS-CREDIT
                 Compute WS-ST-OPEN-CREDIT =
                         WS-POST-AVAIL - WS-POST-AMOUNT
              else
                 Compute WS-ST-OPEN-CREDIT =
                         WS-POST-AVAIL + WS-POST-AMOUNT
              end-if
              Perform WRITE-STATEMENT-HEADER
           end-if

           Perform WRITE-STATEMENT-POSTING

           Add 1 to WS-ST-POSTING-COUNT
           Move WS-POST-AVAIL to WS-ST-CLOSE-CREDIT
           if WS-POST-IS-CREDIT
              Add WS-POST-AMOUNT to WS-ST-CREDITS
           else
              Add WS-POST-AMOUNT to WS-ST-DEBITS
           end-if

           Perform ADD-REASON-SUBTOTAL
           Perform ADD-CURRENCY-SUBTOTAL

           if HST-REVERSAL-ENTRY
              Add 1 to WS-REVERSAL-COUNT
              if WS-POST-IS-CREDIT
                 Add WS-POST-AMOUNT to WS-TOTAL-REV-CREDITS
              else
                 Add WS-POST-AMOUNT to WS-TOTAL-REV-DEBITS
              end-if
           else
              Add 1 to WS-POSTING-COUNT
              if WS-POST-IS-CREDIT
                 Add WS-POST-AMOUNT to WS-TOTAL-CREDITS
              else
                 Add WS-POST-AMOUNT to WS-TOTAL-DEBITS
              end-if
              Perform ADD-RUN-CURRENCY-TOTAL
           end-if.

      * PROCEDURE WRITE-STATEMENT-HEADER
      * The SH record, off the root the GN left in the I/O area.
       WRITE-STATEMENT-HEADER.
           Move CDB-CUST-ID        to STH-CUST-ID
           Move CDB-CUST-NAME      to STH-CUST-NAME
           Move WS-FROM-DATE       to STH-FROM-DATE
           Move WS-TO-DATE         to STH-TO-DATE
           Move CDB-ACCOUNT-STATUS to STH-STATUS
           Move WS-ST-OPEN-CREDIT  to STH-OPEN-CREDIT
           Write STATEMENT-LINE from STMT-HEADER-REC
           Add 1 to WS-STMT-RECORD-COUNT.

      * PROCEDURE WRITE-STATEMENT-POSTING
      * The SP record for the posting in hand. A posting a CREV
      * later backed out is marked REVERSED, and the reversal itself
      * (decision RVSL) is marked REVERSAL, so the pair reads
      * together on the statement.
       WRITE-STATEMENT-POSTING.
           Move CDB-CUST-ID         to STP-CUST-ID
           Move HST-YEAR            to STP-YEAR
           Move HST-MONTH           to STP-MONTH
           Move HST-DAY             to STP-DAY
           Move HST-HOUR            to STP-HOUR
           Move HST-MINUTE          to STP-MINUTE
           Move HST-SECOND          to STP-SECOND
           Move HST-SEQ-NO          to STP-SEQ-NO
           Move HST-ACCOUNT-NO      to STP-ACCOUNT
           Move HST-REASON-CODE     to STP-REASON
           Move HST-DECISION        to STP-DECISION
           if WS-POST-IS-CREDIT
              Move 'CR'             to STP-DIRECTION
           else
              Move 'DR'             to STP-DIRECTION
           end-if
           Move WS-POST-AMOUNT      to STP-AMOUNT
           Move WS-POST-CURRENCY    to STP-CURRENCY
           Move WS-POST-ORIG-AMOUNT to STP-ORIG-AMOUNT
           Move WS-POST-AVAIL       to STP-AVAIL
           Evaluate true
               when HST-REVERSED
                   Move 'REVERSED'  to STP-NOTE
               when HST-REVERSAL-ENTRY
                   Move 'REVERSAL'  to STP-NOTE
               when other
                   Move SPACES      to STP-NOTE
           end-evaluate
           Write STATEMENT-LINE from STMT-POSTING-REC
           Add 1 to WS-STMT-RECORD-COUNT.

      * PROCEDURE ADD-REASON-SUBTOTAL
      * Adds the posting to its reason code's row, creating the row
      * the first time the code is met for this customer.
       ADD-REASON-SUBTOTAL.
           Move 0 to WS-RX
           Perform SCAN-RSN-ENTRY
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-SR-USED or WS-RX > 0
           if WS-RX = 0 and WS-SR-USED < WS-STMT-RSN-MAX
              Add 1 to WS-SR-USED
              Move WS-SR-USED to WS-RX
              Move HST-REASON-CODE to WS-SR-CODE (WS-RX)
              Move 0 to WS-SR-COUNT (WS-RX)
              Move 0 to WS-SR-DEBITS (WS-RX)
              Move 0 to WS-SR-CREDITS (WS-RX)
           end-if
           if WS-RX > 0
              Add 1 to WS-SR-COUNT (WS-RX)
              if WS-POST-IS-CREDIT
                 Add WS-POST-AMOUNT to WS-SR-CREDITS (WS-RX)
              else
                 Add WS-POST-AMOUNT to WS-SR-DEBITS (WS-RX)
              end-if
           else
              Add 1 to WS-SUBTOTAL-OVERFLOW
           end-if.

       SCAN-RSN-ENTRY.
           if WS-SR-CODE (WS-SCAN) = HST-REASON-CODE
              Move WS-SCAN to WS-RX
           end-if.

      * PROCEDURE ADD-CURRENCY-SUBTOTAL
      * Adds the posting to its submitted currency's row: the
      * submitted amount, and the converted amount on the debit or
      * credit side by its direction.
       ADD-CURRENCY-SUBTOTAL.
           Move 0 to WS-CX
           Perform SCAN-STMT-CCY-ENTRY
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-SC-USED or WS-CX > 0
           if WS-CX = 0 and WS-SC-USED < WS-STMT-CCY-MAX
              Add 1 to WS-SC-USED
              Move WS-SC-USED to WS-CX
              Move WS-POST-CURRENCY to WS-SC-CODE (WS-CX)
              Move 0 to WS-SC-COUNT (WS-CX)
              Move 0 to WS-SC-ORIG-AMT (WS-CX)
              Move 0 to WS-SC-DEBITS (WS-CX)
              Move 0 to WS-SC-CREDITS (WS-CX)
           end-if
           if WS-CX > 0
              Add 1 to WS-SC-COUNT (WS-CX)
              Add WS-POST-ORIG-AMOUNT to WS-SC-ORIG-AMT (WS-CX)
              if WS-POST-IS-CREDIT
                 Add WS-POST-AMOUNT to WS-SC-CREDITS (WS-CX)
              else
                 Add WS-POST-AMOUNT to WS-SC-DEBITS (WS-CX)
              end-if
           else
              Add 1 to WS-SUBTOTAL-OVERFLOW
           end-if.

       SCAN-STMT-CCY-ENTRY.
           if WS-SC-CODE (WS-SCAN) = WS-POST-CURRENCY
              Move WS-SCAN to WS-CX
           end-if.

      * PROCEDURE ADD-RUN-CURRENCY-TOTAL
      * The run-level currency totals, over postings only, in the
      * columns AUDRECON prints for the same currencies.
       ADD-RUN-CURRENCY-TOTAL.
           Move 0 to WS-KX
           Perform SCAN-CCY-ENTRY
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-CCY-USED or WS-KX > 0
           if WS-KX = 0 and WS-CCY-USED < WS-CCY-MAX
              Add 1 to WS-CCY-USED
              Move WS-CCY-USED to WS-KX
              Move WS-POST-CURRENCY to WS-CC-CODE (WS-KX)
              Move 0 to WS-CC-COUNT (WS-KX)
              Move 0 to WS-CC-ORIG-AMT (WS-KX)
              Move 0 to WS-CC-CONV-AMT (WS-KX)
              Move 0 to WS-CC-CREDIT-AMT (WS-KX)
           end-if
           if WS-KX > 0
              Add 1 to WS-CC-COUNT (WS-KX)
              Add WS-POST-ORIG-AMOUNT to WS-CC-ORIG-AMT (WS-KX)
              if WS-POST-IS-CREDIT
                 Add WS-POST-AMOUNT to WS-CC-CREDIT-AMT (WS-KX)
              else
                 Add WS-POST-AMOUNT to WS-CC-CONV-AMT (WS-KX)
              end-if
           end-if.

       SCAN-CCY-ENTRY.
           if WS-CC-CODE (WS-SCAN) = WS-POST-CURRENCY
              Move WS-SCAN to WS-KX
           end-if.

      * PROCEDURE WRITE-STATEMENT-CLOSE
      * Writes the customer's reason and currency subtotals and the
      * ST close. Other movement is whatever the closing credit
      * differs by from the opening credit run through the period's
      * postings - credit moved by maintenance between postings.
       WRITE-STATEMENT-CLOSE.
           Perform WRITE-REASON-SUBTOTAL
               varying WS-RX from 1 by 1
               until WS-RX > WS-SR-USED
           Perform WRITE-CURRENCY-SUBTOTAL
               varying WS-CX from 1 by 1
               until WS-CX > WS-SC-USED

           Compute WS-ST-OTHER =
                   WS-ST-CLOSE-CREDIT - WS-ST-OPEN-CREDIT
                   + WS-ST-DEBITS - WS-ST-CREDITS
           Add WS-ST-OTHER to WS-TOTAL-OTHER

           Move CDB-CUST-ID         to STC-CUST-ID
           Move WS-ST-POSTING-COUNT to STC-COUNT
           Move WS-ST-DEBITS        to STC-DEBITS
           Move WS-ST-CREDITS       to STC-CREDITS
           Move WS-ST-OTHER         to STC-OTHER
           Move WS-ST-CLOSE-CREDIT  to STC-CLOSE-CREDIT
           Write STATEMENT-LINE from STMT-CLOSE-REC
           Add 1 to WS-STMT-RECORD-COUNT.

       WRITE-REASON-SUBTOTAL.
           Move CDB-CUST-ID           to SRR-CUST-ID
           Move WS-SR-CODE (WS-RX)    to SRR-REASON
           Move WS-SR-COUNT (WS-RX)   to SRR-COUNT
           Move WS-SR-DEBITS (WS-RX)  to SRR-DEBITS
           Move WS-SR-CREDITS (WS-RX) to SRR-CREDITS
           Write STATEMENT-LINE from STMT-REASON-REC
           Add 1 to WS-STMT-RECORD-COUNT.

       WRITE-CURRENCY-SUBTOTAL.
           Move CDB-CUST-ID            to SCR-CUST-ID
           Move WS-SC-CODE (WS-CX)     to SCR-CURRENCY
           Move WS-SC-COUNT (WS-CX)    to SCR-COUNT
           Move WS-SC-ORIG-AMT (WS-CX) to SCR-ORIG-AMOUNT
           Move WS-SC-DEBITS (WS-CX)   to SCR-DEBITS
           Move WS-SC-CREDITS (WS-CX)  to SCR-CREDITS
           Write STATEMENT-LINE from STMT-CCY-REC
           Add 1 to WS-STMT-RECORD-COUNT.

      * PROCEDURE PRINT-CONTROL-TOTALS
      * The run's control report: the period, what was read and
      * stated, and the period's postings split the way AUDRECON
      * splits its day - approved postings by direction, CREV
      * reversals on their own lines, and the postings by currency.
      * Summed over the period's days, AUDRECON's approved count and
      * expected drawdown and credits should equal the postings and
      * their totals here, and its reversal lines the reversals.
       PRINT-CONTROL-TOTALS.
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move WS-CURRENT-YEAR  to RPT-TITLE-YEAR
           Move WS-CURRENT-MONTH to RPT-TITLE-MONTH
           Move WS-CURRENT-DAY   to RPT-TITLE-DAY
           Write REPORT-LINE from RPT-TITLE-LINE
           Write REPORT-LINE from RPT-BLANK-LINE
           Move WS-FROM-DATE to RPT-PD-FROM
           Move WS-TO-DATE   to RPT-PD-TO
           Write REPORT-LINE from RPT-PERIOD-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'CUSTOMERS READ              : ' to RPT-TL-LABEL
           Move WS-ROOT-COUNT       to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'STATEMENTS WRITTEN          : ' to RPT-TL-LABEL
           Move WS-STMT-COUNT       to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'SUPPRESSED - NO ACTIVITY    : ' to RPT-TL-LABEL
           Move WS-SUPPRESS-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'STATEMENT RECORDS WRITTEN   : ' to RPT-TL-LABEL
           Move WS-STMT-RECORD-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'HISTORY OCCURRENCES READ    : ' to RPT-TL-LABEL
           Move WS-HIST-READ-COUNT  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'OUTSIDE STATEMENT PERIOD    : ' to RPT-TL-LABEL
           Move WS-RANGE-SKIP-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'SUBTOTAL ROWS OVERFLOWED    : ' to RPT-TL-LABEL
           Move WS-SUBTOTAL-OVERFLOW to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'POSTINGS STATED             : ' to RPT-TL-LABEL
           Move WS-POSTING-COUNT    to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'DRAWDOWN TOTAL              : ' to RPT-AL-LABEL
           Move WS-TOTAL-DEBITS     to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'CREDITS TOTAL               : ' to RPT-AL-LABEL
           Move WS-TOTAL-CREDITS    to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'REVERSALS STATED            : ' to RPT-TL-LABEL
           Move WS-REVERSAL-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH DRAWS GIVEN BACK : ' to RPT-AL-LABEL
           Move WS-TOTAL-REV-CREDITS to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move '  OF WHICH CREDITS REVERSED : ' to RPT-AL-LABEL
           Move WS-TOTAL-REV-DEBITS to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'OTHER MOVEMENT TOTAL        : ' to RPT-AL-LABEL
           Move WS-TOTAL-OTHER      to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE

           Write REPORT-LINE from RPT-BLANK-LINE
           Write REPORT-LINE from RPT-CCY-HEADING
           Perform PRINT-CCY-LINE
               varying WS-KX from 1 by 1
               until WS-KX > WS-CCY-USED.

       PRINT-CCY-LINE.
           Move WS-CC-CODE     (WS-KX) to RPT-CD-CODE
           Move WS-CC-COUNT    (WS-KX) to RPT-CD-VOLUME
           Move WS-CC-ORIG-AMT (WS-KX) to RPT-CD-ORIG
           Move WS-CC-CONV-AMT (WS-KX) to RPT-CD-CONV
           Move WS-CC-CREDIT-AMT (WS-KX) to RPT-CD-CREDIT
           Write REPORT-LINE from RPT-CCY-DETAIL.

       End Program "CUSTSTMT".
