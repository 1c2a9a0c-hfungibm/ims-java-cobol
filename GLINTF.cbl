       Process pgmname(longmixed)
       Identification Division.
       Program-ID. "GLINTF".
      *
      * GLINTF is the nightly general ledger interface: it reads the
      * day's audit trail, keeps the approved CUST postings (a
      * successful CUST record with AUD-DECISION 'APPR' - the same
      * selection AUDRECON makes), and summarizes them into the GL
      * journal file (GLJRNL.cpy) finance loads instead of re-keying
      * the day off the AUDRPT page. One balanced entry is written
      * per reason code, currency, and channel; the channel is
      * ONLINE for a posting the region made and the partner id for
      * one the CBL2JVG gateway made (its records carry the partner
      * id in AUD-USERID and BATCHGW in AUD-LTERM). Each entry
      * carries both the converted domestic amount the posting ran
      * in and the amount as submitted in AUD-CURRENCY, off
      * AUD-ORIG-AMOUNT.
      *
      * The days taken come off a DATECARD card exactly as AUDRPT
      * takes them (see DATECARD.cpy). The printed control report
      * totals the selected audit records independently of the
      * entry table, totals the journal lines as they are written,
      * and says whether the two tie: the journal debits must equal
      * its credits, and both must equal the day's approved draws
      * plus its approved credits, postings for postings. Pure
      * read-and-write batch: nothing here touches IMS or Java.
      *
       Environment Division.
      *
       Configuration Section.
      *
       Input-Output Section.
       File-Control.
      *    Same audit trail CBL2JAVA writes, opened here for input.
           Select AUDIT-FILE assign to AUDTFILE
                  organization is sequential
                  file status is WS-AUDIT-FILE-STATUS.
      *    The GL journal interface file (see GLJRNL.cpy).
           Select GL-JOURNAL-FILE assign to GLJFILE
                  organization is sequential
                  file status is WS-GLJ-FILE-STATUS.
      *    The printed control report, one 132-byte line per record.
           Select REPORT-FILE assign to RPTFILE
                  organization is sequential
                  file status is WS-REPORT-FILE-STATUS.
      *    Date-selection card (see DATECARD.cpy).
           Select DATE-CARD-FILE assign to DATECARD
                  organization is sequential
                  file status is WS-CARD-FILE-STATUS.
      *
       Data Division.
      *
       File Section.
       FD  AUDIT-FILE
           recording mode is F
           label records are standard.
           COPY AUDITREC.
      *
       FD  GL-JOURNAL-FILE
           recording mode is F
           label records are standard.
           COPY GLJRNL.
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
       77  WS-AUDIT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-AUDIT-FILE-OK     VALUE '00'.
           88  WS-AUDIT-FILE-EOF    VALUE '10'.

       77  WS-GLJ-FILE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-GLJ-FILE-OK       VALUE '00'.

       77  WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-REPORT-FILE-OK    VALUE '00'.

       77  WS-CARD-FILE-STATUS  PIC X(2) VALUE SPACES.
           88  WS-CARD-FILE-OK      VALUE '00'.

      * Date range off the card; a blank bound is open-ended and a
      * missing card leaves both blank, which selects everything.
      * The business date stamped on the journal lines is the
      * card's to-date, or the run date when the card leaves it
      * open.
       77  WS-FROM-DATE         PIC X(8) VALUE SPACES.
       77  WS-TO-DATE           PIC X(8) VALUE SPACES.
       77  WS-RECORD-DATE       PIC X(8) VALUE SPACES.
       77  WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.

      * The ledger accounts the entries post to: the customer credit
      * receivable a draw raises and a payment clears, and the
      * clearing account on the other side of it - one for the
      * region's own postings and one for the partner networks'
      * settlement. The channel on each line tells the partners
      * apart within the partner clearing account.
       77  WS-GL-RECEIVABLE-ACCT PIC X(10) VALUE '1410000000'.
       77  WS-GL-ONLINE-CLR-ACCT PIC X(10) VALUE '2110000000'.
       77  WS-GL-PARTNER-CLR-ACCT PIC X(10) VALUE '2120000000'.
       77  WS-GL-CLEARING-ACCT  PIC X(10) VALUE SPACES.

      * Channel names: the region's postings are ONLINE; a posting
      * whose audit record the gateway wrote (LTERM BATCHGW) takes
      * its partner id off AUD-USERID.
       77  WS-ONLINE-CHANNEL    PIC X(8) VALUE 'ONLINE  '.
       77  WS-GATEWAY-LTERM     PIC X(8) VALUE 'BATCHGW '.

      * Audit-side control totals, accumulated off the selected
      * records as they are read and never off the entry table, so
      * the tie-out below is a real second count.
       77  WS-RECORD-COUNT      PIC 9(9) COMP-5 VALUE 0.
       77  WS-RANGE-SKIP-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-APPROVED-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-AUD-DRAW-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-AUD-CREDIT-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-AUD-DRAWS         PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-AUD-CREDITS       PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-AUD-ORIG-TOTAL    PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-AUD-EXPECTED      PIC S9(15)V99 COMP-3 VALUE 0.

      * Journal-side control totals, accumulated line by line as the
      * file is written.
       77  WS-GLJ-RECORD-COUNT  PIC 9(9) COMP-5 VALUE 0.
       77  WS-GLJ-LINE-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-GLJ-ENTRY-COUNT   PIC 9(9) COMP-5 VALUE 0.
       77  WS-GLJ-DEBITS        PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-GLJ-CREDITS       PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-GLJ-ORIG-HASH     PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-GLJ-DEBIT-ITEMS   PIC 9(9) COMP-5 VALUE 0.

      * What the header promises, worked out off the entry table
      * before the first detail line is written.
       77  WS-PLAN-LINE-COUNT   PIC 9(9) COMP-5 VALUE 0.
       77  WS-PLAN-DEBIT-HASH   PIC S9(15)V99 COMP-3 VALUE 0.

       77  WS-TIE-OUT-SW        PIC X(1) VALUE 'Y'.
           88  WS-TIES-OUT          VALUE 'Y'.

      * One row per reason code, currency, and channel met among the
      * approved postings, with the draws and the credits kept
      * apart, each both as submitted and as converted. A day with
      * more combinations than the table holds counts the rest in
      * the overflow totals, which the control report prints and
      * which stop the journal tying out - nothing is dropped
      * silently.
       78  WS-ENTRY-MAX         VALUE 200.
       77  WS-ENTRY-USED        PIC 9(4) COMP-5 VALUE 0.
       77  WS-EX                PIC 9(4) COMP-5 VALUE 0.
       77  WS-SCAN              PIC 9(4) COMP-5 VALUE 0.
       77  WS-ENTRY-OVERFLOW    PIC 9(9) COMP-5 VALUE 0.
       77  WS-OVERFLOW-AMOUNT   PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-ENTRY-STATS.
           05  WS-ENTRY OCCURS WS-ENTRY-MAX TIMES.
               10  WS-EN-REASON       PIC X(4).
               10  WS-EN-CURRENCY     PIC X(3).
               10  WS-EN-CHANNEL      PIC X(8).
               10  WS-EN-DR-COUNT     PIC 9(9) COMP-5.
               10  WS-EN-DR-ORIG      PIC S9(13)V99 COMP-3.
               10  WS-EN-DR-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-EN-CR-COUNT     PIC 9(9) COMP-5.
               10  WS-EN-CR-ORIG      PIC S9(13)V99 COMP-3.
               10  WS-EN-CR-AMOUNT    PIC S9(13)V99 COMP-3.

      * The posting in hand, with its key and figures resolved once.
       77  WS-POST-CHANNEL      PIC X(8) VALUE SPACES.
       77  WS-POST-CURRENCY     PIC X(3) VALUE SPACES.
       77  WS-POST-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-POST-ORIG-AMOUNT  PIC S9(9)V99 COMP-3 VALUE 0.

      * The journal line being built.
       77  WS-LINE-NO           PIC 9(2) VALUE 0.

      * The audit record's inbound data is mapped under the same
      * IN-DATA name the online message uses, so CUSTREC.cpy gives
      * this program the identical field view.
       01  GL-INPUT-MESSAGE.
           03  IN-DATA          PIC X(70).
           COPY CUSTREC.

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

      * Print line layouts, built as named fields and written through
      * REPORT-LINE the way AUDRPT builds its report.
       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(42) VALUE
               'GLINTF - GENERAL LEDGER JOURNAL INTERFACE '.
           05  FILLER               PIC X(10) VALUE ' RUN DATE '.
           05  RPT-TITLE-YEAR       PIC 9(4).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-MONTH      PIC 9(2).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-DAY        PIC 9(2).
           05  FILLER               PIC X(70) VALUE SPACES.

       01  RPT-PERIOD-LINE.
           05  FILLER               PIC X(30) VALUE
               'AUDIT DATES SELECTED        : '.
           05  RPT-PD-FROM          PIC X(8).
           05  FILLER               PIC X(6)  VALUE ' THRU '.
           05  RPT-PD-TO            PIC X(8).
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-ENTRY-HEADING.
           05  FILLER               PIC X(34) VALUE
               ' ENTRY RSN  CCY CHANNEL  DR-ITEMS '.
           05  FILLER               PIC X(38) VALUE
               '    DRAWS-ORIGINAL    DRAWS-CONVERTED '.
           05  FILLER               PIC X(46) VALUE
               'CR-ITEMS   CREDITS-ORIGINAL  CREDITS-CONVERTED'.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  RPT-ENTRY-LINE.
           05  RPT-EN-ENTRY-NO      PIC ZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-REASON        PIC X(4).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-CURRENCY      PIC X(3).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-CHANNEL       PIC X(8).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-DR-COUNT      PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-DR-ORIG       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-DR-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-CR-COUNT      PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-CR-ORIG       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-EN-CR-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TL-LABEL         PIC X(30).
           05  RPT-TL-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AL-LABEL         PIC X(30).
           05  RPT-AL-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-TIE-LINE.
           05  FILLER               PIC X(30) VALUE
               'JOURNAL TIES TO AUDIT TRAIL : '.
           05  RPT-TIE-RESULT       PIC X(40).
           05  FILLER               PIC X(62) VALUE SPACES.

       01  RPT-BLANK-LINE           PIC X(132) VALUE SPACES.

      * PROCEDURE DIVISION
       PROCEDURE DIVISION.

           Display "************************************************"
           Display "          GLINTF: Execution begin                "
           Display "************************************************"

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Perform READ-DATE-CARD

           Open Input AUDIT-FILE
           Open Output GL-JOURNAL-FILE
           Open Output REPORT-FILE

           Perform DO-MAIN-LOOP
           Perform WRITE-GL-JOURNAL
           Perform PRINT-CONTROL-REPORT

           Close AUDIT-FILE
           Close GL-JOURNAL-FILE
           Close REPORT-FILE

           Display "GLINTF: audit records read  : " WS-RECORD-COUNT
           Display "GLINTF: approved postings   : " WS-APPROVED-COUNT
           Display "GLINTF: journal entries     : " WS-GLJ-ENTRY-COUNT
           Display "GLINTF: journal records     : " WS-GLJ-RECORD-COUNT
           if not WS-TIES-OUT
              Display "GLINTF: journal does NOT tie to the audit "
                      "trail - see the control report"
           end-if
           Display "************************************************"
           Display "          GLINTF: Execution end                  "
           Display "************************************************"

           GOBACK.

      * PROCEDURE READ-DATE-CARD
      * One optional card bounds the days taken, read the way AUDRPT
      * reads it. The business date the journal lines carry is the
      * card's to-date, or the run date if there is none.
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
           if WS-TO-DATE = SPACES
              Move WS-CURRENT-DATE to WS-BUSINESS-DATE
           else
              Move WS-TO-DATE      to WS-BUSINESS-DATE
           end-if
           Display "GLINTF: date range " WS-FROM-DATE
                   " thru " WS-TO-DATE
                   " business date " WS-BUSINESS-DATE.

      * PROCEDURE DO-MAIN-LOOP
      * Reads one AUDIT-RECORD at a time until the trail is
      * exhausted, the same read-process loop shape AUDRPT uses.
       DO-MAIN-LOOP.
           Read AUDIT-FILE

           if WS-AUDIT-FILE-OK then
               Perform TALLY-AUDIT-RECORD
               GO to DO-MAIN-LOOP
           end-if

           if not WS-AUDIT-FILE-EOF then
               Display "GLINTF: audit read failed, file status "
                       WS-AUDIT-FILE-STATUS
           end-if.

      * PROCEDURE TALLY-AUDIT-RECORD
      * Counts the record, holds it against the date range, and
      * takes only an approved CUST posting inside it - a decline,
      * a refusal, a failure, or any other trancode moved no credit
      * and has nothing to post to the ledger. CREV reversals are
      * left to the ledger's own correction entries.
       TALLY-AUDIT-RECORD.
           Add 1 to WS-RECORD-COUNT
           Move AUD-BEFORE-TS (1:8) to WS-RECORD-DATE
           if (WS-FROM-DATE not = SPACES
               and WS-RECORD-DATE < WS-FROM-DATE)
              or (WS-TO-DATE not = SPACES
                  and WS-RECORD-DATE > WS-TO-DATE)
              Add 1 to WS-RANGE-SKIP-COUNT
           else
              if AUD-TRANCODE = 'CUST' and AUD-SUCCESS
                 and AUD-DECISION = 'APPR'
                 Perform ACCUMULATE-GL-POSTING
              end-if
           end-if.

      * PROCEDURE ACCUMULATE-GL-POSTING
      * Resolves the posting's channel, currency, and amounts, adds
      * it to the audit-side totals, and adds it to its entry row on
      * the draw or credit side by the direction the edit pass
      * stamped on the record. A record written before the currency
      * fields existed carries spaces there and was submitted in the
      * domestic currency at the converted amount.
       ACCUMULATE-GL-POSTING.
           Add 1 to WS-APPROVED-COUNT
           Move AUD-DATA to IN-DATA

           if AUD-LTERM = WS-GATEWAY-LTERM
              Move AUD-USERID        to WS-POST-CHANNEL
           else
              Move WS-ONLINE-CHANNEL to WS-POST-CHANNEL
           end-if

           if CUST-AMOUNT numeric
              Move CUST-AMOUNT to WS-POST-AMOUNT
           else
              Move 0 to WS-POST-AMOUNT
           end-if
           if AUD-CURRENCY = SPACES or AUD-CURRENCY = LOW-VALUES
              Move 'USD'          to WS-POST-CURRENCY
              Move WS-POST-AMOUNT to WS-POST-ORIG-AMOUNT
           else
              Move AUD-CURRENCY   to WS-POST-CURRENCY
              if AUD-ORIG-AMOUNT numeric
                 Move AUD-ORIG-AMOUNT to WS-POST-ORIG-AMOUNT
              else
                 Move 0 to WS-POST-ORIG-AMOUNT
              end-if
           end-if

           Add WS-POST-ORIG-AMOUNT to WS-AUD-ORIG-TOTAL
           if CUST-POST-CREDIT
              Add 1 to WS-AUD-CREDIT-COUNT
              Add WS-POST-AMOUNT to WS-AUD-CREDITS
           else
              Add 1 to WS-AUD-DRAW-COUNT
              Add WS-POST-AMOUNT to WS-AUD-DRAWS
           end-if

           Perform FIND-ENTRY-ROW
           if WS-EX > 0
              if CUST-POST-CREDIT
                 Add 1 to WS-EN-CR-COUNT (WS-EX)
                 Add WS-POST-ORIG-AMOUNT to WS-EN-CR-ORIG (WS-EX)
                 Add WS-POST-AMOUNT      to WS-EN-CR-AMOUNT (WS-EX)
              else
                 Add 1 to WS-EN-DR-COUNT (WS-EX)
                 Add WS-POST-ORIG-AMOUNT to WS-EN-DR-ORIG (WS-EX)
                 Add WS-POST-AMOUNT      to WS-EN-DR-AMOUNT (WS-EX)
              end-if
           else
              Add 1 to WS-ENTRY-OVERFLOW
              Add WS-POST-AMOUNT to WS-OVERFLOW-AMOUNT
           end-if.

      * PROCEDURE FIND-ENTRY-ROW
      * Locates (or creates) the row for the posting's reason code,
      * currency, and channel, leaving its subscript in WS-EX - zero
      * when the table is full and the combination is a new one.
       FIND-ENTRY-ROW.
           Move 0 to WS-EX
           Perform SCAN-ENTRY-ROW
               varying WS-SCAN from 1 by 1
               until WS-SCAN > WS-ENTRY-USED or WS-EX > 0

           if WS-EX = 0 and WS-ENTRY-USED < WS-ENTRY-MAX
              Add 1 to WS-ENTRY-USED
              Move WS-ENTRY-USED to WS-EX
              Move CUST-REASON-CODE to WS-EN-REASON (WS-EX)
              Move WS-POST-CURRENCY to WS-EN-CURRENCY (WS-EX)
              Move WS-POST-CHANNEL  to WS-EN-CHANNEL (WS-EX)
              Move 0 to WS-EN-DR-COUNT (WS-EX)
              Move 0 to WS-EN-DR-ORIG (WS-EX)
              Move 0 to WS-EN-DR-AMOUNT (WS-EX)
              Move 0 to WS-EN-CR-COUNT (WS-EX)
              Move 0 to WS-EN-CR-ORIG (WS-EX)
              Move 0 to WS-EN-CR-AMOUNT (WS-EX)
           end-if.

       SCAN-ENTRY-ROW.
           if WS-EN-REASON (WS-SCAN) = CUST-REASON-CODE
              and WS-EN-CURRENCY (WS-SCAN) = WS-POST-CURRENCY
              and WS-EN-CHANNEL (WS-SCAN) = WS-POST-CHANNEL
              Move WS-SCAN to WS-EX
           end-if.

      * PROCEDURE WRITE-GL-JOURNAL
      * Works out what the file will hold, writes the header with
      * those figures, one entry per row, and the trailer with the
      * figures actually written.
       WRITE-GL-JOURNAL.
           Perform PLAN-ENTRY-LINES
               varying WS-EX from 1 by 1
               until WS-EX > WS-ENTRY-USED

           Move SPACES to GL-JOURNAL-RECORD
           Set GLJ-HEADER to true
           Move 'CBL2JVB '            to GLH-SOURCE
           Move WS-FROM-DATE          to GLH-FROM-DATE
           Move WS-TO-DATE            to GLH-TO-DATE
           Move WS-CURRENT-DATE       to GLH-CREATED-DATE
           Move WS-CURRENT-TIME       to GLH-CREATED-TIME
           Move WS-ENTRY-USED         to GLH-ENTRY-COUNT
           Move WS-PLAN-LINE-COUNT    to GLH-LINE-COUNT
           Move WS-PLAN-DEBIT-HASH    to GLH-DEBIT-HASH
           Perform WRITE-JOURNAL-RECORD

           Perform WRITE-JOURNAL-ENTRY
               varying WS-EX from 1 by 1
               until WS-EX > WS-ENTRY-USED

           Move SPACES to GL-JOURNAL-RECORD
           Set GLJ-TRAILER to true
           Compute GLT-RECORD-COUNT = WS-GLJ-RECORD-COUNT + 1
           Move WS-GLJ-LINE-COUNT     to GLT-LINE-COUNT
           Move WS-GLJ-ENTRY-COUNT    to GLT-ENTRY-COUNT
           Move WS-GLJ-DEBITS         to GLT-DEBIT-HASH
           Move WS-GLJ-CREDITS        to GLT-CREDIT-HASH
           Move WS-GLJ-ORIG-HASH      to GLT-ORIG-HASH
           Perform WRITE-JOURNAL-RECORD.

      * PROCEDURE PLAN-ENTRY-LINES
      * Two lines for each side of a row that carried postings; every
      * posting's converted amount is debited exactly once.
       PLAN-ENTRY-LINES.
           if WS-EN-DR-COUNT (WS-EX) > 0
              Add 2 to WS-PLAN-LINE-COUNT
              Add WS-EN-DR-AMOUNT (WS-EX) to WS-PLAN-DEBIT-HASH
           end-if
           if WS-EN-CR-COUNT (WS-EX) > 0
              Add 2 to WS-PLAN-LINE-COUNT
              Add WS-EN-CR-AMOUNT (WS-EX) to WS-PLAN-DEBIT-HASH
           end-if.

      * PROCEDURE WRITE-JOURNAL-ENTRY
      * One balanced entry for one row: the draws debit the
      * receivable and credit the channel's clearing account, the
      * credits the other way about, each pair for the same amount.
       WRITE-JOURNAL-ENTRY.
           Add 1 to WS-GLJ-ENTRY-COUNT
           Move 0 to WS-LINE-NO
           if WS-EN-CHANNEL (WS-EX) = WS-ONLINE-CHANNEL
              Move WS-GL-ONLINE-CLR-ACCT  to WS-GL-CLEARING-ACCT
           else
              Move WS-GL-PARTNER-CLR-ACCT to WS-GL-CLEARING-ACCT
           end-if

           if WS-EN-DR-COUNT (WS-EX) > 0
              Perform BUILD-ENTRY-LINE
              Move WS-GL-RECEIVABLE-ACCT to GLD-GL-ACCOUNT
              Set GLD-DEBIT to true
              Move WS-EN-DR-COUNT (WS-EX)  to GLD-ITEM-COUNT
              Move WS-EN-DR-ORIG (WS-EX)   to GLD-ORIG-AMOUNT
              Move WS-EN-DR-AMOUNT (WS-EX) to GLD-AMOUNT
              Perform WRITE-JOURNAL-LINE
              Perform BUILD-ENTRY-LINE
              Move WS-GL-CLEARING-ACCT   to GLD-GL-ACCOUNT
              Set GLD-CREDIT to true
              Move WS-EN-DR-COUNT (WS-EX)  to GLD-ITEM-COUNT
              Move WS-EN-DR-ORIG (WS-EX)   to GLD-ORIG-AMOUNT
              Move WS-EN-DR-AMOUNT (WS-EX) to GLD-AMOUNT
              Perform WRITE-JOURNAL-LINE
           end-if

           if WS-EN-CR-COUNT (WS-EX) > 0
              Perform BUILD-ENTRY-LINE
              Move WS-GL-CLEARING-ACCT   to GLD-GL-ACCOUNT
              Set GLD-DEBIT to true
              Move WS-EN-CR-COUNT (WS-EX)  to GLD-ITEM-COUNT
              Move WS-EN-CR-ORIG (WS-EX)   to GLD-ORIG-AMOUNT
              Move WS-EN-CR-AMOUNT (WS-EX) to GLD-AMOUNT
              Perform WRITE-JOURNAL-LINE
              Perform BUILD-ENTRY-LINE
              Move WS-GL-RECEIVABLE-ACCT to GLD-GL-ACCOUNT
              Set GLD-CREDIT to true
              Move WS-EN-CR-COUNT (WS-EX)  to GLD-ITEM-COUNT
              Move WS-EN-CR-ORIG (WS-EX)   to GLD-ORIG-AMOUNT
              Move WS-EN-CR-AMOUNT (WS-EX) to GLD-AMOUNT
              Perform WRITE-JOURNAL-LINE
           end-if.

      * PROCEDURE BUILD-ENTRY-LINE
      * The fields every line of the entry shares.
       BUILD-ENTRY-LINE.
           Move SPACES to GL-JOURNAL-RECORD
           Set GLJ-DETAIL to true
           Add 1 to WS-LINE-NO
           Move WS-GLJ-ENTRY-COUNT     to GLD-ENTRY-NO
           Move WS-LINE-NO             to GLD-LINE-NO
           Move WS-BUSINESS-DATE       to GLD-BUSINESS-DATE
           Move WS-EN-REASON (WS-EX)   to GLD-REASON-CODE
           Move WS-EN-CURRENCY (WS-EX) to GLD-CURRENCY
           Move WS-EN-CHANNEL (WS-EX)  to GLD-CHANNEL.

      * PROCEDURE WRITE-JOURNAL-LINE
      * Writes one detail line and adds it to the journal-side
      * totals the trailer and the tie-out are built from.
       WRITE-JOURNAL-LINE.
           Add 1 to WS-GLJ-LINE-COUNT
           Add GLD-ORIG-AMOUNT to WS-GLJ-ORIG-HASH
           if GLD-DEBIT
              Add GLD-AMOUNT     to WS-GLJ-DEBITS
              Add GLD-ITEM-COUNT to WS-GLJ-DEBIT-ITEMS
           else
              Add GLD-AMOUNT     to WS-GLJ-CREDITS
           end-if
           Perform WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           Write GL-JOURNAL-RECORD
           if WS-GLJ-FILE-OK
              Add 1 to WS-GLJ-RECORD-COUNT
           else
              Move 'N' to WS-TIE-OUT-SW
              Display "GLINTF: journal write failed, file status "
                      WS-GLJ-FILE-STATUS
           end-if.

      * PROCEDURE PRINT-CONTROL-REPORT
      * The proof finance files with the journal: one line per
      * entry, the audit-side totals, the journal-side totals, and
      * the tie-out. The journal ties when its debits equal its
      * credits, its debits equal the day's approved draws plus
      * approved credits, its debit lines summarize exactly the
      * approved postings, and no posting fell past the entry table.
       PRINT-CONTROL-REPORT.
           Move WS-CURRENT-YEAR  to RPT-TITLE-YEAR
           Move WS-CURRENT-MONTH to RPT-TITLE-MONTH
           Move WS-CURRENT-DAY   to RPT-TITLE-DAY
           Write REPORT-LINE from RPT-TITLE-LINE
           Write REPORT-LINE from RPT-BLANK-LINE
           Move WS-FROM-DATE to RPT-PD-FROM
           Move WS-TO-DATE   to RPT-PD-TO
           Write REPORT-LINE from RPT-PERIOD-LINE
           Write REPORT-LINE from RPT-BLANK-LINE
           Write REPORT-LINE from RPT-ENTRY-HEADING
           Perform PRINT-ENTRY-LINE
               varying WS-EX from 1 by 1
               until WS-EX > WS-ENTRY-USED
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'AUDIT RECORDS READ          : ' to RPT-TL-LABEL
           Move WS-RECORD-COUNT     to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'OUTSIDE DATE RANGE          : ' to RPT-TL-LABEL
           Move WS-RANGE-SKIP-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'APPROVED CUST RECORDS       : ' to RPT-TL-LABEL
           Move WS-APPROVED-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH DRAWS            : ' to RPT-TL-LABEL
           Move WS-AUD-DRAW-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH CREDITS          : ' to RPT-TL-LABEL
           Move WS-AUD-CREDIT-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'AUDIT DRAWS (CONVERTED)     : ' to RPT-AL-LABEL
           Move WS-AUD-DRAWS        to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'AUDIT CREDITS (CONVERTED)   : ' to RPT-AL-LABEL
           Move WS-AUD-CREDITS      to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'AUDIT AMOUNTS AS SUBMITTED  : ' to RPT-AL-LABEL
           Move WS-AUD-ORIG-TOTAL   to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'POSTINGS PAST ENTRY TABLE   : ' to RPT-TL-LABEL
           Move WS-ENTRY-OVERFLOW   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  AMOUNT NOT JOURNALLED     : ' to RPT-AL-LABEL
           Move WS-OVERFLOW-AMOUNT  to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Move 'JOURNAL RECORDS WRITTEN     : ' to RPT-TL-LABEL
           Move WS-GLJ-RECORD-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'JOURNAL ENTRIES             : ' to RPT-TL-LABEL
           Move WS-GLJ-ENTRY-COUNT  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'JOURNAL LINES               : ' to RPT-TL-LABEL
           Move WS-GLJ-LINE-COUNT   to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'POSTINGS ON DEBIT LINES     : ' to RPT-TL-LABEL
           Move WS-GLJ-DEBIT-ITEMS  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'JOURNAL DEBITS HASH         : ' to RPT-AL-LABEL
           Move WS-GLJ-DEBITS       to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'JOURNAL CREDITS HASH        : ' to RPT-AL-LABEL
           Move WS-GLJ-CREDITS      to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'JOURNAL ORIGINAL-AMOUNT HASH: ' to RPT-AL-LABEL
           Move WS-GLJ-ORIG-HASH    to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Compute WS-AUD-EXPECTED = WS-AUD-DRAWS + WS-AUD-CREDITS
           Evaluate true
               when WS-GLJ-DEBITS not = WS-GLJ-CREDITS
                   Move 'N' to WS-TIE-OUT-SW
                   Move 'NO - DEBITS DO NOT EQUAL CREDITS'
                     to RPT-TIE-RESULT
               when WS-GLJ-DEBITS not = WS-AUD-EXPECTED
                   Move 'N' to WS-TIE-OUT-SW
                   Move 'NO - DEBITS DO NOT EQUAL AUDIT TOTAL'
                     to RPT-TIE-RESULT
               when WS-GLJ-DEBIT-ITEMS not = WS-APPROVED-COUNT
                   Move 'N' to WS-TIE-OUT-SW
                   Move 'NO - POSTING COUNT DOES NOT MATCH'
                     to RPT-TIE-RESULT
               when not WS-TIES-OUT
                   Move 'NO - JOURNAL WRITE FAILED'
                     to RPT-TIE-RESULT
               when other
                   Move 'YES' to RPT-TIE-RESULT
           end-evaluate
           Write REPORT-LINE from RPT-TIE-LINE.

       PRINT-ENTRY-LINE.
           Move WS-EX                    to RPT-EN-ENTRY-NO
           Move WS-EN-REASON (WS-EX)     to RPT-EN-REASON
           Move WS-EN-CURRENCY (WS-EX)   to RPT-EN-CURRENCY
           Move WS-EN-CHANNEL (WS-EX)    to RPT-EN-CHANNEL
           Move WS-EN-DR-COUNT (WS-EX)   to RPT-EN-DR-COUNT
           Move WS-EN-DR-ORIG (WS-EX)    to RPT-EN-DR-ORIG
           Move WS-EN-DR-AMOUNT (WS-EX)  to RPT-EN-DR-AMOUNT
           Move WS-EN-CR-COUNT (WS-EX)   to RPT-EN-CR-COUNT
           Move WS-EN-CR-ORIG (WS-EX)    to RPT-EN-CR-ORIG
           Move WS-EN-CR-AMOUNT (WS-EX)  to RPT-EN-CR-AMOUNT
           Write REPORT-LINE from RPT-ENTRY-LINE.

       End Program "GLINTF".
