      * The expected figure per customer is the enriched credit limit
      * carried on the customer's first approved record of the day
      * (the opening position the online region saw) less the sum of
      * the approved draws plus the sum of the approved credits -
      * payments, refunds, and credit adjustments, told apart by the
      * CUST-POST-DIRECTION the edit pass stamped on the record - the
      * same arithmetic the REPLs applied one transaction at a time.
      * Debits and credits are accumulated and printed separately so
      * a mismatch shows which side of the day it came from.
      *
      * A posted CREV reversal (AUD-REVERSAL) moved credit too, so it
      * counts in the same expected figures: a draw given back is a
      * credit, a payment taken back is a debit, by the direction
      * the REVREQ record says the reversal ran. The REVREQ layout
      * keeps the customer, amount, opening credit, and direction at
      * the CUSTREC offsets, so a reversal that is a customer's first
      * record of the day seeds the opening position the same way.
      * The reversals are also totalled on their own lines so the
      * day's corrections can be seen apart from its postings.
      *
       Environment Division.
      *
       77  WS-MISMATCH-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-NOTFOUND-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-TOTAL-DRAWDOWN    PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-DIFFERENCE  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REVERSAL-COUNT    PIC 9(9) COMP-5 VALUE 0.
       77  WS-TOTAL-REV-DEBITS  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-REV-CREDITS PIC S9(13)V99 COMP-3 VALUE 0.

      * Per-customer accumulation table, discovered off the trail the
      * way AUDRPT discovers trancodes and userids; a day with more
               10  WS-CS-CUST-ID      PIC X(10).
               10  WS-CS-OPEN-LIMIT   PIC S9(7)V99 COMP-3.
               10  WS-CS-DRAWDOWN     PIC S9(11)V99 COMP-3.
               10  WS-CS-CREDITS      PIC S9(11)V99 COMP-3.
               10  WS-CS-COUNT        PIC 9(9) COMP-5.

      * Per-currency control totals over the approved records, so
      * the day balances per currency as well as per customer: the
      * original submitted amounts off AUD-CURRENCY/AUD-ORIG-AMOUNT
      * and the converted debits and credits the REPLs actually ran
      * in.
       78  WS-CCY-MAX           VALUE 10.
       77  WS-CCY-USED          PIC 9(4) COMP-5 VALUE 0.
       77  WS-KX                PIC 9(4) COMP-5 VALUE 0.
               10  WS-CC-COUNT        PIC 9(9) COMP-5.
               10  WS-CC-ORIG-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CC-CONV-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CC-CREDIT-AMT   PIC S9(13)V99 COMP-3.

      * Expected/actual work fields for the compare, computed per
      * customer as the table is walked against the database.

      * The audit record's inbound data is mapped under the same
      * IN-DATA name the online message uses, so CUSTREC.cpy gives
      * this program the identical field view, and REVREQ.cpy the
      * view of a posted reversal.
       01  RECON-INPUT-MESSAGE.
           03  IN-DATA          PIC X(70).
           COPY CUSTREC.
           COPY REVREQ.

      * Segment Search Argument for the actuals GU against the
      * customer/account database, same shape CBL2JAVA builds.

       01  RPT-DETAIL-HEADING.
           05  FILLER               PIC X(35) VALUE
               'CUST-ID    APPROVED          DEBITS'.
           05  FILLER               PIC X(32) VALUE
               '         CREDITS        EXPECTED'.
           05  FILLER               PIC X(32) VALUE
               '          ACTUAL      DIFFERENCE'.
           05  FILLER               PIC X(33) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DT-CUST-ID       PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-COUNT         PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-DEBITS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-CREDITS       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-EXPECTED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  RPT-DT-DIFFERENCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-NOTE          PIC X(24).
           05  FILLER               PIC X(8)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TL-LABEL         PIC X(30).
           05  FILLER               PIC X(80) VALUE SPACES.

       01  RPT-CCY-HEADING.
           05  FILLER               PIC X(37) VALUE
               'CURRENCY APPROVED        ORIGINAL-AMT'.
           05  FILLER               PIC X(20) VALUE
               '        CONVERTED-DR'.
           05  FILLER               PIC X(20) VALUE
               '        CONVERTED-CR'.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  RPT-CCY-DETAIL.
           05  RPT-CD-CODE          PIC X(3).
           05  RPT-CD-ORIG          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-CD-CONV          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-CD-CREDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  RPT-OVERFLOW-LINE.
           05  FILLER               PIC X(38) VALUE
      * accumulate: the customer's first approved record of the day
      * carries the enriched credit limit the online region started
      * from, and every approved amount adds to the expected
      * drawdown or, for a credit posting, to the expected credits
      * given back. A record written before CUST-POST-DIRECTION
      * existed has a blank there, and every posting then was a
      * draw. A posted CREV reversal accumulates the same way off
      * the direction it ran. Declines, rejections, failures, and
      * every other trancode are counted in the read total and
      * otherwise passed over.
       ACCUMULATE-AUDIT-RECORD.
           Add 1 to WS-RECORD-COUNT

              and AUD-DECISION = 'APPR'
              Add 1 to WS-APPROVED-COUNT
              Move AUD-DATA to IN-DATA
              Perform ACCUMULATE-CUST-POSTING
              Perform ACCUMULATE-CURRENCY-TOTALS
           end-if

           if AUD-TRANCODE = 'CREV' and AUD-REVERSAL
              Add 1 to WS-REVERSAL-COUNT
              Move AUD-DATA to IN-DATA
              Perform ACCUMULATE-CUST-POSTING
              if REVQ-AMOUNT numeric
                 if REVQ-POST-CREDIT
                    Add REVQ-AMOUNT to WS-TOTAL-REV-CREDITS
                 else
                    Add REVQ-AMOUNT to WS-TOTAL-REV-DEBITS
                 end-if
              end-if
           end-if.

      * PROCEDURE ACCUMULATE-CUST-POSTING
      * Adds the record in IN-DATA to its customer's entry, on the
      * debit or credit side by its direction.
       ACCUMULATE-CUST-POSTING.
           Perform FIND-CUST-ENTRY
           if WS-CX > 0
              Add 1 to WS-CS-COUNT (WS-CX)
              if CUST-AMOUNT numeric
                 if CUST-POST-CREDIT
                    Add CUST-AMOUNT to WS-CS-CREDITS (WS-CX)
                    Add CUST-AMOUNT to WS-TOTAL-CREDITS
                 else
                    Add CUST-AMOUNT to WS-CS-DRAWDOWN (WS-CX)
                    Add CUST-AMOUNT to WS-TOTAL-DRAWDOWN
                 end-if
              end-if
           else
              Add 1 to WS-CUST-OVERFLOW
           end-if.

      * PROCEDURE ACCUMULATE-CURRENCY-TOTALS
      * Per-currency control totals over the same approved records:
      * AUD-CURRENCY names what the partner submitted in,
      * AUD-ORIG-AMOUNT the pre-conversion figure, and the converted
      * CUST-AMOUNT is what the posting ran in, totalled on the debit
      * or credit side by its direction.
       ACCUMULATE-CURRENCY-TOTALS.
           if AUD-CURRENCY not = SPACES
              Move 0 to WS-KX
                 Move 0 to WS-CC-COUNT (WS-KX)
                 Move 0 to WS-CC-ORIG-AMT (WS-KX)
                 Move 0 to WS-CC-CONV-AMT (WS-KX)
                 Move 0 to WS-CC-CREDIT-AMT (WS-KX)
              end-if
              if WS-KX > 0
                 Add 1 to WS-CC-COUNT (WS-KX)
                    Add AUD-ORIG-AMOUNT to WS-CC-ORIG-AMT (WS-KX)
                 end-if
                 if CUST-AMOUNT numeric
                    if CUST-POST-CREDIT
                       Add CUST-AMOUNT to WS-CC-CREDIT-AMT (WS-KX)
                    else
                       Add CUST-AMOUNT to WS-CC-CONV-AMT (WS-KX)
                    end-if
                 end-if
              end-if
           end-if.
                 Move 0 to WS-CS-OPEN-LIMIT (WS-CX)
              end-if
              Move 0 to WS-CS-DRAWDOWN (WS-CX)
              Move 0 to WS-CS-CREDITS (WS-CX)
              Move 0 to WS-CS-COUNT (WS-CX)
           end-if.

           Move 'EXPECTED DRAWDOWN TOTAL     : ' to RPT-AL-LABEL
           Move WS-TOTAL-DRAWDOWN to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'EXPECTED CREDITS TOTAL      : ' to RPT-AL-LABEL
           Move WS-TOTAL-CREDITS  to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'REVERSALS POSTED            : ' to RPT-TL-LABEL
           Move WS-REVERSAL-COUNT to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move '  OF WHICH DRAWS GIVEN BACK : ' to RPT-AL-LABEL
           Move WS-TOTAL-REV-CREDITS to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move '  OF WHICH CREDITS REVERSED : ' to RPT-AL-LABEL
           Move WS-TOTAL-REV-DEBITS to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move 'NET DIFFERENCE (ACT-EXP)    : ' to RPT-AL-LABEL
           Move WS-TOTAL-DIFFERENCE to RPT-AL-VALUE
           Write REPORT-LINE from RPT-AMOUNT-LINE
           Move WS-CC-COUNT    (WS-KX) to RPT-CD-VOLUME
           Move WS-CC-ORIG-AMT (WS-KX) to RPT-CD-ORIG
           Move WS-CC-CONV-AMT (WS-KX) to RPT-CD-CONV
           Move WS-CC-CREDIT-AMT (WS-KX) to RPT-CD-CREDIT
           Write REPORT-LINE from RPT-CCY-DETAIL.

      * PROCEDURE RECONCILE-ONE-CUSTOMER
      * GU's one accumulated customer's actual CUSTSEG and compares:
      * expected remaining credit is the opening limit less the
      * day's approved drawdown plus the day's approved credits; the
      * actual is whatever the
      * committed segment says now. Only a customer that fails the
      * compare (or has vanished from the database) earns a detail
      * line - a clean day prints headings and totals only, which is

           Compute WS-EXPECTED-CREDIT =
                   WS-CS-OPEN-LIMIT (WS-CX) - WS-CS-DRAWDOWN (WS-CX)
                   + WS-CS-CREDITS (WS-CX)

           Evaluate DBPCB-STATUSCODE
               when SPACES
                      Add 1 to WS-MISMATCH-COUNT
                      Move WS-CS-CUST-ID (WS-CX) to RPT-DT-CUST-ID
                      Move WS-CS-COUNT (WS-CX)   to RPT-DT-COUNT
                      Move WS-CS-DRAWDOWN (WS-CX) to RPT-DT-DEBITS
                      Move WS-CS-CREDITS (WS-CX) to RPT-DT-CREDITS
                      Move WS-EXPECTED-CREDIT    to RPT-DT-EXPECTED
                      Move WS-ACTUAL-CREDIT      to RPT-DT-ACTUAL
                      Move WS-DIFFERENCE         to RPT-DT-DIFFERENCE
                   Add 1 to WS-NOTFOUND-COUNT
                   Move WS-CS-CUST-ID (WS-CX) to RPT-DT-CUST-ID
                   Move WS-CS-COUNT (WS-CX)   to RPT-DT-COUNT
                   Move WS-CS-DRAWDOWN (WS-CX) to RPT-DT-DEBITS
                   Move WS-CS-CREDITS (WS-CX) to RPT-DT-CREDITS
                   Move WS-EXPECTED-CREDIT    to RPT-DT-EXPECTED
                   Move 0                     to RPT-DT-ACTUAL
                   Move 0                     to RPT-DT-DIFFERENCE
