      * failure counts and rates off AUD-OUTCOME-SW, minimum/average/
      * maximum AUD-ELAPSED-SECONDS per trancode, the hourly volume
      * distribution off AUD-BEFORE-TS, per-currency volume and
      * original/converted amount totals off AUD-CURRENCY, the day's
      * CREV reversals with the amounts they moved back off the
      * REVREQ record each one carries, and per-userid totals off
      * AUD-USERID. Pure read-and-tally batch: nothing here touches
      * IMS or Java, so it can run any time the audit dataset is
      * closed.
      *
       Environment Division.
      *
               10  WS-TS-EDITREJ      PIC 9(9) COMP-5.
               10  WS-TS-DUPREJ       PIC 9(9) COMP-5.
               10  WS-TS-VELREJ       PIC 9(9) COMP-5.
               10  WS-TS-STATREJ      PIC 9(9) COMP-5.
               10  WS-TS-STOPREJ      PIC 9(9) COMP-5.
               10  WS-TS-MIN-ELAPSED  PIC S9(6) COMP-3.
               10  WS-TS-MAX-ELAPSED  PIC S9(6) COMP-3.
               10  WS-TS-TOT-ELAPSED  PIC S9(9) COMP-3.
               10  WS-US-EDITREJ      PIC 9(9) COMP-5.
               10  WS-US-DUPREJ       PIC 9(9) COMP-5.
               10  WS-US-VELREJ       PIC 9(9) COMP-5.
               10  WS-US-STATREJ      PIC 9(9) COMP-5.
               10  WS-US-STOPREJ      PIC 9(9) COMP-5.

      * Per-currency accumulation, discovered off AUD-CURRENCY the
      * way trancodes and userids are discovered, so a new currency
               10  WS-CC-ORIG-AMT     PIC S9(13)V99 COMP-3.
               10  WS-CC-CONV-AMT     PIC S9(13)V99 COMP-3.

      * Posted CREV reversals, split by the way each moved the
      * credit: a draw given back, or a payment or other credit
      * taken back.
       77  WS-REV-COUNT         PIC 9(9) COMP-5 VALUE 0.
       77  WS-REV-DRAW-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REV-CREDIT-AMT    PIC S9(13)V99 COMP-3 VALUE 0.

      * The audit record's inbound data mapped under the same
      * IN-DATA name the online message uses, so CUSTREC.cpy gives
      * this report the converted CUST-AMOUNT by name, and
      * REVREQ.cpy the figures a posted reversal filled in.
       01  RPT-INPUT-MESSAGE.
           03  IN-DATA          PIC X(70).
           COPY CUSTREC.
           COPY REVREQ.

      * One volume bucket per clock hour, subscripted by
      * AUD-BEFORE-HOUR + 1.

      * Work fields for the rate/average arithmetic, computed per
      * printed line. WS-DRIVEN-COUNT is the records that actually
      * drove Java (volume less the auth, edit, duplicate, velocity,
      * account-status, and stopped-trancode rejections) - the
      * elapsed-time total
      * excludes every kind of rejection, so the average must divide
      * by the same population or it understates every trancode that
      * had any.
       77  WS-SUCCESS-RATE      PIC 9(3)V99 COMP-3 VALUE 0.
       77  WS-AVG-ELAPSED       PIC 9(6)V99 COMP-3 VALUE 0.
       77  WS-DRIVEN-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01  RPT-TRAN-HEADING.
           05  FILLER               PIC X(38) VALUE
               'TRANCODE   VOLUME  SUCCESS   FAILED  '.
           05  FILLER               PIC X(54) VALUE
               'AUTHREJ  EDITREJ   DUPREJ   VELREJ  STATREJ  STOPREJ  '.
           05  FILLER               PIC X(34) VALUE
               'SUCC-%   MIN-SEC  AVG-SEC  MAX-SEC'.
           05  FILLER               PIC X(6)  VALUE SPACES.

       01  RPT-TRAN-DETAIL.
           05  RPT-TD-TRANCODE      PIC X(8).
           05  RPT-TD-DUPREJ        PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TD-VELREJ        PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TD-STATREJ       PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TD-STOPREJ       PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TD-RATE          PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-TD-AVG           PIC ZZZZ9.99.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-TD-MAX           PIC ZZZZZZZ9.
           05  FILLER               PIC X(7)  VALUE SPACES.

       01  RPT-HOUR-HEADING.
           05  FILLER               PIC X(36) VALUE
           05  RPT-CD-CONV          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(73) VALUE SPACES.

       01  RPT-REV-LINE.
           05  FILLER               PIC X(18) VALUE
               'REVERSALS POSTED: '.
           05  RPT-RV-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               '  DRAWS GIVEN BACK: '.
           05  RPT-RV-DRAW          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(22) VALUE
               '  CREDITS TAKEN BACK: '.
           05  RPT-RV-CREDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(23) VALUE SPACES.

       01  RPT-USER-HEADING.
           05  FILLER               PIC X(54) VALUE
               'USERID     VOLUME  SUCCESS   FAILED  AUTHREJ  EDITREJ '.
           05  FILLER               PIC X(8)  VALUE '  DUPREJ'.
           05  FILLER               PIC X(8)  VALUE '  VELREJ'.
           05  FILLER               PIC X(9)  VALUE '  STATREJ'.
           05  FILLER               PIC X(9)  VALUE '  STOPREJ'.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  RPT-USER-DETAIL.
           05  RPT-UD-USERID        PIC X(8).
           05  RPT-UD-DUPREJ        PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-UD-VELREJ        PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-UD-STATREJ       PIC ZZZZZZZ9.
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-UD-STOPREJ       PIC ZZZZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.

       01  RPT-OVERFLOW-LINE.
           05  FILLER               PIC X(36) VALUE
           if WS-TX > 0
              Add 1 to WS-TS-COUNT (WS-TX)
              Evaluate true
                  when AUD-SUCCESS or AUD-REVERSAL
                      Add 1 to WS-TS-SUCCESS (WS-TX)
                  when AUD-AUTH-REJECTED
                      Add 1 to WS-TS-AUTHREJ (WS-TX)
                      Add 1 to WS-TS-DUPREJ (WS-TX)
                  when AUD-VEL-REJECTED
                      Add 1 to WS-TS-VELREJ (WS-TX)
                  when AUD-STATUS-REJECTED
                      Add 1 to WS-TS-STATREJ (WS-TX)
                  when AUD-TRAN-STOPPED
                      Add 1 to WS-TS-STOPREJ (WS-TX)
                  when other
                      Add 1 to WS-TS-FAILED (WS-TX)
              end-evaluate
      *       An authorization, edit, duplicate, velocity, or
      *       account-status rejection, or a message answered
      *       unavailable for a stopped trancode, never drove Java,
      *       so its zero elapsed time stays out of the
      *       min/avg/max - those columns describe the Java calls
      *       that actually ran.
              if not AUD-AUTH-REJECTED and not AUD-EDIT-REJECTED
                 and not AUD-DUP-REJECTED and not AUD-VEL-REJECTED
                 and not AUD-STATUS-REJECTED
                 and not AUD-TRAN-STOPPED
                 if AUD-ELAPSED-SECONDS < WS-TS-MIN-ELAPSED (WS-TX)
                    Move AUD-ELAPSED-SECONDS
                      to WS-TS-MIN-ELAPSED (WS-TX)
           if WS-UX > 0
              Add 1 to WS-US-COUNT (WS-UX)
              Evaluate true
                  when AUD-SUCCESS or AUD-REVERSAL
                      Add 1 to WS-US-SUCCESS (WS-UX)
                  when AUD-AUTH-REJECTED
                      Add 1 to WS-US-AUTHREJ (WS-UX)
                      Add 1 to WS-US-DUPREJ (WS-UX)
                  when AUD-VEL-REJECTED
                      Add 1 to WS-US-VELREJ (WS-UX)
                  when AUD-STATUS-REJECTED
                      Add 1 to WS-US-STATREJ (WS-UX)
                  when AUD-TRAN-STOPPED
                      Add 1 to WS-US-STOPREJ (WS-UX)
                  when other
                      Add 1 to WS-US-FAILED (WS-UX)
              end-evaluate
              end-if
           end-if

      *    A posted reversal carries the amount it moved and which
      *    way; class-tested the same as the currency amounts.
           if AUD-REVERSAL
              Add 1 to WS-REV-COUNT
              Move AUD-DATA to IN-DATA
              if REVQ-AMOUNT numeric
                 if REVQ-POST-CREDIT
                    Add REVQ-AMOUNT to WS-REV-DRAW-AMT
                 else
                    Add REVQ-AMOUNT to WS-REV-CREDIT-AMT
                 end-if
              end-if
           end-if

      *    AUD-BEFORE-HOUR runs 00-23; anything else means a damaged
      *    record, which is skipped here rather than abending the
      *    whole report on one bad byte.
              Move 0 to WS-TS-EDITREJ (WS-TX)
              Move 0 to WS-TS-DUPREJ (WS-TX)
              Move 0 to WS-TS-VELREJ (WS-TX)
              Move 0 to WS-TS-STATREJ (WS-TX)
              Move 0 to WS-TS-STOPREJ (WS-TX)
              Move +999999 to WS-TS-MIN-ELAPSED (WS-TX)
              Move 0 to WS-TS-MAX-ELAPSED (WS-TX)
              Move 0 to WS-TS-TOT-ELAPSED (WS-TX)
              Move 0 to WS-US-EDITREJ (WS-UX)
              Move 0 to WS-US-DUPREJ (WS-UX)
              Move 0 to WS-US-VELREJ (WS-UX)
              Move 0 to WS-US-STATREJ (WS-UX)
              Move 0 to WS-US-STOPREJ (WS-UX)
           end-if.

       SCAN-USER-ENTRY.

      * PROCEDURE PRINT-REPORT
      * Writes the assembled report: title and record count, then the
      * per-trancode section, the hourly distribution, the currency
      * totals, the reversal totals, and the per-userid totals, each
      * section under its own heading.
       PRINT-REPORT.
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move WS-CURRENT-YEAR  to RPT-TITLE-YEAR
           end-if
           Write REPORT-LINE from RPT-BLANK-LINE

           Move WS-REV-COUNT      to RPT-RV-COUNT
           Move WS-REV-DRAW-AMT   to RPT-RV-DRAW
           Move WS-REV-CREDIT-AMT to RPT-RV-CREDIT
           Write REPORT-LINE from RPT-REV-LINE
           Write REPORT-LINE from RPT-BLANK-LINE

           Write REPORT-LINE from RPT-USER-HEADING
           Perform PRINT-USER-LINE
               varying WS-UX from 1 by 1
           Move WS-TS-EDITREJ (WS-TX) to RPT-TD-EDITREJ
           Move WS-TS-DUPREJ  (WS-TX) to RPT-TD-DUPREJ
           Move WS-TS-VELREJ  (WS-TX) to RPT-TD-VELREJ
           Move WS-TS-STATREJ (WS-TX) to RPT-TD-STATREJ
           Move WS-TS-STOPREJ (WS-TX) to RPT-TD-STOPREJ

           if WS-TS-COUNT (WS-TX) > 0
              Compute WS-SUCCESS-RATE rounded =
           Compute WS-DRIVEN-COUNT =
                   WS-TS-COUNT (WS-TX) - WS-TS-AUTHREJ (WS-TX)
                   - WS-TS-EDITREJ (WS-TX) - WS-TS-DUPREJ (WS-TX)
                   - WS-TS-VELREJ (WS-TX) - WS-TS-STATREJ (WS-TX)
                   - WS-TS-STOPREJ (WS-TX)
           if WS-DRIVEN-COUNT > 0
              Compute WS-AVG-ELAPSED rounded =
                      WS-TS-TOT-ELAPSED (WS-TX)
           Move WS-US-EDITREJ (WS-UX) to RPT-UD-EDITREJ
           Move WS-US-DUPREJ  (WS-UX) to RPT-UD-DUPREJ
           Move WS-US-VELREJ  (WS-UX) to RPT-UD-VELREJ
           Move WS-US-STATREJ (WS-UX) to RPT-UD-STATREJ
           Move WS-US-STOPREJ (WS-UX) to RPT-UD-STOPREJ
           Write REPORT-LINE from RPT-USER-DETAIL.

       End Program "AUDRPT".
