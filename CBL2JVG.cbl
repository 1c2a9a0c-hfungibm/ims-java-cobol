      * region writes, flagged with the partner's id as the userid,
      * so AUDRPT and the replay see one consistent day whichever
      * door the transaction came in through.
      *
      * A partner file is bracketed by a header naming the partner,
      * file date, and file sequence, and a trailer carrying the
      * detail count and amount hash (PARTCTL.cpy). The whole file is
      * read and proven before any of it posts: a header that does
      * not match PARTCARD, a trailer that does not balance to what
      * arrived, or a partner/date/sequence already on the file
      * register (FILEREG.cpy) refuses the file whole, so a truncated
      * transfer or a re-send never posts at all. Either way one
      * acknowledgement record goes back to the partner beside the
      * response file saying which, and why.
      *
       Environment Division.
      *
       Input-Output Section.
       File-Control.
      *    One-card control file naming the partner network this file
      *    came from; the id rides the audit records and the summary,
      *    and the file's header must carry it.
           Select PARTNER-CARD-FILE assign to PARTCARD
                  organization is sequential
                  file status is WS-CARD-FILE-STATUS.
      *    The partner's overnight file: a header, one
      *    CUST-RECORD-layout record per transaction - the same 70
      *    bytes the terminal would have carried behind the trancode -
      *    and a trailer.
           Select PART-FILE assign to PARTFILE
                  organization is sequential
                  file status is WS-PART-FILE-STATUS.
           Select AUDIT-FILE assign to AUDTFILE
                  organization is sequential
                  file status is WS-AUDIT-FILE-STATUS.
      *    Register of every partner file already accepted, read to
      *    refuse a re-send and extended as each new file is accepted.
           Select FILE-REGISTER assign to FILEREG
                  organization is sequential
                  file status is WS-REG-FILE-STATUS.
      *    One acknowledgement record per run telling the partner the
      *    file was accepted or rejected, and why.
           Select ACK-FILE assign to ACKFILE
                  organization is sequential
                  file status is WS-ACK-FILE-STATUS.
      *
       Data Division.
      *
       FD  PARTNER-CARD-FILE
           recording mode is F
           label records are standard.
      *    Columns 10-17 and 19-22 optionally name the file date and
      *    sequence operations expect this run to carry; left blank,
      *    the header is held to the partner id alone.
       01  PARTNER-CARD.
           05  PTC-PARTNER-ID       PIC X(8).
           05  FILLER               PIC X(1).
           05  PTC-FILE-DATE        PIC X(8).
           05  FILLER               PIC X(1).
           05  PTC-FILE-SEQ         PIC X(4).
           05  FILLER               PIC X(58).
      *
       FD  PART-FILE
           recording mode is F
           recording mode is F
           label records are standard.
           COPY AUDITREC.
      *
       FD  FILE-REGISTER
           recording mode is F
           label records are standard.
           COPY FILEREG.
      *
      *    The partner's acknowledgement: the file's key, the verdict,
      *    the reason for a rejection, the detail records the file
      *    carried, and how many of them posted, were declined, or
      *    did not post.
       FD  ACK-FILE
           recording mode is F
           label records are standard.
       01  ACK-RECORD.
           05  ACK-PARTNER-ID       PIC X(8).
           05  ACK-FILE-DATE        PIC X(8).
           05  ACK-FILE-SEQ         PIC X(4).
           05  ACK-RESULT           PIC X(8).
           05  ACK-REASON-CODE      PIC X(4).
           05  ACK-REASON-TEXT      PIC X(50).
           05  ACK-RECORD-COUNT     PIC 9(9).
           05  ACK-POSTED-COUNT     PIC 9(9).
           05  ACK-DECLINED-COUNT   PIC 9(9).
           05  ACK-NOT-POSTED-COUNT PIC 9(9).
           05  ACK-TIMESTAMP        PIC X(14).
      *
       Working-Storage Section.
      * DL/I FUNCTION CODES
       77  WS-AUDIT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-AUDIT-FILE-OK     VALUE '00'.

      * '35' on the register is a first run with nothing registered
      * yet, the same reading the online region gives its journals.
       77  WS-REG-FILE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-REG-FILE-OK       VALUE '00'.
           88  WS-REG-FILE-EOF      VALUE '10'.
           88  WS-REG-FILE-NONE     VALUE '35'.

       77  WS-ACK-FILE-STATUS   PIC X(2) VALUE SPACES.
           88  WS-ACK-FILE-OK       VALUE '00'.

      * Partner network this file came from, off the control card;
      * rides AUD-USERID so the trail shows whose traffic this was.
       77  WS-PARTNER-ID        PIC X(8) VALUE 'UNKNOWN '.

      * File date and sequence the control card expects, blank when
      * the card leaves them to the header.
       77  WS-CARD-FILE-DATE    PIC X(8) VALUE SPACES.
       77  WS-CARD-FILE-SEQ     PIC X(4) VALUE SPACES.

      * The file's key off its own header, the control figures off
      * its trailer, and what the pre-pass actually found between
      * them: the detail records and the hash of their CUST-AMOUNT
      * as submitted, plus any header or record met where none
      * belongs.
       77  WS-FILE-PARTNER-ID   PIC X(8) VALUE SPACES.
       77  WS-FILE-DATE         PIC X(8) VALUE SPACES.
       77  WS-FILE-SEQ          PIC X(4) VALUE SPACES.
       77  WS-TRL-RECORD-COUNT  PIC 9(9) VALUE 0.
       77  WS-TRL-AMOUNT-HASH   PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-FILE-DETAIL-COUNT PIC 9(9) COMP-5 VALUE 0.
       77  WS-FILE-AMOUNT-HASH  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-EXTRA-HEADER-COUNT PIC 9(9) COMP-5 VALUE 0.
       77  WS-AFTER-TRAILER-COUNT PIC 9(9) COMP-5 VALUE 0.

       77  WS-TRAILER-SW        PIC X(1) VALUE 'N'.
           88  WS-TRAILER-MISSING   VALUE 'N'.
           88  WS-TRAILER-SEEN      VALUE 'Y' 'X'.
           88  WS-TRAILER-NOT-NUMERIC VALUE 'X'.

      * Verdict on the file as a whole: the first check it fails
      * names the code and text the acknowledgement carries back.
       77  WS-FILE-ACCEPT-SW    PIC X(1) VALUE 'Y'.
           88  WS-FILE-ACCEPTED     VALUE 'Y'.
           88  WS-FILE-REJECTED     VALUE 'N'.
       77  WS-FILE-REJECT-CODE  PIC X(4) VALUE SPACES.
       77  WS-FILE-REJECT-TEXT  PIC X(50) VALUE SPACES.

       77  WS-REGISTER-MATCH-SW PIC X(1) VALUE 'N'.
           88  WS-REGISTER-MATCH    VALUE 'Y'.

      * Running counts for the per-file summary, grouped into one
      * area so a single symbolic-checkpoint save area carries them
      * across a restart the way CBL2JVB's does: records read,
      * accepted past the edit pass, rejected by it, postings that
      * actually landed, declines answered, Java calls that failed,
      * velocity and account-status refusals, and the total amounts
      * posted - drawn down and given back
      * kept apart, so the summary balances against the trail the
      * way AUDRECON does.
       01  JVG-RESTART-AREA.
           05  WS-RECORD-COUNT      PIC 9(9) COMP-5 VALUE 0.
           05  WS-ACCEPT-COUNT      PIC 9(9) COMP-5 VALUE 0.
           05  WS-DECLINE-COUNT     PIC 9(9) COMP-5 VALUE 0.
           05  WS-FAIL-COUNT        PIC 9(9) COMP-5 VALUE 0.
           05  WS-VELREJ-COUNT      PIC 9(9) COMP-5 VALUE 0.
           05  WS-STATREJ-COUNT     PIC 9(9) COMP-5 VALUE 0.
           05  WS-TOTAL-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CREDIT-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  FILLER               PIC X(1) VALUE SPACE.

      * Lengths handed to XRST/CHKP: the restart save area above, the
      * XRST work area, and the 8-byte checkpoint-ID I/O area.
       77  WS-RESTART-AREA-LEN  PIC S9(5) COMP VALUE +47.
       77  WS-XRST-WORK-LEN     PIC S9(5) COMP VALUE +12.
       77  WS-CHKP-IO-LEN       PIC S9(5) COMP VALUE +8.

      * The partner record is read under the same IN-DATA name the
      * online message uses, so CUSTREC.cpy gives this program the
      * identical field view EDIT-CUST-RECORD and the enrichment
      * address online - and PARTCTL.cpy names the header and
      * trailer that bracket the details.
       01  GW-INPUT-MESSAGE.
           03  IN-DATA          PIC X(70).
           COPY CUSTREC.
           COPY PARTCTL.

      * Segment Search Argument for the customer/account database,
      * same shape CBL2JAVA builds for its enrichment GHU.
       77  WS-RC-EDIT-REJECT    PIC S9(4) COMP VALUE +4.
       77  WS-RC-VEL-REJECT     PIC S9(4) COMP VALUE +20.
       77  WS-RC-POST-FAIL      PIC S9(4) COMP VALUE +24.
       77  WS-RC-STATUS-REJECT  PIC S9(4) COMP VALUE +28.

      * The record's return code is carried here and only moved into
      * RSP-RETURN-CODE as the response is written: the FD record
      * Reason-code table shared with CBL2JAVA's edit pass.
       COPY REASONTB.

      * Account-status rules shared with CBL2JAVA, so a frozen,
      * closed, or collections account refuses the same reason codes
      * from a partner file that it refuses from a terminal - and a
      * posting here never overwrites a status maintenance set.
       COPY ACCTSTAT.

       77  WS-STATUS-REJECT-SW  PIC X(1) VALUE 'N'.
           88  WS-STATUS-REJECT     VALUE 'Y'.
           88  WS-STATUS-OK         VALUE 'N'.
       77  WS-STATUS-OWNER-SW   PIC X(1) VALUE 'P'.
           88  WS-STATUS-POSTING-OWNED VALUE 'P'.
       77  WS-STATUS-NAME       PIC X(9) VALUE SPACES.

      * Response text for a status refusal, the same words the
      * terminal user would have seen.
       01  STATUS-REJECT-LINE.
           05  FILLER           PIC X(15) VALUE 'ACCOUNT STATUS '.
           05  SRL-STATUS       PIC X(2).
           05  FILLER           PIC X     VALUE SPACE.
           05  SRL-NAME         PIC X(9).
           05  FILLER           PIC X(9)  VALUE ' REFUSES '.
           05  SRL-REASON       PIC X(4).
           05  FILLER           PIC X(6)  VALUE ' CUST '.
           05  SRL-CUST-ID      PIC X(10).
           05  FILLER           PIC X(14) VALUE SPACES.

      * Daily currency rate table shared with CBL2JAVA, so both
      * doors convert at the same rates.
       COPY CURRTBL.

      * Inbound/enriched data lengths: a partner record arrives
      * populated through CUST-REASON-CODE, and enrichment widens the
      * meaningful length out over CUST-NAME/CUST-CREDIT-LIMIT and
      * then the resolved CUST-POST-DIRECTION, the same lengths the
      * online path derives.
       77  WS-CUST-INBOUND-LEN  PIC S9(4) COMP-5 VALUE 30.
       77  WS-CUST-ENRICHED-LEN PIC S9(4) COMP-5 VALUE 55.
       77  WS-CUST-DIRECTED-LEN PIC S9(4) COMP-5 VALUE 60.
       77  WS-IN-DATA-LEN       PIC S9(4) COMP-5 VALUE 30.

      * Length of the populated part of CUST-RESPONSE, same constant

           Perform READ-PARTNER-CARD

      *    Nothing posts until the whole file has been proven. A warm
      *    start proves it again - the file has not moved - but skips
      *    the register, which already carries this file from the
      *    run that was interrupted.
           Perform VALIDATE-PARTNER-FILE
           if WS-FILE-ACCEPTED and WS-COLD-START
              Perform CHECK-FILE-REGISTER
           end-if
           if WS-FILE-ACCEPTED and WS-COLD-START
              Perform REGISTER-PARTNER-FILE
           end-if

           if WS-FILE-ACCEPTED
              Perform POST-PARTNER-FILE
           else
      *       A refused file still leaves an empty response file, so
      *       the partner's pickup finds one either way.
              if WS-COLD-START
                 Open Output RESP-FILE
                 Close RESP-FILE
              end-if
           end-if

           Perform WRITE-ACKNOWLEDGEMENT

           Display "************************************************"
           Display "CBL2JVG: partner file for   : " WS-PARTNER-ID
           Display "CBL2JVG: file date/sequence : " WS-FILE-DATE
                   " / " WS-FILE-SEQ
           if WS-FILE-ACCEPTED
              Display "CBL2JVG: file result        : ACCEPTED"
           else
              Display "CBL2JVG: file result        : REJECTED "
                      WS-FILE-REJECT-CODE " " WS-FILE-REJECT-TEXT
           end-if
           Display "CBL2JVG: detail records     : " WS-FILE-DETAIL-COUNT
           Display "CBL2JVG: records read       : " WS-RECORD-COUNT
           Display "CBL2JVG: accepted past edits: " WS-ACCEPT-COUNT
           Display "CBL2JVG: rejected by edits  : " WS-REJECT-COUNT
           Display "CBL2JVG: postings applied   : " WS-POST-COUNT
           Display "CBL2JVG: declined           : " WS-DECLINE-COUNT
           Display "CBL2JVG: java calls failed  : " WS-FAIL-COUNT
           Display "CBL2JVG: velocity refused   : " WS-VELREJ-COUNT
           Display "CBL2JVG: status refused     : " WS-STATREJ-COUNT
           Display "CBL2JVG: amount drawn down  : " WS-TOTAL-AMOUNT
           Display "CBL2JVG: amount credited    : " WS-CREDIT-AMOUNT
           Display "          CBL2JVG: Execution end                 "
           Display "************************************************"

           GOBACK.

      * PROCEDURE POST-PARTNER-FILE
      * Runs a proven file through the pipeline: reads past the
      * header, repositions on a warm start, and posts the detail
      * records up to the trailer. On a cold start a checkpoint is
      * taken before the first record, so that once the file is on
      * the register there is always a checkpoint to restart from -
      * a cold rerun of a registered file is refused as a re-send.
       POST-PARTNER-FILE.
           Open Input PART-FILE
      *    A warm start extends the response file already written up
      *    to the checkpoint instead of truncating it.
      *    truncate.
           Open Extend AUDIT-FILE

      *    The header was proven by the pre-pass; read past it.
           Read PART-FILE

           if WS-COLD-START
              Perform TAKE-GATEWAY-CHECKPOINT
           end-if

           if WS-RECORD-COUNT > 0
              Perform REPOSITION-PART-FILE
           end-if

      *    One last checkpoint commits the completed run, so a rerun
      *    after a clean end-of-job does not re-post the whole file.
           Perform TAKE-GATEWAY-CHECKPOINT.

      * PROCEDURE RESTART-FROM-CHECKPOINT
      * Issues the XRST that makes this BMP restartable, exactly as
           end-if.

      * PROCEDURE READ-PARTNER-CARD
      * One card names the partner network whose file this is, and
      * optionally the file date and sequence expected. A missing or
      * unreadable card leaves the UNKNOWN default standing, which
      * no header can match, so the file is refused rather than
      * posted under a partner nobody vouched for.
       READ-PARTNER-CARD.
           Open Input PARTNER-CARD-FILE
           if WS-CARD-FILE-OK
              Read PARTNER-CARD-FILE
              if WS-CARD-FILE-OK and PTC-PARTNER-ID not = SPACES
                 Move PTC-PARTNER-ID to WS-PARTNER-ID
                 Move PTC-FILE-DATE  to WS-CARD-FILE-DATE
                 Move PTC-FILE-SEQ   to WS-CARD-FILE-SEQ
              else
                 Display "CBL2JVG: partner card missing or blank, "
                         "file status " WS-CARD-FILE-STATUS
           Display "CBL2JVG: processing partner file for "
                   WS-PARTNER-ID.

      * PROCEDURE VALIDATE-PARTNER-FILE
      * The pre-pass that proves the file before any of it posts:
      * reads it end to end, holds the header to PARTCARD, counts
      * and hashes the detail records, and balances them to the
      * trailer. The first failure found names the rejection.
       VALIDATE-PARTNER-FILE.
           Move 'Y' to WS-FILE-ACCEPT-SW
           Move SPACES to WS-FILE-REJECT-CODE
           Move SPACES to WS-FILE-REJECT-TEXT
           Move 'N' to WS-TRAILER-SW
           Move 0 to WS-FILE-DETAIL-COUNT
           Move 0 to WS-FILE-AMOUNT-HASH
           Move 0 to WS-EXTRA-HEADER-COUNT
           Move 0 to WS-AFTER-TRAILER-COUNT

           Open Input PART-FILE
           if not WS-PART-FILE-OK
              Move 'N' to WS-FILE-ACCEPT-SW
              Move 'READ' to WS-FILE-REJECT-CODE
              Move 'PARTNER FILE COULD NOT BE OPENED'
                to WS-FILE-REJECT-TEXT
              Display "CBL2JVG: partner file open failed, file "
                      "status " WS-PART-FILE-STATUS
           else
              Read PART-FILE into IN-DATA
              if WS-PART-FILE-OK and PFH-IS-HEADER
                 Move PFH-PARTNER-ID to WS-FILE-PARTNER-ID
                 Move PFH-FILE-DATE  to WS-FILE-DATE
                 Move PFH-FILE-SEQ   to WS-FILE-SEQ
                 Perform CHECK-FILE-HEADER
                 Perform SCAN-PARTNER-FILE
                 if WS-FILE-ACCEPTED
                    Perform CHECK-FILE-TRAILER
                 end-if
              else
                 Move 'N' to WS-FILE-ACCEPT-SW
                 Move 'HDR1' to WS-FILE-REJECT-CODE
                 Move 'NO HEADER RECORD AT THE START OF THE FILE'
                   to WS-FILE-REJECT-TEXT
              end-if
              Close PART-FILE
           end-if

           if WS-FILE-ACCEPTED
              Display "CBL2JVG: partner file " WS-FILE-DATE "/"
                      WS-FILE-SEQ " balances, " WS-FILE-DETAIL-COUNT
                      " detail records"
           else
              Display "CBL2JVG: partner file REJECTED "
                      WS-FILE-REJECT-CODE " " WS-FILE-REJECT-TEXT
           end-if.

      * PROCEDURE CHECK-FILE-HEADER
      * Holds the header to the control card: the partner id always,
      * the file date and sequence to the card when the card names
      * them, and to a valid shape when it does not.
       CHECK-FILE-HEADER.
           Evaluate true
               when WS-PARTNER-ID = 'UNKNOWN '
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR2' to WS-FILE-REJECT-CODE
                   Move 'NO PARTCARD PARTNER ID TO HOLD THE HEADER TO'
                     to WS-FILE-REJECT-TEXT
               when PFH-PARTNER-ID not = WS-PARTNER-ID
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR2' to WS-FILE-REJECT-CODE
                   Move 'HEADER PARTNER ID DOES NOT MATCH PARTCARD'
                     to WS-FILE-REJECT-TEXT
               when PFH-FILE-DATE not numeric
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR3' to WS-FILE-REJECT-CODE
                   Move 'HEADER FILE DATE MISSING OR NOT NUMERIC'
                     to WS-FILE-REJECT-TEXT
               when WS-CARD-FILE-DATE not = SPACES
                    and PFH-FILE-DATE not = WS-CARD-FILE-DATE
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR3' to WS-FILE-REJECT-CODE
                   Move 'HEADER FILE DATE DOES NOT MATCH PARTCARD'
                     to WS-FILE-REJECT-TEXT
               when PFH-FILE-SEQ not numeric
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR4' to WS-FILE-REJECT-CODE
                   Move 'HEADER FILE SEQUENCE MISSING OR NOT NUMERIC'
                     to WS-FILE-REJECT-TEXT
               when WS-CARD-FILE-SEQ not = SPACES
                    and PFH-FILE-SEQ not = WS-CARD-FILE-SEQ
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR4' to WS-FILE-REJECT-CODE
                   Move 'HEADER FILE SEQUENCE DOES NOT MATCH PARTCARD'
                     to WS-FILE-REJECT-TEXT
               when other
                   continue
           end-evaluate.

      * PROCEDURE SCAN-PARTNER-FILE
      * Reads the rest of the file after the header, counting the
      * detail records and hashing their CUST-AMOUNT as submitted.
      * A detail whose amount is not a valid packed figure adds
      * nothing to the hash; the edit pass refuses it later anyway.
      * Anything after the trailer, and a second header anywhere,
      * is counted so the trailer check can refuse the file.
       SCAN-PARTNER-FILE.
           Read PART-FILE into IN-DATA
           if WS-PART-FILE-OK
              Evaluate true
                  when WS-TRAILER-SEEN
                      Add 1 to WS-AFTER-TRAILER-COUNT
                  when PFT-IS-TRAILER
                      if PFT-RECORD-COUNT numeric
                         and PFT-AMOUNT-HASH numeric
                         Move 'Y' to WS-TRAILER-SW
                         Move PFT-RECORD-COUNT to WS-TRL-RECORD-COUNT
                         Move PFT-AMOUNT-HASH  to WS-TRL-AMOUNT-HASH
                      else
                         Move 'X' to WS-TRAILER-SW
                      end-if
                  when PFH-IS-HEADER
                      Add 1 to WS-EXTRA-HEADER-COUNT
                  when other
                      Add 1 to WS-FILE-DETAIL-COUNT
                      if CUST-AMOUNT numeric
                         Add CUST-AMOUNT to WS-FILE-AMOUNT-HASH
                      end-if
              end-evaluate
              GO to SCAN-PARTNER-FILE
           end-if

           if not WS-PART-FILE-EOF and WS-FILE-ACCEPTED
              Move 'N' to WS-FILE-ACCEPT-SW
              Move 'READ' to WS-FILE-REJECT-CODE
              Move 'PARTNER FILE READ FAILED BEFORE END OF FILE'
                to WS-FILE-REJECT-TEXT
              Display "CBL2JVG: partner file read failed, file "
                      "status " WS-PART-FILE-STATUS
           end-if.

      * PROCEDURE CHECK-FILE-TRAILER
      * Balances what the pre-pass found to what the trailer says
      * the partner sent. A file with no trailer is a truncated
      * transfer, however well the rest of it reads.
       CHECK-FILE-TRAILER.
           Evaluate true
               when WS-TRAILER-MISSING
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'TRL1' to WS-FILE-REJECT-CODE
                   Move 'NO TRAILER RECORD - FILE INCOMPLETE'
                     to WS-FILE-REJECT-TEXT
               when WS-TRAILER-NOT-NUMERIC
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'TRL2' to WS-FILE-REJECT-CODE
                   Move 'TRAILER COUNT OR HASH NOT NUMERIC'
                     to WS-FILE-REJECT-TEXT
               when WS-EXTRA-HEADER-COUNT > 0
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'HDR5' to WS-FILE-REJECT-CODE
                   Move 'HEADER RECORD FOUND INSIDE THE FILE'
                     to WS-FILE-REJECT-TEXT
               when WS-AFTER-TRAILER-COUNT > 0
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'TRL5' to WS-FILE-REJECT-CODE
                   Move 'RECORDS FOUND AFTER THE TRAILER'
                     to WS-FILE-REJECT-TEXT
               when WS-TRL-RECORD-COUNT not = WS-FILE-DETAIL-COUNT
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'TRL3' to WS-FILE-REJECT-CODE
                   Move 'TRAILER RECORD COUNT OUT OF BALANCE'
                     to WS-FILE-REJECT-TEXT
               when WS-TRL-AMOUNT-HASH not = WS-FILE-AMOUNT-HASH
                   Move 'N' to WS-FILE-ACCEPT-SW
                   Move 'TRL4' to WS-FILE-REJECT-CODE
                   Move 'TRAILER AMOUNT HASH OUT OF BALANCE'
                     to WS-FILE-REJECT-TEXT
               when other
                   continue
           end-evaluate

           if WS-FILE-REJECTED
              Display "CBL2JVG: trailer count " WS-TRL-RECORD-COUNT
                      " hash " WS-TRL-AMOUNT-HASH
              Display "CBL2JVG: file count    " WS-FILE-DETAIL-COUNT
                      " hash " WS-FILE-AMOUNT-HASH
           end-if.

      * PROCEDURE CHECK-FILE-REGISTER
      * Looks for this partner, date, and sequence on the register of
      * files already accepted. A register that exists but cannot be
      * read refuses the file too: a re-send that cannot be ruled out
      * is not posted.
       CHECK-FILE-REGISTER.
           Move 'N' to WS-REGISTER-MATCH-SW
           Open Input FILE-REGISTER
           if WS-REG-FILE-OK
              Perform READ-FILE-REGISTER
              Close FILE-REGISTER
           else
              if WS-REG-FILE-NONE
                 Display "CBL2JVG: no file register yet, file status "
                         WS-REG-FILE-STATUS
              else
                 Move 'N' to WS-FILE-ACCEPT-SW
                 Move 'REGF' to WS-FILE-REJECT-CODE
                 Move 'FILE REGISTER COULD NOT BE READ'
                   to WS-FILE-REJECT-TEXT
                 Display "CBL2JVG: file register open failed, file "
                         "status " WS-REG-FILE-STATUS
              end-if
           end-if

           if WS-REGISTER-MATCH
              Move 'N' to WS-FILE-ACCEPT-SW
              Move 'DUPF' to WS-FILE-REJECT-CODE
              Move 'FILE ALREADY PROCESSED - ON THE FILE REGISTER'
                to WS-FILE-REJECT-TEXT
           end-if

           if WS-FILE-REJECTED
              Display "CBL2JVG: partner file REJECTED "
                      WS-FILE-REJECT-CODE " " WS-FILE-REJECT-TEXT
           end-if.

       READ-FILE-REGISTER.
           Read FILE-REGISTER
           if WS-REG-FILE-OK
              if FRG-PARTNER-ID = WS-FILE-PARTNER-ID
                 and FRG-FILE-DATE = WS-FILE-DATE
                 and FRG-FILE-SEQ = WS-FILE-SEQ
                 Move 'Y' to WS-REGISTER-MATCH-SW
                 Display "CBL2JVG: file " WS-FILE-DATE "/"
                         WS-FILE-SEQ " already registered at "
                         FRG-ACCEPTED-TS
              else
                 GO to READ-FILE-REGISTER
              end-if
           else
              if not WS-REG-FILE-EOF
                 Move 'N' to WS-FILE-ACCEPT-SW
                 Move 'REGF' to WS-FILE-REJECT-CODE
                 Move 'FILE REGISTER COULD NOT BE READ'
                   to WS-FILE-REJECT-TEXT
                 Display "CBL2JVG: file register read failed, file "
                         "status " WS-REG-FILE-STATUS
              end-if
           end-if.

      * PROCEDURE REGISTER-PARTNER-FILE
      * Puts an accepted file on the register before its first
      * record posts, so a re-send arriving even while this run is
      * still going is refused. If the register cannot take the
      * entry the file is refused instead: a file posted without
      * being registered could be posted again tomorrow.
       REGISTER-PARTNER-FILE.
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move SPACES to FILE-REGISTER-RECORD
           Move WS-FILE-PARTNER-ID   to FRG-PARTNER-ID
           Move WS-FILE-DATE         to FRG-FILE-DATE
           Move WS-FILE-SEQ          to FRG-FILE-SEQ
           Move WS-FILE-DETAIL-COUNT to FRG-RECORD-COUNT
           Move WS-FILE-AMOUNT-HASH  to FRG-AMOUNT-HASH
           Move WS-CURRENT-DATE-FIELDS (1:14) to FRG-ACCEPTED-TS

           Open Extend FILE-REGISTER
           if WS-REG-FILE-OK
              Write FILE-REGISTER-RECORD
              if not WS-REG-FILE-OK
                 Move 'N' to WS-FILE-ACCEPT-SW
              end-if
              Close FILE-REGISTER
           else
              Move 'N' to WS-FILE-ACCEPT-SW
           end-if

           if WS-FILE-REJECTED
              Move 'REGF' to WS-FILE-REJECT-CODE
              Move 'FILE REGISTER COULD NOT BE UPDATED'
                to WS-FILE-REJECT-TEXT
              Display "CBL2JVG: file register update failed, file "
                      "status " WS-REG-FILE-STATUS
           end-if.

      * PROCEDURE WRITE-ACKNOWLEDGEMENT
      * The one acknowledgement record for the run. A rejected file
      * posted nothing, so every detail it carried is counted as not
      * posted; for an accepted file, whatever neither posted nor
      * was declined - edit, status, and velocity refusals and
      * failures - is the partner's to follow up off the response
      * file.
       WRITE-ACKNOWLEDGEMENT.
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move SPACES to ACK-RECORD
           Move WS-PARTNER-ID to ACK-PARTNER-ID
           Move WS-FILE-DATE  to ACK-FILE-DATE
           Move WS-FILE-SEQ   to ACK-FILE-SEQ
           if WS-FILE-ACCEPTED
              Move 'ACCEPTED' to ACK-RESULT
              Move 'FILE ACCEPTED AND PROCESSED' to ACK-REASON-TEXT
           else
              Move 'REJECTED' to ACK-RESULT
              Move WS-FILE-REJECT-CODE to ACK-REASON-CODE
              Move WS-FILE-REJECT-TEXT to ACK-REASON-TEXT
           end-if
           Move WS-FILE-DETAIL-COUNT to ACK-RECORD-COUNT
           Move WS-POST-COUNT        to ACK-POSTED-COUNT
           Move WS-DECLINE-COUNT     to ACK-DECLINED-COUNT
           Compute ACK-NOT-POSTED-COUNT = WS-FILE-DETAIL-COUNT
                   - WS-POST-COUNT - WS-DECLINE-COUNT
           Move WS-CURRENT-DATE-FIELDS (1:14) to ACK-TIMESTAMP

           Open Output ACK-FILE
           if WS-ACK-FILE-OK
              Write ACK-RECORD
              if not WS-ACK-FILE-OK
                 Display "CBL2JVG: acknowledgement write failed, "
                         "file status " WS-ACK-FILE-STATUS
              end-if
              Close ACK-FILE
           else
              Display "CBL2JVG: acknowledgement open failed, file "
                      "status " WS-ACK-FILE-STATUS
           end-if.

      * PROCEDURE REPOSITION-PART-FILE
      * Puts the sequential partner-file read back where the restart
      * checkpoint left it by reading and discarding the records

      * PROCEDURE DO-MAIN-LOOP
      * Reads one partner record at a time and puts it through the
      * online pipeline until the trailer is reached, the same
      * read-process loop shape CBL2JVB uses. Every
      * WS-JVG-CHKP-FREQUENCY records a symbolic checkpoint commits
      * the database postings made so far and saves the running
       DO-MAIN-LOOP.
           Read PART-FILE into IN-DATA

           if WS-PART-FILE-OK and not PFT-IS-TRAILER then
               Perform PROCESS-PARTNER-RECORD
               if FUNCTION MOD (WS-RECORD-COUNT,
                                WS-JVG-CHKP-FREQUENCY) = 0 then
               GO to DO-MAIN-LOOP
           end-if

           if not WS-PART-FILE-OK and not WS-PART-FILE-EOF then
               Display "CBL2JVG: partner file read failed, file "
                       "status " WS-PART-FILE-STATUS
           end-if.
              if WS-IN-DATA-LEN < WS-CUST-ENRICHED-LEN
                 Move WS-CUST-ENRICHED-LEN to WS-IN-DATA-LEN
              end-if
              if WS-IN-DATA-LEN < WS-CUST-DIRECTED-LEN
                 Move WS-CUST-DIRECTED-LEN to WS-IN-DATA-LEN
              end-if

      *       The day's accumulated total is held against the
      *       customer's cap before the Java call, exactly as
      *       online; a refused record is answered on the response
      *       file and flagged AUD-VEL-REJECTED, and no draw is
      *       posted. A credit posting is never held against the
      *       cap, exactly as online. The account's status is
      *       weighed ahead of the cap, also exactly as online.
              Move 'N' to WS-VEL-REJECT-SW
              Move 'N' to WS-STATUS-REJECT-SW
              if WS-CUST-DB-FOUND
                 Perform CHECK-ACCOUNT-STATUS
              end-if
              if WS-CUST-DB-FOUND and WS-STATUS-OK
                 and not CUST-POST-CREDIT
                 Perform CHECK-DAILY-VELOCITY
              end-if

              Evaluate true
                  when WS-STATUS-REJECT
                      Add 1 to WS-STATREJ-COUNT
                      Move AUD-BEFORE-TS to AUD-AFTER-TS
                      Move WS-RC-STATUS-REJECT to WS-RSP-RETURN-CODE
                      Move CDB-ACCOUNT-STATUS to SRL-STATUS
                      Move WS-STATUS-NAME     to SRL-NAME
                      Move CUST-REASON-CODE   to SRL-REASON
                      Move CUST-ID            to SRL-CUST-ID
                      Move STATUS-REJECT-LINE to RSP-DATA
                  when WS-VEL-REJECT
                      Add 1 to WS-VELREJ-COUNT
                      Move AUD-BEFORE-TS to AUD-AFTER-TS
                      Move WS-RC-VEL-REJECT to WS-RSP-RETURN-CODE
                      Move 'DAILY VELOCITY LIMIT EXCEEDED' to RSP-DATA
                  when other
                      Perform DRIVE-RECORD-VIA-JAVA
              end-evaluate

              Perform WRITE-RESPONSE-RECORD
              Perform WRITE-AUDIT-RECORD
              end-search
           end-if

      *    The recognized code also fixes which way the posting
      *    moves the available credit; the record only gets a say
      *    for a code that may go either way.
           if WS-EDIT-OK
              Perform EDIT-POST-DIRECTION
           end-if

      *    A blank currency means domestic and converts at 1; any
      *    other code must have a row on the daily rate sheet.
           if WS-EDIT-OK
                      WS-RECORD-COUNT ": " WS-EDIT-MESSAGE
           end-if.

      * PROCEDURE EDIT-POST-DIRECTION
      * Settles CUST-POST-DIRECTION off the matched reason code's
      * row in WS-REASON-DIRECTION-TABLE. A code that goes one way
      * only stamps its direction into the record - a sender that
      * left the byte blank is simply told what happened, and one
      * that asked for the opposite direction is refused rather than
      * posted the wrong way. A code that may go either way takes
      * the record's 'D' or 'C', blank meaning a draw the way
      * adjustments always posted, and refuses anything else.
       EDIT-POST-DIRECTION.
           Set WS-REASON-DIR-IDX to WS-REASON-IDX
           if CUST-POST-DIRECTION = LOW-VALUE
              Move SPACE to CUST-POST-DIRECTION
           end-if

           Evaluate true
               when WS-REASON-EITHER (WS-REASON-DIR-IDX)
                   if CUST-POST-DIRECTION = SPACE
                      Move 'D' to CUST-POST-DIRECTION
                   end-if
                   if not CUST-POST-DEBIT and not CUST-POST-CREDIT
                      Move 'CUST-POST-DIRECTION NOT D OR C'
                        to WS-EDIT-MESSAGE
                      Move 'Y' to WS-EDIT-ERROR-SW
                   end-if
               when CUST-POST-DIRECTION = SPACE
                    or CUST-POST-DIRECTION
                       = WS-REASON-DIRECTION (WS-REASON-DIR-IDX)
                   Move WS-REASON-DIRECTION (WS-REASON-DIR-IDX)
                     to CUST-POST-DIRECTION
               when other
                   Move 'CUST-POST-DIRECTION CONFLICTS WITH REASON CODE'
                     to WS-EDIT-MESSAGE
                   Move 'Y' to WS-EDIT-ERROR-SW
           end-evaluate.

      * PROCEDURE EDIT-CURRENCY-CODE
      * Resolves the record's currency to its daily rate, the same
      * lookup and listing-not-omission rule the online edit pass
              Move CDB-CREDIT-LIMIT   to CUST-CREDIT-LIMIT
           end-if.

      * PROCEDURE CHECK-ACCOUNT-STATUS
      * Holds the record's reason code against the rules for the
      * status on the held CUSTSEG, exactly as online: blank is open,
      * a status not on the table is refused, and the status owner
      * is noted for the REPL.
       CHECK-ACCOUNT-STATUS.
           Move 'N' to WS-STATUS-REJECT-SW
           Move 'P' to WS-STATUS-OWNER-SW
           Move 'OPEN' to WS-STATUS-NAME
           if CDB-ACCOUNT-STATUS not = SPACES
              and CDB-ACCOUNT-STATUS not = LOW-VALUES
              Move 'UNDEFINED' to WS-STATUS-NAME
              Move 'M' to WS-STATUS-OWNER-SW
              Set WS-ACCT-IDX to 1
              Search WS-ACCT-STATUS-ENTRY
                  at end
                      Move 'Y' to WS-STATUS-REJECT-SW
                  when WS-AS-STATUS (WS-ACCT-IDX) = SPACES
                      Move 'Y' to WS-STATUS-REJECT-SW
                  when WS-AS-STATUS (WS-ACCT-IDX)
                       = CDB-ACCOUNT-STATUS
                      Move WS-AS-NAME (WS-ACCT-IDX) to WS-STATUS-NAME
                      Move WS-AS-OWNER (WS-ACCT-IDX)
                        to WS-STATUS-OWNER-SW
                      Perform CHECK-STATUS-REASON
              end-search
           end-if

           if WS-STATUS-REJECT
              Display "CBL2JVG: status refusal for CUST-ID "
                      CUST-ID " status " CDB-ACCOUNT-STATUS
                      " reason " CUST-REASON-CODE
                      " at record " WS-RECORD-COUNT
           end-if.

      * PROCEDURE CHECK-STATUS-REASON
      * Looks for the record's reason code among the codes the
      * matched status row allows; '*' in the first slot allows
      * them all, and a blank slot is end-of-list.
       CHECK-STATUS-REASON.
           if WS-AS-ALLOWED-REASON (WS-ACCT-IDX, 1) not = '*'
              Set WS-AS-RSN-IDX to 1
              Search WS-AS-ALLOWED-REASON
                  at end
                      Move 'Y' to WS-STATUS-REJECT-SW
                  when WS-AS-ALLOWED-REASON
                           (WS-ACCT-IDX, WS-AS-RSN-IDX) = SPACES
                      Move 'Y' to WS-STATUS-REJECT-SW
                  when WS-AS-ALLOWED-REASON
                           (WS-ACCT-IDX, WS-AS-RSN-IDX)
                       = CUST-REASON-CODE
                      continue
              end-search
           end-if.

      * PROCEDURE CHECK-DAILY-VELOCITY
      * Holds the would-be draw against the customer's daily cap off
      * the held segment, class-testing both velocity fields before
           end-if.

      * PROCEDURE REPL-CUSTOMER-DATABASE
      * Posts the approved draw (or credit given back) into the held
      * CUSTSEG, the same arithmetic the online REPL applies. A REPL
      * that fails in this batch leg is counted and reported rather
      * than backed out -
      * the response file and the summary carry the record forward
      * for follow-up, and the next checkpoint does not make any
      * half-posting durable because the REPL never landed.
       REPL-CUSTOMER-DATABASE.
           if CUST-POST-CREDIT
              Add CUST-AMOUNT to CDB-CREDIT-LIMIT
           else
              Subtract CUST-AMOUNT from CDB-CREDIT-LIMIT
           end-if
      *    Only a status the posting owns toggles between 'OK' and
      *    'OD', exactly as online.
           if WS-STATUS-POSTING-OWNED
              if CDB-CREDIT-LIMIT < 0
                 Move 'OD' to CDB-ACCOUNT-STATUS
              else
                 Move 'OK' to CDB-ACCOUNT-STATUS
              end-if
           end-if
      *    The posted draw also accumulates into the day's velocity
      *    total, exactly as the online REPL does; a credit posting
      *    stays out of it.
           if not CUST-POST-CREDIT
              if CDB-DAILY-TOTAL numeric
                 Add CUST-AMOUNT to CDB-DAILY-TOTAL
              else
                 Move CUST-AMOUNT to CDB-DAILY-TOTAL
              end-if
           end-if

           Call 'CBLTDLI' using REPL-FUNC, DBPCB, CUST-DB-SEGMENT

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-POST-COUNT
              if CUST-POST-CREDIT
                 Add CUST-AMOUNT to WS-CREDIT-AMOUNT
              else
                 Add CUST-AMOUNT to WS-TOTAL-AMOUNT
              end-if
      *       The response and the history line show the credit the
      *       posting actually left, whichever way it went.
              Move CDB-CREDIT-LIMIT to CRSP-AVAIL-CREDIT
           else
              Display "CBL2JVG: REPL failed for CUST-ID " CDB-CUST-ID
                      " status " DBPCB-STATUSCODE
           Move CUST-REASON-CODE  to HST-REASON-CODE
           Move CRSP-DECISION     to HST-DECISION
           Move CRSP-AVAIL-CREDIT to HST-AVAIL-CREDIT
           Move CUST-POST-DIRECTION to HST-POST-DIRECTION
           Move WS-ORIG-CURRENCY  to HST-ORIG-CURRENCY
           Move WS-ORIG-AMOUNT    to HST-ORIG-AMOUNT

           Call 'CBLTDLI' using ISRT-FUNC, DBPCB, HIST-SEGMENT,
                   WS-CUST-SSA, WS-HIST-SSA
             if WS-VEL-REJECT
                Set AUD-VEL-REJECTED to true
             else
               if WS-STATUS-REJECT
                  Set AUD-STATUS-REJECTED to true
               else
                 if WS-RSP-RETURN-CODE not = 0
                    Set AUD-FAILED to true
                 else
                    Set AUD-SUCCESS to true
                 end-if
               end-if
             end-if
           end-if
