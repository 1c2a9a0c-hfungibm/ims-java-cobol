           Select ALERT-FILE assign to ALRTFILE
                  organization is sequential
                  file status is WS-ALERT-FILE-STATUS.
      *    Durable pending-change journal behind the dual-control rule
      *    on credit limit and daily cap increases: one 'P' record per
      *    increase CUPD holds, and one approval, rejection, or expiry
      *    record closing it. Read at region start to rebuild the
      *    pending-change table and extended thereafter, the same way
      *    the alert journal is.
           Select PENDCHG-FILE assign to PENDCHG
                  organization is sequential
                  file status is WS-PENDCHG-STATUS.
      *    Control datasets the region's tables load from at startup
      *    and on the RFSH operator trancode: the authorization rows,
      *    the valid reason codes, and the trancode dispatch rows
           recording mode is F
           label records are standard.
           COPY ALERTREC.
      *
       FD  PENDCHG-FILE
           recording mode is F
           label records are standard.
           COPY PENDCHG.
      *
       FD  TRNAUTH-FILE
           recording mode is F
       77  GN-FUNC              PIC X(4) VALUE 'GN  '.
       77  GNP-FUNC             PIC X(4) VALUE 'GNP '.
       77  GHU-FUNC             PIC X(4) VALUE 'GHU '.
       77  GHNP-FUNC            PIC X(4) VALUE 'GHNP'.
       77  REPL-FUNC            PIC X(4) VALUE 'REPL'.
       77  ISRT-FUNC            PIC X(4) VALUE 'ISRT'.
       77  ROLB-FUNC            PIC X(4) VALUE 'ROLB'.
       77  CHKP-FUNC            PIC X(4) VALUE 'CHKP'.
       77  CHNG-FUNC            PIC X(4) VALUE 'CHNG'.
       77  PURG-FUNC            PIC X(4) VALUE 'PURG'.
       77  DLET-FUNC            PIC X(4) VALUE 'DLET'.

      *****************************************************************
      *            CUSTOMER/ACCOUNT DATABASE
           05  FILLER               PIC X(8)  VALUE 'HISTSEG '.
           05  FILLER               PIC X     VALUE SPACE.

      * Qualified SSA for the one HISTSEG occurrence a CREV reversal
      * names, keyed by HST-TIMESTAMP plus HST-SEQ-NO under the
      * CUSTSEG the reversal holds.
       01  WS-HIST-KEY-SSA.
           05  FILLER               PIC X(8)  VALUE 'HISTSEG '.
           05  FILLER               PIC X     VALUE '('.
           05  FILLER               PIC X(8)  VALUE 'HISTKEY '.
           05  FILLER               PIC X(2)  VALUE ' ='.
           05  SSA-HIST-KEY-VALUE   PIC X(18).
           05  FILLER               PIC X     VALUE ')'.

      *****************************************************************
      *            CUSTOMER NAME INDEX DATABASE
      *
      * NAMESEG root segments on the name index PCB (see NIXPCB.cpy
      * in the Linkage Section), keyed by customer name plus CUST-ID.
      * The CNAM search positions on it with WS-NIX-SSA - '>=' the
      * name prefix for a first page, ' >' the last key shown for a
      * page forward - and reads on in key order with GN. CADD
      * inserts an entry under the unqualified SSA; a CUPD name
      * change deletes the old entry (held through WS-NIX-SSA with
      * ' =') and inserts the new one.
      *****************************************************************
       01  WS-NIX-SSA.
           05  FILLER               PIC X(8)  VALUE 'NAMESEG '.
           05  FILLER               PIC X     VALUE '('.
           05  FILLER               PIC X(8)  VALUE 'NAMEKEY '.
           05  SSA-NIX-OPERATOR     PIC X(2)  VALUE ' ='.
           05  SSA-NIX-KEY-VALUE    PIC X(30).
           05  FILLER               PIC X     VALUE ')'.

       01  WS-NIX-INS-SSA.
           05  FILLER               PIC X(8)  VALUE 'NAMESEG '.
           05  FILLER               PIC X     VALUE SPACE.

       COPY CUSTNIDX.

       COPY CUSTDBSEG.

       COPY CUSTHSEG.
           88  WS-ALERT-FILE-EOF    VALUE '10'.
           88  WS-ALERT-FILE-NONE   VALUE '35'.

      * Status of the last PENDCHG-FILE I/O, same idiom as
      * WS-ALERT-FILE-STATUS above.
       77  WS-PENDCHG-STATUS    PIC X(2) VALUE SPACES.
           88  WS-PENDCHG-OK        VALUE '00'.
           88  WS-PENDCHG-EOF       VALUE '10'.

      * Status of the last I/O against each control dataset; a
      * dataset that is not there leaves the compiled-in default
      * rows standing, so the region always comes up dispatchable.
       01  WS-RSN-ROW-WORK      PIC X(80).
       01  WS-RSN-ROW-VIEW REDEFINES WS-RSN-ROW-WORK.
           05  WS-RRW-CODE      PIC X(4).
           05  WS-RRW-DIRECTION PIC X(1).
           05  FILLER           PIC X(75).
       01  WS-DSP-ROW-WORK      PIC X(149).
       01  WS-DSP-ROW-VIEW REDEFINES WS-DSP-ROW-WORK.
           05  WS-DRW-TRANCODE  PIC X(8).
       77  WS-ORIG-CURRENCY     PIC X(3) VALUE SPACES.
       77  WS-CURRENT-RATE      PIC 9(4)V9(6) VALUE 1.

      * The currency and original amount of the posting a CREV is
      * backing out, kept from the original HISTSEG occurrence so
      * the linked reversal occurrence carries the same figures.
       77  WS-REV-ORIG-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-REV-ORIG-CURRENCY PIC X(3) VALUE SPACES.

      *****************************************************************
      *            DUPLICATE-SUBMISSION WINDOW
      *
           05  FILLER           PIC X(7)  VALUE ' TODAY '.
           05  VRL-TOTAL        PIC -(8)9.99.

      *****************************************************************
      *            ACCOUNT STATUS ENFORCEMENT
      *
      * CADD/CUPD let account setup freeze, close, or send an account
      * to collections, and CHECK-ACCOUNT-STATUS holds every enriched
      * CUST segment against the status it finds on the CUSTSEG
      * before the velocity check or Java: a reason code the status
      * does not allow is refused with WS-RC-STATUS-REJECT and the
      * STATUS REFUSES reply line, and lands on the trail flagged
      * AUD-STATUS-REJECTED - no Java call, no posting. The rules
      * live in ACCTSTAT.cpy, shared with the partner-file gateway.
      * The same table tells REPL-CUSTOMER-DATABASE which statuses a
      * posting may set: only 'OK' and 'OD' toggle off the remaining
      * credit, and a status maintenance set is never overwritten.
      *****************************************************************
       COPY ACCTSTAT.

       77  WS-STATUS-REJECT-SW  PIC X(1) VALUE 'N'.
           88  WS-STATUS-REJECT     VALUE 'Y'.
           88  WS-STATUS-OK         VALUE 'N'.

      * Whether the status found on the held segment is one the
      * posting owns ('P') or one maintenance set ('M'), and its
      * name for the reject reply.
       77  WS-STATUS-OWNER-SW   PIC X(1) VALUE 'P'.
           88  WS-STATUS-POSTING-OWNED VALUE 'P'.
       77  WS-STATUS-NAME       PIC X(9) VALUE SPACES.

      * Reply return code for a status refusal, distinct from the
      * edit (+4), Java (+8), auth (+12), duplicate (+16) and
      * velocity (+20) codes and the gateway's posting failure
      * (+24).
       77  WS-RC-STATUS-REJECT  PIC S9(4) COMP VALUE +28.

      * Reject reply sent to the terminal for a status refusal.
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

      *****************************************************************
      *            TRANCODE AUTHORIZATION
      *
           05  ARL-USERID       PIC X(8).
           05  FILLER           PIC X(22) VALUE SPACES.

      *****************************************************************
      *            OPERATOR TRANCODE CONTROL (TCTL TRANCODE)
      *
      * Operations can take one trancode out of service in the
      * running region with the TCTL trancode and put it back again,
      * without recycling the region or touching the dispatch rows.
      * A stopped trancode's messages clear authorization as usual
      * and are then answered on the spot by BUILD-STOPPED-REPLY -
      * WS-RC-TRAN-STOPPED and a service-unavailable line - and
      * audited flagged AUD-TRAN-STOPPED; Java is never driven for
      * them. The region also stops a trancode by itself once
      * WS-TC-TRIP-LIMIT Java calls in a row have failed for it (a
      * circuit breaker, so one broken Java class cannot hold the
      * region in backout retries), and raises a BREAKER supervisor
      * alert when it does. The table lives in this region only: a
      * recycle brings every trancode back up.
      *****************************************************************
       78  WS-TCTL-TABLE-MAX    VALUE 20.
       77  WS-TCTL-USED         PIC 9(4) COMP-5 VALUE 0.
       77  WS-TCTL-SCAN-IDX     PIC 9(4) COMP-5 VALUE 0.
       77  WS-TCTL-FOUND-IDX    PIC 9(4) COMP-5 VALUE 0.
       77  WS-TCTL-STOP-COUNT   PIC 9(4) COMP-5 VALUE 0.
       77  WS-TCTL-KEY          PIC X(8) VALUE SPACES.
       77  WS-TCTL-KNOWN-SW     PIC X(1) VALUE 'N'.
           88  WS-TCTL-KNOWN        VALUE 'Y'.

      * Java failures in a row a trancode is allowed before the
      * region stops it; a new row starts from here, and TCTL TRIP
      * changes it per trancode.
       77  WS-BREAKER-DEFAULT-LIMIT PIC 9(4) COMP-5 VALUE 5.

      * Whether the current message's trancode is stopped, reset at
      * the top of each trip around DO-MAIN-LOOP.
       77  WS-TRAN-STOPPED-SW   PIC X(1) VALUE 'N'.
           88  WS-TRAN-STOPPED      VALUE 'Y'.

      * Set when this message's Java failure tripped the breaker;
      * the alert is raised once the message has committed or been
      * backed out, so a ROLB cannot take it back off the queue.
       77  WS-BREAKER-TRIP-SW   PIC X(1) VALUE 'N'.
           88  WS-BREAKER-TRIPPED   VALUE 'Y'.
       77  WS-BREAKER-TRANCODE  PIC X(8) VALUE SPACES.
       77  WS-BREAKER-FAIL-RUN  PIC 9(4) COMP-5 VALUE 0.

      * Reply return code for a message whose trancode is stopped,
      * next after the status reject (+28).
       77  WS-RC-TRAN-STOPPED   PIC S9(4) COMP VALUE +32.

      * One row per trancode TCTL or the breaker has touched: its
      * state, who stopped it ('*BREAKER' for the region itself) and
      * when, the current run of Java failures, and its trip limit.
       01  WS-TCTL-TABLE.
           05  WS-TCTL-ENTRY OCCURS WS-TCTL-TABLE-MAX TIMES.
               10  WS-TC-TRANCODE     PIC X(8).
               10  WS-TC-STATE-SW     PIC X(1).
                   88  WS-TC-STOPPED      VALUE 'S'.
                   88  WS-TC-STARTED      VALUE 'A'.
               10  WS-TC-STOPPED-BY   PIC X(8).
               10  WS-TC-STOPPED-TS   PIC X(14).
               10  WS-TC-FAIL-RUN     PIC 9(4) COMP-5.
               10  WS-TC-TRIP-LIMIT   PIC 9(4) COMP-5.

      * Reply sent for a message whose trancode is stopped.
       01  STOPPED-REPLY-LINE.
           05  FILLER           PIC X(34) VALUE
               'SERVICE TEMPORARILY UNAVAILABLE - '.
           05  FILLER           PIC X(5)  VALUE 'TRAN '.
           05  SRP-TRANCODE     PIC X(8).
           05  FILLER           PIC X(8)  VALUE ' STOPPED'.
           05  FILLER           PIC X(15) VALUE SPACES.

      * Result line for the TCTL trancode.
       01  TCTL-REPLY-LINE.
           05  FILLER           PIC X(5)  VALUE 'TRAN '.
           05  TCR-TRANCODE     PIC X(8).
           05  FILLER           PIC X(3)  VALUE ' - '.
           05  TCR-RESULT       PIC X(30).
           05  FILLER           PIC X(12) VALUE ' TRIP LIMIT '.
           05  TCR-TRIP-LIMIT   PIC ZZZ9.
           05  FILLER           PIC X(8)  VALUE SPACES.

      * Breaker alert pushed to the supervisor LTERM when the region
      * stops a trancode by itself.
       01  BREAKER-ALERT-MESSAGE.
           05  BAM-LL           PIC S9(4) COMP VALUE +82.
           05  BAM-ZZ           PIC S9(4) COMP VALUE +0.
           05  BAM-TEXT.
               10  FILLER       PIC X(13) VALUE 'REGION ALERT '.
               10  BAM-KIND     PIC X(9).
               10  FILLER       PIC X(6)  VALUE ' TRAN '.
               10  BAM-TRANCODE PIC X(8).
               10  FILLER       PIC X(15) VALUE ' STOPPED AFTER '.
               10  BAM-FAIL-COUNT PIC ZZZ9.
               10  FILLER       PIC X(23) VALUE
                   ' JAVA FAILURES IN A ROW'.

      *****************************************************************
      *            OPERATOR INQUIRY (STAT TRANCODE)
      *
           05  STT-FAIL         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(16) VALUE SPACES.

      * One line per trancode TCTL or the breaker has stopped.
       01  STAT-STOP-LINE.
           05  FILLER           PIC X(8)  VALUE 'STOPPED '.
           05  SSL-TRANCODE     PIC X(8).
           05  FILLER           PIC X(4)  VALUE ' BY '.
           05  SSL-STOPPED-BY   PIC X(8).
           05  FILLER           PIC X(7)  VALUE ' SINCE '.
           05  SSL-STOPPED-TS   PIC X(14).
           05  FILLER           PIC X(21) VALUE SPACES.

      * Symbolic checkpoint controls. A CHKP is taken every
      * WS-CHKP-FREQUENCY committed messages so the region can be
      * restarted from the last checkpoint instead of from scratch
      * dispatch row, no Java.
                   88  IN-MAINT-TRANCODE
                       VALUES 'CADD', 'CUPD', 'CINQ', 'HIST', 'ALRT',
                              'RFSH', 'CREV', 'CAPV', 'TCTL', 'CNAM'.
                   88  IN-ALRT-TRANCODE
                       VALUE 'ALRT'.
                   88  IN-CAPV-TRANCODE
                       VALUE 'CAPV'.
                   88  IN-RFSH-TRANCODE
                       VALUE 'RFSH'.
                   88  IN-TCTL-TRANCODE
                       VALUE 'TCTL'.
                   88  IN-CNAM-TRANCODE
                       VALUE 'CNAM'.
               03  IN-DATA      PIC  X(70).
               COPY CUSTREC.
               COPY CUSTMNT.
               COPY ALRTREQ.
               COPY REVREQ.
               COPY PENDREQ.
               COPY TRANCTL.
               COPY NAMEREQ.

      * I/O area for the second and later segments of a multi-segment
      * input message, GN'd off the IOPCB until the 'QD' status says
           05  ATL-SHOWN-COUNT  PIC ZZZ9.
           05  FILLER           PIC X(43) VALUE SPACES.

      *****************************************************************
      *            DUAL CONTROL ON LIMIT AND CAP INCREASES (CAPV)
      *
      * A CUPD that raises CDB-CREDIT-LIMIT or CDB-DAILY-CAP by more
      * than WS-DUAL-CTL-THRESHOLD does not REPL the increase: the
      * rest of the update goes through, and the increase is held
      * as a pending change on the PENDCHG journal (see PENDCHG.cpy)
      * until a second supervisor approves or rejects it with the
      * CAPV trancode. The requester can never act on their own
      * change, and only an approval moves the figure on CUSTSEG. A
      * change still pending when its day ends expires the first
      * time the region looks at it after that - at the next CAPV or
      * the next region start - so nothing held yesterday can be
      * approved today. The journal records are staged per message
      * like the alert records and only written when the message
      * commits; the table below is rebuilt from the journal at
      * region start. Decreases, and increases at or under the
      * threshold, still apply on the spot as they always have.
      *****************************************************************
       77  WS-DUAL-CTL-THRESHOLD PIC S9(7)V99 COMP-3 VALUE 5000.00.
       78  WS-PCH-TABLE-MAX     VALUE 100.
       78  WS-PCH-PENDING-MAX   VALUE 10.
       78  WS-PCH-LIST-MAX      VALUE 20.
       77  WS-PCH-SEQ-NO        PIC 9(6) VALUE 0.
       77  WS-PCH-USED          PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-OPEN-COUNT    PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-PEND-COUNT    PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-FLUSH-IDX     PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-SCAN-IDX      PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-FOUND-IDX     PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-LISTED-COUNT  PIC 9(4) COMP-5 VALUE 0.
       77  WS-PCH-SHOWN-COUNT   PIC 9(4) COMP-5 VALUE 0.

      * End offset of PNDQ-NEW-CAP: an acted-on CAPV's data length
      * is widened out to here so the change it acted on reaches the
      * audit record.
       77  WS-PND-POSTED-LEN    PIC S9(4) COMP-5 VALUE 40.

      * Which figures this CUPD has to hold, and whether there is
      * room left to hold them.
       77  WS-PCH-LIMIT-HOLD-SW PIC X(1) VALUE 'N'.
           88  WS-PCH-LIMIT-HOLD    VALUE 'Y'.
       77  WS-PCH-CAP-HOLD-SW   PIC X(1) VALUE 'N'.
           88  WS-PCH-CAP-HOLD      VALUE 'Y'.
       77  WS-PCH-FULL-SW       PIC X(1) VALUE 'N'.
           88  WS-PCH-FULL          VALUE 'Y'.
       77  WS-PCH-STAGED-SW     PIC X(1) VALUE 'N'.
           88  WS-PCH-STAGED        VALUE 'Y'.

      * The pending-change table CAPV reads: one row per change the
      * journal knows of, flagged pending until a closing record
      * arrives. A full table reuses a closed row; a CUPD that would
      * need a row when every one is still pending is refused.
       01  WS-PCH-TABLE.
           05  WS-PCH-ENTRY OCCURS WS-PCH-TABLE-MAX TIMES.
               10  WS-PC-SEQ-NO       PIC 9(6).
               10  WS-PC-STATE-SW     PIC X(1).
                   88  WS-PC-PENDING      VALUE 'P'.
                   88  WS-PC-CLOSED       VALUE 'C'.
               10  WS-PC-CUST-ID      PIC X(10).
               10  WS-PC-LIMIT-SW     PIC X(1).
                   88  WS-PC-LIMIT-HELD   VALUE 'Y'.
               10  WS-PC-OLD-LIMIT    PIC S9(7)V99 COMP-3.
               10  WS-PC-NEW-LIMIT    PIC S9(7)V99 COMP-3.
               10  WS-PC-CAP-SW       PIC X(1).
                   88  WS-PC-CAP-HELD     VALUE 'Y'.
               10  WS-PC-OLD-CAP      PIC S9(7)V99 COMP-3.
               10  WS-PC-NEW-CAP      PIC S9(7)V99 COMP-3.
               10  WS-PC-MAKER-USERID PIC X(8).
               10  WS-PC-REQUEST-TS   PIC X(14).

      * This message's staged journal records, written on the commit
      * path only alongside the audit records.
       01  WS-PCH-PENDING-TABLE.
           05  WS-PCH-PENDING-REC PIC X(90)
                   OCCURS WS-PCH-PENDING-MAX TIMES.

      * One pending change formatted for the CAPV list reply; a
      * figure the change does not hold is left blank.
       01  PEND-LIST-LINE.
           05  FILLER           PIC X(4)  VALUE 'CHG '.
           05  PLL-SEQ-NO       PIC 9(6).
           05  FILLER           PIC X     VALUE SPACE.
           05  PLL-CUST-ID      PIC X(10).
           05  FILLER           PIC X(5)  VALUE ' LIM '.
           05  PLL-LIMIT        PIC -(6)9.99.
           05  PLL-LIMIT-X REDEFINES PLL-LIMIT
                                PIC X(10).
           05  FILLER           PIC X(5)  VALUE ' CAP '.
           05  PLL-CAP          PIC -(6)9.99.
           05  PLL-CAP-X REDEFINES PLL-CAP
                                PIC X(10).
           05  FILLER           PIC X(4)  VALUE ' BY '.
           05  PLL-MAKER        PIC X(8).
           05  FILLER           PIC X     VALUE SPACE.
           05  PLL-TIME         PIC X(6).

      * Trailer of the CAPV list reply.
       01  PEND-TRAILER-LINE.
           05  FILLER           PIC X(16) VALUE 'CHANGES PENDING '.
           05  PTL-PENDING-COUNT PIC ZZZ9.
           05  FILLER           PIC X(7)  VALUE ' SHOWN '.
           05  PTL-SHOWN-COUNT  PIC ZZZ9.
           05  FILLER           PIC X(39) VALUE SPACES.

       01  ALERT-MESSAGE.
           05  ALM-LL           PIC S9(4) COMP VALUE +128.
           05  ALM-ZZ           PIC S9(4) COMP VALUE +0.
           05  WS-HIST-RING-LINE PIC X(70)
                   OCCURS WS-HIST-REPLY-MAX TIMES.

      * One HISTSEG occurrence formatted for the terminal; the amount
      * is followed by DR for a draw or CR for credit given back. A
      * posting a CREV has backed out shows VOID as its decision, and
      * the reversal occurrence itself shows RVSL.
       01  HIST-REPLY-LINE.
           05  HRL-YEAR         PIC 9(4).
           05  FILLER           PIC X     VALUE '-'.
           05  FILLER           PIC X     VALUE SPACE.
           05  HRL-AMOUNT       PIC -(7)9.99.
           05  FILLER           PIC X     VALUE SPACE.
           05  HRL-DIRECTION    PIC X(2).
           05  FILLER           PIC X     VALUE SPACE.
           05  HRL-REASON       PIC X(4).
           05  FILLER           PIC X     VALUE SPACE.
           05  HRL-DECISION     PIC X(4).
           05  FILLER           PIC X(5)  VALUE ' AVL '.
           05  HRL-AVAIL        PIC -(6)9.99.

      * Trailer of the HIST reply: how much history the customer has
      * and how much of it the ring was able to show.
           05  HTL-SHOWN-COUNT  PIC ZZZ9.
           05  FILLER           PIC X(21) VALUE SPACES.

      *****************************************************************
      *            CNAM CUSTOMER NAME SEARCH
      *
      * CINQ, HIST, and CUST all want the exact CUST-ID, which a
      * caller who only gives a name does not have. CNAM takes a name
      * or the start of one and answers with the matching customers,
      * one line per reply segment in name order, read through the
      * name index database rather than by walking the customer
      * database. At most WS-NAME-REPLY-MAX lines go out per message;
      * when more customers match, the trailer says MORE and carries
      * the key of the last one shown, which the next CNAM passes
      * back in NMRQ-AFTER-KEY to page forward.
      *****************************************************************
       78  WS-NAME-REPLY-MAX    VALUE 15.
       77  WS-NAME-SHOWN-COUNT  PIC 9(4) COMP-5 VALUE 0.
       77  WS-NAME-PREFIX-LEN   PIC 9(4) COMP-5 VALUE 0.
       77  WS-NAME-MATCH-SW     PIC X(1) VALUE 'N'.
           88  WS-NAME-MATCHED      VALUE 'Y'.
       77  WS-NAME-MORE-SW      PIC X(1) VALUE 'N'.
           88  WS-NAME-MORE         VALUE 'Y'.
       77  WS-NAME-LAST-KEY     PIC X(30) VALUE SPACES.
      * Name-index key on file before a CUPD changes the name, so the
      * old entry can be taken out once the new name has landed.
       77  WS-NIX-OLD-NAME      PIC X(20) VALUE SPACES.

      * One matching customer: the CUSTSEG root the index entry points
      * at, with its status and the credit still available to it.
       01  NAME-REPLY-LINE.
           05  FILLER           PIC X(5)  VALUE 'CUST '.
           05  NRL-CUST-ID      PIC X(10).
           05  FILLER           PIC X     VALUE SPACE.
           05  NRL-CUST-NAME    PIC X(20).
           05  FILLER           PIC X(4)  VALUE ' ST '.
           05  NRL-STATUS       PIC X(2).
           05  FILLER           PIC X(5)  VALUE ' AVL '.
           05  NRL-AVAIL        PIC -(6)9.99.
           05  FILLER           PIC X(13) VALUE SPACES.

      * Trailer of the CNAM reply: how many customers this page shows,
      * whether more follow, and - when they do - the name and CUST-ID
      * to key into NMRQ-AFTER-KEY for the next page.
       01  NAME-TRAILER-LINE.
           05  FILLER           PIC X(6)  VALUE 'SHOWN '.
           05  NTL-SHOWN-COUNT  PIC ZZ9.
           05  NTL-MORE-FLAG    PIC X(8).
           05  FILLER           PIC X(7)  VALUE ' AFTER '.
           05  NTL-AFTER-KEY.
               10  NTL-AFTER-NAME PIC X(20).
               10  NTL-AFTER-ID   PIC X(10).
           05  FILLER           PIC X(16) VALUE SPACES.

      *****************************************************************
      *            CREV POSTING REVERSAL
      *
      * A clerk who keys the wrong amount or the wrong customer used
      * to be repaired with a CUPD setting the credit limit to a
      * hand-worked figure, which left the bad HISTSEG standing, the
      * day's velocity total too high, and AUDRECON flagging the
      * customer every night after. The CREV supervisor trancode
      * names the customer and the HST-TIMESTAMP/HST-SEQ-NO of one
      * posting and backs exactly that posting out in one unit of
      * work: the credit is restored (or, for a payment, taken back),
      * a same-day draw comes back off CDB-DAILY-TOTAL, the original
      * occurrence is flagged reversed, and a linked reversal
      * occurrence is inserted beside it. A posting already flagged
      * reversed, or a reversal occurrence itself, is refused - no
      * posting is ever backed out twice. The posted reversal lands
      * on the trail flagged AUD-REVERSAL, carrying the filled-in
      * REVREQ.cpy record.
      *****************************************************************
      * End offset of REVQ-POST-DIRECTION: a posted reversal's data
      * length is widened out to here so every figure the region
      * filled in reaches the audit record.
       77  WS-REV-POSTED-LEN    PIC S9(4) COMP-5 VALUE 60.

      * Result line for a posted reversal: the customer, the key of
      * the posting backed out, its amount, which way the reversal
      * moved the credit, and the available credit it left.
       01  REV-REPLY-LINE.
           05  FILLER           PIC X(9)  VALUE 'REVERSED '.
           05  RVL-CUST-ID      PIC X(10).
           05  FILLER           PIC X     VALUE SPACE.
           05  RVL-TIMESTAMP    PIC X(14).
           05  FILLER           PIC X     VALUE '/'.
           05  RVL-SEQ-NO       PIC X(4).
           05  FILLER           PIC X     VALUE SPACE.
           05  RVL-AMOUNT       PIC -(7)9.99.
           05  FILLER           PIC X     VALUE SPACE.
           05  RVL-DIRECTION    PIC X(2).
           05  FILLER           PIC X(5)  VALUE ' AVL '.
           05  RVL-AVAIL        PIC -(6)9.99.
           05  FILLER           PIC X     VALUE SPACE.

      * OUT-RETURN-CODE lets the requesting terminal tell a clean
      * Java call apart from one that limped through without actually
      * invoking the method (see PROCESS-INPUT-MESSAGE, set from
      * or the enriched bytes never make it into JDR-IN-DATA/AUD-DATA.
       77  WS-CUST-ENRICHED-LEN PIC S9(4) COMP-5 VALUE 55.

      * End offset of CUST-POST-DIRECTION, which the edit pass always
      * resolves: the data length is widened out to here as well so
      * the direction the posting ran in reaches Java and the audit
      * record AUDRECON reconciles from.
       77  WS-CUST-DIRECTED-LEN PIC S9(4) COMP-5 VALUE 60.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).

       COPY DBPCB.

       COPY NIXPCB.

      * PROCEDURE DIVISION
       PROCEDURE DIVISION.

           ENTRY 'MYIMSAPP' using IOPCB, ALTPCB, DBPCB, NIXPCB
           Display "************************************************"
           Display "            CBL2JAVA: Execution begin             "
           Display "************************************************"
           Perform LOAD-ALERT-TABLE
           Open Extend ALERT-FILE

      *    The pending-change table is rebuilt the same way, and any
      *    change a previous day left pending is expired before the
      *    first message can try to approve it.
           Perform LOAD-PENDING-CHANGES
           Open Extend PENDCHG-FILE
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Perform EXPIRE-STALE-CHANGES

      *    The control tables come off their datasets before the
      *    first message is read, and the load itself goes to the
      *    audit trail - the auth table's change history starts at
           Close AUDIT-FILE
           Close ERROR-FILE
           Close ALERT-FILE
           Close PENDCHG-FILE

           Display "************************************************"
           Display "            CBL2JAVA: Execution end             "
           Move +32 to IN-LL IN INPUT-MESSAGE
           Move 'N' to WS-JAVA-ERROR-SW
           Move 'Y' to WS-AUTH-OK-SW
           Move 'N' to WS-TRAN-STOPPED-SW
           Move 0 to WS-SEG-COUNT
           Move 0 to WS-SEG-FAIL-COUNT
           Move 0 to WS-TOTAL-AMOUNT
           Move 0 to WS-AUD-PENDING-COUNT
           Move 0 to WS-DUP-PEND-COUNT
           Move 0 to WS-ALERT-PEND-COUNT
           Move 0 to WS-PCH-PEND-COUNT
           Perform CLEAR-TRANCODE-DELTAS

           Display "CBL2JAVA attempting to read a message.!!"
           if IO-STATUS = ' ' and WS-JAVA-OK then
               Perform FLUSH-AUDIT-RECORDS
               Perform FLUSH-ALERT-RECORDS
               Perform FLUSH-PENDING-CHANGES
               Perform APPLY-TRANCODE-DELTAS
               Perform APPLY-RECENT-TRANSACTIONS
               Add 1 to WS-TRANSACTION-COUNT
               Perform BACKOUT-TRANSACTION
           end-if

      *    A trancode the breaker stopped during this message is
      *    announced only now, after the commit or the ROLB, so the
      *    alert cannot be taken back with the failing message.
           if WS-BREAKER-TRIPPED then
               Perform RAISE-BREAKER-ALERT
           end-if

           if IO-STATUS = ' ' then
              GO to DO-MAIN-LOOP
           else
      *      other trancode clears the authorization table first; an
      *      unauthorized attempt gets its distinct reject reply and
      *      an audit record flagged as an authorization rejection,
      *      and none of its segments are processed. An authorized
      *      message whose trancode operations (or the breaker) has
      *      stopped is answered the same way with the
      *      service-unavailable reply.
             if IN-TRANCODE = 'STAT'
                Perform BUILD-STAT-REPLY
             else
                Perform CHECK-TRAN-AUTHORITY
                if WS-AUTH-OK
                   Perform CHECK-TRAN-STOPPED
                end-if
                Evaluate true
                   when WS-AUTH-REJECTED
                      Perform BUILD-AUTH-REJECT-REPLY
                   when WS-TRAN-STOPPED
                      Perform BUILD-STOPPED-REPLY
                   when other
                      Perform PROCESS-MESSAGE-SEGMENT
                      Perform GET-NEXT-SEGMENT

                      if WS-SEG-COUNT > 1 and WS-JAVA-OK
                         and IO-STATUS = ' '
                         Perform INSERT-REPLY-TRAILER
                      end-if
                end-evaluate
             end-if
           end-if.

              end-if
           end-if
           if IN-MAINT-TRANCODE and not IN-ALRT-TRANCODE
              and not IN-RFSH-TRANCODE and not IN-CAPV-TRANCODE
              and not IN-TCTL-TRANCODE
              Perform EDIT-MAINT-RECORD
           end-if

      *    through the field edits by definition.
           Move 'N' to WS-DUP-REJECT-SW
           Move 'N' to WS-VEL-REJECT-SW
           Move 'N' to WS-STATUS-REJECT-SW
           if WS-EDIT-OK and IN-TRANCODE = 'CUST'
              Perform CHECK-DUPLICATE-SUBMISSION
           end-if
      *    message for backout sends nothing, since the ROLB would
      *    only take the reply back off the queue again.
           if WS-EDIT-OK and WS-DUP-OK and WS-VEL-OK
              and WS-STATUS-OK and not IN-MAINT-TRANCODE
              Move JDR-OUT-DATA-LEN to WS-OUT-DATA-LEN
              if IN-TRANCODE = 'CUST' and OUT-RETURN-CODE = 0
                 Move WS-CUST-RESPONSE-LEN to WS-OUT-DATA-LEN
              if WS-IN-DATA-LEN < WS-CUST-ENRICHED-LEN
                 Move WS-CUST-ENRICHED-LEN to WS-IN-DATA-LEN
              end-if
              if WS-IN-DATA-LEN < WS-CUST-DIRECTED-LEN
                 Move WS-CUST-DIRECTED-LEN to WS-IN-DATA-LEN
              end-if
           end-if

      *    The account's status comes first: a frozen, closed, or
      *    collections account refuses the reason codes its status
      *    does not allow before anything else is weighed.
           if IN-TRANCODE = 'CUST' and WS-CUST-DB-FOUND
              Perform CHECK-ACCOUNT-STATUS
           end-if

      *    The day's accumulated total is held against the
      *    customer's own cap before Java is ever driven - the
      *    individual amount already passed EDIT-CUST-RECORD, which
      *    is exactly why the per-day check has to exist separately.
      *    A credit posting gives credit back rather than drawing
      *    it, so a customer paying us is never held against the
      *    cap.
           if IN-TRANCODE = 'CUST' and WS-CUST-DB-FOUND
              and WS-STATUS-OK and not CUST-POST-CREDIT
              Perform CHECK-DAILY-VELOCITY
           end-if

           Evaluate true
               when WS-STATUS-REJECT
                   Perform BUILD-STATUS-REJECT-REPLY
                   Add 1 to WS-SEG-FAIL-COUNT
               when WS-VEL-REJECT
                   Perform BUILD-VEL-REJECT-REPLY
                   Add 1 to WS-SEG-FAIL-COUNT
               when other
                   Perform CALL-JAVA-AND-POST
           end-evaluate.

      * PROCEDURE CALL-JAVA-AND-POST
      * The Java call itself and everything gated on its outcome:
           Move SPACE          to JDR-REQUEST-TYPE
           Call 'JAVADRVR' using JAVADRVR-REQUEST
           Move JDR-ERROR-SW   to WS-JAVA-ERROR-SW
           Perform TRACK-JAVA-OUTCOME

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Display "After Java interactions:  "
                 if WS-JAVA-OK
                    Perform ISRT-HISTORY-SEGMENT
                 end-if
      *          The trailer total is the net the message moved: a
      *          credit posting comes off it rather than onto it.
                 if CUST-POST-CREDIT
                    Subtract CUST-AMOUNT from WS-TOTAL-AMOUNT
                 else
                    Add CUST-AMOUNT to WS-TOTAL-AMOUNT
                 end-if
              end-if

      *       Credit supervision is told about exceptions while
      *       credit limit, raises an alert on the supervisor
      *       LTERM through the alternate PCB. The over-limit
      *       compare is only meaningful when enrichment actually
      *       found the account, and only for a draw - a credit
      *       posting can never take the customer over the limit.
              if CRSP-DECLINED
                 or (WS-CUST-DB-FOUND and not CUST-POST-CREDIT
                     and CUST-AMOUNT > CUST-CREDIT-LIMIT)
                 if CRSP-DECLINED
                    Move 'DECLINED ' to WS-ALERT-KIND

           Perform INSERT-IO.

      * PROCEDURE CHECK-TRAN-STOPPED
      * Looks the inbound trancode up on the TCTL control table and
      * flags the message when operations or the breaker has it
      * stopped. A trancode with no row has never been touched and
      * is running.
       CHECK-TRAN-STOPPED.
           Move 'N' to WS-TRAN-STOPPED-SW
           Move IN-TRANCODE to WS-TCTL-KEY
           Perform FIND-TCTL-ENTRY
           if WS-TCTL-FOUND-IDX > 0
              if WS-TC-STOPPED (WS-TCTL-FOUND-IDX)
                 Move 'Y' to WS-TRAN-STOPPED-SW
                 Display "CBL2JAVA: trancode " IN-TRANCODE
                         " is stopped, message from userid "
                         IO-USERID " answered unavailable"
              end-if
           end-if.

      * PROCEDURE BUILD-STOPPED-REPLY
      * Answers a message whose trancode is stopped with
      * WS-RC-TRAN-STOPPED and the service-unavailable line, and
      * writes it to the audit trail flagged AUD-TRAN-STOPPED, the
      * same way BUILD-AUTH-REJECT-REPLY records a refusal - nothing
      * was driven, so both audit timestamps carry the same moment.
       BUILD-STOPPED-REPLY.
           Move WS-RC-TRAN-STOPPED to OUT-RETURN-CODE
           Move IN-TRANCODE to SRP-TRANCODE
           Move STOPPED-REPLY-LINE to OUT-DATA
           Move 70 to WS-OUT-DATA-LEN

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move WS-CURRENT-YEAR   to AUD-BEFORE-YEAR
           Move WS-CURRENT-MONTH  to AUD-BEFORE-MONTH
           Move WS-CURRENT-DAY    to AUD-BEFORE-DAY
           Move WS-CURRENT-HOUR   to AUD-BEFORE-HOUR
           Move WS-CURRENT-MINUTE to AUD-BEFORE-MINUTE
           Move WS-CURRENT-SECOND to AUD-BEFORE-SECOND
           Move AUD-BEFORE-TS     to AUD-AFTER-TS

           Move IN-TRANCODE    to AUD-TRANCODE
           Move IO-USERID      to AUD-USERID
           Move IO-LTERM       to AUD-LTERM
           Move WS-IN-DATA-LEN to AUD-DATA-LEN
           Move SPACES to AUD-DECISION
           Move SPACES to AUD-CURRENCY
           Move 0      to AUD-ORIG-AMOUNT
           Move spaces to AUD-DATA
           if WS-IN-DATA-LEN > 0
              Move IN-DATA (1:WS-IN-DATA-LEN)
                   to AUD-DATA (1:AUD-DATA-LEN)
           end-if
           Perform QUEUE-AUDIT-RECORD

           Perform INSERT-IO.

      * PROCEDURE COUNT-TRANCODE-OUTCOME
      * Bumps this trancode's processed/failed delta as the segment's
      * reply goes out, keyed off OUT-RETURN-CODE so edit rejects and
      * messages committed this run, checkpoints taken and the last
      * checkpoint ID, the current backout retry count, ERROR-FILE
      * diversions, and one processed/failed line per dispatch-table
      * trancode, then how many trancodes are stopped and one line
      * per stopped trancode saying who stopped it and since when.
       BUILD-STAT-REPLY.
           Display "CBL2JAVA: STAT inquiry from userid " IO-USERID


           Perform SEND-STAT-TRAN-LINE
               varying WS-STAT-IDX from 1 by 1
               until WS-STAT-IDX > JD-DISPATCH-ROW-COUNT

           Move 0 to WS-TCTL-STOP-COUNT
           Perform COUNT-STOPPED-TRANCODE
               varying WS-TCTL-SCAN-IDX from 1 by 1
               until WS-TCTL-SCAN-IDX > WS-TCTL-USED
           Move 'TRANCODES STOPPED'    to STL-LABEL
           Move WS-TCTL-STOP-COUNT     to STL-VALUE
           Perform SEND-STAT-LINE

           Move 'BREAKER DEFAULT LIMIT' to STL-LABEL
           Move WS-BREAKER-DEFAULT-LIMIT to STL-VALUE
           Perform SEND-STAT-LINE

           Perform SEND-STAT-STOP-LINE
               varying WS-TCTL-SCAN-IDX from 1 by 1
               until WS-TCTL-SCAN-IDX > WS-TCTL-USED.

       SEND-STAT-LINE.
           Move 0 to OUT-RETURN-CODE
           Move 70 to WS-OUT-DATA-LEN
           Perform INSERT-IO.

       COUNT-STOPPED-TRANCODE.
           if WS-TC-STOPPED (WS-TCTL-SCAN-IDX)
              Add 1 to WS-TCTL-STOP-COUNT
           end-if.

       SEND-STAT-STOP-LINE.
           if WS-TC-STOPPED (WS-TCTL-SCAN-IDX)
              Move WS-TC-TRANCODE (WS-TCTL-SCAN-IDX)   to SSL-TRANCODE
              Move WS-TC-STOPPED-BY (WS-TCTL-SCAN-IDX)
                to SSL-STOPPED-BY
              Move WS-TC-STOPPED-TS (WS-TCTL-SCAN-IDX)
                to SSL-STOPPED-TS
              Move 0 to OUT-RETURN-CODE
              Move STAT-STOP-LINE to OUT-DATA
              Move 70 to WS-OUT-DATA-LEN
              Perform INSERT-IO
           end-if.

      * PROCEDURE INSERT-REPLY-TRAILER
      * Closes a multi-segment reply with one totals line: how many
      * detail segments came in, how many were rejected or failed,
              Move CDB-CREDIT-LIMIT   to CUST-CREDIT-LIMIT
           end-if.

      * PROCEDURE CHECK-ACCOUNT-STATUS
      * Holds the segment's reason code against the rules for the
      * status on the held CUSTSEG. A blank status (a segment written
      * before statuses were enforced) is open; a status with no row
      * in WS-ACCT-STATUS-TABLE is refused outright - a status nobody
      * defined cannot be trusted to allow anything. The owner of
      * the status is noted on the way through so the REPL knows
      * whether it may toggle it.
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
              Display "CBL2JAVA: status refusal for CUST-ID "
                      CUST-ID " status " CDB-ACCOUNT-STATUS
                      " reason " CUST-REASON-CODE
                      " userid " IO-USERID
           end-if.

      * PROCEDURE CHECK-STATUS-REASON
      * Looks for the segment's reason code among the codes the
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

      * PROCEDURE BUILD-STATUS-REJECT-REPLY
      * Answers a status refusal with its distinct return code and
      * the reply line naming the status and the refused reason
      * code. No Java ran, so the after-timestamp mirrors the
      * before-timestamp and QUEUE-AUDIT-RECORD flags the record
      * AUD-STATUS-REJECTED for AUDRPT and the replay.
       BUILD-STATUS-REJECT-REPLY.
           Move WS-RC-STATUS-REJECT to OUT-RETURN-CODE
           Move CDB-ACCOUNT-STATUS  to SRL-STATUS
           Move WS-STATUS-NAME      to SRL-NAME
           Move CUST-REASON-CODE    to SRL-REASON
           Move CUST-ID             to SRL-CUST-ID
           Move STATUS-REJECT-LINE  to OUT-DATA
           Move 70 to WS-OUT-DATA-LEN
           Move AUD-BEFORE-TS to AUD-AFTER-TS.

      * PROCEDURE CHECK-DAILY-VELOCITY
      * Holds the would-be draw against the customer's daily cap off
      * the segment the enrichment GHU is holding. Both velocity
      * PROCEDURE REPL-CUSTOMER-DATABASE
      * Posts the outcome of a clean Java call for a CUST transaction
      * back into the CUSTSEG segment GU-CUSTOMER-DATABASE is holding:
      * CUST-AMOUNT is drawn down against CDB-CREDIT-LIMIT (or, for a
      * credit posting - a payment, refund, or credit adjustment -
      * given back to it) and CDB-ACCOUNT-STATUS is set off the
      * remaining credit - only ever between 'OK' and 'OD', never
      * over a status maintenance set - so a payment that brings an
      * overdrawn account back into credit clears its 'OD' status,
      * and the
      * customer/account database reflects the day's processed
      * transactions instead of serving as a static lookup file. The
      * REPL sits inside the same unit of work as the IOPCB GU, so
      * did not land must not be committed or replied to as a
      * success.
       REPL-CUSTOMER-DATABASE.
           if CUST-POST-CREDIT
              Add CUST-AMOUNT to CDB-CREDIT-LIMIT
           else
              Subtract CUST-AMOUNT from CDB-CREDIT-LIMIT
           end-if
      *    Only a status the posting owns toggles between 'OK' and
      *    'OD'; a frozen, closed, or collections account keeps the
      *    status maintenance gave it whatever the balance does.
           if WS-STATUS-POSTING-OWNED
              if CDB-CREDIT-LIMIT < 0
                 Move 'OD' to CDB-ACCOUNT-STATUS
              else
                 Move 'OK' to CDB-ACCOUNT-STATUS
              end-if
           end-if
      *    The posted draw also accumulates into the day's velocity
      *    total; a pre-velocity segment's junk accumulator is
      *    seeded with this first amount instead of added to. A
      *    credit posting is left out of the total altogether - the
      *    cap limits how much a customer can draw in a day, not how
      *    much they can pay back.
           if not CUST-POST-CREDIT
              if CDB-DAILY-TOTAL numeric
                 Add CUST-AMOUNT to CDB-DAILY-TOTAL
              else
                 Move CUST-AMOUNT to CDB-DAILY-TOTAL
              end-if
           end-if

           Call 'CBLTDLI' using REPL-FUNC, DBPCB, CUST-DB-SEGMENT
              Display "CBL2JAVA: REPL failed, transaction will be "
                      "backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           else
      *       The reply and the history line show the credit the
      *       posting actually left, whichever way it went.
              Move CDB-CREDIT-LIMIT to CRSP-AVAIL-CREDIT
              Move CUST-RESPONSE (1:WS-CUST-RESPONSE-LEN)
                to JDR-OUT-DATA (1:WS-CUST-RESPONSE-LEN)
           end-if.

      * PROCEDURE ISRT-HISTORY-SEGMENT
      * Inserts one HISTSEG occurrence under the CUSTSEG the REPL
      * just posted to: posting timestamp, account, amount, reason,
      * the Java decision, the direction the posting ran, and the
      * available credit after it.
      * WS-CURRENT-DATE-FIELDS still holds the after-Java timestamp
      * captured in DRIVE-SEGMENT-VIA-JAVA, and SSA-FIELD-VALUE still
      * holds this segment's CUST-ID from the enrichment GHU, so the
           Move CUST-REASON-CODE  to HST-REASON-CODE
           Move CRSP-DECISION     to HST-DECISION
           Move CRSP-AVAIL-CREDIT to HST-AVAIL-CREDIT
           Move CUST-POST-DIRECTION to HST-POST-DIRECTION
           Move WS-ORIG-CURRENCY  to HST-ORIG-CURRENCY
           Move WS-ORIG-AMOUNT    to HST-ORIG-AMOUNT

           Call 'CBLTDLI' using ISRT-FUNC, DBPCB, HIST-SEGMENT,
                   WS-CUST-SSA, WS-HIST-SSA
                   Perform PROCESS-ALRT-REQUEST
               when 'RFSH'
                   Perform PROCESS-RFSH-REQUEST
               when 'CREV'
                   Perform PROCESS-CUST-REVERSAL
               when 'CAPV'
                   Perform PROCESS-CAPV-REQUEST
               when 'TCTL'
                   Perform PROCESS-TCTL-REQUEST
               when 'CNAM'
                   Perform PROCESS-NAME-SEARCH
           end-evaluate

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
      * error answered on the terminal, not a region problem; any
      * other non-blank status flags the message for backout the same
      * way a failed REPL does - a half-landed add must not commit.
      * The new customer's name index entry goes in with it, in the
      * same unit of work, so CNAM finds the account straight away.
       PROCESS-CUST-ADD.
           Move SPACES              to CUST-DB-SEGMENT
           Move CMNT-CUST-ID        to CDB-CUST-ID
               when SPACES
                   Move 0 to OUT-RETURN-CODE
                   Move 'CUSTOMER ADDED' to MRL-RESULT
                   Perform INSERT-NAME-INDEX
               when 'II'
                   Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                   Move 'ALREADY ON FILE' to MRL-RESULT
      * maintained fields on it. A blank name/status and a
      * non-numeric credit limit mean "leave as is", so one CUPD can
      * change a single field without the clerk re-keying the rest.
      * A credit limit or daily cap increase over the dual-control
      * threshold is held for a second supervisor instead of being
      * applied (see CHECK-DUAL-CONTROL); everything else in the
      * same CUPD still goes through.
       PROCESS-CUST-UPDATE.
           Move CMNT-CUST-ID to SSA-FIELD-VALUE

           Move CMNT-CUST-ID to MRL-CUST-ID
           Evaluate DBPCB-STATUSCODE
               when SPACES
                   Perform CHECK-DUAL-CONTROL
                   if WS-PCH-FULL
                      Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                      Move 'TOO MANY CHANGES PENDING' to MRL-RESULT
                   else
                      Perform APPLY-CUST-UPDATE
                   end-if
               when 'GE'
                   Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
           Move MAINT-REPLY-LINE to OUT-DATA
           Move 70 to WS-OUT-DATA-LEN.

      * PROCEDURE APPLY-CUST-UPDATE
      * Moves the maintained fields onto the held segment and REPLs
      * it. A figure CHECK-DUAL-CONTROL decided to hold keeps its old
      * value on the segment; the increase is staged on the pending-
      * change journal once the REPL has landed, and the reply gives
      * the supervisor's sequence number to approve it by. A name
      * change also moves the customer's name index entry from the
      * old name to the new one once the REPL has landed.
       APPLY-CUST-UPDATE.
           Move CDB-CUST-NAME to WS-NIX-OLD-NAME
           if CMNT-CUST-NAME not = SPACES
              Move CMNT-CUST-NAME to CDB-CUST-NAME
           end-if
           if CMNT-CREDIT-LIMIT numeric and not WS-PCH-LIMIT-HOLD
              Move CMNT-CREDIT-LIMIT to CDB-CREDIT-LIMIT
           end-if
           if CMNT-ACCOUNT-STATUS not = SPACES
              Move CMNT-ACCOUNT-STATUS to CDB-ACCOUNT-STATUS
           end-if
           if CMNT-DAILY-CAP numeric and not WS-PCH-CAP-HOLD
              Move CMNT-DAILY-CAP to CDB-DAILY-CAP
           end-if

           Call 'CBLTDLI' using REPL-FUNC, DBPCB, CUST-DB-SEGMENT

           if DBPCB-STATUSCODE = SPACES
              Move 0 to OUT-RETURN-CODE
              if WS-PCH-LIMIT-HOLD or WS-PCH-CAP-HOLD
                 Perform QUEUE-PENDING-CHANGE
                 Move 'HELD FOR APPROVAL' to MRL-RESULT
                 Move WS-PCH-SEQ-NO to MRL-RESULT (19:6)
              else
                 Move 'CUSTOMER UPDATED' to MRL-RESULT
              end-if
              if CDB-CUST-NAME not = WS-NIX-OLD-NAME
                 Perform MOVE-NAME-INDEX
              end-if
           else
              Display "CBL2JAVA: CUPD REPL failed, "
                      "transaction will be backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           end-if.

      * PROCEDURE MOVE-NAME-INDEX
      * Takes out the name index entry under the customer's old name
      * and puts one in under the new name. An old entry that is not
      * there (an account added before the index was built and not
      * yet picked up by CUSTNBLD) is nothing to delete; any other
      * failure flags the message for backout, so the name and its
      * index entry always change together.
       MOVE-NAME-INDEX.
           Move ' ='            to SSA-NIX-OPERATOR
           Move WS-NIX-OLD-NAME to SSA-NIX-KEY-VALUE (1:20)
           Move CDB-CUST-ID     to SSA-NIX-KEY-VALUE (21:10)

           Call 'CBLTDLI' using GHU-FUNC, NIXPCB,
                   CUST-NAME-INDEX-SEGMENT, WS-NIX-SSA

           Evaluate NIXPCB-STATUSCODE
               when SPACES
                   Call 'CBLTDLI' using DLET-FUNC, NIXPCB,
                           CUST-NAME-INDEX-SEGMENT
                   if NIXPCB-STATUSCODE not = SPACES
                      Display "CBL2JAVA: name index DLET failed for "
                              "CUST-ID " CDB-CUST-ID ", status "
                              NIXPCB-STATUSCODE
                      Move 'Y' to WS-JAVA-ERROR-SW
                   end-if
               when 'GE'
                   Display "CBL2JAVA: no name index entry under the "
                           "old name for CUST-ID " CDB-CUST-ID
               when other
                   Display "CBL2JAVA: name index GHU failed for "
                           "CUST-ID " CDB-CUST-ID ", status "
                           NIXPCB-STATUSCODE
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate

           if WS-JAVA-ERROR-SW = 'N'
              Perform INSERT-NAME-INDEX
           end-if.

      * PROCEDURE INSERT-NAME-INDEX
      * ISRTs the name index entry for the CUSTSEG in CUST-DB-SEGMENT
      * under the name it now carries. 'II' means the entry is
      * already there, which is what was wanted; anything else flags
      * the message for backout.
       INSERT-NAME-INDEX.
           Move SPACES        to CUST-NAME-INDEX-SEGMENT
           Move CDB-CUST-NAME to NIX-CUST-NAME
           Move CDB-CUST-ID   to NIX-CUST-ID

           Call 'CBLTDLI' using ISRT-FUNC, NIXPCB,
                   CUST-NAME-INDEX-SEGMENT, WS-NIX-INS-SSA

           Display "CBL2JAVA: name index ISRT for CUST-ID "
                   CDB-CUST-ID " status " NIXPCB-STATUSCODE

           if NIXPCB-STATUSCODE not = SPACES
              and NIXPCB-STATUSCODE not = 'II'
              Display "CBL2JAVA: name index ISRT failed, "
                      "transaction will be backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           end-if.

      * PROCEDURE CHECK-DUAL-CONTROL
      * Decides which of the CUPD's figures must wait for a second
      * signature: a credit limit or daily cap raised by more than
      * WS-DUAL-CTL-THRESHOLD over what the segment holds now. A cap
      * of zero (or junk) is "no cap", so putting a cap on such a
      * segment restricts the customer and is never held. A hold
      * that would find no free row in the pending-change table, or
      * no room in this message's staging, refuses the whole CUPD
      * rather than applying an increase nobody approved.
       CHECK-DUAL-CONTROL.
           Move 'N' to WS-PCH-LIMIT-HOLD-SW
           Move 'N' to WS-PCH-CAP-HOLD-SW
           Move 'N' to WS-PCH-FULL-SW

           if CMNT-CREDIT-LIMIT numeric and CDB-CREDIT-LIMIT numeric
              if CMNT-CREDIT-LIMIT - CDB-CREDIT-LIMIT
                 > WS-DUAL-CTL-THRESHOLD
                 Move 'Y' to WS-PCH-LIMIT-HOLD-SW
              end-if
           end-if
           if CMNT-DAILY-CAP numeric and CDB-DAILY-CAP numeric
              and CDB-DAILY-CAP > 0
              if CMNT-DAILY-CAP - CDB-DAILY-CAP
                 > WS-DUAL-CTL-THRESHOLD
                 Move 'Y' to WS-PCH-CAP-HOLD-SW
              end-if
           end-if

           if WS-PCH-LIMIT-HOLD or WS-PCH-CAP-HOLD
              if WS-PCH-OPEN-COUNT + WS-PCH-PEND-COUNT
                 >= WS-PCH-TABLE-MAX
                 or WS-PCH-PEND-COUNT >= WS-PCH-PENDING-MAX
                 Move 'Y' to WS-PCH-FULL-SW
                 Display "CBL2JAVA: CUPD for CUST-ID " CMNT-CUST-ID
                         " refused, pending-change table full"
              end-if
           end-if.

      * PROCEDURE QUEUE-PENDING-CHANGE
      * Builds the 'P' journal record for the increase just held -
      * the figures before and after, the requesting userid, and
      * when - and stages it with this message's other pending
      * writes. The record and its table row only land when the
      * message commits (see FLUSH-PENDING-CHANGES).
       QUEUE-PENDING-CHANGE.
           Add 1 to WS-PCH-SEQ-NO
           Move SPACES            to PENDING-CHANGE-RECORD
           Set PCH-REQUESTED      to true
           Move WS-PCH-SEQ-NO     to PCH-SEQ-NO
           Move CMNT-CUST-ID      to PCH-CUST-ID
           Move 0 to PCH-OLD-LIMIT
           Move 0 to PCH-NEW-LIMIT
           Move 0 to PCH-OLD-CAP
           Move 0 to PCH-NEW-CAP
           if WS-PCH-LIMIT-HOLD
              Set PCH-LIMIT-HELD  to true
              Move CDB-CREDIT-LIMIT  to PCH-OLD-LIMIT
              Move CMNT-CREDIT-LIMIT to PCH-NEW-LIMIT
           end-if
           if WS-PCH-CAP-HOLD
              Set PCH-CAP-HELD    to true
              Move CDB-DAILY-CAP     to PCH-OLD-CAP
              Move CMNT-DAILY-CAP    to PCH-NEW-CAP
           end-if
           Move IO-USERID         to PCH-MAKER-USERID
           Move AUD-BEFORE-TS     to PCH-REQUEST-TS

           Add 1 to WS-PCH-PEND-COUNT
           Move PENDING-CHANGE-RECORD
             to WS-PCH-PENDING-REC (WS-PCH-PEND-COUNT)

           Display "CBL2JAVA: CUPD increase for CUST-ID " CMNT-CUST-ID
                   " held as change " WS-PCH-SEQ-NO
                   " requested by userid " IO-USERID.

      * PROCEDURE PROCESS-CUST-INQUIRY
      * Plain GU - no hold, nothing is written back - and the segment
      * fields go to the terminal on the inquiry reply line.
              Move HST-SECOND      to HRL-SECOND
              Move HST-ACCOUNT-NO  to HRL-ACCOUNT
              Move HST-AMOUNT      to HRL-AMOUNT
              if HST-POST-CREDIT
                 Move 'CR'         to HRL-DIRECTION
              else
                 Move 'DR'         to HRL-DIRECTION
              end-if
              Move HST-REASON-CODE to HRL-REASON
              if HST-REVERSED
                 Move 'VOID'       to HRL-DECISION
              else
                 Move HST-DECISION to HRL-DECISION
              end-if
              Move HST-AVAIL-CREDIT to HRL-AVAIL
              Compute WS-HIST-RING-IDX = FUNCTION MOD
                      (WS-HIST-TOTAL-COUNT - 1, WS-HIST-REPLY-MAX) + 1
           Perform INSERT-IO
           Add 1 to WS-HIST-PRINT-IDX.

      * PROCEDURE PROCESS-NAME-SEARCH
      * Answers the CNAM trancode. The search key is the name prefix
      * with its trailing blanks dropped; a first page positions on
      * the name index at the first key not below the prefix, and a
      * page forward positions just past the key the previous page
      * ended on. The matching entries are read on in name order by
      * COLLECT-NAME-MATCHES, each one sent as a detail line the way
      * the HIST lines are; the trailer is left in OUT-DATA for the
      * shared tail of PROCESS-MESSAGE-SEGMENT to send. A name nobody
      * has is not an error - the trailer just shows none found.
       PROCESS-NAME-SEARCH.
           Move 0      to WS-NAME-SHOWN-COUNT
           Move 'N'    to WS-NAME-MORE-SW
           Move SPACES to WS-NAME-LAST-KEY

           Move 20 to WS-NAME-PREFIX-LEN
           Perform SHORTEN-NAME-PREFIX
               until NMRQ-NAME (WS-NAME-PREFIX-LEN:1) not = SPACE

           if NMRQ-AFTER-KEY = SPACES
              Move '>='      to SSA-NIX-OPERATOR
              Move SPACES    to SSA-NIX-KEY-VALUE
              Move NMRQ-NAME to SSA-NIX-KEY-VALUE (1:20)
           else
              Move ' >'           to SSA-NIX-OPERATOR
              Move NMRQ-AFTER-KEY to SSA-NIX-KEY-VALUE
           end-if

           Call 'CBLTDLI' using GU-FUNC, NIXPCB,
                   CUST-NAME-INDEX-SEGMENT, WS-NIX-SSA

           Display "CBL2JAVA: name index GU for '"
                   NMRQ-NAME (1:WS-NAME-PREFIX-LEN)
                   "' status " NIXPCB-STATUSCODE

           Evaluate NIXPCB-STATUSCODE
               when SPACES
                   Perform COLLECT-NAME-MATCHES
               when 'GE'
               when 'GB'
                   continue
               when other
                   Display "CBL2JAVA: CNAM GU failed, transaction "
                           "will be backed out"
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate

           Move 0 to OUT-RETURN-CODE
           Move WS-NAME-SHOWN-COUNT to NTL-SHOWN-COUNT
           if WS-NAME-MORE
              Move ' - MORE '       to NTL-MORE-FLAG
              Move WS-NAME-LAST-KEY to NTL-AFTER-KEY
           else
              Move ' - END  '       to NTL-MORE-FLAG
              Move SPACES           to NTL-AFTER-KEY
           end-if
           Move NAME-TRAILER-LINE to OUT-DATA
           Move 70 to WS-OUT-DATA-LEN.

      * PROCEDURE SHORTEN-NAME-PREFIX
      * Steps the prefix length back over one trailing blank. The
      * maintenance edit has already refused a blank name, so the
      * scan always stops on a non-blank byte before running out.
       SHORTEN-NAME-PREFIX.
           Subtract 1 from WS-NAME-PREFIX-LEN.

      * PROCEDURE COLLECT-NAME-MATCHES
      * Takes the index entry the last GU or GN returned. An entry
      * whose name no longer starts with the prefix ends the search,
      * since the index is in name order and nothing after it can
      * match either. A match found once the page is already full is
      * not shown; it only tells the trailer that there is more.
       COLLECT-NAME-MATCHES.
           if NIXPCB-STATUSCODE = SPACES
              if NIX-CUST-NAME (1:WS-NAME-PREFIX-LEN)
                 = NMRQ-NAME (1:WS-NAME-PREFIX-LEN)
                 if WS-NAME-SHOWN-COUNT < WS-NAME-REPLY-MAX
                    Perform SEND-NAME-MATCH
                    if WS-JAVA-ERROR-SW = 'N'
                       Call 'CBLTDLI' using GN-FUNC, NIXPCB,
                               CUST-NAME-INDEX-SEGMENT, WS-NIX-INS-SSA
                       GO to COLLECT-NAME-MATCHES
                    end-if
                 else
                    Move 'Y' to WS-NAME-MORE-SW
                 end-if
              end-if
           else
              if NIXPCB-STATUSCODE not = 'GE'
                 and NIXPCB-STATUSCODE not = 'GB'
                 Display "CBL2JAVA: CNAM GN failed, status "
                         NIXPCB-STATUSCODE
              end-if
           end-if.

      * PROCEDURE SEND-NAME-MATCH
      * Reads the CUSTSEG root the index entry points at - a plain
      * GU, nothing is held - and sends it as this message's next
      * reply segment. An index entry whose customer is not on file
      * is skipped with a console message rather than failing the
      * search; the next CUSTNBLD run takes such an entry out. Either
      * way the entry's key is remembered, so a page forward resumes
      * past it.
       SEND-NAME-MATCH.
           Move NIX-KEY     to WS-NAME-LAST-KEY
           Move NIX-CUST-ID to SSA-FIELD-VALUE

           Call 'CBLTDLI' using GU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           Evaluate DBPCB-STATUSCODE
               when SPACES
                   Add 1 to WS-NAME-SHOWN-COUNT
                   Move CDB-CUST-ID        to NRL-CUST-ID
                   Move CDB-CUST-NAME      to NRL-CUST-NAME
                   Move CDB-ACCOUNT-STATUS to NRL-STATUS
                   Move CDB-CREDIT-LIMIT   to NRL-AVAIL
                   Move 0 to OUT-RETURN-CODE
                   Move NAME-REPLY-LINE to OUT-DATA
                   Move 70 to WS-OUT-DATA-LEN
                   Perform INSERT-IO
               when 'GE'
                   Display "CBL2JAVA: name index entry for CUST-ID "
                           NIX-CUST-ID " has no CUSTSEG, skipped"
               when other
                   Display "CBL2JAVA: CNAM customer GU failed, "
                           "transaction will be backed out"
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate.

      * PROCEDURE PROCESS-CUST-REVERSAL
      * Answers the CREV trancode: GHU the customer root the
      * supervisor named, then find and back out the one HISTSEG
      * occurrence keyed on the message. Every refusal - customer or
      * posting not on file, posting already reversed, a reversal
      * named as its own target - is a user error answered on the
      * terminal with nothing written; a DL/I failure flags the
      * message for backout the way a failed REPL does, so the
      * reversal either lands whole or not at all.
       PROCESS-CUST-REVERSAL.
           Move 0 to OUT-RETURN-CODE
           Move 'CREV'              to MRL-ACTION
           Move REVQ-CUST-ID        to MRL-CUST-ID
           Move REVQ-CUST-ID        to SSA-FIELD-VALUE
           Move REVQ-ORIG-KEY       to SSA-HIST-KEY-VALUE

           Call 'CBLTDLI' using GHU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           Display "CBL2JAVA: customer database GHU for CUST-ID "
                   REVQ-CUST-ID " status " DBPCB-STATUSCODE

           Evaluate DBPCB-STATUSCODE
               when SPACES
                   Perform GET-REVERSAL-TARGET
               when 'GE'
                   Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                   Move 'NOT ON FILE' to MRL-RESULT
               when other
                   Display "CBL2JAVA: CREV GHU failed, transaction "
                           "will be backed out"
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate

           if OUT-RETURN-CODE = 0 and WS-JAVA-OK
              Move REV-REPLY-LINE   to OUT-DATA
           else
              Move MAINT-REPLY-LINE to OUT-DATA
           end-if
           Move 70 to WS-OUT-DATA-LEN.

      * PROCEDURE GET-REVERSAL-TARGET
      * GHNP's the named HISTSEG under the held root and decides
      * whether it may be backed out. A posting already flagged
      * reversed, or a reversal occurrence itself, is refused here -
      * this is the check that keeps any posting from being backed
      * out twice.
       GET-REVERSAL-TARGET.
           Call 'CBLTDLI' using GHNP-FUNC, DBPCB, HIST-SEGMENT,
                   WS-HIST-KEY-SSA

           Display "CBL2JAVA: history GHNP for CUST-ID "
                   REVQ-CUST-ID " key " REVQ-ORIG-KEY
                   " status " DBPCB-STATUSCODE

           Evaluate DBPCB-STATUSCODE
               when SPACES
                   Evaluate true
                       when HST-REVERSED
                           Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                           Move 'ALREADY REVERSED' to MRL-RESULT
                       when HST-REVERSAL-ENTRY
                           Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                           Move 'CANNOT REVERSE A REVERSAL'
                             to MRL-RESULT
                       when other
                           Perform POST-REVERSAL
                   end-evaluate
               when 'GE'
                   Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE
                   Move 'HISTORY ENTRY NOT ON FILE' to MRL-RESULT
               when other
                   Display "CBL2JAVA: CREV GHNP failed, transaction "
                           "will be backed out"
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate.

      * PROCEDURE POST-REVERSAL
      * Backs the held posting out in three DL/I steps inside this
      * one unit of work: flag the original occurrence reversed,
      * move the customer's credit (and a same-day draw's velocity
      * total) back, and insert the linked reversal occurrence. The
      * figures the region worked out are filled into the REVREQ
      * record and the data length widened over them, so the audit
      * record carries what was actually reversed. Each step only
      * runs if the last one landed; the first failure leaves the
      * message flagged for backout and the ROLB takes back
      * whatever had been done.
       POST-REVERSAL.
           Move HST-ACCOUNT-NO      to REVQ-ACCOUNT-NO
           Move HST-AMOUNT          to REVQ-AMOUNT
           Move HST-REASON-CODE     to REVQ-REASON-CODE
           Move HST-ORIG-CURRENCY   to WS-REV-ORIG-CURRENCY
           Move HST-ORIG-AMOUNT     to WS-REV-ORIG-AMOUNT
           if HST-POST-CREDIT
              Set REVQ-POST-DEBIT  to true
           else
              Set REVQ-POST-CREDIT to true
           end-if

           Perform MARK-HISTORY-REVERSED
           if WS-JAVA-OK
              Perform REPL-REVERSED-CUSTOMER
           end-if
           if WS-JAVA-OK
              Perform ISRT-REVERSAL-HISTORY
           end-if

           if WS-JAVA-OK
              if WS-IN-DATA-LEN < WS-REV-POSTED-LEN
                 Move WS-REV-POSTED-LEN to WS-IN-DATA-LEN
              end-if
              Move REVQ-CUST-ID        to RVL-CUST-ID
              Move REVQ-ORIG-TIMESTAMP to RVL-TIMESTAMP
              Move REVQ-ORIG-SEQ-NO    to RVL-SEQ-NO
              Move REVQ-AMOUNT         to RVL-AMOUNT
              if REVQ-POST-CREDIT
                 Move 'CR'             to RVL-DIRECTION
              else
                 Move 'DR'             to RVL-DIRECTION
              end-if
              Move CDB-CREDIT-LIMIT    to RVL-AVAIL
              Display "CBL2JAVA: CREV reversed CUST-ID "
                      REVQ-CUST-ID " key " REVQ-ORIG-KEY
                      " userid " IO-USERID
           end-if.

      * PROCEDURE MARK-HISTORY-REVERSED
      * Flags the held original occurrence reversed and points it at
      * the reversal occurrence about to be inserted, which takes
      * this segment's timestamp and ordinal as its key.
       MARK-HISTORY-REVERSED.
           Set HST-REVERSED to true
           Move WS-CURRENT-DATE (1:8)  to HST-LINK-TIMESTAMP (1:8)
           Move WS-CURRENT-TIME (1:6)  to HST-LINK-TIMESTAMP (9:6)
           Move WS-SEG-COUNT           to HST-LINK-SEQ-NO

           Call 'CBLTDLI' using REPL-FUNC, DBPCB, HIST-SEGMENT

           Display "CBL2JAVA: history REPL for CUST-ID "
                   REVQ-CUST-ID " status " DBPCB-STATUSCODE

           if DBPCB-STATUSCODE not = SPACES
              Display "CBL2JAVA: CREV history REPL failed, "
                      "transaction will be backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           end-if.

      * PROCEDURE REPL-REVERSED-CUSTOMER
      * Re-GHU's the customer root (the history REPL released the
      * hold on it) and moves the credit back the opposite way the
      * original posting ran. A reversed draw also comes back off
      * CDB-DAILY-TOTAL, but only when the draw was posted today -
      * CUSTRSET has already zeroed the total an older draw was
      * counted in. The status toggles between 'OK' and 'OD' only
      * when the posting owns it, exactly as REPL-CUSTOMER-DATABASE
      * does; a reversal is never refused for the account's status,
      * since backing out a posting made in error is what a
      * supervisor does whatever state the account is in.
       REPL-REVERSED-CUSTOMER.
           Call 'CBLTDLI' using GHU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           if DBPCB-STATUSCODE not = SPACES
              Display "CBL2JAVA: CREV GHU failed, status "
                      DBPCB-STATUSCODE ", transaction will be "
                      "backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           else
              Perform APPLY-CUSTOMER-REVERSAL
           end-if.

      * PROCEDURE APPLY-CUSTOMER-REVERSAL
      * Moves the credit on the re-held root and REPLs it.
       APPLY-CUSTOMER-REVERSAL.
           Move CDB-CREDIT-LIMIT to REVQ-OPEN-CREDIT
           Perform LOOKUP-STATUS-OWNER

           if REVQ-POST-CREDIT
              Add REVQ-AMOUNT to CDB-CREDIT-LIMIT
              if REVQ-ORIG-TIMESTAMP (1:8) = WS-CURRENT-DATE
                 and CDB-DAILY-TOTAL numeric
                 Subtract REVQ-AMOUNT from CDB-DAILY-TOTAL
                 if CDB-DAILY-TOTAL < 0
                    Move 0 to CDB-DAILY-TOTAL
                 end-if
              end-if
           else
              Subtract REVQ-AMOUNT from CDB-CREDIT-LIMIT
           end-if

           if WS-STATUS-POSTING-OWNED
              if CDB-CREDIT-LIMIT < 0
                 Move 'OD' to CDB-ACCOUNT-STATUS
              else
                 Move 'OK' to CDB-ACCOUNT-STATUS
              end-if
           end-if

           Call 'CBLTDLI' using REPL-FUNC, DBPCB, CUST-DB-SEGMENT

           Display "CBL2JAVA: customer database REPL for CUST-ID "
                   CDB-CUST-ID " status " DBPCB-STATUSCODE
                   " remaining credit " CDB-CREDIT-LIMIT

           if DBPCB-STATUSCODE not = SPACES
              Display "CBL2JAVA: CREV REPL failed, transaction will "
                      "be backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           end-if.

      * PROCEDURE LOOKUP-STATUS-OWNER
      * Notes whether the held customer's status is one a posting
      * may toggle: blank (treated as open) or a posting-owned row
      * is; a maintenance status, or one the table does not know, is
      * left exactly as it is.
       LOOKUP-STATUS-OWNER.
           Move 'P' to WS-STATUS-OWNER-SW
           if CDB-ACCOUNT-STATUS not = SPACES
              and CDB-ACCOUNT-STATUS not = LOW-VALUES
              Move 'M' to WS-STATUS-OWNER-SW
              Set WS-ACCT-IDX to 1
              Search WS-ACCT-STATUS-ENTRY
                  when WS-AS-STATUS (WS-ACCT-IDX)
                       = CDB-ACCOUNT-STATUS
                      Move WS-AS-OWNER (WS-ACCT-IDX)
                        to WS-STATUS-OWNER-SW
              end-search
           end-if.

      * PROCEDURE ISRT-REVERSAL-HISTORY
      * Inserts the reversal occurrence beside the original: this
      * segment's timestamp and ordinal as its key (the key the
      * original now links to), the original's account, amount,
      * reason, and submitted currency and amount, decision RVSL,
      * the direction the reversal ran, the credit it left, and the
      * key of the posting it backed out.
       ISRT-REVERSAL-HISTORY.
           Move SPACES            to HIST-SEGMENT
           Move WS-CURRENT-YEAR   to HST-YEAR
           Move WS-CURRENT-MONTH  to HST-MONTH
           Move WS-CURRENT-DAY    to HST-DAY
           Move WS-CURRENT-HOUR   to HST-HOUR
           Move WS-CURRENT-MINUTE to HST-MINUTE
           Move WS-CURRENT-SECOND to HST-SECOND
           Move WS-SEG-COUNT      to HST-SEQ-NO
           Move REVQ-ACCOUNT-NO   to HST-ACCOUNT-NO
           Move REVQ-AMOUNT       to HST-AMOUNT
           Move REVQ-REASON-CODE  to HST-REASON-CODE
           Move 'RVSL'            to HST-DECISION
           Move CDB-CREDIT-LIMIT  to HST-AVAIL-CREDIT
           Move REVQ-POST-DIRECTION to HST-POST-DIRECTION
           Set HST-REVERSAL-ENTRY to true
           Move REVQ-ORIG-KEY     to HST-LINK-KEY
           Move WS-REV-ORIG-CURRENCY to HST-ORIG-CURRENCY
           Move WS-REV-ORIG-AMOUNT   to HST-ORIG-AMOUNT

           Call 'CBLTDLI' using ISRT-FUNC, DBPCB, HIST-SEGMENT,
                   WS-CUST-SSA, WS-HIST-SSA

           Display "CBL2JAVA: history ISRT for CUST-ID "
                   SSA-FIELD-VALUE " status " DBPCB-STATUSCODE

           if DBPCB-STATUSCODE not = SPACES
              Display "CBL2JAVA: CREV history ISRT failed, "
                      "transaction will be backed out"
              Move 'Y' to WS-JAVA-ERROR-SW
           end-if.

      * PROCEDURE LOAD-CONTROL-TABLES
      * Loads the three control tables at region bring-up and
      * queues one audit record for the load, attributed to
      * *STARTUP since no terminal asked for it. The flush is
      * immediate - there is no message in flight to stage behind.
       LOAD-CONTROL-TABLES.
           Perform LOAD-AUTH-TABLE
           Perform LOAD-REASON-TABLE
           Perform LOAD-DISPATCH-TABLE

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move WS-CURRENT-YEAR   to AUD-BEFORE-YEAR
           Move WS-CURRENT-MONTH  to AUD-BEFORE-MONTH
           Move WS-CURRENT-DAY    to AUD-BEFORE-DAY
           Move WS-CURRENT-HOUR   to AUD-BEFORE-HOUR
           Move WS-CURRENT-MINUTE to AUD-BEFORE-MINUTE
           Move WS-CURRENT-SECOND to AUD-BEFORE-SECOND
           Move AUD-BEFORE-TS     to AUD-AFTER-TS
           Move 'RFSH'     to AUD-TRANCODE
           Move '*STARTUP' to AUD-USERID
           Move '*REGION ' to AUD-LTERM
           Move SPACES     to AUD-DECISION
           Move SPACES     to AUD-CURRENCY
           Move 0          to AUD-ORIG-AMOUNT
           Move TA-AUTH-ROW-COUNT    to CLS-AUTH-COUNT
           Move WS-REASON-CODE-COUNT to CLS-RSN-COUNT
           Move JD-DISPATCH-ROW-COUNT to CLS-DSP-COUNT
           Move CONTROL-LOAD-SUMMARY to AUD-DATA
           Move 70 to AUD-DATA-LEN
           Move 'N' to WS-EDIT-ERROR-SW
           Move 'N' to WS-DUP-REJECT-SW
           Move 'N' to WS-VEL-REJECT-SW
           Move 'N' to WS-STATUS-REJECT-SW
           Move 0 to OUT-RETURN-CODE
           Perform QUEUE-AUDIT-RECORD
           Perform FLUSH-AUDIT-RECORDS.

      * PROCEDURE LOAD-AUTH-TABLE
      * Loads the authorization rows from the TRNAUTH control
      * dataset. A row with a blank trancode is refused as
      * malformed; a dataset that cannot be opened, or one with no
      * usable row, leaves the rows already in the table standing -
       READ-REASON-ROW.
           Read RSNCODE-FILE into WS-RSN-ROW-WORK
           if WS-RSNCODE-OK
              if WS-RRW-DIRECTION = SPACE
                 Perform DEFAULT-REASON-DIRECTION
              end-if
              Evaluate true
                  when WS-RRW-CODE = SPACES
                      Add 1 to WS-RSN-REFUSED
                      Display "CBL2JAVA: refused blank reason-code row"
                  when WS-RRW-DIRECTION not = 'D' and not = 'C'
                        and not = 'E'
                      Add 1 to WS-RSN-REFUSED
                      Display "CBL2JAVA: reason code " WS-RRW-CODE
                              " refused, direction " WS-RRW-DIRECTION
                              " is not D, C or E"
                  when WS-LOAD-ROW-COUNT < WS-REASON-CODE-MAX
                      Add 1 to WS-LOAD-ROW-COUNT
                      Move WS-RRW-CODE
                        to WS-VALID-REASON-CODE (WS-LOAD-ROW-COUNT)
                      Move WS-RRW-DIRECTION
                        to WS-REASON-DIRECTION (WS-LOAD-ROW-COUNT)
                  when other
                      Add 1 to WS-RSN-REFUSED
                      Display "CBL2JAVA: reason table full, code "
                              WS-RRW-CODE " refused"
              end-evaluate
              GO to READ-REASON-ROW
           end-if
           if not WS-RSNCODE-EOF
                      WS-RSNCODE-STATUS
           end-if.

      * PROCEDURE DEFAULT-REASON-DIRECTION
      * A reason row with nothing in its direction column takes the
      * standing direction for the code: payments and refunds give
      * credit back, an adjustment may go either way, and everything
      * else is a draw - which is how every code posted before the
      * column existed, so an old RSNCODE dataset loads unchanged.
       DEFAULT-REASON-DIRECTION.
           Evaluate WS-RRW-CODE
               when 'PYMT'
               when 'REFD'
                   Move 'C' to WS-RRW-DIRECTION
               when 'ADJT'
                   Move 'E' to WS-RRW-DIRECTION
               when other
                   Move 'D' to WS-RRW-DIRECTION
           end-evaluate.

       CLEAR-UNUSED-REASON-ROW.
           Move SPACES to WS-VALID-REASON-CODE (WS-CLEAR-IDX + 1)
           Move SPACE  to WS-REASON-DIRECTION (WS-CLEAR-IDX + 1).

      * PROCEDURE LOAD-DISPATCH-TABLE
      * Loads this program's copy of the dispatch rows from the
           Move 70 to WS-OUT-DATA-LEN
           Perform INSERT-IO.

      * PROCEDURE PROCESS-TCTL-REQUEST
      * Answers the TCTL operator trancode: 'STOP' takes the named
      * trancode out of service, 'STRT' puts it back and clears its
      * run of Java failures, and 'TRIP nnnn' sets how many Java
      * failures in a row the breaker allows it. STAT and TCTL
      * themselves can never be stopped - operations would have no
      * way to see or undo it. Anything the request cannot do is a
      * user error answered with WS-RC-EDIT-REJECT. The shared tail
      * of PROCESS-MESSAGE-SEGMENT audits the request under the
      * operator's userid, so every stop and start is on the trail.
       PROCESS-TCTL-REQUEST.
           Display "CBL2JAVA: TCTL " TCTQ-ACTION " " TCTQ-TRANCODE
                   " from userid " IO-USERID

           Move TCTQ-TRANCODE to TCR-TRANCODE
           Move TCTQ-TRANCODE to WS-TCTL-KEY
           Move 0 to TCR-TRIP-LIMIT
           Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE

           Evaluate true
               when TCTQ-TRANCODE = SPACES or 'STAT' or 'TCTL'
                   Move 'TRANCODE CANNOT BE CONTROLLED' to TCR-RESULT
               when TCTQ-STOP
                   Perform STOP-TRANCODE
               when TCTQ-START
                   Perform START-TRANCODE
               when TCTQ-TRIP
                   Perform SET-TRIP-LIMIT
               when other
                   Move 'ACTION MUST BE STOP STRT TRIP' to TCR-RESULT
           end-evaluate

           Move TCTL-REPLY-LINE to OUT-DATA
           Move 70 to WS-OUT-DATA-LEN.

      * PROCEDURE STOP-TRANCODE
      * Stops a trancode the region knows - one with at least one
      * row on TRAN-AUTH-TABLE - under the operator's userid.
       STOP-TRANCODE.
           Perform CHECK-TCTL-KNOWN
           if not WS-TCTL-KNOWN
              Move 'TRANCODE NOT KNOWN TO REGION' to TCR-RESULT
           else
              Perform FIND-OR-ADD-TCTL-ENTRY
              if WS-TCTL-FOUND-IDX = 0
                 Move 'TRANCODE CONTROL TABLE FULL' to TCR-RESULT
              else
                 if WS-TC-STOPPED (WS-TCTL-FOUND-IDX)
                    Move 'ALREADY STOPPED' to TCR-RESULT
                 else
                    Move IO-USERID
                      to WS-TC-STOPPED-BY (WS-TCTL-FOUND-IDX)
                    Perform MARK-TRANCODE-STOPPED
                    Move 0 to OUT-RETURN-CODE
                    Move 'STOPPED' to TCR-RESULT
                 end-if
                 Move WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
                   to TCR-TRIP-LIMIT
              end-if
           end-if.

      * PROCEDURE START-TRANCODE
      * Puts a stopped trancode back in service with a clean run of
      * Java failures, whoever stopped it.
       START-TRANCODE.
           Perform FIND-TCTL-ENTRY
           if WS-TCTL-FOUND-IDX = 0
              Move 'NOT STOPPED' to TCR-RESULT
           else
              if WS-TC-STOPPED (WS-TCTL-FOUND-IDX)
                 Move 'A'    to WS-TC-STATE-SW (WS-TCTL-FOUND-IDX)
                 Move SPACES to WS-TC-STOPPED-BY (WS-TCTL-FOUND-IDX)
                 Move SPACES to WS-TC-STOPPED-TS (WS-TCTL-FOUND-IDX)
                 Move 0      to WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
                 Move 0 to OUT-RETURN-CODE
                 Move 'STARTED' to TCR-RESULT
                 Display "CBL2JAVA: trancode " WS-TCTL-KEY
                         " started by userid " IO-USERID
              else
                 Move 'NOT STOPPED' to TCR-RESULT
              end-if
              Move WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
                to TCR-TRIP-LIMIT
           end-if.

      * PROCEDURE SET-TRIP-LIMIT
      * Sets one trancode's breaker limit; zero leaves the trancode
      * to operations alone.
       SET-TRIP-LIMIT.
           if TCTQ-TRIP-LIMIT not numeric
              Move 'TRIP LIMIT NOT NUMERIC' to TCR-RESULT
           else
              Perform CHECK-TCTL-KNOWN
              if not WS-TCTL-KNOWN
                 Move 'TRANCODE NOT KNOWN TO REGION' to TCR-RESULT
              else
                 Perform FIND-OR-ADD-TCTL-ENTRY
                 if WS-TCTL-FOUND-IDX = 0
                    Move 'TRANCODE CONTROL TABLE FULL' to TCR-RESULT
                 else
                    Move TCTQ-TRIP-LIMIT
                      to WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
                    Move WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
                      to TCR-TRIP-LIMIT
                    Move 0 to OUT-RETURN-CODE
                    Move 'TRIP LIMIT SET' to TCR-RESULT
                 end-if
              end-if
           end-if.

      * PROCEDURE CHECK-TCTL-KNOWN
      * A trancode is known to the region when TRAN-AUTH-TABLE has a
      * row for it - no row, and no message of it could get past
      * CHECK-TRAN-AUTHORITY anyway.
       CHECK-TCTL-KNOWN.
           Set TA-IDX to 1
           Move 'Y' to WS-TCTL-KNOWN-SW
           Search TRAN-AUTH-ENTRY
               at end
                   Move 'N' to WS-TCTL-KNOWN-SW
               when TA-TRANCODE (TA-IDX) = WS-TCTL-KEY
                   continue
           end-search.

      * PROCEDURE MARK-TRANCODE-STOPPED
      * Flags the found row stopped as of this message; the caller
      * has already set who stopped it.
       MARK-TRANCODE-STOPPED.
           Move 'S' to WS-TC-STATE-SW (WS-TCTL-FOUND-IDX)
           Move AUD-BEFORE-TS to WS-TC-STOPPED-TS (WS-TCTL-FOUND-IDX)
           Display "CBL2JAVA: trancode "
                   WS-TC-TRANCODE (WS-TCTL-FOUND-IDX) " stopped by "
                   WS-TC-STOPPED-BY (WS-TCTL-FOUND-IDX).

      * PROCEDURE FIND-TCTL-ENTRY
      * Finds WS-TCTL-KEY's row on the control table; zero in
      * WS-TCTL-FOUND-IDX means the trancode has no row.
       FIND-TCTL-ENTRY.
           Move 0 to WS-TCTL-FOUND-IDX
           Perform SCAN-TCTL-ENTRY
               varying WS-TCTL-SCAN-IDX from 1 by 1
               until WS-TCTL-SCAN-IDX > WS-TCTL-USED
                  or WS-TCTL-FOUND-IDX > 0.

       SCAN-TCTL-ENTRY.
           if WS-TC-TRANCODE (WS-TCTL-SCAN-IDX) = WS-TCTL-KEY
              Move WS-TCTL-SCAN-IDX to WS-TCTL-FOUND-IDX
           end-if.

      * PROCEDURE FIND-OR-ADD-TCTL-ENTRY
      * Finds WS-TCTL-KEY's row, adding a running row with the
      * default trip limit when it has none. A full table leaves
      * WS-TCTL-FOUND-IDX at zero.
       FIND-OR-ADD-TCTL-ENTRY.
           Perform FIND-TCTL-ENTRY
           if WS-TCTL-FOUND-IDX = 0
              if WS-TCTL-USED < WS-TCTL-TABLE-MAX
                 Add 1 to WS-TCTL-USED
                 Move WS-TCTL-USED to WS-TCTL-FOUND-IDX
                 Move WS-TCTL-KEY to WS-TC-TRANCODE (WS-TCTL-FOUND-IDX)
                 Move 'A'    to WS-TC-STATE-SW (WS-TCTL-FOUND-IDX)
                 Move SPACES to WS-TC-STOPPED-BY (WS-TCTL-FOUND-IDX)
                 Move SPACES to WS-TC-STOPPED-TS (WS-TCTL-FOUND-IDX)
                 Move 0      to WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
                 Move WS-BREAKER-DEFAULT-LIMIT
                   to WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
              else
                 Display "CBL2JAVA: trancode control table full, "
                         "no row for trancode " WS-TCTL-KEY
              end-if
           end-if.

      * PROCEDURE TRACK-JAVA-OUTCOME
      * Keeps each trancode's run of Java failures in a row: a call
      * that threw or came back non-zero adds one, a clean call
      * ends the run. Once the run reaches the trancode's trip limit
      * the region stops the trancode itself - by '*BREAKER' - and
      * flags the breaker alert for DO-MAIN-LOOP to raise. Every
      * backout retry of a failing message is a failed call of its
      * own and counts.
       TRACK-JAVA-OUTCOME.
           Move IN-TRANCODE to WS-TCTL-KEY
           if WS-JAVA-ERROR or JDR-RETURN-CODE not = 0
              Perform FIND-OR-ADD-TCTL-ENTRY
              if WS-TCTL-FOUND-IDX > 0
                 Perform COUNT-JAVA-FAILURE
              end-if
           else
              Perform FIND-TCTL-ENTRY
              if WS-TCTL-FOUND-IDX > 0
                 Move 0 to WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
              end-if
           end-if.

       COUNT-JAVA-FAILURE.
           Add 1 to WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
           if WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX) > 0
              and WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
                  >= WS-TC-TRIP-LIMIT (WS-TCTL-FOUND-IDX)
              and not WS-TC-STOPPED (WS-TCTL-FOUND-IDX)
              Move '*BREAKER' to WS-TC-STOPPED-BY (WS-TCTL-FOUND-IDX)
              Perform MARK-TRANCODE-STOPPED
              Move 'Y' to WS-BREAKER-TRIP-SW
              Move IN-TRANCODE to WS-BREAKER-TRANCODE
              Move WS-TC-FAIL-RUN (WS-TCTL-FOUND-IDX)
                to WS-BREAKER-FAIL-RUN
           end-if.

      * PROCEDURE RAISE-BREAKER-ALERT
      * Tells credit supervision the region has stopped a trancode
      * by itself: a BREAKER 'R' record on the alert journal - the
      * trancode in ALR-CUST-ID, the userid whose message tripped it
      * in ALR-USERID - so the stop is reviewable and acknowledgeable
      * through ALRT like any other exception, and a line pushed to
      * the supervisor LTERM through ALTPCB. The journal record is
      * written directly rather than staged: this runs after the
      * message's own commit or ROLB, with nothing left to roll back.
      * As with the credit alerts, a terminal line that cannot be
      * sent is logged and dropped.
       RAISE-BREAKER-ALERT.
           Move 'BREAKER  '           to WS-ALERT-KIND
           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS

           Add 1 to WS-ALERT-SEQ-NO
           Move SPACES                to ALERT-RECORD
           Set ALR-RAISED             to true
           Move WS-ALERT-SEQ-NO       to ALR-SEQ-NO
           Move WS-ALERT-KIND         to ALR-KIND
           Move WS-BREAKER-TRANCODE   to ALR-CUST-ID
           Move SPACES                to ALR-ACCOUNT-NO
           Move 0                     to ALR-AMOUNT
           Move 0                     to ALR-LIMIT
           Move IO-USERID             to ALR-USERID
           Move WS-CURRENT-DATE-FIELDS (1:14) to ALR-TS
           Move SPACES                to ALR-ACK-USERID
           Perform ADD-OPEN-ALERT-ENTRY
           Write ALERT-RECORD
           if not WS-ALERT-FILE-OK
              Display "CBL2JAVA: alert journal write failed, file "
                      "status " WS-ALERT-FILE-STATUS " for alert "
                      ALR-SEQ-NO
           end-if

           Move WS-ALERT-KIND         to BAM-KIND
           Move WS-BREAKER-TRANCODE   to BAM-TRANCODE
           Move WS-BREAKER-FAIL-RUN   to BAM-FAIL-COUNT

           Call 'CBLTDLI' using CHNG-FUNC, ALTPCB, WS-SUPERVISOR-LTERM

           if ALT-STATUS not = SPACES
              Display "CBL2JAVA: CHNG to " WS-SUPERVISOR-LTERM
                      " failed, status " ALT-STATUS
                      ", breaker alert dropped (journaled)"
           else
              Call 'CBLTDLI' using ISRT-FUNC, ALTPCB,
                      BREAKER-ALERT-MESSAGE
              if ALT-STATUS = SPACES
                 Call 'CBLTDLI' using PURG-FUNC, ALTPCB
                 Display "CBL2JAVA: supervisor alert sent: " BAM-TEXT
                 if ALT-STATUS not = SPACES
                    Display "CBL2JAVA: alert PURG failed, status "
                            ALT-STATUS
                 end-if
              else
                 Display "CBL2JAVA: breaker alert ISRT failed, "
                         "status " ALT-STATUS
                         ", terminal alert dropped (journaled)"
              end-if
           end-if

           Move 'N' to WS-BREAKER-TRIP-SW.

      * PROCEDURE SEND-SUPERVISOR-ALERT
      * Routes a credit alert to the supervisor LTERM through the
      * modifiable alternate PCB: CHNG points the PCB at the
              end-if
           end-if.

      * PROCEDURE FLUSH-PENDING-CHANGES
      * Writes this message's staged pending-change records to the
      * journal and applies each to the pending-change table, on the
      * commit path and the final divert only - the same discipline
      * the alert records follow, so a rolled-back CUPD's hold or a
      * rolled-back approval never reaches the store.
       FLUSH-PENDING-CHANGES.
           Perform WRITE-ONE-PENDING-CHANGE
               varying WS-PCH-FLUSH-IDX from 1 by 1
               until WS-PCH-FLUSH-IDX > WS-PCH-PEND-COUNT
           Move 0 to WS-PCH-PEND-COUNT.

       WRITE-ONE-PENDING-CHANGE.
           Move WS-PCH-PENDING-REC (WS-PCH-FLUSH-IDX)
             to PENDING-CHANGE-RECORD
           Perform APPLY-PENDING-CHANGE-RECORD
           Write PENDING-CHANGE-RECORD
           if not WS-PENDCHG-OK
              Display "CBL2JAVA: pending-change journal write failed, "
                      "file status " WS-PENDCHG-STATUS " for change "
                      PCH-SEQ-NO
           end-if.

      * PROCEDURE LOAD-PENDING-CHANGES
      * Rebuilds the pending-change table from the journal at region
      * start: every 'P' record opens a row, every approval,
      * rejection, or expiry closes its row again, and the sequence
      * counter resumes past the highest number on file. A journal
      * that does not exist yet is simply a first start.
       LOAD-PENDING-CHANGES.
           Open Input PENDCHG-FILE
           if WS-PENDCHG-OK
              Perform READ-PENDING-JOURNAL
              Close PENDCHG-FILE
              Display "CBL2JAVA: pending-change table loaded, "
                      WS-PCH-OPEN-COUNT " changes pending, last "
                      "sequence " WS-PCH-SEQ-NO
           else
              Display "CBL2JAVA: no pending-change journal to load, "
                      "file status " WS-PENDCHG-STATUS
           end-if.

       READ-PENDING-JOURNAL.
           Read PENDCHG-FILE
           if WS-PENDCHG-OK
              Perform APPLY-PENDING-CHANGE-RECORD
              GO to READ-PENDING-JOURNAL
           end-if
           if not WS-PENDCHG-EOF
              Display "CBL2JAVA: pending-change journal read failed, "
                      "file status " WS-PENDCHG-STATUS
           end-if.

      * PROCEDURE APPLY-PENDING-CHANGE-RECORD
      * Applies one journal record, just staged or just read back,
      * to the table: a request opens a row, anything else closes
      * the row its sequence number names.
       APPLY-PENDING-CHANGE-RECORD.
           if PCH-SEQ-NO numeric and PCH-SEQ-NO > WS-PCH-SEQ-NO
              Move PCH-SEQ-NO to WS-PCH-SEQ-NO
           end-if
           if PCH-REQUESTED
              Perform ADD-PENDING-ENTRY
           else
              Perform FIND-PENDING-ENTRY
              if WS-PCH-FOUND-IDX > 0
                 and WS-PC-PENDING (WS-PCH-FOUND-IDX)
                 Move 'C' to WS-PC-STATE-SW (WS-PCH-FOUND-IDX)
                 Subtract 1 from WS-PCH-OPEN-COUNT
              end-if
           end-if.

      * PROCEDURE ADD-PENDING-ENTRY
      * Adds the 'P' record in PENDING-CHANGE-RECORD to the table. A
      * full table reuses the first closed row; CHECK-DUAL-CONTROL
      * never lets a hold through without one, so a table with no
      * closed row can only be met replaying an old journal, and
      * that row is logged and left off the table.
       ADD-PENDING-ENTRY.
           Move 0 to WS-PCH-FOUND-IDX
           if WS-PCH-USED < WS-PCH-TABLE-MAX
              Add 1 to WS-PCH-USED
              Move WS-PCH-USED to WS-PCH-FOUND-IDX
           else
              Perform FIND-CLOSED-CHANGE-SLOT
                  varying WS-PCH-SCAN-IDX from 1 by 1
                  until WS-PCH-SCAN-IDX > WS-PCH-USED
                     or WS-PCH-FOUND-IDX > 0
           end-if

           if WS-PCH-FOUND-IDX = 0
              Display "CBL2JAVA: pending-change table full, change "
                      PCH-SEQ-NO " not tracked"
           else
              Add 1 to WS-PCH-OPEN-COUNT
              Move PCH-SEQ-NO  to WS-PC-SEQ-NO (WS-PCH-FOUND-IDX)
              Move 'P'         to WS-PC-STATE-SW (WS-PCH-FOUND-IDX)
              Move PCH-CUST-ID to WS-PC-CUST-ID (WS-PCH-FOUND-IDX)
              Move PCH-LIMIT-SW  to WS-PC-LIMIT-SW (WS-PCH-FOUND-IDX)
              Move PCH-OLD-LIMIT to WS-PC-OLD-LIMIT (WS-PCH-FOUND-IDX)
              Move PCH-NEW-LIMIT to WS-PC-NEW-LIMIT (WS-PCH-FOUND-IDX)
              Move PCH-CAP-SW    to WS-PC-CAP-SW (WS-PCH-FOUND-IDX)
              Move PCH-OLD-CAP   to WS-PC-OLD-CAP (WS-PCH-FOUND-IDX)
              Move PCH-NEW-CAP   to WS-PC-NEW-CAP (WS-PCH-FOUND-IDX)
              Move PCH-MAKER-USERID
                to WS-PC-MAKER-USERID (WS-PCH-FOUND-IDX)
              Move PCH-REQUEST-TS
                to WS-PC-REQUEST-TS (WS-PCH-FOUND-IDX)
           end-if.

       FIND-CLOSED-CHANGE-SLOT.
           if WS-PC-CLOSED (WS-PCH-SCAN-IDX)
              Move WS-PCH-SCAN-IDX to WS-PCH-FOUND-IDX
           end-if.

      * PROCEDURE FIND-PENDING-ENTRY
      * Locates the table row for PCH-SEQ-NO, leaving its subscript
      * in WS-PCH-FOUND-IDX - zero when the journal knows no such
      * change.
       FIND-PENDING-ENTRY.
           Move 0 to WS-PCH-FOUND-IDX
           Perform SCAN-PENDING-ENTRY
               varying WS-PCH-SCAN-IDX from 1 by 1
               until WS-PCH-SCAN-IDX > WS-PCH-USED
                  or WS-PCH-FOUND-IDX > 0.

       SCAN-PENDING-ENTRY.
           if WS-PC-SEQ-NO (WS-PCH-SCAN-IDX) = PCH-SEQ-NO
              Move WS-PCH-SCAN-IDX to WS-PCH-FOUND-IDX
           end-if.

      * PROCEDURE EXPIRE-STALE-CHANGES
      * Closes every change still pending from a day before today
      * with an 'X' record, written straight to the journal: an
      * expiry moves no money, so there is nothing for a backout to
      * take back, and a second 'X' for the same change after a
      * redelivery changes nothing.
       EXPIRE-STALE-CHANGES.
           Perform EXPIRE-ONE-CHANGE
               varying WS-PCH-SCAN-IDX from 1 by 1
               until WS-PCH-SCAN-IDX > WS-PCH-USED.

       EXPIRE-ONE-CHANGE.
           if WS-PC-PENDING (WS-PCH-SCAN-IDX)
              and WS-PC-REQUEST-TS (WS-PCH-SCAN-IDX) (1:8)
                  < WS-CURRENT-DATE
              Move WS-PCH-SCAN-IDX to WS-PCH-FOUND-IDX
              Perform BUILD-CHANGE-CLOSE-RECORD
              Set PCH-EXPIRED to true
              Move '*EXPIRE' to PCH-CHECKER-USERID
              Move WS-CURRENT-DATE to PCH-ACTION-TS (1:8)
              Move WS-CURRENT-TIME (1:6) to PCH-ACTION-TS (9:6)
              Move 'C' to WS-PC-STATE-SW (WS-PCH-SCAN-IDX)
              Subtract 1 from WS-PCH-OPEN-COUNT
              Write PENDING-CHANGE-RECORD
              if WS-PENDCHG-OK
                 Display "CBL2JAVA: change " PCH-SEQ-NO
                         " for CUST-ID " PCH-CUST-ID
                         " requested by userid " PCH-MAKER-USERID
                         " expired unapproved"
              else
                 Display "CBL2JAVA: expiry write failed, file status "
                         WS-PENDCHG-STATUS " for change " PCH-SEQ-NO
              end-if
           end-if.

      * PROCEDURE BUILD-CHANGE-CLOSE-RECORD
      * Copies the change at WS-PCH-FOUND-IDX into
      * PENDING-CHANGE-RECORD, ready for the caller to set the
      * closing record type, who closed it, and when.
       BUILD-CHANGE-CLOSE-RECORD.
           Move SPACES to PENDING-CHANGE-RECORD
           Move WS-PC-SEQ-NO (WS-PCH-FOUND-IDX)    to PCH-SEQ-NO
           Move WS-PC-CUST-ID (WS-PCH-FOUND-IDX)   to PCH-CUST-ID
           Move WS-PC-LIMIT-SW (WS-PCH-FOUND-IDX)  to PCH-LIMIT-SW
           Move WS-PC-OLD-LIMIT (WS-PCH-FOUND-IDX) to PCH-OLD-LIMIT
           Move WS-PC-NEW-LIMIT (WS-PCH-FOUND-IDX) to PCH-NEW-LIMIT
           Move WS-PC-CAP-SW (WS-PCH-FOUND-IDX)    to PCH-CAP-SW
           Move WS-PC-OLD-CAP (WS-PCH-FOUND-IDX)   to PCH-OLD-CAP
           Move WS-PC-NEW-CAP (WS-PCH-FOUND-IDX)   to PCH-NEW-CAP
           Move WS-PC-MAKER-USERID (WS-PCH-FOUND-IDX)
             to PCH-MAKER-USERID
           Move WS-PC-REQUEST-TS (WS-PCH-FOUND-IDX)
             to PCH-REQUEST-TS.

      * PROCEDURE PROCESS-CAPV-REQUEST
      * Answers the CAPV supervisor trancode: a blank action lists
      * the pending changes as a multi-segment reply, the same reply
      * machinery ALRT uses; 'APPR nnnnnn' or 'REJT nnnnnn' acts on
      * one. Anything a previous day left pending is expired first,
      * so it can neither be listed nor approved.
       PROCESS-CAPV-REQUEST.
           Perform EXPIRE-STALE-CHANGES

           if PNDQ-APPROVE or PNDQ-REJECT
              Perform ACT-ON-PENDING-CHANGE
           else
              Perform LIST-PENDING-CHANGES
           end-if

           Move 70 to WS-OUT-DATA-LEN.

      * PROCEDURE ACT-ON-PENDING-CHANGE
      * Approves or rejects the named change. A sequence number that
      * is not pending - unknown, closed, or already acted on earlier
      * in this same message - is a user error, and so is a
      * supervisor acting on a change they requested themselves:
      * the second signature has to belong to someone else. The
      * change acted on is filled into the PENDREQ record so the
      * audit record carries the requester beside the approver.
       ACT-ON-PENDING-CHANGE.
           Move 'CAPV'       to MRL-ACTION
           Move SPACES       to MRL-CUST-ID
           Move PNDQ-SEQ-NO  to MRL-CUST-ID (1:6)
           Move WS-RC-EDIT-REJECT to OUT-RETURN-CODE

           if PNDQ-SEQ-NO not numeric
              Move 'CHANGE SEQUENCE NOT NUMERIC' to MRL-RESULT
           else
              Move PNDQ-SEQ-NO to PCH-SEQ-NO
              Perform FIND-PENDING-ENTRY
              Perform CHECK-CHANGE-STAGED
              if WS-PCH-FOUND-IDX > 0
                 if WS-PCH-STAGED
                    or not WS-PC-PENDING (WS-PCH-FOUND-IDX)
                    Move 0 to WS-PCH-FOUND-IDX
                 end-if
              end-if
              Evaluate true
                  when WS-PCH-FOUND-IDX = 0
                      Move 'CHANGE NOT FOUND OR NOT OPEN'
                        to MRL-RESULT
                  when WS-PCH-PEND-COUNT >= WS-PCH-PENDING-MAX
                      Move 'TOO MANY CHANGES PENDING' to MRL-RESULT
                  when WS-PC-MAKER-USERID (WS-PCH-FOUND-IDX)
                       = IO-USERID
                      Move WS-RC-AUTH-REJECT to OUT-RETURN-CODE
                      Move 'CANNOT ACT ON OWN REQUEST' to MRL-RESULT
                      Display "CBL2JAVA: userid " IO-USERID
                              " refused on own change " PNDQ-SEQ-NO
                  when other
                      Perform DECIDE-PENDING-CHANGE
              end-evaluate
           end-if

           Move MAINT-REPLY-LINE to OUT-DATA.

      * PROCEDURE CHECK-CHANGE-STAGED
      * Notes whether this message has already staged a decision on
      * the change - the table row only closes at commit, so a
      * second APPR for the same change in one message would
      * otherwise apply it twice.
       CHECK-CHANGE-STAGED.
           Move 'N' to WS-PCH-STAGED-SW
           Perform SCAN-STAGED-CHANGE
               varying WS-PCH-FLUSH-IDX from 1 by 1
               until WS-PCH-FLUSH-IDX > WS-PCH-PEND-COUNT.

       SCAN-STAGED-CHANGE.
           if WS-PCH-PENDING-REC (WS-PCH-FLUSH-IDX) (2:6)
              = PNDQ-SEQ-NO
              Move 'Y' to WS-PCH-STAGED-SW
           end-if.

      * PROCEDURE DECIDE-PENDING-CHANGE
      * Fills the change into the PENDREQ record, then applies it
      * (approval) or simply closes it (rejection), staging the
      * closing journal record with the deciding userid either way.
       DECIDE-PENDING-CHANGE.
           Move WS-PC-CUST-ID (WS-PCH-FOUND-IDX)  to MRL-CUST-ID
           Move WS-PC-CUST-ID (WS-PCH-FOUND-IDX)  to PNDQ-CUST-ID
           Move WS-PC-MAKER-USERID (WS-PCH-FOUND-IDX)
             to PNDQ-MAKER-USERID
           Move WS-PC-LIMIT-SW (WS-PCH-FOUND-IDX) to PNDQ-LIMIT-SW
           Move WS-PC-NEW-LIMIT (WS-PCH-FOUND-IDX) to PNDQ-NEW-LIMIT
           Move WS-PC-CAP-SW (WS-PCH-FOUND-IDX)   to PNDQ-CAP-SW
           Move WS-PC-NEW-CAP (WS-PCH-FOUND-IDX)  to PNDQ-NEW-CAP
           if WS-IN-DATA-LEN < WS-PND-POSTED-LEN
              Move WS-PND-POSTED-LEN to WS-IN-DATA-LEN
           end-if

           if PNDQ-APPROVE
              Perform APPLY-APPROVED-CHANGE
           else
              Move 0 to OUT-RETURN-CODE
              Move 'CHANGE REJECTED' to MRL-RESULT
              Perform QUEUE-CHANGE-DECISION
           end-if.

      * PROCEDURE APPLY-APPROVED-CHANGE
      * GHU's the customer and moves each held figure up by the
      * increase that was asked for. The increase is applied to the
      * figure as it stands now, not the requested figure moved in
      * over it: postings since the request have moved the available
      * credit, and overwriting it would undo them. A customer that
      * has gone from the database leaves the change pending and is
      * answered as a user error; any other DL/I failure backs the
      * message out.
       APPLY-APPROVED-CHANGE.
           Move WS-PC-CUST-ID (WS-PCH-FOUND-IDX) to SSA-FIELD-VALUE

           Call 'CBLTDLI' using GHU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           Display "CBL2JAVA: customer database GHU for CUST-ID "
                   SSA-FIELD-VALUE " status " DBPCB-STATUSCODE

           Evaluate DBPCB-STATUSCODE
               when SPACES
                   if WS-PC-LIMIT-HELD (WS-PCH-FOUND-IDX)
                      Compute CDB-CREDIT-LIMIT = CDB-CREDIT-LIMIT
                              + WS-PC-NEW-LIMIT (WS-PCH-FOUND-IDX)
                              - WS-PC-OLD-LIMIT (WS-PCH-FOUND-IDX)
                   end-if
                   if WS-PC-CAP-HELD (WS-PCH-FOUND-IDX)
                      if CDB-DAILY-CAP numeric
                         Compute CDB-DAILY-CAP = CDB-DAILY-CAP
                                 + WS-PC-NEW-CAP (WS-PCH-FOUND-IDX)
                                 - WS-PC-OLD-CAP (WS-PCH-FOUND-IDX)
                      else
                         Move WS-PC-NEW-CAP (WS-PCH-FOUND-IDX)
                           to CDB-DAILY-CAP
                      end-if
                   end-if

                   Call 'CBLTDLI' using REPL-FUNC, DBPCB,
                           CUST-DB-SEGMENT

                   if DBPCB-STATUSCODE = SPACES
                      Move 0 to OUT-RETURN-CODE
                      Move 'CHANGE APPROVED AND APPLIED' to MRL-RESULT
                      Perform QUEUE-CHANGE-DECISION
                   else
                      Display "CBL2JAVA: CAPV REPL failed, "
                              "transaction will be backed out"
                      Move 'Y' to WS-JAVA-ERROR-SW
                   end-if
               when 'GE'
                   Move 'CUSTOMER NOT ON FILE' to MRL-RESULT
               when other
                   Display "CBL2JAVA: CAPV GHU failed, transaction "
                           "will be backed out"
                   Move 'Y' to WS-JAVA-ERROR-SW
           end-evaluate.

      * PROCEDURE QUEUE-CHANGE-DECISION
      * Stages the approval or rejection record: the change as it
      * was requested, the requesting userid, and the deciding
      * IO-USERID and time.
       QUEUE-CHANGE-DECISION.
           Perform BUILD-CHANGE-CLOSE-RECORD
           if PNDQ-APPROVE
              Set PCH-APPROVED to true
           else
              Set PCH-REJECTED to true
           end-if
           Move IO-USERID     to PCH-CHECKER-USERID
           Move AUD-BEFORE-TS to PCH-ACTION-TS

           Add 1 to WS-PCH-PEND-COUNT
           Move PENDING-CHANGE-RECORD
             to WS-PCH-PENDING-REC (WS-PCH-PEND-COUNT)

           Display "CBL2JAVA: change " PCH-SEQ-NO " for CUST-ID "
                   PCH-CUST-ID " requested by userid "
                   PCH-MAKER-USERID " " MRL-RESULT " by userid "
                   IO-USERID.

      * PROCEDURE LIST-PENDING-CHANGES
      * Sends one reply line per pending change, capped at
      * WS-PCH-LIST-MAX lines, and leaves the pending/shown trailer
      * in OUT-DATA for the shared tail to send.
       LIST-PENDING-CHANGES.
           Move 0 to WS-PCH-LISTED-COUNT
           Move 0 to WS-PCH-SHOWN-COUNT
           Perform SEND-PENDING-CHANGE-LINE
               varying WS-PCH-SCAN-IDX from 1 by 1
               until WS-PCH-SCAN-IDX > WS-PCH-USED

           Move 0 to OUT-RETURN-CODE
           Move WS-PCH-LISTED-COUNT to PTL-PENDING-COUNT
           Move WS-PCH-SHOWN-COUNT  to PTL-SHOWN-COUNT
           Move PEND-TRAILER-LINE to OUT-DATA.

       SEND-PENDING-CHANGE-LINE.
           if WS-PC-PENDING (WS-PCH-SCAN-IDX)
              Add 1 to WS-PCH-LISTED-COUNT
              if WS-PCH-SHOWN-COUNT < WS-PCH-LIST-MAX
                 Add 1 to WS-PCH-SHOWN-COUNT
                 Move WS-PC-SEQ-NO (WS-PCH-SCAN-IDX)  to PLL-SEQ-NO
                 Move WS-PC-CUST-ID (WS-PCH-SCAN-IDX) to PLL-CUST-ID
                 if WS-PC-LIMIT-HELD (WS-PCH-SCAN-IDX)
                    Move WS-PC-NEW-LIMIT (WS-PCH-SCAN-IDX)
                      to PLL-LIMIT
                 else
                    Move SPACES to PLL-LIMIT-X
                 end-if
                 if WS-PC-CAP-HELD (WS-PCH-SCAN-IDX)
                    Move WS-PC-NEW-CAP (WS-PCH-SCAN-IDX) to PLL-CAP
                 else
                    Move SPACES to PLL-CAP-X
                 end-if
                 Move WS-PC-MAKER-USERID (WS-PCH-SCAN-IDX)
                   to PLL-MAKER
                 Move WS-PC-REQUEST-TS (WS-PCH-SCAN-IDX) (9:6)
                   to PLL-TIME
                 Move 0 to OUT-RETURN-CODE
                 Move PEND-LIST-LINE to OUT-DATA
                 Move 70 to WS-OUT-DATA-LEN
                 Perform INSERT-IO
              end-if
           end-if.

      * PROCEDURE EDIT-CUST-RECORD
      * Field-level edit pass over the inbound CUST-RECORD, performed
      * before GU-CUSTOMER-DATABASE or JAVADRVR ever see the message.
              end-search
           end-if

      *    The recognized code also fixes which way the posting
      *    moves the available credit; the record only gets a say
      *    for a code that may go either way.
           if WS-EDIT-OK
              Perform EDIT-POST-DIRECTION
           end-if

      *    A blank currency means domestic and converts at 1; any
      *    other code must have a row on the daily rate sheet, the
      *    same listing-not-omission rule the reason codes follow.
                      IO-USERID ": " WS-EDIT-MESSAGE
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
      * Resolves the segment's currency to its daily rate: blank is
      * domestic at 1, anything else is looked up in
      * the same first-failing-field discipline EDIT-CUST-RECORD
      * applies to CUST. CADD needs the whole record; CUPD and CINQ
      * only require the key, since CUPD treats an absent field as
      * "leave as is" and CINQ reads nothing else. CREV also needs
      * the key of the posting to back out, numeric as HIST shows
      * it. CNAM carries a name to search on instead of a key, and
      * that name must not be blank.
       EDIT-MAINT-RECORD.
           Move 'N' to WS-EDIT-ERROR-SW
           Move SPACES to WS-EDIT-MESSAGE

           if IN-CNAM-TRANCODE
              if NMRQ-NAME = SPACES or NMRQ-NAME = LOW-VALUES
                 Move 'NAME MISSING - A NAME OR ITS START IS REQUIRED'
                   to WS-EDIT-MESSAGE
                 Move 'Y' to WS-EDIT-ERROR-SW
              end-if
           else
              if CMNT-CUST-ID = SPACES or CMNT-CUST-ID = LOW-VALUES
                 Move 'CUST-ID MISSING - CUSTOMER ID IS REQUIRED'
                   to WS-EDIT-MESSAGE
                 Move 'Y' to WS-EDIT-ERROR-SW
              end-if
           end-if

           if WS-EDIT-OK and IN-TRANCODE = 'CADD'
              end-if
           end-if

      *    A status set by CADD or CUPD must be one the status table
      *    defines - anything else would be refused on the account's
      *    very next posting, so it is refused here instead.
           if WS-EDIT-OK
              and (IN-TRANCODE = 'CADD' or IN-TRANCODE = 'CUPD')
              and CMNT-ACCOUNT-STATUS not = SPACES
              Set WS-ACCT-IDX to 1
              Search WS-ACCT-STATUS-ENTRY
                  at end
                      Move 'ACCOUNT-STATUS NOT A DEFINED STATUS'
                        to WS-EDIT-MESSAGE
                      Move 'Y' to WS-EDIT-ERROR-SW
                  when WS-AS-STATUS (WS-ACCT-IDX) = SPACES
                      Move 'ACCOUNT-STATUS NOT A DEFINED STATUS'
                        to WS-EDIT-MESSAGE
                      Move 'Y' to WS-EDIT-ERROR-SW
                  when WS-AS-STATUS (WS-ACCT-IDX)
                       = CMNT-ACCOUNT-STATUS
                      continue
              end-search
           end-if

           if WS-EDIT-OK and IN-TRANCODE = 'CREV'
              if REVQ-ORIG-TIMESTAMP not numeric
                 or REVQ-ORIG-SEQ-NO not numeric
                 Move 'HISTORY KEY NOT NUMERIC - TIMESTAMP AND SEQ-NO'
                   to WS-EDIT-MESSAGE
                 Move 'Y' to WS-EDIT-ERROR-SW
              end-if
           end-if

           if WS-EDIT-ERROR
              Display "CBL2JAVA: " IN-TRANCODE
                      " edit reject for userid "

           Perform FLUSH-AUDIT-RECORDS
           Perform FLUSH-ALERT-RECORDS
           Perform FLUSH-PENDING-CHANGES
           Perform APPLY-TRANCODE-DELTAS
           Perform APPLY-RECENT-TRANSACTIONS

      * database REPL failed is a failure even though the return
      * code stayed zero - neither may land on the trail looking
      * like a success. A message refused by CHECK-TRAN-AUTHORITY
      * outranks everything (AUD-AUTH-REJECTED), then one answered
      * because its trancode is stopped (AUD-TRAN-STOPPED), and a
      * segment the edit pass refused is flagged AUD-EDIT-REJECTED -
      * it never drove Java, and the batch replay must know not to.
      * A CREV that posted is its own record type, AUD-REVERSAL.
       QUEUE-AUDIT-RECORD.
           Compute WS-BEFORE-DAY-SECONDS =
                   AUD-BEFORE-HOUR * 3600 + AUD-BEFORE-MINUTE * 60
           if WS-AUTH-REJECTED
              Set AUD-AUTH-REJECTED to true
           else
            if WS-TRAN-STOPPED
              Set AUD-TRAN-STOPPED to true
            else
             if WS-EDIT-ERROR
                Set AUD-EDIT-REJECTED to true
             else
                 if WS-VEL-REJECT
                    Set AUD-VEL-REJECTED to true
                 else
                   if WS-STATUS-REJECT
                      Set AUD-STATUS-REJECTED to true
                   else
                     if OUT-RETURN-CODE not = 0 or WS-JAVA-ERROR
                        Set AUD-FAILED to true
                     else
                        if IN-TRANCODE = 'CREV'
                           Set AUD-REVERSAL to true
                        else
                           Set AUD-SUCCESS to true
                        end-if
                     end-if
                   end-if
                 end-if
               end-if
             end-if
            end-if
           end-if

      *    A message with more queued segments than the table holds
