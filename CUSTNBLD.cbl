       Process pgmname(longmixed),dll,thread
       Identification Division.
       Program-ID. "CUSTNBLD" is recursive.
      *
      * CUSTNBLD builds and reconciles the customer name index
      * database (NAMESEG, see CUSTNIDX.cpy) the CNAM name search
      * reads. CBL2JAVA keeps the index in step as CADD and CUPD
      * change names online; this job is how the index is loaded for
      * the customers already on file when it is first defined, and
      * how it is put right after anything that changes CUSTSEG names
      * outside CBL2JAVA. The first pass walks every CUSTSEG and
      * inserts any entry the index is missing; the second walks the
      * index and deletes every entry whose customer is no longer on
      * file or no longer carries that name. Each change is printed.
      * A rerun is harmless - entries already in place are left
      * alone - so an abend mid-run is answered by running the job
      * again from the top.
      *
       Environment Division.
      *
       Configuration Section.
      *
       Input-Output Section.
       File-Control.
      *    The printed change report, one 132-byte line per record.
           Select REPORT-FILE assign to RPTFILE
                  organization is sequential
                  file status is WS-REPORT-FILE-STATUS.
      *
       Data Division.
      *
       File Section.
       FD  REPORT-FILE
           recording mode is F
           label records are standard.
       01  REPORT-LINE          PIC X(132).
      *
       Working-Storage Section.
      * DL/I FUNCTION CODES
       77  XRST-FUNC            PIC X(4) VALUE 'XRST'.
       77  GU-FUNC              PIC X(4) VALUE 'GU  '.
       77  GN-FUNC              PIC X(4) VALUE 'GN  '.
       77  GHN-FUNC             PIC X(4) VALUE 'GHN '.
       77  GHU-FUNC             PIC X(4) VALUE 'GHU '.
       77  ISRT-FUNC            PIC X(4) VALUE 'ISRT'.
       77  DLET-FUNC            PIC X(4) VALUE 'DLET'.
       77  CHKP-FUNC            PIC X(4) VALUE 'CHKP'.

       77  WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
           88  WS-REPORT-FILE-OK    VALUE '00'.

      * Unqualified SSA so the GN walk stays on CUSTSEG roots and
      * never wanders down into the HISTSEG children.
       01  WS-CUST-SEG-SSA.
           05  FILLER               PIC X(8)  VALUE 'CUSTSEG '.
           05  FILLER               PIC X     VALUE SPACE.

      * Qualified SSA for one CUSTSEG by key: the customer a name
      * index entry points at, and the reposition of the first pass
      * after a checkpoint releases this BMP's database position.
       01  WS-CUST-SSA.
           05  FILLER               PIC X(8)  VALUE 'CUSTSEG '.
           05  FILLER               PIC X     VALUE '('.
           05  FILLER               PIC X(8)  VALUE 'CUSTID  '.
           05  FILLER               PIC X(2)  VALUE ' ='.
           05  SSA-CUST-ID          PIC X(10).
           05  FILLER               PIC X     VALUE ')'.

      * Unqualified SSA for the NAMESEG insert and the GHN walk of
      * the second pass.
       01  WS-NIX-SEG-SSA.
           05  FILLER               PIC X(8)  VALUE 'NAMESEG '.
           05  FILLER               PIC X     VALUE SPACE.

      * Qualified SSA for the second pass's reposition after a
      * checkpoint. The entry the walk was on may just have been
      * deleted, so the reposition asks for the first entry past its
      * key - and that is the next entry to check, already in hand.
       01  WS-NIX-AFTER-SSA.
           05  FILLER               PIC X(8)  VALUE 'NAMESEG '.
           05  FILLER               PIC X     VALUE '('.
           05  FILLER               PIC X(8)  VALUE 'NAMEKEY '.
           05  FILLER               PIC X(2)  VALUE ' >'.
           05  SSA-NIX-KEY          PIC X(30).
           05  FILLER               PIC X     VALUE ')'.

      * Key of the CUSTSEG or NAMESEG most recently processed, for
      * the repositions above.
       77  WS-LAST-CUST-ID      PIC X(10) VALUE SPACES.
       77  WS-LAST-NIX-KEY      PIC X(30) VALUE SPACES.

       COPY CUSTDBSEG.

       COPY CUSTNIDX.

      * Run totals for the end-of-job summary.
       77  WS-SEGMENT-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-ENTRY-COUNT       PIC 9(9) COMP-5 VALUE 0.
       77  WS-PRESENT-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-ADDED-COUNT       PIC 9(9) COMP-5 VALUE 0.
       77  WS-REMOVED-COUNT     PIC 9(9) COMP-5 VALUE 0.
       77  WS-FAIL-COUNT        PIC 9(9) COMP-5 VALUE 0.
       77  WS-UPDATE-COUNT      PIC 9(9) COMP-5 VALUE 0.

      * Set when the entry in hand points at no CUSTSEG, or at one
      * that now carries a different name, and has to go.
       77  WS-STALE-ENTRY-SW    PIC X(1) VALUE 'N'.
           88  WS-STALE-ENTRY       VALUE 'Y'.

      * A CHKP is taken every WS-NBLD-CHKP-FREQUENCY index updates,
      * committing the inserts and deletes so far, the same sync-
      * point rhythm the other database-updating companions keep.
       77  WS-NBLD-CHKP-FREQUENCY PIC 9(9) COMP-5 VALUE 100.
       77  WS-NBLD-CHKP-ID      PIC 9(8) VALUE 0.
       77  WS-CHKP-IO-LEN       PIC S9(5) COMP VALUE +8.
       77  WS-XRST-WORK-LEN     PIC S9(5) COMP VALUE +12.

      * XRST work area, same shape CUSTRSET declares. This job's
      * recovery is a rerun from the top, so the XRST here is the
      * null, cold-start-only form that licenses the CHKPs.
       01  WS-XRST-WORK-AREA    PIC X(12) VALUE SPACES.
           88  WS-COLD-START        VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC  9(4).
               10  WS-CURRENT-MONTH   PIC  9(2).
               10  WS-CURRENT-DAY     PIC  9(2).
           05  FILLER                 PIC  X(13).

      * Print line layouts, in the same style the other reports use.
       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               'CUSTNBLD - CUSTOMER NAME INDEX BUILD        '.
           05  FILLER               PIC X(10) VALUE ' RUN DATE '.
           05  RPT-TITLE-YEAR       PIC 9(4).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-MONTH      PIC 9(2).
           05  FILLER               PIC X     VALUE '-'.
           05  RPT-TITLE-DAY        PIC 9(2).
           05  FILLER               PIC X(68) VALUE SPACES.

       01  RPT-DETAIL-HEADING.
           05  FILLER               PIC X(31) VALUE
               'ACTION   CUST-ID    NAME       '.
           05  FILLER               PIC X(31) VALUE
               '          REASON               '.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DT-ACTION        PIC X(8).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-CUST-ID       PIC X(10).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-CUST-NAME     PIC X(20).
           05  FILLER               PIC X     VALUE SPACES.
           05  RPT-DT-REASON        PIC X(30).
           05  FILLER               PIC X(61) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TL-LABEL         PIC X(30).
           05  RPT-TL-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

       01  RPT-BLANK-LINE           PIC X(132) VALUE SPACES.

       Linkage Section.

      * I/O PCB, needed for the CHKP calls that commit the changes.
       01  IOPCB.
           02  IO-LTERM         PIC X(8).
           02  IO-RESV          PIC X(2).
           02  IO-STATUS        PIC X(2).
           02  IO-PREF          PIC X(12).
           02  IO-MODN          PIC X(8).
           02  IO-USERID        PIC X(8).
           02  IO-GROUPID       PIC X(8).

       COPY DBPCB.

       COPY NIXPCB.

      * PROCEDURE DIVISION
       PROCEDURE DIVISION.

           ENTRY 'DLITCBL' using IOPCB, DBPCB, NIXPCB

           Display "************************************************"
           Display "          CUSTNBLD: Execution begin              "
           Display "************************************************"

      *    The null XRST that licenses the symbolic CHKPs below.
           Call 'CBLTDLI' using XRST-FUNC, IOPCB, WS-XRST-WORK-LEN,
                   WS-XRST-WORK-AREA
           if WS-COLD-START
              Display "CUSTNBLD: cold start"
           else
              Display "CUSTNBLD: brought up with CKPTID "
                      WS-XRST-WORK-AREA ", continuing - entries "
                      "already in place are left alone"
           end-if

           Open Output REPORT-FILE

           Move FUNCTION CURRENT-DATE to WS-CURRENT-DATE-FIELDS
           Move WS-CURRENT-YEAR  to RPT-TITLE-YEAR
           Move WS-CURRENT-MONTH to RPT-TITLE-MONTH
           Move WS-CURRENT-DAY   to RPT-TITLE-DAY
           Write REPORT-LINE from RPT-TITLE-LINE
           Write REPORT-LINE from RPT-BLANK-LINE
           Write REPORT-LINE from RPT-DETAIL-HEADING

           Perform WALK-CUSTOMER-SEGMENTS

      *    The second pass starts from the first entry in the index;
      *    an unqualified GHU goes there whatever position the
      *    inserts above left behind.
           Call 'CBLTDLI' using GHU-FUNC, NIXPCB,
                   CUST-NAME-INDEX-SEGMENT, WS-NIX-SEG-SSA
           Perform WALK-NAME-INDEX

           Write REPORT-LINE from RPT-BLANK-LINE
           Move 'CUSTOMER SEGMENTS READ      : ' to RPT-TL-LABEL
           Move WS-SEGMENT-COUNT  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'ENTRIES ALREADY IN INDEX    : ' to RPT-TL-LABEL
           Move WS-PRESENT-COUNT  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'INDEX ENTRIES ADDED         : ' to RPT-TL-LABEL
           Move WS-ADDED-COUNT    to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'INDEX ENTRIES CHECKED       : ' to RPT-TL-LABEL
           Move WS-ENTRY-COUNT    to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'INDEX ENTRIES REMOVED       : ' to RPT-TL-LABEL
           Move WS-REMOVED-COUNT  to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE
           Move 'INDEX UPDATES FAILED        : ' to RPT-TL-LABEL
           Move WS-FAIL-COUNT     to RPT-TL-VALUE
           Write REPORT-LINE from RPT-TOTAL-LINE

           Close REPORT-FILE

      *    One last checkpoint commits the final partial interval.
           Perform TAKE-NBLD-CHECKPOINT

           Display "CUSTNBLD: segments read     : " WS-SEGMENT-COUNT
           Display "CUSTNBLD: entries added     : " WS-ADDED-COUNT
           Display "CUSTNBLD: entries removed   : " WS-REMOVED-COUNT
           Display "CUSTNBLD: updates failed    : " WS-FAIL-COUNT
           Display "************************************************"
           Display "          CUSTNBLD: Execution end                "
           Display "************************************************"

           GOBACK.

      * PROCEDURE WALK-CUSTOMER-SEGMENTS
      * First pass: GN's one CUSTSEG root per trip until 'GB' says
      * the database is exhausted, and inserts the name index entry
      * each one should have. 'II' is an entry already in place -
      * the usual case on every run after the first.
       WALK-CUSTOMER-SEGMENTS.
           Call 'CBLTDLI' using GN-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SEG-SSA

           if DBPCB-STATUSCODE = SPACES
              Add 1 to WS-SEGMENT-COUNT
              Move CDB-CUST-ID to WS-LAST-CUST-ID

              Move SPACES        to CUST-NAME-INDEX-SEGMENT
              Move CDB-CUST-NAME to NIX-CUST-NAME
              Move CDB-CUST-ID   to NIX-CUST-ID
              Call 'CBLTDLI' using ISRT-FUNC, NIXPCB,
                      CUST-NAME-INDEX-SEGMENT, WS-NIX-SEG-SSA

              Evaluate NIXPCB-STATUSCODE
                  when SPACES
                      Add 1 to WS-ADDED-COUNT
                      Add 1 to WS-UPDATE-COUNT
                      Move 'ADDED'          to RPT-DT-ACTION
                      Move 'NOT IN INDEX'   to RPT-DT-REASON
                      Perform WRITE-CHANGE-LINE
                  when 'II'
                      Add 1 to WS-PRESENT-COUNT
                  when other
                      Add 1 to WS-FAIL-COUNT
                      Display "CUSTNBLD: ISRT failed for CUST-ID "
                              CDB-CUST-ID " status "
                              NIXPCB-STATUSCODE
              end-evaluate

      *       Only a clean ISRT advances the count, so the interval
      *       test is gated on it too - and every checkpoint is
      *       followed by the reposition, because the sync point
      *       releases this BMP's place in the database.
              if NIXPCB-STATUSCODE = SPACES
                 and FUNCTION MOD (WS-UPDATE-COUNT,
                                   WS-NBLD-CHKP-FREQUENCY) = 0
                 Perform TAKE-NBLD-CHECKPOINT
                 Perform REPOSITION-CUSTOMER-SCAN
              end-if
              GO to WALK-CUSTOMER-SEGMENTS
           end-if

           if DBPCB-STATUSCODE not = 'GB'
              Display "CUSTNBLD: GN failed, status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE REPOSITION-CUSTOMER-SCAN
      * Puts the first pass back on the customer just indexed after a
      * checkpoint released position, so the next GN continues
      * forward instead of starting the database over.
       REPOSITION-CUSTOMER-SCAN.
           Move WS-LAST-CUST-ID to SSA-CUST-ID

           Call 'CBLTDLI' using GU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           if DBPCB-STATUSCODE not = SPACES
              Display "CUSTNBLD: reposition GU failed for CUST-ID "
                      WS-LAST-CUST-ID " status " DBPCB-STATUSCODE
           end-if.

      * PROCEDURE WALK-NAME-INDEX
      * Second pass: takes the NAMESEG entry the last GHN (or the
      * reposition) returned and checks it against the customer it
      * points at, deleting it if that customer is gone or has been
      * renamed - the first pass has already put the entry for the
      * current name in. Walks on until 'GB'.
       WALK-NAME-INDEX.
           if NIXPCB-STATUSCODE = SPACES
              Add 1 to WS-ENTRY-COUNT
              Move NIX-KEY to WS-LAST-NIX-KEY
              Perform CHECK-NAME-ENTRY

              if WS-STALE-ENTRY
                 Perform DELETE-NAME-ENTRY
              end-if

      *       A checkpoint after a clean delete is followed by the
      *       reposition, which also fetches the next entry; any
      *       other trip GHN's on to it.
              if WS-STALE-ENTRY and NIXPCB-STATUSCODE = SPACES
                 and FUNCTION MOD (WS-UPDATE-COUNT,
                                   WS-NBLD-CHKP-FREQUENCY) = 0
                 Perform TAKE-NBLD-CHECKPOINT
                 Move WS-LAST-NIX-KEY to SSA-NIX-KEY
                 Call 'CBLTDLI' using GHU-FUNC, NIXPCB,
                         CUST-NAME-INDEX-SEGMENT, WS-NIX-AFTER-SSA
              else
                 Call 'CBLTDLI' using GHN-FUNC, NIXPCB,
                         CUST-NAME-INDEX-SEGMENT, WS-NIX-SEG-SSA
              end-if
              GO to WALK-NAME-INDEX
           end-if

           if NIXPCB-STATUSCODE not = 'GB'
              and NIXPCB-STATUSCODE not = 'GE'
              Display "CUSTNBLD: name index GHN failed, status "
                      NIXPCB-STATUSCODE
           end-if.

      * PROCEDURE CHECK-NAME-ENTRY
      * GU's the CUSTSEG the entry in hand points at. An entry is
      * stale when that customer is not on file, or is on file under
      * another name; a DL/I failure leaves the entry alone.
       CHECK-NAME-ENTRY.
           Move 'N' to WS-STALE-ENTRY-SW
           Move NIX-CUST-ID to SSA-CUST-ID

           Call 'CBLTDLI' using GU-FUNC, DBPCB, CUST-DB-SEGMENT,
                   WS-CUST-SSA

           Evaluate DBPCB-STATUSCODE
               when SPACES
                   if CDB-CUST-NAME not = NIX-CUST-NAME
                      Move 'Y' to WS-STALE-ENTRY-SW
                      Move 'NAME CHANGED'     to RPT-DT-REASON
                   end-if
               when 'GE'
                   Move 'Y' to WS-STALE-ENTRY-SW
                   Move 'CUSTOMER NOT ON FILE' to RPT-DT-REASON
               when other
                   Add 1 to WS-FAIL-COUNT
                   Display "CUSTNBLD: GU failed for CUST-ID "
                           NIX-CUST-ID " status " DBPCB-STATUSCODE
           end-evaluate.

      * PROCEDURE DELETE-NAME-ENTRY
      * DLETs the stale entry the GHN is holding and prints it.
       DELETE-NAME-ENTRY.
           Call 'CBLTDLI' using DLET-FUNC, NIXPCB,
                   CUST-NAME-INDEX-SEGMENT

           if NIXPCB-STATUSCODE = SPACES
              Add 1 to WS-REMOVED-COUNT
              Add 1 to WS-UPDATE-COUNT
              Move 'REMOVED'     to RPT-DT-ACTION
              Perform WRITE-CHANGE-LINE
           else
              Add 1 to WS-FAIL-COUNT
              Display "CUSTNBLD: DLET failed for CUST-ID "
                      NIX-CUST-ID " status " NIXPCB-STATUSCODE
           end-if.

      * PROCEDURE WRITE-CHANGE-LINE
      * Prints one index change for the entry in hand.
       WRITE-CHANGE-LINE.
           Move NIX-CUST-ID   to RPT-DT-CUST-ID
           Move NIX-CUST-NAME to RPT-DT-CUST-NAME
           Write REPORT-LINE from RPT-DETAIL-LINE.

      * PROCEDURE TAKE-NBLD-CHECKPOINT
      * Commits the index changes made since the last sync point,
      * keyed by the running update count so the sysout trail reads
      * as a progress meter.
       TAKE-NBLD-CHECKPOINT.
           Move WS-UPDATE-COUNT to WS-NBLD-CHKP-ID
           Call 'CBLTDLI' using CHKP-FUNC, IOPCB, WS-CHKP-IO-LEN,
                   WS-NBLD-CHKP-ID
           Display "CUSTNBLD: checkpoint " WS-NBLD-CHKP-ID
                   " taken at update " WS-UPDATE-COUNT
                   " IO-STATUS: " IO-STATUS.

       End Program "CUSTNBLD".
