       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERLY-ROYALTY-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS-CODE.

           SELECT PUBLMAST ASSIGN TO 'PUBLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUBLISHER-STATUS-CODE.

           SELECT OPTIONAL BOOKPRCH ASSIGN TO 'BOOKPRCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS-CODE.

           SELECT OPTIONAL PUBLADVN ASSIGN TO 'PUBLADVN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVANCE-STATUS-CODE.

           SELECT PUBLANEW ASSIGN TO 'PUBLANEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-ADVANCE-STATUS-CODE.

           SELECT BOOKROYR ASSIGN TO 'BOOKROYR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROYALTY-REPORT-STATUS-CODE.

           SELECT BOOKROYX ASSIGN TO 'BOOKROYX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-EXTRACT-STATUS-CODE.

           SELECT BOOKROYA ASSIGN TO 'BOOKROYA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROYALTY-AUDIT-STATUS-CODE.

      *    The suite's run-control file and job log - see
      *    LOAD-RUN-CONTROL-PARA.
           SELECT OPTIONAL BOOKRCTL ASSIGN TO 'BOOKRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTL-STATUS-CODE.

           SELECT OPTIONAL BOOKJLOG ASSIGN TO 'BOOKJLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JLOG-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *    The reporting job's rolled-forward history, mirrored the
      *    same way the year-end close mirrors it.  Only the monthly
      *    detail (type P) is read here: copies sold and returned
      *    per title per month.
       FD BOOKHIST.
       01 HISTORY-RECORD.
           05 HIST-REC-KEY.
               10 HIST-REC-TYPE       PIC X.
                   88 HIST-TYPE-CONTROL   VALUE 'H'.
                   88 HIST-TYPE-BOOK      VALUE 'B'.
                   88 HIST-TYPE-PERIOD    VALUE 'P'.
                   88 HIST-TYPE-STATUS    VALUE 'S'.
                   88 HIST-TYPE-STORE     VALUE 'T'.
                   88 HIST-TYPE-STORE-BOOK VALUE 'U'.
                   88 HIST-TYPE-OPENBAL   VALUE 'O'.
               10 HIST-KEY-STORE-CODE PIC X(4).
               10 HIST-KEY-PERIOD-CODE PIC 9(6).
               10 HIST-KEY-BOOK-NUMBER PIC X(5).
           05 HIST-RECORDS-READ       PIC 9(9).
           05 HIST-RECORDS-ACCEPTED   PIC 9(9).
           05 HIST-COPIES-IN          PIC S9(9) SIGN LEADING SEPARATE.
           05 HIST-COPIES-RETURNED    PIC 9(9).
           05 HIST-REJECTED-CAP       PIC 9(5).
           05 HIST-REJECTED-PERIOD    PIC 9(5).
           05 HIST-MASTER-REJECTED    PIC 9(9).
           05 HIST-EDIT-REJECTED      PIC 9(9).
           05 HIST-STORE-REJECTED     PIC 9(9).
           05 HIST-DUP-BATCH          PIC 9(9).
           05 HIST-BOOK-NAME          PIC X(20).
           05 HIST-COPIES             PIC S9(9) SIGN LEADING SEPARATE.
           05 HIST-GROSS-COPIES       PIC 9(9).
           05 HIST-RETURN-COPIES      PIC 9(9).
           05 HIST-SALE-STATUS-CODE   PIC X.
           05 HIST-STATUS-REC-COUNT   PIC 9(7).
           05 HIST-CLOSED-REJECTED    PIC 9(9).
           05 HIST-REVENUE            PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05 HIST-HELD-BATCH         PIC 9(9).
           05 HIST-CONTROL-RECS       PIC 9(9).
           05 HIST-RETURN-REJECTED    PIC 9(9).
           05 HIST-JOURNAL-SEQ        PIC 9(9).

       FD BOOKMAST.
       01 MASTER-RECORD.
           05 MASTER-REC-BOOK-NUMBER   PIC X(5).
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.
           05 MASTER-REC-CATEGORY      PIC X(10).
           05 MASTER-REC-PUBLISHER     PIC X(4).
           05 MASTER-REC-ROYALTY-RATE  PIC 99V99.

       FD PUBLMAST.
       01 PUBLISHER-RECORD.
           05 PUBL-REC-CODE            PIC X(4).
           05 PUBL-REC-NAME            PIC X(30).
           05 PUBL-REC-DEFAULT-RATE    PIC 99V99.
           05 PUBL-REC-CATEGORY-RATE OCCURS 5 TIMES.
               10 PUBL-REC-RATE-CATEGORY PIC X(10).
               10 PUBL-REC-RATE        PIC 99V99.
           05 PUBL-REC-ADVANCE-PAID    PIC 9(7)V99.
           05 PUBL-REC-VENDOR-ID       PIC X(10).

       FD BOOKPRCH.
       01 PRICE-HISTORY-RECORD.
           05 PRCH-BOOK-NUMBER         PIC X(5).
           05 PRCH-EFFECTIVE-DATE      PIC 9(8).
           05 PRCH-UNIT-PRICE          PIC 9(4)V99.

      *    Advance position per publisher, carried from quarter to
      *    quarter: the last quarter settled, how much of the
      *    advance paid on the master this file has already seen,
      *    and what is still to be earned out.  Read here and
      *    written forward to PUBLANEW.DAT, which replaces it once
      *    the run is accepted.
       FD PUBLADVN.
       01 ADVANCE-RECORD.
           05 PADV-PUBL-CODE           PIC X(4).
           05 PADV-LAST-QUARTER        PIC 9(5).
           05 PADV-PAID-SEEN           PIC 9(7)V99.
           05 PADV-UNRECOVERED         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.

       FD PUBLANEW.
       01 NEW-ADVANCE-RECORD.
           05 NADV-PUBL-CODE           PIC X(4).
           05 NADV-LAST-QUARTER        PIC 9(5).
           05 NADV-PAID-SEEN           PIC 9(7)V99.
           05 NADV-UNRECOVERED         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.

       FD BOOKROYR.
       01 ROYALTY-REPORT-RECORD  PIC X(100).

      *    Payment extract for accounts payable: one detail record
      *    per publisher with an amount to pay, then one trailer
      *    carrying the record count and amount total for the load
      *    to balance against.
       FD BOOKROYX.
       01 PAYMENT-EXTRACT-RECORD.
           05 PAYX-REC-TYPE            PIC X.
               88 PAYX-DETAIL          VALUE 'D'.
               88 PAYX-TRAILER         VALUE 'T'.
           05 PAYX-VENDOR-ID           PIC X(10).
           05 PAYX-PUBL-CODE           PIC X(4).
           05 PAYX-PUBL-NAME           PIC X(30).
           05 PAYX-QUARTER             PIC 9(5).
           05 PAYX-RUN-DATE            PIC 9(8).
           05 PAYX-RECORD-COUNT        PIC 9(5).
           05 PAYX-AMOUNT              PIC 9(9)V99.

       FD BOOKROYA.
       01 ROYALTY-AUDIT-RECORD   PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 MASTER-STATUS-CODE     PIC XX.
       01 PUBLISHER-STATUS-CODE  PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 ADVANCE-STATUS-CODE    PIC XX.
       01 NEW-ADVANCE-STATUS-CODE PIC XX.
       01 ROYALTY-REPORT-STATUS-CODE PIC XX.
       01 PAYMENT-EXTRACT-STATUS-CODE PIC XX.
       01 ROYALTY-AUDIT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The quarter to settle off the request card: cols 1-4 the
      *    year, col 5 the quarter.  Quarters are settled in order,
      *    once each, and only after they have ended.
       01 ROYALTY-REQUEST.
           05 REQ-YEAR               PIC X(4).
           05 REQ-QUARTER            PIC X.
       01 ROYALTY-QUARTER.
           05 ROY-YEAR               PIC 9(4).
           05 ROY-QUARTER            PIC 9.
       01 ROYALTY-QUARTER-CODE   REDEFINES ROYALTY-QUARTER
                                 PIC 9(5).
       01 PRIOR-QUARTER-CODE     PIC 9(5).
       01 LAST-SETTLED-QUARTER   PIC 9(5) VALUE ZERO.
       01 QUARTER-FIRST-PERIOD   PIC 9(6).
       01 QUARTER-LAST-PERIOD    PIC 9(6).
      *    Period of an opening-balance record the year-end close
      *    left at or after the start of the quarter - its months
      *    are already off the history, so it cannot be settled.
       01 ARCHIVED-THROUGH-PERIOD PIC 9(6) VALUE ZERO.

       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS MAST-BOOK-NUMBER
                   INDEXED BY MIDX.
               10 MAST-BOOK-NUMBER   PIC X(5).
               10 MAST-BOOK-NAME     PIC X(20).
               10 MAST-UNIT-PRICE    PIC 9(4)V99.
               10 MAST-CATEGORY      PIC X(10).
               10 MAST-PUBLISHER     PIC X(4).
               10 MAST-ROYALTY-RATE  PIC 99V99.
       01 MASTER-COUNT           PIC 9(5) VALUE ZERO.
       01 MAX-MASTER-ENTRIES     PIC 9(5) VALUE 10000.
       01 REJECTED-MASTER-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-MASTER-ENTRY.
           05 TEMP-MAST-BOOK-NUMBER  PIC X(5).
           05 TEMP-MAST-BOOK-NAME    PIC X(20).
           05 TEMP-MAST-UNIT-PRICE   PIC 9(4)V99.
           05 TEMP-MAST-CATEGORY     PIC X(10).
           05 TEMP-MAST-PUBLISHER    PIC X(4).
           05 TEMP-MAST-ROYALTY-RATE PIC 99V99.

       01 PUBLISHER-TABLE.
           05 PUBLISHER-ENTRY OCCURS 1000 TIMES
                   ASCENDING KEY IS PUB-CODE
                   INDEXED BY PBX.
               10 PUB-CODE           PIC X(4).
               10 PUB-NAME           PIC X(30).
               10 PUB-DEFAULT-RATE   PIC 99V99.
               10 PUB-CATEGORY-RATE OCCURS 5 TIMES.
                   15 PUB-RATE-CATEGORY PIC X(10).
                   15 PUB-RATE       PIC 99V99.
               10 PUB-ADVANCE-PAID   PIC 9(7)V99.
               10 PUB-VENDOR-ID      PIC X(10).
       01 PUBLISHER-COUNT        PIC 9(5) VALUE ZERO.
       01 MAX-PUBLISHER-ENTRIES  PIC 9(5) VALUE 1000.
       01 REJECTED-PUBLISHER-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-PUBLISHER-ENTRY.
           05 TEMP-PUB-CODE          PIC X(4).
           05 TEMP-PUB-NAME          PIC X(30).
           05 TEMP-PUB-DEFAULT-RATE  PIC 99V99.
           05 TEMP-PUB-CATEGORY-RATE OCCURS 5 TIMES.
               10 TEMP-PUB-RATE-CATEGORY PIC X(10).
               10 TEMP-PUB-RATE      PIC 99V99.
           05 TEMP-PUB-ADVANCE-PAID  PIC 9(7)V99.
           05 TEMP-PUB-VENDOR-ID     PIC X(10).
       01 RATE-SUB               PIC 9.

      *    Every price every title has ever carried, keyed and
      *    searched exactly as the reporting job does it.
       01 PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 20000 TIMES INDEXED BY PRX.
               10 PRICE-KEY.
                   15 PRC-BOOK-NUMBER     PIC X(5).
                   15 PRC-EFFECTIVE-DATE  PIC 9(8).
               10 PRC-UNIT-PRICE      PIC 9(4)V99.
       01 PRICE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-PRICE-ENTRIES      PIC 9(5) VALUE 20000.
       01 REJECTED-PRICE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-PRICE-ENTRY.
           05 TEMP-PRC-BOOK-NUMBER   PIC X(5).
           05 TEMP-PRC-EFFECTIVE     PIC 9(8).
           05 TEMP-PRC-UNIT-PRICE    PIC 9(4)V99.
       01 SEARCH-PRICE-KEY.
           05 SEARCH-PRC-BOOK        PIC X(5).
           05 SEARCH-PRC-DATE        PIC 9(8).
       01 EFFECTIVE-UNIT-PRICE   PIC 9(4)V99.
       01 CURRENT-MASTER-PRICE   PIC 9(4)V99.

      *    Each title's months on file through the quarter being
      *    settled, in (book, month) order.  The months before the
      *    quarter are needed because a return is taken off at the
      *    price of the sales it came back against - the latest
      *    month's sales first, working back - and those sales may
      *    be from months already settled.  UNRETURNED is what is
      *    left of a month's sales once later returns have been
      *    matched against it.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 20000 TIMES INDEXED BY MNX.
               10 MONTH-KEY.
                   15 MON-BOOK-NUMBER     PIC X(5).
                   15 MON-PERIOD          PIC 9(6).
               10 MON-BOOK-NAME       PIC X(20).
               10 MON-GROSS-COPIES    PIC 9(7).
               10 MON-RETURN-COPIES   PIC 9(7).
               10 MON-UNIT-PRICE      PIC 9(4)V99.
               10 MON-UNRETURNED      PIC 9(7).
       01 MONTH-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MONTH-ENTRIES      PIC 9(5) VALUE 20000.
       01 REJECTED-MONTH-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-MONTH-ENTRY.
           05 TEMP-MON-BOOK-NUMBER   PIC X(5).
           05 TEMP-MON-PERIOD        PIC 9(6).
           05 TEMP-MON-BOOK-NAME     PIC X(20).
           05 TEMP-MON-GROSS         PIC 9(7).
           05 TEMP-MON-RETURNS       PIC 9(7).
           05 TEMP-MON-UNIT-PRICE    PIC 9(4)V99.
           05 TEMP-MON-UNRETURNED    PIC 9(7).

      *    One line per title with activity in the quarter, keyed
      *    (publisher, book) so the statements come straight off it
      *    in order.  RES-STATUS marks the titles that cannot be
      *    paid - no publisher assigned, or one not on file.
       01 RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 10000 TIMES INDEXED BY RSX.
               10 RESULT-KEY.
                   15 RES-PUBLISHER       PIC X(4).
                   15 RES-BOOK-NUMBER     PIC X(5).
               10 RES-BOOK-NAME       PIC X(20).
               10 RES-STATUS          PIC X.
                   88 RES-PAYABLE         VALUE ' '.
                   88 RES-NO-PUBLISHER    VALUE 'N'.
                   88 RES-UNKNOWN-PUBLISHER VALUE 'U'.
               10 RES-GROSS-COPIES    PIC 9(7).
               10 RES-RETURN-COPIES   PIC 9(7).
               10 RES-SALES-VALUE     PIC S9(9)V99.
               10 RES-RETURN-VALUE    PIC S9(9)V99.
               10 RES-RATE            PIC 99V99.
               10 RES-ROYALTY         PIC S9(9)V99.
       01 RESULT-COUNT           PIC 9(5) VALUE ZERO.
       01 MAX-RESULT-ENTRIES     PIC 9(5) VALUE 10000.
       01 REJECTED-RESULT-COUNT  PIC 9(5) VALUE ZERO.
       01 TEMP-RESULT-ENTRY.
           05 TEMP-RES-PUBLISHER     PIC X(4).
           05 TEMP-RES-BOOK-NUMBER   PIC X(5).
           05 TEMP-RES-BOOK-NAME     PIC X(20).
           05 TEMP-RES-STATUS        PIC X.
           05 TEMP-RES-GROSS         PIC 9(7).
           05 TEMP-RES-RETURNS       PIC 9(7).
           05 TEMP-RES-SALES-VALUE   PIC S9(9)V99.
           05 TEMP-RES-RETURN-VALUE  PIC S9(9)V99.
           05 TEMP-RES-RATE          PIC 99V99.
           05 TEMP-RES-ROYALTY       PIC S9(9)V99.

       01 ADVANCE-TABLE.
           05 ADVANCE-ENTRY OCCURS 1000 TIMES INDEXED BY ADX.
               10 ADV-PUBL-CODE       PIC X(4).
               10 ADV-LAST-QUARTER    PIC 9(5).
               10 ADV-PAID-SEEN       PIC 9(7)V99.
               10 ADV-UNRECOVERED     PIC S9(7)V99.
               10 ADV-USED-FLAG       PIC X.
                   88 ADV-USED         VALUE 'Y'.
       01 ADVANCE-COUNT          PIC 9(5) VALUE ZERO.
       01 MAX-ADVANCE-ENTRIES    PIC 9(5) VALUE 1000.
       01 REJECTED-ADVANCE-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Working figures for the title and the publisher in hand.
       01 GROUP-START            PIC 9(5).
       01 GROUP-BOOK-NUMBER      PIC X(5).
       01 MATCH-SUB              PIC 9(5).
       01 RETURNS-TO-MATCH       PIC 9(7).
       01 MATCHED-COPIES         PIC 9(7).
       01 MONTH-IN-QUARTER-FLAG  PIC X.
           88 MONTH-IN-QUARTER   VALUE 'Y'.
       01 TITLE-GROSS-COPIES     PIC 9(7).
       01 TITLE-RETURN-COPIES    PIC 9(7).
       01 TITLE-SALES-VALUE      PIC S9(9)V99.
       01 TITLE-RETURN-VALUE     PIC S9(9)V99.
       01 TITLE-NET-VALUE        PIC S9(9)V99.
       01 TITLE-NET-COPIES       PIC S9(7).

       01 PUBLISHER-ROYALTY      PIC S9(9)V99.
       01 PUBLISHER-NET-VALUE    PIC S9(9)V99.
       01 ADVANCE-BROUGHT-FORWARD PIC S9(7)V99.
       01 ADVANCE-PAID-IN-QUARTER PIC S9(7)V99.
       01 ADVANCE-OPENING        PIC S9(9)V99.
       01 ADVANCE-CLOSING        PIC S9(9)V99.
       01 ADVANCE-APPLIED        PIC S9(9)V99.
       01 AMOUNT-PAYABLE         PIC S9(9)V99.
       01 BALANCE-WORK           PIC S9(9)V99.

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

       01 RUN-DATE               PIC 9(8).
       01 ROYALTY-REPORT-LINE    PIC X(100).
       01 ROYALTY-AUDIT-LINE     PIC X(100).

      *    Control totals.  Royalty earned across all statements
      *    must equal what was applied against advances plus what
      *    is payable, and the amounts payable must equal the
      *    extract total, or the run is out of balance.
       01 PERIOD-RECORDS-READ    PIC 9(9) VALUE ZERO.
       01 PERIOD-RECORDS-USED    PIC 9(9) VALUE ZERO.
       01 TITLES-VALUED-COUNT    PIC 9(7) VALUE ZERO.
       01 STATEMENTS-COUNT       PIC 9(7) VALUE ZERO.
       01 EXCEPTION-TITLE-COUNT  PIC 9(7) VALUE ZERO.
       01 UNMATCHED-RETURN-COPIES PIC 9(9) VALUE ZERO.
       01 PAYMENTS-COUNT         PIC 9(5) VALUE ZERO.
       01 TOTAL-NET-VALUE        PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-ROYALTY          PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-APPLIED          PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-PAYABLE          PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-EXTRACTED        PIC S9(11)V99 VALUE ZERO.
       01 EXCEPTION-NET-VALUE    PIC S9(11)V99 VALUE ZERO.
       01 APPLIED-PLUS-PAYABLE   PIC S9(11)V99 VALUE ZERO.

       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 COPIES-DISPLAY         PIC Z,ZZZ,ZZ9.
       01 RETURNS-DISPLAY        PIC Z,ZZZ,ZZ9.
       01 NET-COPIES-DISPLAY     PIC Z,ZZZ,ZZ9-.
       01 RATE-DISPLAY           PIC Z9.99.
       01 AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99-.
       01 VALUE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99-.

      *    Run control.  BOOKRCTL.DAT carries one row for each master
      *    and for the history: its current generation, the job that
      *    created it and when, a new generation written and still
      *    waiting for promotion over the live file, and an in-place
      *    update started and not yet finished.  The table is loaded
      *    whole and, when a job changes it, written back whole.
       01 RCTL-STATUS-CODE       PIC XX.
       01 JLOG-STATUS-CODE       PIC XX.
       01 RCTL-EOF-FLAG          PIC X VALUE 'N'.
           88 RCTL-END-OF-FILE   VALUE 'Y'.
       01 RUN-CONTROL-TABLE.
           05 CTL-ENTRY OCCURS 20 TIMES.
               10 CTL-FILE-NAME       PIC X(8).
               10 CTL-GENERATION      PIC 9(6).
               10 CTL-CREATED-BY      PIC X(10).
               10 CTL-CREATED-DATE    PIC 9(8).
               10 CTL-CREATED-TIME    PIC 9(6).
               10 CTL-NEW-FLAG        PIC X.
                   88 CTL-NEW-WAITING VALUE 'Y'.
               10 CTL-NEW-BASE-GEN    PIC 9(6).
               10 CTL-NEW-CREATED-BY  PIC X(10).
               10 CTL-NEW-CREATED-DATE PIC 9(8).
               10 CTL-NEW-CREATED-TIME PIC 9(6).
               10 CTL-UPDATE-FLAG     PIC X.
                   88 CTL-UPDATE-OPEN VALUE 'U'.
               10 CTL-UPDATE-BY       PIC X(10).
               10 CTL-UPDATE-DATE     PIC 9(8).
               10 CTL-UPDATE-TIME     PIC 9(6).
       01 CTL-COUNT              PIC 9(3) VALUE ZERO.
       01 MAX-CTL-ENTRIES        PIC 9(3) VALUE 20.
       01 CTL-SUB                PIC 9(3).
       01 CTL-FOUND-FLAG         PIC X VALUE 'N'.
           88 CTL-FOUND          VALUE 'Y'.
           88 CTL-NOT-FOUND      VALUE 'N'.
       01 CTL-CHANGED-FLAG       PIC X VALUE 'N'.
           88 CTL-CHANGED        VALUE 'Y'.
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKROYL'.
       01 CTL-CHECK-NAME         PIC X(8).
       01 CTL-CHECK-USE          PIC X.
       01 CTL-RUN-DATE           PIC 9(8).
       01 CTL-CLOCK.
           05 CTL-CLOCK-HHMMSS   PIC 9(6).
           05 FILLER             PIC 9(2).

      *    One job-log line: started, refused or ended, the return
      *    code, and each file the job uses with the generation it
      *    used and how - I input, U updated in place, N new
      *    generation written for promotion.
       01 JOB-LOG-ENTRY.
           05 JL-RUN-DATE            PIC 9(8).
           05 JL-RUN-TIME            PIC 9(6).
           05 JL-JOB-NAME            PIC X(10).
           05 JL-EVENT               PIC X.
           05 JL-RETURN-CODE         PIC 9(3).
           05 JL-FILE-USED OCCURS 8 TIMES.
               10 JL-FILE-NAME       PIC X(8).
               10 JL-FILE-GEN        PIC 9(6).
               10 JL-FILE-USE        PIC X.
           05 JL-MESSAGE             PIC X(60).
       01 JL-FILE-COUNT          PIC 9(2) VALUE ZERO.
       01 JL-SUB                 PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ROYALTY-REQUEST
           ACCEPT ROYALTY-REQUEST

           IF REQ-YEAR NOT NUMERIC OR REQ-QUARTER NOT NUMERIC
                   OR REQ-QUARTER < '1' OR REQ-QUARTER > '4'
               DISPLAY 'QUARTERLY ROYALTY RUN - QUARTER MISSING OR '
                   'INVALID: ' ROYALTY-REQUEST
               DISPLAY 'REQUEST CARD: COLS 1-4 = YEAR (YYYY),'
                   ' COL 5 = QUARTER (1-4)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REQ-YEAR TO ROY-YEAR
           MOVE REQ-QUARTER TO ROY-QUARTER
           COMPUTE QUARTER-FIRST-PERIOD =
               ROY-YEAR * 100 + ROY-QUARTER * 3 - 2
           COMPUTE QUARTER-LAST-PERIOD =
               ROY-YEAR * 100 + ROY-QUARTER * 3
           IF ROY-QUARTER = 1
               COMPUTE PRIOR-QUARTER-CODE = (ROY-YEAR - 1) * 10 + 4
           ELSE
               COMPUTE PRIOR-QUARTER-CODE = ROYALTY-QUARTER-CODE - 1
           END-IF

      *    The advance file must be the live generation, with no new
      *    one from an earlier quarter still waiting to be swapped in
      *    - this quarter would otherwise carry forward the wrong
      *    balances.  The history and masters must be live too.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'PUBLADVN' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'PUBLMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKROYA
           MOVE SPACES TO ROYALTY-AUDIT-LINE
           STRING 'QUARTERLY ROYALTY AUDIT TRAIL - RUN DATE: '
               RUN-DATE ' QUARTER: ' ROY-YEAR 'Q' ROY-QUARTER
               INTO ROYALTY-AUDIT-LINE
           WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE

      *    A quarter still running cannot be settled - its last
      *    month has not finished selling.
           IF RUN-DATE(1:6) NOT > QUARTER-LAST-PERIOD
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'QUARTER ' ROY-YEAR 'Q' ROY-QUARTER
                   ' HAS NOT ENDED - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ADVANCE-FILE-PARA
           PERFORM CHECK-QUARTER-SEQUENCE-PARA
           PERFORM LOAD-MASTER-FILE-PARA
           PERFORM LOAD-PUBLISHER-FILE-PARA
           PERFORM LOAD-PRICE-HISTORY-PARA
           PERFORM LOAD-MONTH-DETAIL-PARA

           PERFORM SORT-MONTH-TABLE
           PERFORM PRICE-MONTH-TABLE-PARA
           PERFORM VALUE-TITLES-PARA
           PERFORM SORT-RESULT-TABLE

           OPEN OUTPUT BOOKROYR
           OPEN OUTPUT BOOKROYX
           OPEN OUTPUT PUBLANEW
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'QUARTERLY ROYALTY STATEMENTS - QUARTER: '
               ROY-YEAR 'Q' ROY-QUARTER
               '   RUN DATE: ' RUN-DATE
               INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE

           MOVE 1 TO RSX
           PERFORM VARYING PBX FROM 1 BY 1
                   UNTIL PBX > PUBLISHER-COUNT
               PERFORM WRITE-PUBLISHER-STATEMENT-PARA
           END-PERFORM
           PERFORM CARRY-UNUSED-ADVANCES-PARA

           PERFORM WRITE-EXCEPTION-SECTION-PARA
           PERFORM WRITE-PAYMENT-TRAILER-PARA
           PERFORM WRITE-CONTROL-TOTALS-PARA

           CLOSE PUBLANEW
           CLOSE BOOKROYX
           CLOSE BOOKROYR
           CLOSE BOOKROYA

           DISPLAY 'QUARTERLY ROYALTY RUN COMPLETE - QUARTER '
               ROY-YEAR 'Q' ROY-QUARTER
           DISPLAY 'MONTH RECORDS USED ...... ' PERIOD-RECORDS-USED
           DISPLAY 'TITLES VALUED ........... ' TITLES-VALUED-COUNT
           DISPLAY 'STATEMENTS PRINTED ...... ' STATEMENTS-COUNT
           DISPLAY 'PAYMENTS EXTRACTED ...... ' PAYMENTS-COUNT
           DISPLAY 'TITLES NOT PAYABLE ...... ' EXCEPTION-TITLE-COUNT
           MOVE TOTAL-PAYABLE TO AMOUNT-DISPLAY
           DISPLAY 'TOTAL PAYABLE ........... ' AMOUNT-DISPLAY
           IF EXCEPTION-TITLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Writes the refusal already in ROYALTY-AUDIT-LINE to the
      *    console and the audit trail and closes the trail; the
      *    caller sets the return code and stops.
       REFUSE-ROYALTY-RUN-PARA.
           DISPLAY ROYALTY-AUDIT-LINE
           WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
           CLOSE BOOKROYA.

       LOAD-ADVANCE-FILE-PARA.
           OPEN INPUT PUBLADVN
           IF ADVANCE-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PUBLADVN
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-ADVANCE-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PUBLADVN
           END-IF
      *    The file is written forward whole, so one that would not
      *    fit must not be cut down to what did.
           IF REJECTED-ADVANCE-LOAD-COUNT > 0
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'ADVANCE-TABLE FULL - '
                   REJECTED-ADVANCE-LOAD-COUNT
                   ' PUBLADVN.DAT ROWS NOT LOADED - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-ADVANCE-ENTRY-PARA.
           IF ADVANCE-COUNT >= MAX-ADVANCE-ENTRIES
               ADD 1 TO REJECTED-ADVANCE-LOAD-COUNT
           ELSE
               ADD 1 TO ADVANCE-COUNT
               SET ADX TO ADVANCE-COUNT
               MOVE PADV-PUBL-CODE TO ADV-PUBL-CODE(ADX)
               MOVE PADV-LAST-QUARTER TO ADV-LAST-QUARTER(ADX)
               MOVE PADV-PAID-SEEN TO ADV-PAID-SEEN(ADX)
               MOVE PADV-UNRECOVERED TO ADV-UNRECOVERED(ADX)
               MOVE 'N' TO ADV-USED-FLAG(ADX)
               IF PADV-LAST-QUARTER > LAST-SETTLED-QUARTER
                   MOVE PADV-LAST-QUARTER TO LAST-SETTLED-QUARTER
               END-IF
           END-IF.

      *    Quarters go through once each and in order: a quarter
      *    already settled would pay twice, and a skipped quarter's
      *    royalties would never be paid at all.  The first run,
      *    with no advance file yet, may start at any quarter.
       CHECK-QUARTER-SEQUENCE-PARA.
           IF LAST-SETTLED-QUARTER > 0
               IF ROYALTY-QUARTER-CODE NOT > LAST-SETTLED-QUARTER
                   MOVE SPACES TO ROYALTY-AUDIT-LINE
                   STRING 'QUARTER ' ROY-YEAR 'Q' ROY-QUARTER
                       ' ALREADY SETTLED - LAST SETTLED='
                       LAST-SETTLED-QUARTER ' - NOTHING SETTLED'
                       INTO ROYALTY-AUDIT-LINE
                   PERFORM REFUSE-ROYALTY-RUN-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PRIOR-QUARTER-CODE NOT = LAST-SETTLED-QUARTER
                   MOVE SPACES TO ROYALTY-AUDIT-LINE
                   STRING 'QUARTER ' ROY-YEAR 'Q' ROY-QUARTER
                       ' OUT OF SEQUENCE - LAST SETTLED='
                       LAST-SETTLED-QUARTER ' - NOTHING SETTLED'
                       INTO ROYALTY-AUDIT-LINE
                   PERFORM REFUSE-ROYALTY-RUN-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-MASTER-FILE-PARA.
           OPEN INPUT BOOKMAST
           IF MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-MASTER-ENTRY-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKMAST
           PERFORM SORT-MASTER-TABLE
           PERFORM PAD-MASTER-TABLE-PARA.

       LOAD-ONE-MASTER-ENTRY-PARA.
           IF MASTER-COUNT >= MAX-MASTER-ENTRIES
               ADD 1 TO REJECTED-MASTER-LOAD-COUNT
               DISPLAY 'MASTER-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER ' NOT LOADED'
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'MASTER-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKMAST.DAT'
                   INTO ROYALTY-AUDIT-LINE
               WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
           ELSE
               ADD 1 TO MASTER-COUNT
               SET MIDX TO MASTER-COUNT
               MOVE MASTER-REC-BOOK-NUMBER TO MAST-BOOK-NUMBER(MIDX)
               MOVE MASTER-REC-BOOK-NAME TO MAST-BOOK-NAME(MIDX)
               IF MASTER-REC-UNIT-PRICE IS NUMERIC
                   MOVE MASTER-REC-UNIT-PRICE TO MAST-UNIT-PRICE(MIDX)
               ELSE
                   MOVE ZERO TO MAST-UNIT-PRICE(MIDX)
               END-IF
               MOVE MASTER-REC-CATEGORY TO MAST-CATEGORY(MIDX)
               MOVE MASTER-REC-PUBLISHER TO MAST-PUBLISHER(MIDX)
               IF MASTER-REC-ROYALTY-RATE IS NUMERIC
                   MOVE MASTER-REC-ROYALTY-RATE
                       TO MAST-ROYALTY-RATE(MIDX)
               ELSE
                   MOVE ZERO TO MAST-ROYALTY-RATE(MIDX)
               END-IF
           END-IF.

      *    Same shell sort and the same high-value padding the
      *    reporting job gives its master, for the same SEARCH ALL.
       SORT-MASTER-TABLE.
           IF MASTER-COUNT > 1
               DIVIDE MASTER-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > MASTER-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF MAST-BOOK-NUMBER(SORT-SUB) <=
                                   MAST-BOOK-NUMBER(J)
                               EXIT PERFORM
                           END-IF
                           MOVE MASTER-ENTRY(SORT-SUB)
                               TO TEMP-MASTER-ENTRY
                           MOVE MASTER-ENTRY(J)
                               TO MASTER-ENTRY(SORT-SUB)
                           MOVE TEMP-MASTER-ENTRY
                               TO MASTER-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       PAD-MASTER-TABLE-PARA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MAX-MASTER-ENTRIES
               IF I > MASTER-COUNT
                   MOVE HIGH-VALUES TO MAST-BOOK-NUMBER(I)
               END-IF
           END-PERFORM.

       LOAD-PUBLISHER-FILE-PARA.
           OPEN INPUT PUBLMAST
           IF PUBLISHER-STATUS-CODE NOT = '00'
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'PUBLMAST.DAT NOT AVAILABLE - STATUS='
                   PUBLISHER-STATUS-CODE ' - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ PUBLMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PUBLISHER-ENTRY-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE PUBLMAST
      *    Every publisher gets a statement and a carried advance,
      *    so a master that did not load whole is not settled.
           IF REJECTED-PUBLISHER-LOAD-COUNT > 0
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'PUBLISHER-TABLE FULL - '
                   REJECTED-PUBLISHER-LOAD-COUNT
                   ' PUBLISHERS NOT LOADED - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-PUBLISHER-TABLE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MAX-PUBLISHER-ENTRIES
               IF I > PUBLISHER-COUNT
                   MOVE HIGH-VALUES TO PUB-CODE(I)
               END-IF
           END-PERFORM.

       LOAD-ONE-PUBLISHER-ENTRY-PARA.
           IF PUBLISHER-COUNT >= MAX-PUBLISHER-ENTRIES
               ADD 1 TO REJECTED-PUBLISHER-LOAD-COUNT
           ELSE
               ADD 1 TO PUBLISHER-COUNT
               SET PBX TO PUBLISHER-COUNT
               MOVE PUBL-REC-CODE TO PUB-CODE(PBX)
               MOVE PUBL-REC-NAME TO PUB-NAME(PBX)
               IF PUBL-REC-DEFAULT-RATE IS NUMERIC
                   MOVE PUBL-REC-DEFAULT-RATE TO PUB-DEFAULT-RATE(PBX)
               ELSE
                   MOVE ZERO TO PUB-DEFAULT-RATE(PBX)
               END-IF
               PERFORM VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > 5
                   MOVE PUBL-REC-RATE-CATEGORY(RATE-SUB)
                       TO PUB-RATE-CATEGORY(PBX, RATE-SUB)
                   IF PUBL-REC-RATE(RATE-SUB) IS NUMERIC
                       MOVE PUBL-REC-RATE(RATE-SUB)
                           TO PUB-RATE(PBX, RATE-SUB)
                   ELSE
                       MOVE ZERO TO PUB-RATE(PBX, RATE-SUB)
                   END-IF
               END-PERFORM
               IF PUBL-REC-ADVANCE-PAID IS NUMERIC
                   MOVE PUBL-REC-ADVANCE-PAID TO PUB-ADVANCE-PAID(PBX)
               ELSE
                   MOVE ZERO TO PUB-ADVANCE-PAID(PBX)
               END-IF
               MOVE PUBL-REC-VENDOR-ID TO PUB-VENDOR-ID(PBX)
           END-IF.

       SORT-PUBLISHER-TABLE.
           IF PUBLISHER-COUNT > 1
               DIVIDE PUBLISHER-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > PUBLISHER-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF PUB-CODE(SORT-SUB) <= PUB-CODE(J)
                               EXIT PERFORM
                           END-IF
                           MOVE PUBLISHER-ENTRY(SORT-SUB)
                               TO TEMP-PUBLISHER-ENTRY
                           MOVE PUBLISHER-ENTRY(J)
                               TO PUBLISHER-ENTRY(SORT-SUB)
                           MOVE TEMP-PUBLISHER-ENTRY
                               TO PUBLISHER-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       LOAD-PRICE-HISTORY-PARA.
           OPEN INPUT BOOKPRCH
           IF PRICE-HIST-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPRCH
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PRICE-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPRCH
               PERFORM SORT-PRICE-TABLE
           ELSE
               DISPLAY 'BOOKPRCH.DAT NOT AVAILABLE - STATUS='
                   PRICE-HIST-STATUS-CODE
                   ' - SALES VALUED AT CURRENT MASTER PRICE'
           END-IF.

       LOAD-ONE-PRICE-ENTRY-PARA.
           IF PRICE-COUNT >= MAX-PRICE-ENTRIES
               ADD 1 TO REJECTED-PRICE-LOAD-COUNT
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'PRICE-TABLE FULL - BOOK-NUMBER='
                   PRCH-BOOK-NUMBER ' NOT LOADED FROM BOOKPRCH.DAT'
                   INTO ROYALTY-AUDIT-LINE
               WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
           ELSE
               IF PRCH-EFFECTIVE-DATE IS NUMERIC
                       AND PRCH-UNIT-PRICE IS NUMERIC
                   ADD 1 TO PRICE-COUNT
                   SET PRX TO PRICE-COUNT
                   MOVE PRCH-BOOK-NUMBER TO PRC-BOOK-NUMBER(PRX)
                   MOVE PRCH-EFFECTIVE-DATE
                       TO PRC-EFFECTIVE-DATE(PRX)
                   MOVE PRCH-UNIT-PRICE TO PRC-UNIT-PRICE(PRX)
               ELSE
                   ADD 1 TO REJECTED-PRICE-LOAD-COUNT
                   MOVE SPACES TO ROYALTY-AUDIT-LINE
                   STRING 'BAD PRICE HISTORY ROW - BOOK-NUMBER='
                       PRCH-BOOK-NUMBER ' SKIPPED'
                       INTO ROYALTY-AUDIT-LINE
                   WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
               END-IF
           END-IF.

       SORT-PRICE-TABLE.
           IF PRICE-COUNT > 1
               DIVIDE PRICE-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > PRICE-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF PRICE-KEY(SORT-SUB) <= PRICE-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE PRICE-ENTRY(SORT-SUB)
                               TO TEMP-PRICE-ENTRY
                           MOVE PRICE-ENTRY(J)
                               TO PRICE-ENTRY(SORT-SUB)
                           MOVE TEMP-PRICE-ENTRY TO PRICE-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    Monthly detail through the end of the quarter.  Months
      *    after it belong to later quarters and cannot change what
      *    this one earned.  A month table that did not load whole
      *    would understate royalties, so it stops the run; so does
      *    an opening balance the year-end close wrote for a year
      *    ending inside the quarter, since the close has already
      *    moved that year's months to the archive.
       LOAD-MONTH-DETAIL-PARA.
           OPEN INPUT BOOKHIST
           IF HISTORY-STATUS-CODE NOT = '00'
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                   HISTORY-STATUS-CODE ' - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKHIST NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HIST-TYPE-PERIOD
                           ADD 1 TO PERIOD-RECORDS-READ
                           IF HIST-KEY-PERIOD-CODE
                                   NOT > QUARTER-LAST-PERIOD
                               PERFORM LOAD-ONE-MONTH-ENTRY-PARA
                           END-IF
                       END-IF
                       IF HIST-TYPE-OPENBAL
                               AND HIST-KEY-PERIOD-CODE
                                   NOT < QUARTER-FIRST-PERIOD
                           MOVE HIST-KEY-PERIOD-CODE
                               TO ARCHIVED-THROUGH-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKHIST
           IF REJECTED-MONTH-LOAD-COUNT > 0
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'MONTH-TABLE FULL - ' REJECTED-MONTH-LOAD-COUNT
                   ' MONTH RECORDS NOT LOADED - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ARCHIVED-THROUGH-PERIOD > 0
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'QUARTER ' ROYALTY-QUARTER-CODE
                   ' MONTHS ARCHIVED BY YEAR-END CLOSE THROUGH '
                   ARCHIVED-THROUGH-PERIOD ' - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Month records from before sales and returns were kept
      *    apart carry spaces there; their net figure is taken as
      *    sold or returned by its sign, as the reporting job does.
       LOAD-ONE-MONTH-ENTRY-PARA.
           IF MONTH-COUNT >= MAX-MONTH-ENTRIES
               ADD 1 TO REJECTED-MONTH-LOAD-COUNT
           ELSE
               ADD 1 TO MONTH-COUNT
               ADD 1 TO PERIOD-RECORDS-USED
               SET MNX TO MONTH-COUNT
               MOVE HIST-KEY-BOOK-NUMBER TO MON-BOOK-NUMBER(MNX)
               MOVE HIST-KEY-PERIOD-CODE TO MON-PERIOD(MNX)
               MOVE HIST-BOOK-NAME TO MON-BOOK-NAME(MNX)
               IF HIST-GROSS-COPIES IS NUMERIC
                       AND HIST-RETURN-COPIES IS NUMERIC
                   MOVE HIST-GROSS-COPIES TO MON-GROSS-COPIES(MNX)
                   MOVE HIST-RETURN-COPIES TO MON-RETURN-COPIES(MNX)
               ELSE
                   IF HIST-COPIES < 0
                       MOVE ZERO TO MON-GROSS-COPIES(MNX)
                       COMPUTE MON-RETURN-COPIES(MNX) = 0 - HIST-COPIES
                   ELSE
                       MOVE HIST-COPIES TO MON-GROSS-COPIES(MNX)
                       MOVE ZERO TO MON-RETURN-COPIES(MNX)
                   END-IF
               END-IF
               MOVE ZERO TO MON-UNIT-PRICE(MNX)
               MOVE ZERO TO MON-UNRETURNED(MNX)
           END-IF.

      *    The history file is in (type, store, month, book) order;
      *    the valuation walks each title's months in date order.
       SORT-MONTH-TABLE.
           IF MONTH-COUNT > 1
               DIVIDE MONTH-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > MONTH-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF MONTH-KEY(SORT-SUB) <= MONTH-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE MONTH-ENTRY(SORT-SUB)
                               TO TEMP-MONTH-ENTRY
                           MOVE MONTH-ENTRY(J)
                               TO MONTH-ENTRY(SORT-SUB)
                           MOVE TEMP-MONTH-ENTRY TO MONTH-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    Each month's copies value at the price in force on the
      *    last day of that month.  A title with no price row in
      *    force falls back to its current master price, exactly
      *    as the reporting job's lookup does.
       PRICE-MONTH-TABLE-PARA.
           PERFORM VARYING MNX FROM 1 BY 1 UNTIL MNX > MONTH-COUNT
               MOVE ZERO TO CURRENT-MASTER-PRICE
               SEARCH ALL MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MAST-BOOK-NUMBER(MIDX) = MON-BOOK-NUMBER(MNX)
                       MOVE MAST-UNIT-PRICE(MIDX)
                           TO CURRENT-MASTER-PRICE
               END-SEARCH
               MOVE MON-BOOK-NUMBER(MNX) TO SEARCH-PRC-BOOK
               COMPUTE SEARCH-PRC-DATE = MON-PERIOD(MNX) * 100 + 31
               PERFORM LOOKUP-EFFECTIVE-PRICE-PARA
               MOVE EFFECTIVE-UNIT-PRICE TO MON-UNIT-PRICE(MNX)
           END-PERFORM.

       LOOKUP-EFFECTIVE-PRICE-PARA.
           MOVE CURRENT-MASTER-PRICE TO EFFECTIVE-UNIT-PRICE
           IF PRICE-COUNT > 0
               SET NOT-MATCHED TO TRUE
               MOVE 1 TO BSEARCH-LOW
               MOVE PRICE-COUNT TO BSEARCH-HIGH
               PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
                   COMPUTE BSEARCH-MID =
                       (BSEARCH-LOW + BSEARCH-HIGH) / 2
                   IF PRICE-KEY(BSEARCH-MID) = SEARCH-PRICE-KEY
                       SET MATCHED TO TRUE
                       MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                       EXIT PERFORM
                   END-IF
                   IF PRICE-KEY(BSEARCH-MID) < SEARCH-PRICE-KEY
                       COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
                   ELSE
                       COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
                   END-IF
               END-PERFORM
               IF MATCHED
                   MOVE PRC-UNIT-PRICE(BSEARCH-INSERT-AT)
                       TO EFFECTIVE-UNIT-PRICE
               ELSE
                   IF BSEARCH-LOW > 1
                       COMPUTE BSEARCH-INSERT-AT = BSEARCH-LOW - 1
                       IF PRC-BOOK-NUMBER(BSEARCH-INSERT-AT) =
                               SEARCH-PRC-BOOK
                           MOVE PRC-UNIT-PRICE(BSEARCH-INSERT-AT)
                               TO EFFECTIVE-UNIT-PRICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    One pass over the months, title by title.  Every month's
      *    returns are matched against the sales still standing -
      *    its own month first, then each earlier month in turn -
      *    from the title's first month on file, so the match is
      *    the same every quarter it is worked out.  Only months
      *    inside the quarter add to the statement.  A result table
      *    that could not take every title would settle part of the
      *    quarter, so it stops the run before anything is written.
       VALUE-TITLES-PARA.
           MOVE SPACES TO GROUP-BOOK-NUMBER
           PERFORM VARYING MNX FROM 1 BY 1 UNTIL MNX > MONTH-COUNT
               IF MON-BOOK-NUMBER(MNX) NOT = GROUP-BOOK-NUMBER
                   IF GROUP-BOOK-NUMBER NOT = SPACES
                       PERFORM FINISH-TITLE-PARA
                   END-IF
                   MOVE MON-BOOK-NUMBER(MNX) TO GROUP-BOOK-NUMBER
                   SET GROUP-START TO MNX
                   MOVE ZERO TO TITLE-GROSS-COPIES
                   MOVE ZERO TO TITLE-RETURN-COPIES
                   MOVE ZERO TO TITLE-SALES-VALUE
                   MOVE ZERO TO TITLE-RETURN-VALUE
               END-IF
               PERFORM VALUE-ONE-MONTH-PARA
           END-PERFORM
           IF GROUP-BOOK-NUMBER NOT = SPACES
               PERFORM FINISH-TITLE-PARA
           END-IF
           IF REJECTED-RESULT-COUNT > 0
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'RESULT-TABLE FULL - ' REJECTED-RESULT-COUNT
                   ' TITLES NOT VALUED - NOTHING SETTLED'
                   INTO ROYALTY-AUDIT-LINE
               PERFORM REFUSE-ROYALTY-RUN-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALUE-ONE-MONTH-PARA.
           MOVE MON-GROSS-COPIES(MNX) TO MON-UNRETURNED(MNX)
           MOVE MON-RETURN-COPIES(MNX) TO RETURNS-TO-MATCH
           IF MON-PERIOD(MNX) NOT < QUARTER-FIRST-PERIOD
               SET MONTH-IN-QUARTER TO TRUE
               ADD MON-GROSS-COPIES(MNX) TO TITLE-GROSS-COPIES
               ADD MON-RETURN-COPIES(MNX) TO TITLE-RETURN-COPIES
               COMPUTE TITLE-SALES-VALUE = TITLE-SALES-VALUE
                   + MON-GROSS-COPIES(MNX) * MON-UNIT-PRICE(MNX)
           ELSE
               MOVE 'N' TO MONTH-IN-QUARTER-FLAG
           END-IF
           SET MATCH-SUB TO MNX
           PERFORM UNTIL RETURNS-TO-MATCH = 0
                   OR MATCH-SUB < GROUP-START
               IF MON-UNRETURNED(MATCH-SUB) < RETURNS-TO-MATCH
                   MOVE MON-UNRETURNED(MATCH-SUB) TO MATCHED-COPIES
               ELSE
                   MOVE RETURNS-TO-MATCH TO MATCHED-COPIES
               END-IF
               SUBTRACT MATCHED-COPIES FROM MON-UNRETURNED(MATCH-SUB)
               SUBTRACT MATCHED-COPIES FROM RETURNS-TO-MATCH
               IF MONTH-IN-QUARTER
                   COMPUTE TITLE-RETURN-VALUE = TITLE-RETURN-VALUE
                       + MATCHED-COPIES * MON-UNIT-PRICE(MATCH-SUB)
               END-IF
               SUBTRACT 1 FROM MATCH-SUB
           END-PERFORM
      *    Returns against sales older than anything on file (the
      *    year-end close has archived those months) come off at
      *    the price in force in the month they came back.
           IF RETURNS-TO-MATCH > 0 AND MONTH-IN-QUARTER
               ADD RETURNS-TO-MATCH TO UNMATCHED-RETURN-COPIES
               COMPUTE TITLE-RETURN-VALUE = TITLE-RETURN-VALUE
                   + RETURNS-TO-MATCH * MON-UNIT-PRICE(MNX)
           END-IF.

      *    A title with no copies moving in the quarter earns
      *    nothing and prints nothing.  The rest go on the result
      *    table under their publisher at their royalty rate.
       FINISH-TITLE-PARA.
           IF TITLE-GROSS-COPIES > 0 OR TITLE-RETURN-COPIES > 0
               IF RESULT-COUNT >= MAX-RESULT-ENTRIES
                   ADD 1 TO REJECTED-RESULT-COUNT
               ELSE
                   ADD 1 TO RESULT-COUNT
                   ADD 1 TO TITLES-VALUED-COUNT
                   SET RSX TO RESULT-COUNT
                   MOVE GROUP-BOOK-NUMBER TO RES-BOOK-NUMBER(RSX)
                   SET MNX DOWN BY 1
                   MOVE MON-BOOK-NAME(MNX) TO RES-BOOK-NAME(RSX)
                   SET MNX UP BY 1
                   MOVE TITLE-GROSS-COPIES TO RES-GROSS-COPIES(RSX)
                   MOVE TITLE-RETURN-COPIES TO RES-RETURN-COPIES(RSX)
                   MOVE TITLE-SALES-VALUE TO RES-SALES-VALUE(RSX)
                   MOVE TITLE-RETURN-VALUE TO RES-RETURN-VALUE(RSX)
                   PERFORM RESOLVE-ROYALTY-RATE-PARA
                   COMPUTE TITLE-NET-VALUE =
                       TITLE-SALES-VALUE - TITLE-RETURN-VALUE
                   COMPUTE RES-ROYALTY(RSX) ROUNDED =
                       TITLE-NET-VALUE * RES-RATE(RSX) / 100
               END-IF
           END-IF.

      *    The title's own rate when it has one; otherwise its
      *    publisher's rate for the title's category; otherwise the
      *    publisher's default rate.
       RESOLVE-ROYALTY-RATE-PARA.
           MOVE SPACES TO RES-PUBLISHER(RSX)
           MOVE ZERO TO RES-RATE(RSX)
           SET RES-NO-PUBLISHER(RSX) TO TRUE
           SEARCH ALL MASTER-ENTRY
               AT END
                   CONTINUE
               WHEN MAST-BOOK-NUMBER(MIDX) = GROUP-BOOK-NUMBER
                   MOVE MAST-BOOK-NAME(MIDX) TO RES-BOOK-NAME(RSX)
                   IF MAST-PUBLISHER(MIDX) NOT = SPACES
                       MOVE MAST-PUBLISHER(MIDX)
                           TO RES-PUBLISHER(RSX)
                       PERFORM FIND-TITLE-PUBLISHER-PARA
                   END-IF
           END-SEARCH.

       FIND-TITLE-PUBLISHER-PARA.
           SET RES-UNKNOWN-PUBLISHER(RSX) TO TRUE
           SEARCH ALL PUBLISHER-ENTRY
               AT END
                   CONTINUE
               WHEN PUB-CODE(PBX) = MAST-PUBLISHER(MIDX)
                   SET RES-PAYABLE(RSX) TO TRUE
                   IF MAST-ROYALTY-RATE(MIDX) > 0
                       MOVE MAST-ROYALTY-RATE(MIDX) TO RES-RATE(RSX)
                   ELSE
                       MOVE PUB-DEFAULT-RATE(PBX) TO RES-RATE(RSX)
                       PERFORM VARYING RATE-SUB FROM 1 BY 1
                               UNTIL RATE-SUB > 5
                           IF PUB-RATE-CATEGORY(PBX, RATE-SUB) =
                                   MAST-CATEGORY(MIDX)
                                   AND MAST-CATEGORY(MIDX)
                                       NOT = SPACES
                               MOVE PUB-RATE(PBX, RATE-SUB)
                                   TO RES-RATE(RSX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
           END-SEARCH.

      *    (publisher, book) order: the unpayable titles, with a
      *    blank or unknown publisher, sort apart from the rest and
      *    are reported in their own section.
       SORT-RESULT-TABLE.
           IF RESULT-COUNT > 1
               DIVIDE RESULT-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > RESULT-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF RESULT-KEY(SORT-SUB) <= RESULT-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE RESULT-ENTRY(SORT-SUB)
                               TO TEMP-RESULT-ENTRY
                           MOVE RESULT-ENTRY(J)
                               TO RESULT-ENTRY(SORT-SUB)
                           MOVE TEMP-RESULT-ENTRY TO RESULT-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    One statement per publisher on the master, quiet quarter
      *    or not, so the advance position is always in front of
      *    finance.  RSX walks the result table alongside PBX - both
      *    are in publisher order.
       WRITE-PUBLISHER-STATEMENT-PARA.
           ADD 1 TO STATEMENTS-COUNT
           MOVE ZERO TO PUBLISHER-ROYALTY
           MOVE ZERO TO PUBLISHER-NET-VALUE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ALL '=' TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'ROYALTY STATEMENT  PUBLISHER: ' PUB-CODE(PBX)
               ' ' PUB-NAME(PBX)
               '  QUARTER: ' ROY-YEAR 'Q' ROY-QUARTER
               INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           MOVE PUB-DEFAULT-RATE(PBX) TO RATE-DISPLAY
           STRING 'AP VENDOR: ' PUB-VENDOR-ID(PBX)
               '  DEFAULT RATE: ' RATE-DISPLAY '%'
               INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE 'BOOK-NO  TITLE                     SOLD  RETURNED  '
               TO ROYALTY-REPORT-LINE
           MOVE '        NET    NET SALES VALUE   RATE         ROYALTY'
               TO ROYALTY-REPORT-LINE(51:50)
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE

           PERFORM UNTIL RSX > RESULT-COUNT
                   OR RES-PUBLISHER(RSX) > PUB-CODE(PBX)
               IF RES-PUBLISHER(RSX) = PUB-CODE(PBX)
                       AND RES-PAYABLE(RSX)
                   PERFORM WRITE-TITLE-LINE-PARA
                   ADD RES-ROYALTY(RSX) TO PUBLISHER-ROYALTY
               END-IF
               SET RSX UP BY 1
           END-PERFORM

           PERFORM SETTLE-ADVANCE-PARA
           PERFORM WRITE-STATEMENT-TOTALS-PARA
           IF AMOUNT-PAYABLE > 0
               PERFORM WRITE-PAYMENT-DETAIL-PARA
           END-IF
           ADD PUBLISHER-ROYALTY TO TOTAL-ROYALTY
           ADD PUBLISHER-NET-VALUE TO TOTAL-NET-VALUE
           ADD ADVANCE-APPLIED TO TOTAL-APPLIED
           ADD AMOUNT-PAYABLE TO TOTAL-PAYABLE.

       WRITE-TITLE-LINE-PARA.
           COMPUTE TITLE-NET-COPIES =
               RES-GROSS-COPIES(RSX) - RES-RETURN-COPIES(RSX)
           COMPUTE TITLE-NET-VALUE =
               RES-SALES-VALUE(RSX) - RES-RETURN-VALUE(RSX)
           ADD TITLE-NET-VALUE TO PUBLISHER-NET-VALUE
           MOVE RES-GROSS-COPIES(RSX) TO COPIES-DISPLAY
           MOVE RES-RETURN-COPIES(RSX) TO RETURNS-DISPLAY
           MOVE TITLE-NET-COPIES TO NET-COPIES-DISPLAY
           MOVE TITLE-NET-VALUE TO VALUE-DISPLAY
           MOVE RES-RATE(RSX) TO RATE-DISPLAY
           MOVE RES-ROYALTY(RSX) TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING RES-BOOK-NUMBER(RSX) '    ' RES-BOOK-NAME(RSX)
               ' ' COPIES-DISPLAY ' ' RETURNS-DISPLAY
               ' ' NET-COPIES-DISPLAY
               ' ' VALUE-DISPLAY ' ' RATE-DISPLAY
               ' ' AMOUNT-DISPLAY
               INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE.

      *    The advance still to earn out comes forward from last
      *    quarter, plus any advance paid on the master since.  The
      *    quarter's royalty earns it out first and only what is
      *    left over is payable.  A quarter where returns outweigh
      *    sales leaves a negative royalty, which is carried the
      *    same way and recovered from later quarters.
       SETTLE-ADVANCE-PARA.
           MOVE ZERO TO ADVANCE-BROUGHT-FORWARD
           MOVE PUB-ADVANCE-PAID(PBX) TO ADVANCE-PAID-IN-QUARTER
           SET NOT-MATCHED TO TRUE
           PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > ADVANCE-COUNT
               IF ADV-PUBL-CODE(ADX) = PUB-CODE(PBX)
                   SET MATCHED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MATCHED
               MOVE 'Y' TO ADV-USED-FLAG(ADX)
               MOVE ADV-UNRECOVERED(ADX) TO ADVANCE-BROUGHT-FORWARD
               COMPUTE ADVANCE-PAID-IN-QUARTER =
                   PUB-ADVANCE-PAID(PBX) - ADV-PAID-SEEN(ADX)
           END-IF
           COMPUTE ADVANCE-OPENING =
               ADVANCE-BROUGHT-FORWARD + ADVANCE-PAID-IN-QUARTER
           COMPUTE BALANCE-WORK = ADVANCE-OPENING - PUBLISHER-ROYALTY
           IF BALANCE-WORK > 0
               MOVE BALANCE-WORK TO ADVANCE-CLOSING
               MOVE ZERO TO AMOUNT-PAYABLE
           ELSE
               MOVE ZERO TO ADVANCE-CLOSING
               COMPUTE AMOUNT-PAYABLE = 0 - BALANCE-WORK
           END-IF
           COMPUTE ADVANCE-APPLIED = ADVANCE-OPENING - ADVANCE-CLOSING

           MOVE PUB-CODE(PBX) TO NADV-PUBL-CODE
           MOVE ROYALTY-QUARTER-CODE TO NADV-LAST-QUARTER
           MOVE PUB-ADVANCE-PAID(PBX) TO NADV-PAID-SEEN
           MOVE ADVANCE-CLOSING TO NADV-UNRECOVERED
           WRITE NEW-ADVANCE-RECORD
           MOVE SPACES TO ROYALTY-AUDIT-LINE
           MOVE PUBLISHER-ROYALTY TO AMOUNT-DISPLAY
           MOVE ADVANCE-CLOSING TO VALUE-DISPLAY
           STRING 'SETTLED PUBLISHER=' PUB-CODE(PBX)
               ' ROYALTY=' AMOUNT-DISPLAY
               ' ADVANCE C/F=' VALUE-DISPLAY
               INTO ROYALTY-AUDIT-LINE
           WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE.

       WRITE-STATEMENT-TOTALS-PARA.
           MOVE SPACES TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE PUBLISHER-NET-VALUE TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'NET SALES VALUE ........................ '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE PUBLISHER-ROYALTY TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'ROYALTY EARNED THIS QUARTER ............ '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ADVANCE-BROUGHT-FORWARD TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'UNEARNED ADVANCE BROUGHT FORWARD ....... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ADVANCE-PAID-IN-QUARTER TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'ADVANCES PAID THIS QUARTER ............. '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ADVANCE-APPLIED TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'EARNED AGAINST ADVANCE ................. '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ADVANCE-CLOSING TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'UNEARNED ADVANCE CARRIED FORWARD ....... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE AMOUNT-PAYABLE TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'AMOUNT PAYABLE ......................... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE.

       WRITE-PAYMENT-DETAIL-PARA.
           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           SET PAYX-DETAIL TO TRUE
           MOVE PUB-VENDOR-ID(PBX) TO PAYX-VENDOR-ID
           MOVE PUB-CODE(PBX) TO PAYX-PUBL-CODE
           MOVE PUB-NAME(PBX) TO PAYX-PUBL-NAME
           MOVE ROYALTY-QUARTER-CODE TO PAYX-QUARTER
           MOVE RUN-DATE TO PAYX-RUN-DATE
           MOVE ZERO TO PAYX-RECORD-COUNT
           MOVE AMOUNT-PAYABLE TO PAYX-AMOUNT
           WRITE PAYMENT-EXTRACT-RECORD
           ADD 1 TO PAYMENTS-COUNT
           ADD AMOUNT-PAYABLE TO TOTAL-EXTRACTED
           IF PUB-VENDOR-ID(PBX) = SPACES
               MOVE SPACES TO ROYALTY-AUDIT-LINE
               STRING 'NO AP VENDOR ID - PUBLISHER=' PUB-CODE(PBX)
                   ' PAYMENT EXTRACTED WITH BLANK VENDOR'
                   INTO ROYALTY-AUDIT-LINE
               WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
               DISPLAY ROYALTY-AUDIT-LINE
           END-IF.

       WRITE-PAYMENT-TRAILER-PARA.
           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           SET PAYX-TRAILER TO TRUE
           MOVE ROYALTY-QUARTER-CODE TO PAYX-QUARTER
           MOVE RUN-DATE TO PAYX-RUN-DATE
           MOVE PAYMENTS-COUNT TO PAYX-RECORD-COUNT
           MOVE TOTAL-EXTRACTED TO PAYX-AMOUNT
           WRITE PAYMENT-EXTRACT-RECORD.

      *    Publishers dropped from the master keep their advance
      *    row exactly as it was, so nothing owed is forgotten if
      *    they come back.
       CARRY-UNUSED-ADVANCES-PARA.
           PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > ADVANCE-COUNT
               IF NOT ADV-USED(ADX)
                   MOVE ADV-PUBL-CODE(ADX) TO NADV-PUBL-CODE
                   MOVE ADV-LAST-QUARTER(ADX) TO NADV-LAST-QUARTER
                   MOVE ADV-PAID-SEEN(ADX) TO NADV-PAID-SEEN
                   MOVE ADV-UNRECOVERED(ADX) TO NADV-UNRECOVERED
                   WRITE NEW-ADVANCE-RECORD
                   MOVE SPACES TO ROYALTY-AUDIT-LINE
                   STRING 'PUBLISHER=' ADV-PUBL-CODE(ADX)
                       ' NOT ON PUBLMAST.DAT - ADVANCE ROW CARRIED'
                       ' UNCHANGED'
                       INTO ROYALTY-AUDIT-LINE
                   WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
               END-IF
           END-PERFORM.

      *    Titles that sold in the quarter but cannot be paid: no
      *    publisher on the title master (or the title is not on
      *    the master at all), or a publisher code not on file.
       WRITE-EXCEPTION-SECTION-PARA.
           MOVE SPACES TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ALL '=' TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE 'TITLES NOT PAYABLE - PUBLISHER MISSING OR NOT ON FILE'
               TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > RESULT-COUNT
               IF NOT RES-PAYABLE(RSX)
                   ADD 1 TO EXCEPTION-TITLE-COUNT
                   COMPUTE TITLE-NET-VALUE =
                       RES-SALES-VALUE(RSX) - RES-RETURN-VALUE(RSX)
                   ADD TITLE-NET-VALUE TO EXCEPTION-NET-VALUE
                   MOVE TITLE-NET-VALUE TO VALUE-DISPLAY
                   MOVE SPACES TO ROYALTY-REPORT-LINE
                   IF RES-NO-PUBLISHER(RSX)
                       STRING RES-BOOK-NUMBER(RSX) '    '
                           RES-BOOK-NAME(RSX)
                           ' NO PUBLISHER        NET VALUE '
                           VALUE-DISPLAY
                           INTO ROYALTY-REPORT-LINE
                   ELSE
                       STRING RES-BOOK-NUMBER(RSX) '    '
                           RES-BOOK-NAME(RSX)
                           ' PUBLISHER ' RES-PUBLISHER(RSX)
                           ' NOT ON FILE NET VALUE ' VALUE-DISPLAY
                           INTO ROYALTY-REPORT-LINE
                   END-IF
                   WRITE ROYALTY-REPORT-RECORD
                       FROM ROYALTY-REPORT-LINE
                   MOVE SPACES TO ROYALTY-AUDIT-LINE
                   STRING 'NOT PAYABLE - BOOK-NUMBER='
                       RES-BOOK-NUMBER(RSX)
                       ' PUBLISHER=' RES-PUBLISHER(RSX)
                       ' STATUS=' RES-STATUS(RSX)
                       INTO ROYALTY-AUDIT-LINE
                   WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-AUDIT-LINE
               END-IF
           END-PERFORM
           IF EXCEPTION-TITLE-COUNT = 0
               MOVE '  NONE' TO ROYALTY-REPORT-LINE
               WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           END-IF.

       WRITE-CONTROL-TOTALS-PARA.
           MOVE SPACES TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE ALL '=' TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE 'CONTROL TOTALS' TO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'MONTH RECORDS READ ..................... '
               PERIOD-RECORDS-READ INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'MONTH RECORDS THROUGH QUARTER END ...... '
               PERIOD-RECORDS-USED INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TITLES-VALUED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'TITLES WITH ACTIVITY IN QUARTER ........ '
               COUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE EXCEPTION-TITLE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING '  NOT PAYABLE .......................... '
               COUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE EXCEPTION-NET-VALUE TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING '  NET SALES VALUE NOT PAYABLE .......... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE UNMATCHED-RETURN-COPIES TO COPIES-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'RETURNS VALUED AT RETURN-MONTH PRICE ... '
               COPIES-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE STATEMENTS-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'STATEMENTS PRINTED ..................... '
               COUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TOTAL-NET-VALUE TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'NET SALES VALUE ON STATEMENTS .......... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TOTAL-ROYALTY TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'ROYALTY EARNED ......................... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TOTAL-APPLIED TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'EARNED AGAINST ADVANCES ................ '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TOTAL-PAYABLE TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'AMOUNT PAYABLE ......................... '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           MOVE TOTAL-EXTRACTED TO AMOUNT-DISPLAY
           MOVE SPACES TO ROYALTY-REPORT-LINE
           STRING 'PAYMENT EXTRACT TOTAL .................. '
               AMOUNT-DISPLAY INTO ROYALTY-REPORT-LINE
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           COMPUTE APPLIED-PLUS-PAYABLE = TOTAL-APPLIED + TOTAL-PAYABLE
           IF APPLIED-PLUS-PAYABLE = TOTAL-ROYALTY
                   AND TOTAL-PAYABLE = TOTAL-EXTRACTED
               MOVE 'ROYALTY RUN: IN BALANCE' TO ROYALTY-REPORT-LINE
           ELSE
               MOVE 'ROYALTY RUN: *** OUT OF BALANCE ***'
                   TO ROYALTY-REPORT-LINE
           END-IF
           WRITE ROYALTY-REPORT-RECORD FROM ROYALTY-REPORT-LINE
           DISPLAY ROYALTY-REPORT-LINE
           WRITE ROYALTY-AUDIT-RECORD FROM ROYALTY-REPORT-LINE.

      *    Run control, checked before anything else is opened.  A
      *    missing control file means every file is at generation
      *    zero with nothing waiting; an unreadable one refuses the
      *    run - a job that cannot tell which generation it would
      *    use must not guess.
       LOAD-RUN-CONTROL-PARA.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-CLOCK FROM TIME
           MOVE SPACES TO JOB-LOG-ENTRY
           MOVE ZERO TO JL-FILE-COUNT
           MOVE ZERO TO CTL-COUNT
           OPEN INPUT BOOKRCTL
           EVALUATE RCTL-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO RCTL-EOF-FLAG
                   PERFORM UNTIL RCTL-END-OF-FILE
                       READ BOOKRCTL
                           AT END
                               SET RCTL-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-RUN-CONTROL-PARA
                       END-READ
                   END-PERFORM
                   CLOSE BOOKRCTL
               WHEN '05'
                   CLOSE BOOKRCTL
               WHEN OTHER
                   MOVE SPACES TO JL-MESSAGE
                   STRING 'BOOKRCTL.DAT NOT AVAILABLE - STATUS='
                       RCTL-STATUS-CODE
                       INTO JL-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
           END-EVALUATE.

       LOAD-ONE-RUN-CONTROL-PARA.
           IF CTL-COUNT >= MAX-CTL-ENTRIES
               CLOSE BOOKRCTL
               MOVE SPACES TO JL-MESSAGE
               STRING 'BOOKRCTL.DAT HOLDS MORE THAN ' MAX-CTL-ENTRIES
                   ' FILES - TABLE FULL'
                   INTO JL-MESSAGE
               MOVE 12 TO RETURN-CODE
               PERFORM REFUSE-RUN-PARA
           END-IF
           ADD 1 TO CTL-COUNT
           MOVE RUN-CONTROL-RECORD TO CTL-ENTRY(CTL-COUNT).

       FIND-RUN-CONTROL-ENTRY-PARA.
           SET CTL-NOT-FOUND TO TRUE
           PERFORM VARYING CTL-SUB FROM 1 BY 1
                   UNTIL CTL-SUB > CTL-COUNT
               IF CTL-FILE-NAME(CTL-SUB) = CTL-CHECK-NAME
                   SET CTL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A file with a new generation still waiting is stale - the
      *    promotion step has not been run since the job that wrote
      *    it - and one with an in-place update left open by another
      *    job is out of sequence: that job must finish first.  A job
      *    may restart over its own open update.  The generation in
      *    use goes on the job log.
       CHECK-RUN-CONTROL-PARA.
           PERFORM FIND-RUN-CONTROL-ENTRY-PARA
           ADD 1 TO JL-FILE-COUNT
           MOVE CTL-CHECK-NAME TO JL-FILE-NAME(JL-FILE-COUNT)
           MOVE CTL-CHECK-USE TO JL-FILE-USE(JL-FILE-COUNT)
           MOVE ZERO TO JL-FILE-GEN(JL-FILE-COUNT)
           IF CTL-FOUND
               MOVE CTL-GENERATION(CTL-SUB)
                   TO JL-FILE-GEN(JL-FILE-COUNT)
               IF CTL-NEW-WAITING(CTL-SUB)
                   MOVE SPACES TO JL-MESSAGE
                   STRING CTL-CHECK-NAME ' STALE - NEW GENERATION BY '
                       CTL-NEW-CREATED-BY(CTL-SUB) ' NOT PROMOTED'
                       INTO JL-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
               END-IF
               IF CTL-UPDATE-OPEN(CTL-SUB)
                       AND CTL-UPDATE-BY(CTL-SUB) NOT = CTL-JOB-NAME
                   MOVE SPACES TO JL-MESSAGE
                   STRING CTL-CHECK-NAME ' UPDATE BY '
                       CTL-UPDATE-BY(CTL-SUB)
                       ' NOT COMPLETE - RERUN IT'
                       INTO JL-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
               END-IF
           END-IF.

      *    The reason already in JL-MESSAGE goes to the console and
      *    the job log under the return code the caller set, and the
      *    run stops.
       REFUSE-RUN-PARA.
           DISPLAY CTL-JOB-NAME ' REFUSED - ' JL-MESSAGE
           IF RETURN-CODE = 16
               DISPLAY 'PROMOTE OR DISCARD THE WAITING GENERATION, OR'
                   ' FINISH THE JOB NAMED, THEN RESUBMIT'
           END-IF
           MOVE 'R' TO JL-EVENT
           MOVE RETURN-CODE TO JL-RETURN-CODE
           PERFORM WRITE-JOB-LOG-PARA
           STOP RUN.

       START-JOB-RUN-PARA.
           MOVE 'S' TO JL-EVENT
           MOVE ZERO TO JL-RETURN-CODE
           MOVE SPACES TO JL-MESSAGE
           PERFORM WRITE-JOB-LOG-PARA.

      *    Normal end.  Each file updated in place moves up one
      *    generation, created by this job now, and its update is
      *    closed; each new generation written is marked waiting for
      *    promotion against the generation it was built from.  The
      *    job log then takes the end and the return code.
       END-JOB-RUN-PARA.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-CLOCK FROM TIME
           MOVE 'N' TO CTL-CHANGED-FLAG
           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-FILE-COUNT
               IF JL-FILE-USE(JL-SUB) = 'U'
                       OR JL-FILE-USE(JL-SUB) = 'N'
                   MOVE JL-FILE-NAME(JL-SUB) TO CTL-CHECK-NAME
                   PERFORM FIND-OR-ADD-RUN-CONTROL-PARA
                   IF CTL-FOUND
                       PERFORM RECORD-RUN-OUTPUT-PARA
                   ELSE
                       DISPLAY 'BOOKRCTL.DAT TABLE FULL - '
                           CTL-CHECK-NAME ' GENERATION NOT RECORDED'
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           IF CTL-CHANGED
               PERFORM WRITE-RUN-CONTROL-PARA
               IF RCTL-STATUS-CODE NOT = '00'
                   DISPLAY 'BOOKRCTL.DAT NOT WRITTEN - STATUS='
                       RCTL-STATUS-CODE ' - GENERATIONS NOT RECORDED'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'E' TO JL-EVENT
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE SPACES TO JL-MESSAGE
           PERFORM WRITE-JOB-LOG-PARA.

       RECORD-RUN-OUTPUT-PARA.
           IF JL-FILE-USE(JL-SUB) = 'U'
               ADD 1 TO CTL-GENERATION(CTL-SUB)
               MOVE CTL-JOB-NAME TO CTL-CREATED-BY(CTL-SUB)
               MOVE CTL-RUN-DATE TO CTL-CREATED-DATE(CTL-SUB)
               MOVE CTL-CLOCK-HHMMSS TO CTL-CREATED-TIME(CTL-SUB)
               MOVE 'N' TO CTL-UPDATE-FLAG(CTL-SUB)
               MOVE SPACES TO CTL-UPDATE-BY(CTL-SUB)
               MOVE CTL-GENERATION(CTL-SUB) TO JL-FILE-GEN(JL-SUB)
           ELSE
               SET CTL-NEW-WAITING(CTL-SUB) TO TRUE
               MOVE CTL-GENERATION(CTL-SUB)
                   TO CTL-NEW-BASE-GEN(CTL-SUB)
               MOVE CTL-JOB-NAME TO CTL-NEW-CREATED-BY(CTL-SUB)
               MOVE CTL-RUN-DATE TO CTL-NEW-CREATED-DATE(CTL-SUB)
               MOVE CTL-CLOCK-HHMMSS TO CTL-NEW-CREATED-TIME(CTL-SUB)
           END-IF
           SET CTL-CHANGED TO TRUE.

      *    A file not yet on the control file starts at generation
      *    zero.  A full table leaves CTL-NOT-FOUND for the caller.
       FIND-OR-ADD-RUN-CONTROL-PARA.
           PERFORM FIND-RUN-CONTROL-ENTRY-PARA
           IF CTL-NOT-FOUND AND CTL-COUNT < MAX-CTL-ENTRIES
               ADD 1 TO CTL-COUNT
               MOVE CTL-COUNT TO CTL-SUB
               MOVE SPACES TO CTL-ENTRY(CTL-SUB)
               MOVE CTL-CHECK-NAME TO CTL-FILE-NAME(CTL-SUB)
               MOVE ZERO TO CTL-GENERATION(CTL-SUB)
               MOVE ZERO TO CTL-CREATED-DATE(CTL-SUB)
               MOVE ZERO TO CTL-CREATED-TIME(CTL-SUB)
               MOVE 'N' TO CTL-NEW-FLAG(CTL-SUB)
               MOVE ZERO TO CTL-NEW-BASE-GEN(CTL-SUB)
               MOVE ZERO TO CTL-NEW-CREATED-DATE(CTL-SUB)
               MOVE ZERO TO CTL-NEW-CREATED-TIME(CTL-SUB)
               MOVE 'N' TO CTL-UPDATE-FLAG(CTL-SUB)
               MOVE ZERO TO CTL-UPDATE-DATE(CTL-SUB)
               MOVE ZERO TO CTL-UPDATE-TIME(CTL-SUB)
               SET CTL-FOUND TO TRUE
           END-IF.

       WRITE-RUN-CONTROL-PARA.
           OPEN OUTPUT BOOKRCTL
           IF RCTL-STATUS-CODE = '00' OR RCTL-STATUS-CODE = '05'
               PERFORM VARYING CTL-SUB FROM 1 BY 1
                       UNTIL CTL-SUB > CTL-COUNT
                   WRITE RUN-CONTROL-RECORD FROM CTL-ENTRY(CTL-SUB)
               END-PERFORM
               CLOSE BOOKRCTL
           END-IF.

      *    The job log is appended to and never rewritten; a log
      *    that cannot be opened costs the line, not the run.
       WRITE-JOB-LOG-PARA.
           MOVE CTL-RUN-DATE TO JL-RUN-DATE
           MOVE CTL-CLOCK-HHMMSS TO JL-RUN-TIME
           MOVE CTL-JOB-NAME TO JL-JOB-NAME
           OPEN EXTEND BOOKJLOG
           IF JLOG-STATUS-CODE = '00' OR JLOG-STATUS-CODE = '05'
               WRITE JOB-LOG-RECORD FROM JOB-LOG-ENTRY
               CLOSE BOOKJLOG
           ELSE
               DISPLAY 'BOOKJLOG.DAT NOT AVAILABLE - STATUS='
                   JLOG-STATUS-CODE ' - ' CTL-JOB-NAME
                   ' RUN NOT LOGGED'
           END-IF.
