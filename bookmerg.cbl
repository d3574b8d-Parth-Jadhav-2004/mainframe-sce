       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-MERGE-RENUMBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS-CODE.

           SELECT BOOKMNEW ASSIGN TO 'BOOKMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-MASTER-STATUS-CODE.

           SELECT OPTIONAL BOOKPRCH ASSIGN TO 'BOOKPRCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS-CODE.

           SELECT OPTIONAL BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS-CODE.

           SELECT OPTIONAL BOOKCKPT ASSIGN TO 'BOOKCKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS-CODE.

           SELECT BOOKNRPT ASSIGN TO 'BOOKNRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-REPORT-STATUS-CODE.

           SELECT BOOKNAUD ASSIGN TO 'BOOKNAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-AUDIT-STATUS-CODE.

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
      *    same way the year-end close and the reversal mirror it.
      *    The title's lifetime (B), monthly (P), opening-balance (O)
      *    and store/title (U) records are the ones keyed by book
      *    number; the store (T), status (S) and control (H) records
      *    carry no book number and are left alone.
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

      *    The nightly job's sales journal, mirrored field for field.
      *    The book number is not part of the key, so the old
      *    title's records are pointed at the new number in place
      *    and a later reversal of their batch finds the history
      *    they were folded into.
       FD BOOKJRNL.
       01 JOURNAL-RECORD.
           05 JRNL-KEY.
               10 JRNL-BATCH-ID       PIC X(8).
               10 JRNL-SEQUENCE       PIC 9(9).
           05 JRNL-RUN-DATE           PIC 9(8).
           05 JRNL-BOOK-NUMBER        PIC X(5).
           05 JRNL-BOOK-NAME          PIC X(20).
           05 JRNL-STORE-CODE         PIC X(4).
           05 JRNL-SALE-DATE          PIC 9(8).
           05 JRNL-SALE-STATUS        PIC X.
           05 JRNL-COPIES-SOLD        PIC 9(4).
           05 JRNL-SALE-QUANTITY      PIC S9(5) SIGN LEADING SEPARATE.
           05 JRNL-UNIT-PRICE         PIC 9(4)V99.
           05 JRNL-REVENUE            PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05 JRNL-STATUS             PIC X.
           05 JRNL-REVERSED-DATE      PIC 9(8).
      *    Month the record was posted to.  It differs from the sale
      *    month only on a late adjustment: a sale dated in a month
      *    the month-end close has locked goes to the open month
      *    instead, keeping its own sale date.  Zero on records
      *    journalled before the period calendar existed.
           05 JRNL-POSTED-PERIOD      PIC 9(6).
           05 JRNL-LATE-FLAG          PIC X.
               88 JRNL-LATE-ADJUSTMENT VALUE 'L'.

       FD BOOKMAST.
       01 MASTER-RECORD.
           05 MASTER-REC-BOOK-NUMBER   PIC X(5).
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.
           05 MASTER-REC-CATEGORY      PIC X(10).
           05 MASTER-REC-PUBLISHER     PIC X(4).
           05 MASTER-REC-ROYALTY-RATE  PIC 99V99.

      *    The old number is retired by leaving it off the new
      *    master, which replaces BOOKMAST.DAT the same way the
      *    maintenance run's does.
       FD BOOKMNEW.
       01 NEW-MASTER-RECORD.
           05 NEW-MASTER-BOOK-NUMBER   PIC X(5).
           05 NEW-MASTER-BOOK-NAME     PIC X(20).
           05 NEW-MASTER-UNIT-PRICE    PIC 9(4)V99.
           05 NEW-MASTER-CATEGORY      PIC X(10).
           05 NEW-MASTER-PUBLISHER     PIC X(4).
           05 NEW-MASTER-ROYALTY-RATE  PIC 99V99.

       FD BOOKPRCH.
       01 PRICE-HISTORY-RECORD.
           05 PRCH-BOOK-NUMBER         PIC X(5).
           05 PRCH-EFFECTIVE-DATE      PIC 9(8).
           05 PRCH-UNIT-PRICE          PIC 9(4)V99.

       FD BOOKSTCK.
       01 STOCK-RECORD.
           05 STCK-STORE-CODE          PIC X(4).
           05 STCK-BOOK-NUMBER         PIC X(5).
           05 STCK-RECEIVED-COPIES     PIC 9(9).
           05 STCK-SOLD-COPIES         PIC 9(9).
           05 STCK-RETURNED-COPIES     PIC 9(9).
           05 STCK-ON-HAND             PIC S9(9) SIGN LEADING SEPARATE.
           05 STCK-LAST-RECEIPT-DATE   PIC 9(8).

      *    Only the record type matters here: a checkpoint that is
      *    anything but the single completion marker means the last
      *    nightly run has not finished, and its restart would
      *    write its tables - old number and all - straight back.
       FD BOOKCKPT.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-TYPE           PIC X.
               88 CKPT-TYPE-COMPLETE  VALUE 'C'.
           05 FILLER                  PIC X(299).

       FD BOOKNRPT.
       01 MERGE-REPORT-RECORD    PIC X(80).

       FD BOOKNAUD.
       01 MERGE-AUDIT-RECORD     PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 MASTER-STATUS-CODE     PIC XX.
       01 NEW-MASTER-STATUS-CODE PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 CKPT-FILE-STATUS-CODE  PIC XX.
       01 MERGE-REPORT-STATUS-CODE PIC XX.
       01 MERGE-AUDIT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    One request card: the number being retired, the number
      *    that survives, and a short reason for the audit trail.
       01 MERGE-REQUEST.
           05 REQ-OLD-BOOK-NUMBER    PIC X(5).
           05 REQ-NEW-BOOK-NUMBER    PIC X(5).
           05 REQ-REASON             PIC X(40).

       01 NEW-BOOK-NAME          PIC X(20) VALUE SPACES.
       01 OLD-ON-MASTER-FLAG     PIC X VALUE 'N'.
           88 OLD-ON-MASTER      VALUE 'Y'.
       01 NEW-ON-MASTER-FLAG     PIC X VALUE 'N'.
           88 NEW-ON-MASTER      VALUE 'Y'.

      *    The old title's keyed history records, taken off the file
      *    in the first pass and folded in one at a time afterwards
      *    - a keyed file is not re-keyed while it is being read.
      *    Sold and returned are held exact; a month record from
      *    before they were kept apart has them worked out from the
      *    sign of its net figure, as the reporting job does.
       01 MOVED-TABLE.
           05 MOVED-ENTRY OCCURS 5000 TIMES INDEXED BY MVX.
               10 MOVED-REC-TYPE      PIC X.
               10 MOVED-STORE-CODE    PIC X(4).
               10 MOVED-PERIOD-CODE   PIC 9(6).
               10 MOVED-COPIES        PIC S9(9).
               10 MOVED-GROSS-COPIES  PIC 9(9).
               10 MOVED-RETURN-COPIES PIC 9(9).
               10 MOVED-REVENUE       PIC S9(9)V99.
       01 MOVED-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MOVED-ENTRIES      PIC 9(5) VALUE 5000.
       01 REJECTED-MOVED-COUNT   PIC 9(5) VALUE ZERO.

      *    The surviving title's opening balance.  The year-end close
      *    keeps one per title, so the two fold into one under the
      *    later as-of month.
       01 NEW-OPENBAL-FLAG       PIC X VALUE 'N'.
           88 NEW-OPENBAL-FOUND  VALUE 'Y'.
       01 NEW-OPENBAL-PERIOD     PIC 9(6) VALUE ZERO.
       01 NEW-OPENBAL-COPIES     PIC S9(9) VALUE ZERO.
       01 MERGED-OPENBAL-PERIOD  PIC 9(6).

      *    A title record from before revenue was carried forward has
      *    no revenue to add; the nightly job puts one on at its next
      *    run, and the merge waits for that.
       01 UNPRICED-TITLE-COUNT   PIC 9(3) VALUE ZERO.

       01 PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 20000 TIMES INDEXED BY PRX.
               10 PRC-BOOK-NUMBER     PIC X(5).
               10 PRC-EFFECTIVE-DATE  PIC 9(8).
               10 PRC-UNIT-PRICE      PIC 9(4)V99.
               10 PRC-DROP-FLAG       PIC X.
                   88 PRC-DROPPED     VALUE 'Y'.
       01 PRICE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-PRICE-ENTRIES      PIC 9(5) VALUE 20000.
       01 REJECTED-PRICE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 PRICES-LOADED-FLAG     PIC X VALUE 'N'.
           88 PRICES-LOADED      VALUE 'Y'.
       01 PRICE-SUB              PIC 9(5).

      *    Stock ledger, held and keyed exactly as the nightly job
      *    holds it.  The old title's shelf count at each store
      *    joins the new title's, or becomes it where the store has
      *    never stocked the new number.
       01 STOCK-TABLE.
           05 STOCK-ENTRY OCCURS 20000 TIMES INDEXED BY SKX.
               10 STOCK-KEY.
                   15 STK-STORE-CODE      PIC X(4).
                   15 STK-BOOK-NUMBER     PIC X(5).
               10 STK-RECEIVED-COPIES PIC 9(9).
               10 STK-SOLD-COPIES     PIC 9(9).
               10 STK-RETURNED-COPIES PIC 9(9).
               10 STK-ON-HAND         PIC S9(9).
               10 STK-LAST-RECEIPT-DATE PIC 9(8).
               10 STK-DROP-FLAG       PIC X.
                   88 STK-DROPPED     VALUE 'Y'.
       01 STOCK-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-STOCK-ENTRIES      PIC 9(5) VALUE 20000.
       01 REJECTED-STOCK-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 STOCK-LOADED-FLAG      PIC X VALUE 'N'.
           88 STOCK-LOADED       VALUE 'Y'.
       01 TEMP-STOCK-ENTRY.
           05 TEMP-STK-STORE-CODE    PIC X(4).
           05 TEMP-STK-BOOK-NUMBER   PIC X(5).
           05 TEMP-STK-RECEIVED      PIC 9(9).
           05 TEMP-STK-SOLD          PIC 9(9).
           05 TEMP-STK-RETURNED      PIC 9(9).
           05 TEMP-STK-ON-HAND       PIC S9(9).
           05 TEMP-STK-LAST-RECEIPT  PIC 9(8).
           05 TEMP-STK-DROP-FLAG     PIC X.
       01 SEARCH-STOCK-KEY.
           05 SEARCH-STK-STORE       PIC X(4).
           05 SEARCH-STK-BOOK        PIC X(5).
       01 OLD-STOCK-SUB          PIC 9(5).

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 HISTORY-KEY-FLAG       PIC X VALUE 'N'.
           88 HISTORY-KEY-FOUND   VALUE 'Y'.
           88 HISTORY-KEY-MISSING VALUE 'N'.
       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).
       01 SPLIT-GROSS-COPIES     PIC 9(9).
       01 SPLIT-RETURN-COPIES    PIC 9(9).

       01 RUN-DATE               PIC 9(8).
       01 MERGE-REPORT-LINE      PIC X(80).
       01 MERGE-AUDIT-LINE       PIC X(100).

      *    The same figures taken off the whole history file before
      *    the merge (column 1) and after it (column 2).  Every
      *    file-wide total must come out the same - the merge moves
      *    copies and revenue between numbers, it never makes or
      *    loses any - while the two titles' own figures show the
      *    old number emptied into the new one.
       01 TOTALS-COLUMN          PIC 9.
       01 BALANCE-TOTALS.
           05 BALANCE-COLUMN OCCURS 2 TIMES.
               10 TOT-BOOK-RECORDS        PIC 9(7).
               10 TOT-BOOK-COPIES         PIC S9(11).
               10 TOT-BOOK-GROSS          PIC 9(11).
               10 TOT-BOOK-RETURNS        PIC 9(11).
               10 TOT-BOOK-REVENUE        PIC S9(11)V99.
               10 TOT-PERIOD-RECORDS      PIC 9(7).
               10 TOT-PERIOD-COPIES       PIC S9(11).
               10 TOT-PERIOD-GROSS        PIC 9(11).
               10 TOT-PERIOD-RETURNS      PIC 9(11).
               10 TOT-STORE-BOOK-RECORDS  PIC 9(7).
               10 TOT-STORE-BOOK-COPIES   PIC S9(11).
               10 TOT-OPENBAL-RECORDS     PIC 9(7).
               10 TOT-OPENBAL-COPIES      PIC S9(11).
               10 TOT-OLD-RECORDS         PIC 9(7).
               10 TOT-OLD-COPIES          PIC S9(11).
               10 TOT-OLD-REVENUE         PIC S9(11)V99.
               10 TOT-NEW-RECORDS         PIC 9(7).
               10 TOT-NEW-COPIES          PIC S9(11).
               10 TOT-NEW-REVENUE         PIC S9(11)V99.
               10 TOT-STOCK-ON-HAND       PIC S9(11).
               10 TOT-STOCK-RECEIVED      PIC 9(11).

       01 HISTORY-REWRITE-COUNT  PIC 9(7) VALUE ZERO.
       01 HISTORY-ADDED-COUNT    PIC 9(7) VALUE ZERO.
       01 HISTORY-DELETED-COUNT  PIC 9(7) VALUE ZERO.
       01 HISTORY-ERROR-COUNT    PIC 9(7) VALUE ZERO.
       01 PRICES-REKEYED-COUNT   PIC 9(7) VALUE ZERO.
       01 PRICES-DROPPED-COUNT   PIC 9(7) VALUE ZERO.
       01 STOCK-MERGED-COUNT     PIC 9(7) VALUE ZERO.
       01 STOCK-REKEYED-COUNT    PIC 9(7) VALUE ZERO.
       01 JOURNAL-REPOINTED-COUNT PIC 9(9) VALUE ZERO.
       01 JOURNAL-ERROR-COUNT    PIC 9(7) VALUE ZERO.
       01 MASTER-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
       01 OUT-OF-BALANCE-COUNT   PIC 9(3) VALUE ZERO.

       01 BALANCE-LABEL          PIC X(32).
       01 BALANCE-BEFORE         PIC S9(11)V99.
       01 BALANCE-AFTER          PIC S9(11)V99.
       01 BALANCE-CHECK-FLAG     PIC X.
           88 BALANCE-MUST-AGREE VALUE 'Y'.
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 BALANCE-COPIES-BEFORE  PIC Z,ZZZ,ZZZ,ZZ9-.
       01 BALANCE-COPIES-AFTER   PIC Z,ZZZ,ZZZ,ZZ9-.
       01 BALANCE-AMOUNT-BEFORE  PIC ZZZ,ZZZ,ZZ9.99-.
       01 BALANCE-AMOUNT-AFTER   PIC ZZZ,ZZZ,ZZ9.99-.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKMERG'.
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
           MOVE SPACES TO MERGE-REQUEST
           ACCEPT MERGE-REQUEST

           IF REQ-OLD-BOOK-NUMBER = SPACES
                   OR REQ-NEW-BOOK-NUMBER = SPACES
                   OR REQ-OLD-BOOK-NUMBER = REQ-NEW-BOOK-NUMBER
               DISPLAY 'TITLE MERGE - OLD AND NEW BOOK NUMBERS MISSING'
                   ' OR THE SAME: ' MERGE-REQUEST(1:10)
               DISPLAY 'REQUEST CARD: COLS 1-5 OLD BOOK-NUMBER,'
                   ' 6-10 NEW BOOK-NUMBER, 11-50 REASON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The history and stock ledger are updated in place and the
      *    master goes out as a new generation: all three must be the
      *    live generation, and no other job's update of either file
      *    may be left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'U' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           MOVE 'U' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKNAUD
           MOVE SPACES TO MERGE-AUDIT-LINE
           STRING 'TITLE MERGE AUDIT TRAIL - RUN DATE: ' RUN-DATE
               ' OLD BOOK-NUMBER: ' REQ-OLD-BOOK-NUMBER
               ' NEW BOOK-NUMBER: ' REQ-NEW-BOOK-NUMBER
               INTO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE
           MOVE SPACES TO MERGE-AUDIT-LINE
           STRING 'REASON: ' REQ-REASON INTO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE

           PERFORM CHECK-NIGHTLY-COMPLETE-PARA
           PERFORM CHECK-MASTER-PARA

           OPEN I-O BOOKHIST
           IF HISTORY-STATUS-CODE NOT = '00'
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                   HISTORY-STATUS-CODE ' - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Everything that can refuse the merge is checked before
      *    the first record changes: the old title's history must
      *    fit in storage, both title records must carry revenue,
      *    and the price history and ledger, which are rewritten
      *    whole, must load whole.
           INITIALIZE BALANCE-TOTALS
           MOVE 1 TO TOTALS-COLUMN
           PERFORM TAKE-HISTORY-TOTALS-PARA
           IF REJECTED-MOVED-COUNT > 0
               CLOSE BOOKHIST
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'MOVED-TABLE FULL - ' REJECTED-MOVED-COUNT
                   ' HISTORY RECORDS DID NOT FIT - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF UNPRICED-TITLE-COUNT > 0
               CLOSE BOOKHIST
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'TITLE HISTORY CARRIES NO REVENUE YET - RUN THE'
                   ' NIGHTLY JOB ONCE FIRST - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MOVED-COUNT = 0 AND NOT OLD-ON-MASTER
               CLOSE BOOKHIST
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'BOOK-NUMBER=' REQ-OLD-BOOK-NUMBER
                   ' HAS NO HISTORY AND IS NOT ON THE MASTER'
                   ' - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-JOURNAL-PARA
           PERFORM LOAD-PRICE-HISTORY-PARA
           PERFORM LOAD-STOCK-LEDGER-PARA
           PERFORM TAKE-STOCK-TOTALS-PARA

           PERFORM OPEN-RUN-UPDATES-PARA
           PERFORM VARYING MVX FROM 1 BY 1 UNTIL MVX > MOVED-COUNT
               PERFORM FOLD-ONE-HISTORY-RECORD-PARA
           END-PERFORM
           CLOSE BOOKHIST

           IF PRICES-LOADED
               PERFORM REKEY-PRICE-HISTORY-PARA
           END-IF
           IF STOCK-LOADED
               PERFORM MERGE-STOCK-LEDGER-PARA
           END-IF
           PERFORM REPOINT-JOURNAL-PARA
           PERFORM WRITE-NEW-MASTER-PARA

           OPEN INPUT BOOKHIST
           MOVE 2 TO TOTALS-COLUMN
           PERFORM TAKE-HISTORY-TOTALS-PARA
           CLOSE BOOKHIST
           PERFORM TAKE-STOCK-TOTALS-PARA

           PERFORM WRITE-MERGE-REPORT-PARA

           CLOSE BOOKNAUD

           DISPLAY 'TITLE MERGE COMPLETE - ' REQ-OLD-BOOK-NUMBER
               ' INTO ' REQ-NEW-BOOK-NUMBER
           DISPLAY 'HISTORY RECORDS FOLDED .... ' MOVED-COUNT
           DISPLAY 'HISTORY UPDATE ERRORS ..... ' HISTORY-ERROR-COUNT
           DISPLAY 'PRICE ROWS RE-KEYED ....... ' PRICES-REKEYED-COUNT
           DISPLAY 'STOCK ROWS MOVED .......... '
               STOCK-MERGED-COUNT ' MERGED, '
               STOCK-REKEYED-COUNT ' RE-KEYED'
           DISPLAY 'JOURNAL RECORDS REPOINTED . '
               JOURNAL-REPOINTED-COUNT
           DISPLAY 'JOURNAL REPOINT ERRORS .... '
               JOURNAL-ERROR-COUNT
           IF HISTORY-ERROR-COUNT > 0 OR OUT-OF-BALANCE-COUNT > 0
                   OR JOURNAL-ERROR-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       CHECK-NIGHTLY-COMPLETE-PARA.
           OPEN INPUT BOOKCKPT
           IF CKPT-FILE-STATUS-CODE = '00'
               READ BOOKCKPT
                   AT END
                       MOVE 'C' TO CKPT-REC-TYPE
               END-READ
               CLOSE BOOKCKPT
               IF NOT CKPT-TYPE-COMPLETE
                   MOVE SPACES TO MERGE-AUDIT-LINE
                   STRING 'LAST NIGHTLY RUN NOT COMPLETE - RESTART IT'
                       ' BEFORE MERGING - NOTHING MERGED'
                       INTO MERGE-AUDIT-LINE
                   PERFORM REFUSE-MERGE-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Writes the refusal already in MERGE-AUDIT-LINE to the
      *    console and the audit trail and closes the trail; the
      *    caller sets the return code and stops.
       REFUSE-MERGE-PARA.
           DISPLAY MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE
           CLOSE BOOKNAUD.

      *    The surviving number must already be set up through the
      *    maintenance run - its price, category and publisher are
      *    what the merged sales go on under.  The old number need
      *    not still be on file: a title deleted before this program
      *    existed still has history to fold in.
       CHECK-MASTER-PARA.
           OPEN INPUT BOOKMAST
           IF MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MASTER-REC-BOOK-NUMBER = REQ-OLD-BOOK-NUMBER
                           SET OLD-ON-MASTER TO TRUE
                       END-IF
                       IF MASTER-REC-BOOK-NUMBER = REQ-NEW-BOOK-NUMBER
                           SET NEW-ON-MASTER TO TRUE
                           MOVE MASTER-REC-BOOK-NAME TO NEW-BOOK-NAME
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKMAST
           IF NOT NEW-ON-MASTER
               MOVE SPACES TO MERGE-AUDIT-LINE
               STRING 'NEW BOOK-NUMBER=' REQ-NEW-BOOK-NUMBER
                   ' NOT ON THE MASTER - ADD IT FIRST'
                   ' - NOTHING MERGED'
                   INTO MERGE-AUDIT-LINE
               PERFORM REFUSE-MERGE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One pass of the whole file into the totals column in
      *    hand.  The before pass also takes the old title's
      *    records off into MOVED-TABLE and notes what the new title
      *    already has.
       TAKE-HISTORY-TOTALS-PARA.
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKHIST NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM TOTAL-ONE-HISTORY-RECORD-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       TOTAL-ONE-HISTORY-RECORD-PARA.
           EVALUATE TRUE
               WHEN HIST-TYPE-BOOK
                   ADD 1 TO TOT-BOOK-RECORDS(TOTALS-COLUMN)
                   ADD HIST-COPIES TO TOT-BOOK-COPIES(TOTALS-COLUMN)
                   PERFORM DERIVE-SPLIT-PARA
                   ADD SPLIT-GROSS-COPIES
                       TO TOT-BOOK-GROSS(TOTALS-COLUMN)
                   ADD SPLIT-RETURN-COPIES
                       TO TOT-BOOK-RETURNS(TOTALS-COLUMN)
                   IF HIST-REVENUE IS NUMERIC
                       ADD HIST-REVENUE
                           TO TOT-BOOK-REVENUE(TOTALS-COLUMN)
                   END-IF
               WHEN HIST-TYPE-PERIOD
                   ADD 1 TO TOT-PERIOD-RECORDS(TOTALS-COLUMN)
                   ADD HIST-COPIES TO TOT-PERIOD-COPIES(TOTALS-COLUMN)
                   PERFORM DERIVE-SPLIT-PARA
                   ADD SPLIT-GROSS-COPIES
                       TO TOT-PERIOD-GROSS(TOTALS-COLUMN)
                   ADD SPLIT-RETURN-COPIES
                       TO TOT-PERIOD-RETURNS(TOTALS-COLUMN)
               WHEN HIST-TYPE-STORE-BOOK
                   ADD 1 TO TOT-STORE-BOOK-RECORDS(TOTALS-COLUMN)
                   ADD HIST-COPIES
                       TO TOT-STORE-BOOK-COPIES(TOTALS-COLUMN)
               WHEN HIST-TYPE-OPENBAL
                   ADD 1 TO TOT-OPENBAL-RECORDS(TOTALS-COLUMN)
                   ADD HIST-COPIES
                       TO TOT-OPENBAL-COPIES(TOTALS-COLUMN)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF HIST-TYPE-BOOK OR HIST-TYPE-PERIOD
                   OR HIST-TYPE-STORE-BOOK OR HIST-TYPE-OPENBAL
               EVALUATE HIST-KEY-BOOK-NUMBER
                   WHEN REQ-OLD-BOOK-NUMBER
                       ADD 1 TO TOT-OLD-RECORDS(TOTALS-COLUMN)
                       IF HIST-TYPE-BOOK
                           ADD HIST-COPIES
                               TO TOT-OLD-COPIES(TOTALS-COLUMN)
                           IF HIST-REVENUE IS NUMERIC
                               ADD HIST-REVENUE
                                   TO TOT-OLD-REVENUE(TOTALS-COLUMN)
                           END-IF
                       END-IF
                       IF TOTALS-COLUMN = 1
                           PERFORM TAKE-OFF-OLD-RECORD-PARA
                       END-IF
                   WHEN REQ-NEW-BOOK-NUMBER
                       ADD 1 TO TOT-NEW-RECORDS(TOTALS-COLUMN)
                       IF HIST-TYPE-BOOK
                           ADD HIST-COPIES
                               TO TOT-NEW-COPIES(TOTALS-COLUMN)
                           IF HIST-REVENUE IS NUMERIC
                               ADD HIST-REVENUE
                                   TO TOT-NEW-REVENUE(TOTALS-COLUMN)
                           END-IF
                       END-IF
                       IF TOTALS-COLUMN = 1
                           PERFORM NOTE-NEW-RECORD-PARA
                       END-IF
               END-EVALUATE
           END-IF.

       TAKE-OFF-OLD-RECORD-PARA.
           IF HIST-TYPE-BOOK AND HIST-REVENUE IS NOT NUMERIC
               ADD 1 TO UNPRICED-TITLE-COUNT
           END-IF
           IF MOVED-COUNT >= MAX-MOVED-ENTRIES
               ADD 1 TO REJECTED-MOVED-COUNT
           ELSE
               ADD 1 TO MOVED-COUNT
               SET MVX TO MOVED-COUNT
               MOVE HIST-REC-TYPE TO MOVED-REC-TYPE(MVX)
               MOVE HIST-KEY-STORE-CODE TO MOVED-STORE-CODE(MVX)
               MOVE HIST-KEY-PERIOD-CODE TO MOVED-PERIOD-CODE(MVX)
               MOVE HIST-COPIES TO MOVED-COPIES(MVX)
               PERFORM DERIVE-SPLIT-PARA
               MOVE SPLIT-GROSS-COPIES TO MOVED-GROSS-COPIES(MVX)
               MOVE SPLIT-RETURN-COPIES TO MOVED-RETURN-COPIES(MVX)
               IF HIST-TYPE-BOOK
                   MOVE HIST-REVENUE TO MOVED-REVENUE(MVX)
               ELSE
                   MOVE ZERO TO MOVED-REVENUE(MVX)
               END-IF
           END-IF.

       NOTE-NEW-RECORD-PARA.
           IF HIST-TYPE-BOOK AND HIST-REVENUE IS NOT NUMERIC
               ADD 1 TO UNPRICED-TITLE-COUNT
           END-IF
           IF HIST-TYPE-OPENBAL
               SET NEW-OPENBAL-FOUND TO TRUE
               MOVE HIST-KEY-PERIOD-CODE TO NEW-OPENBAL-PERIOD
               MOVE HIST-COPIES TO NEW-OPENBAL-COPIES
           END-IF.

      *    Month records written before sales and returns were kept
      *    apart carry spaces there.  The net figure is the best that
      *    is known of them: a net sale counts as sold, a net return
      *    as returned - the same rule the reporting job restores by.
       DERIVE-SPLIT-PARA.
           IF HIST-GROSS-COPIES IS NUMERIC
                   AND HIST-RETURN-COPIES IS NUMERIC
               MOVE HIST-GROSS-COPIES TO SPLIT-GROSS-COPIES
               MOVE HIST-RETURN-COPIES TO SPLIT-RETURN-COPIES
           ELSE
               IF HIST-COPIES < 0
                   MOVE ZERO TO SPLIT-GROSS-COPIES
                   COMPUTE SPLIT-RETURN-COPIES = 0 - HIST-COPIES
               ELSE
                   MOVE HIST-COPIES TO SPLIT-GROSS-COPIES
                   MOVE ZERO TO SPLIT-RETURN-COPIES
               END-IF
           END-IF.

      *    Adds the old record into the new title's record of the
      *    same type, store and month - or writes it fresh under the
      *    new number where the new title has none - and only then
      *    deletes the old one.
       FOLD-ONE-HISTORY-RECORD-PARA.
           IF MOVED-REC-TYPE(MVX) = 'O'
               PERFORM FOLD-OPENING-BALANCE-PARA
           ELSE
               MOVE SPACES TO HIST-REC-KEY
               MOVE MOVED-REC-TYPE(MVX) TO HIST-REC-TYPE
               MOVE MOVED-STORE-CODE(MVX) TO HIST-KEY-STORE-CODE
               MOVE MOVED-PERIOD-CODE(MVX) TO HIST-KEY-PERIOD-CODE
               MOVE REQ-NEW-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
               PERFORM READ-HISTORY-KEY-PARA
               IF HISTORY-KEY-FOUND
                   PERFORM DERIVE-SPLIT-PARA
                   ADD MOVED-COPIES(MVX) TO HIST-COPIES
                   COMPUTE HIST-GROSS-COPIES =
                       SPLIT-GROSS-COPIES + MOVED-GROSS-COPIES(MVX)
                   COMPUTE HIST-RETURN-COPIES =
                       SPLIT-RETURN-COPIES + MOVED-RETURN-COPIES(MVX)
                   IF HIST-TYPE-BOOK
                       ADD MOVED-REVENUE(MVX) TO HIST-REVENUE
                   END-IF
                   PERFORM REWRITE-HISTORY-PARA
               ELSE
                   PERFORM BUILD-FRESH-RECORD-PARA
                   MOVE MOVED-PERIOD-CODE(MVX) TO HIST-KEY-PERIOD-CODE
                   MOVE MOVED-COPIES(MVX) TO HIST-COPIES
                   MOVE MOVED-GROSS-COPIES(MVX) TO HIST-GROSS-COPIES
                   MOVE MOVED-RETURN-COPIES(MVX) TO HIST-RETURN-COPIES
                   IF HIST-TYPE-BOOK
                       MOVE MOVED-REVENUE(MVX) TO HIST-REVENUE
                   END-IF
                   PERFORM WRITE-HISTORY-PARA
               END-IF
               PERFORM DELETE-OLD-RECORD-PARA
           END-IF.

      *    One opening balance per title, as-of the later of the two
      *    closes: the earlier close's months are inside the later
      *    one's archive year range either way.
       FOLD-OPENING-BALANCE-PARA.
           IF NEW-OPENBAL-FOUND
               IF MOVED-PERIOD-CODE(MVX) > NEW-OPENBAL-PERIOD
                   MOVE MOVED-PERIOD-CODE(MVX)
                       TO MERGED-OPENBAL-PERIOD
               ELSE
                   MOVE NEW-OPENBAL-PERIOD TO MERGED-OPENBAL-PERIOD
               END-IF
               MOVE SPACES TO HIST-REC-KEY
               SET HIST-TYPE-OPENBAL TO TRUE
               MOVE NEW-OPENBAL-PERIOD TO HIST-KEY-PERIOD-CODE
               MOVE REQ-NEW-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
               DELETE BOOKHIST RECORD
                   INVALID KEY
                       PERFORM LOG-HISTORY-ERROR-PARA
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-DELETED-COUNT
               END-DELETE
               ADD MOVED-COPIES(MVX) TO NEW-OPENBAL-COPIES
           ELSE
               MOVE MOVED-PERIOD-CODE(MVX) TO MERGED-OPENBAL-PERIOD
               MOVE MOVED-COPIES(MVX) TO NEW-OPENBAL-COPIES
               SET NEW-OPENBAL-FOUND TO TRUE
           END-IF
           MOVE MERGED-OPENBAL-PERIOD TO NEW-OPENBAL-PERIOD
           PERFORM BUILD-FRESH-RECORD-PARA
           MOVE NEW-OPENBAL-PERIOD TO HIST-KEY-PERIOD-CODE
           MOVE NEW-OPENBAL-COPIES TO HIST-COPIES
           PERFORM WRITE-HISTORY-PARA
           PERFORM DELETE-OLD-RECORD-PARA.

      *    Every key field set, as the nightly job builds them; the
      *    record carries the surviving title's name.
       BUILD-FRESH-RECORD-PARA.
           MOVE SPACES TO HISTORY-RECORD
           MOVE MOVED-REC-TYPE(MVX) TO HIST-REC-TYPE
           MOVE MOVED-STORE-CODE(MVX) TO HIST-KEY-STORE-CODE
           MOVE REQ-NEW-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
           MOVE NEW-BOOK-NAME TO HIST-BOOK-NAME.

       DELETE-OLD-RECORD-PARA.
           MOVE SPACES TO HIST-REC-KEY
           MOVE MOVED-REC-TYPE(MVX) TO HIST-REC-TYPE
           MOVE MOVED-STORE-CODE(MVX) TO HIST-KEY-STORE-CODE
           MOVE MOVED-PERIOD-CODE(MVX) TO HIST-KEY-PERIOD-CODE
           MOVE REQ-OLD-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
           DELETE BOOKHIST RECORD
               INVALID KEY
                   PERFORM LOG-HISTORY-ERROR-PARA
               NOT INVALID KEY
                   ADD 1 TO HISTORY-DELETED-COUNT
           END-DELETE
           MOVE SPACES TO MERGE-AUDIT-LINE
           STRING 'FOLDED TYPE=' MOVED-REC-TYPE(MVX)
               ' STORE=' MOVED-STORE-CODE(MVX)
               ' PERIOD=' MOVED-PERIOD-CODE(MVX)
               ' COPIES=' MOVED-COPIES(MVX)
               ' REVENUE=' MOVED-REVENUE(MVX)
               INTO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE.

       READ-HISTORY-KEY-PARA.
           READ BOOKHIST
               INVALID KEY
                   SET HISTORY-KEY-MISSING TO TRUE
               NOT INVALID KEY
                   SET HISTORY-KEY-FOUND TO TRUE
           END-READ.

       REWRITE-HISTORY-PARA.
           REWRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM LOG-HISTORY-ERROR-PARA
               NOT INVALID KEY
                   ADD 1 TO HISTORY-REWRITE-COUNT
           END-REWRITE.

       WRITE-HISTORY-PARA.
           WRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM LOG-HISTORY-ERROR-PARA
               NOT INVALID KEY
                   ADD 1 TO HISTORY-ADDED-COUNT
           END-WRITE.

       LOG-HISTORY-ERROR-PARA.
           ADD 1 TO HISTORY-ERROR-COUNT
           MOVE SPACES TO MERGE-AUDIT-LINE
           STRING 'HISTORY UPDATE FAILED - STATUS='
               HISTORY-STATUS-CODE ' KEY TYPE=' HIST-REC-TYPE
               ' BOOK=' HIST-KEY-BOOK-NUMBER
               ' STORE=' HIST-KEY-STORE-CODE
               ' PERIOD=' HIST-KEY-PERIOD-CODE
               INTO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE
           DISPLAY MERGE-AUDIT-LINE.

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
               IF REJECTED-PRICE-LOAD-COUNT > 0
                   CLOSE BOOKHIST
                   MOVE SPACES TO MERGE-AUDIT-LINE
                   STRING 'PRICE-TABLE FULL - '
                       REJECTED-PRICE-LOAD-COUNT
                       ' BOOKPRCH.DAT ROWS NOT LOADED - NOTHING MERGED'
                       INTO MERGE-AUDIT-LINE
                   PERFORM REFUSE-MERGE-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PRICES-LOADED TO TRUE
           END-IF.

       LOAD-ONE-PRICE-ENTRY-PARA.
           IF PRICE-COUNT >= MAX-PRICE-ENTRIES
               ADD 1 TO REJECTED-PRICE-LOAD-COUNT
           ELSE
               ADD 1 TO PRICE-COUNT
               SET PRX TO PRICE-COUNT
               MOVE PRCH-BOOK-NUMBER TO PRC-BOOK-NUMBER(PRX)
               MOVE PRCH-EFFECTIVE-DATE TO PRC-EFFECTIVE-DATE(PRX)
               MOVE PRCH-UNIT-PRICE TO PRC-UNIT-PRICE(PRX)
               MOVE 'N' TO PRC-DROP-FLAG(PRX)
           END-IF.

      *    The old title's price rows go across under the new number,
      *    so its months keep valuing at what it actually sold for.
      *    Where the new title already has a price effective the
      *    same day, the new title's row stands and the old one is
      *    dropped - two prices cannot both be in force on one date.
      *    The file is rewritten in the order it was read.
       REKEY-PRICE-HISTORY-PARA.
           PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PRICE-COUNT
               IF PRC-BOOK-NUMBER(PRX) = REQ-OLD-BOOK-NUMBER
                   SET NOT-MATCHED TO TRUE
                   PERFORM VARYING PRICE-SUB FROM 1 BY 1
                           UNTIL PRICE-SUB > PRICE-COUNT
                       IF PRC-BOOK-NUMBER(PRICE-SUB) =
                               REQ-NEW-BOOK-NUMBER
                               AND PRC-EFFECTIVE-DATE(PRICE-SUB) =
                                   PRC-EFFECTIVE-DATE(PRX)
                           SET MATCHED TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO MERGE-AUDIT-LINE
                   IF MATCHED
                       SET PRC-DROPPED(PRX) TO TRUE
                       ADD 1 TO PRICES-DROPPED-COUNT
                       STRING 'PRICE ROW DROPPED - EFFECTIVE='
                           PRC-EFFECTIVE-DATE(PRX)
                           ' PRICE=' PRC-UNIT-PRICE(PRX)
                           ' - NEW TITLE HAS A PRICE THAT DAY'
                           INTO MERGE-AUDIT-LINE
                   ELSE
                       MOVE REQ-NEW-BOOK-NUMBER
                           TO PRC-BOOK-NUMBER(PRX)
                       ADD 1 TO PRICES-REKEYED-COUNT
                       STRING 'PRICE ROW RE-KEYED - EFFECTIVE='
                           PRC-EFFECTIVE-DATE(PRX)
                           ' PRICE=' PRC-UNIT-PRICE(PRX)
                           INTO MERGE-AUDIT-LINE
                   END-IF
                   WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE
               END-IF
           END-PERFORM
           IF PRICES-REKEYED-COUNT > 0 OR PRICES-DROPPED-COUNT > 0
               OPEN OUTPUT BOOKPRCH
               PERFORM VARYING PRX FROM 1 BY 1
                       UNTIL PRX > PRICE-COUNT
                   IF NOT PRC-DROPPED(PRX)
                       MOVE PRC-BOOK-NUMBER(PRX) TO PRCH-BOOK-NUMBER
                       MOVE PRC-EFFECTIVE-DATE(PRX)
                           TO PRCH-EFFECTIVE-DATE
                       MOVE PRC-UNIT-PRICE(PRX) TO PRCH-UNIT-PRICE
                       WRITE PRICE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE BOOKPRCH
           END-IF.

       LOAD-STOCK-LEDGER-PARA.
           OPEN INPUT BOOKSTCK
           IF STOCK-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKSTCK
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-STOCK-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKSTCK
               IF REJECTED-STOCK-LOAD-COUNT > 0
                   CLOSE BOOKHIST
                   MOVE SPACES TO MERGE-AUDIT-LINE
                   STRING 'STOCK-TABLE FULL - '
                       REJECTED-STOCK-LOAD-COUNT
                       ' BOOKSTCK.DAT ROWS NOT LOADED - NOTHING MERGED'
                       INTO MERGE-AUDIT-LINE
                   PERFORM REFUSE-MERGE-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET STOCK-LOADED TO TRUE
           ELSE
               DISPLAY 'NO STOCK LEDGER ON FILE - STATUS='
                   STOCK-STATUS-CODE ' - STOCK NOT MERGED'
           END-IF.

       LOAD-ONE-STOCK-ENTRY-PARA.
           IF STOCK-COUNT >= MAX-STOCK-ENTRIES
               ADD 1 TO REJECTED-STOCK-LOAD-COUNT
           ELSE
               ADD 1 TO STOCK-COUNT
               SET SKX TO STOCK-COUNT
               MOVE STCK-STORE-CODE TO STK-STORE-CODE(SKX)
               MOVE STCK-BOOK-NUMBER TO STK-BOOK-NUMBER(SKX)
               MOVE STCK-RECEIVED-COPIES TO STK-RECEIVED-COPIES(SKX)
               MOVE STCK-SOLD-COPIES TO STK-SOLD-COPIES(SKX)
               MOVE STCK-RETURNED-COPIES TO STK-RETURNED-COPIES(SKX)
               MOVE STCK-ON-HAND TO STK-ON-HAND(SKX)
               MOVE STCK-LAST-RECEIPT-DATE
                   TO STK-LAST-RECEIPT-DATE(SKX)
               MOVE 'N' TO STK-DROP-FLAG(SKX)
           END-IF.

       TAKE-STOCK-TOTALS-PARA.
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               IF NOT STK-DROPPED(SKX)
                   ADD STK-ON-HAND(SKX)
                       TO TOT-STOCK-ON-HAND(TOTALS-COLUMN)
                   ADD STK-RECEIVED-COPIES(SKX)
                       TO TOT-STOCK-RECEIVED(TOTALS-COLUMN)
               END-IF
           END-PERFORM.

      *    The ledger is in (store, book) order.  Each store has at
      *    most one row for the old number, and re-keying it only
      *    moves it within its own store, so the search for every
      *    other store's row is unaffected; the table is put back
      *    in order before it is written.
       MERGE-STOCK-LEDGER-PARA.
           PERFORM VARYING OLD-STOCK-SUB FROM 1 BY 1
                   UNTIL OLD-STOCK-SUB > STOCK-COUNT
               IF STK-BOOK-NUMBER(OLD-STOCK-SUB) = REQ-OLD-BOOK-NUMBER
                   PERFORM MERGE-ONE-STOCK-ROW-PARA
               END-IF
           END-PERFORM
           PERFORM SORT-STOCK-TABLE
           OPEN OUTPUT BOOKSTCK
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               IF NOT STK-DROPPED(SKX)
                   MOVE STK-STORE-CODE(SKX) TO STCK-STORE-CODE
                   MOVE STK-BOOK-NUMBER(SKX) TO STCK-BOOK-NUMBER
                   MOVE STK-RECEIVED-COPIES(SKX)
                       TO STCK-RECEIVED-COPIES
                   MOVE STK-SOLD-COPIES(SKX) TO STCK-SOLD-COPIES
                   MOVE STK-RETURNED-COPIES(SKX)
                       TO STCK-RETURNED-COPIES
                   MOVE STK-ON-HAND(SKX) TO STCK-ON-HAND
                   MOVE STK-LAST-RECEIPT-DATE(SKX)
                       TO STCK-LAST-RECEIPT-DATE
                   WRITE STOCK-RECORD
               END-IF
           END-PERFORM
           CLOSE BOOKSTCK.

       MERGE-ONE-STOCK-ROW-PARA.
           MOVE STK-STORE-CODE(OLD-STOCK-SUB) TO SEARCH-STK-STORE
           MOVE REQ-NEW-BOOK-NUMBER TO SEARCH-STK-BOOK
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE STOCK-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF STOCK-KEY(BSEARCH-MID) = SEARCH-STOCK-KEY
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF STOCK-KEY(BSEARCH-MID) < SEARCH-STOCK-KEY
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF MATCHED
               SET SKX TO BSEARCH-INSERT-AT
               ADD STK-RECEIVED-COPIES(OLD-STOCK-SUB)
                   TO STK-RECEIVED-COPIES(SKX)
               ADD STK-SOLD-COPIES(OLD-STOCK-SUB)
                   TO STK-SOLD-COPIES(SKX)
               ADD STK-RETURNED-COPIES(OLD-STOCK-SUB)
                   TO STK-RETURNED-COPIES(SKX)
               ADD STK-ON-HAND(OLD-STOCK-SUB) TO STK-ON-HAND(SKX)
               IF STK-LAST-RECEIPT-DATE(OLD-STOCK-SUB) >
                       STK-LAST-RECEIPT-DATE(SKX)
                   MOVE STK-LAST-RECEIPT-DATE(OLD-STOCK-SUB)
                       TO STK-LAST-RECEIPT-DATE(SKX)
               END-IF
               SET STK-DROPPED(OLD-STOCK-SUB) TO TRUE
               ADD 1 TO STOCK-MERGED-COUNT
           ELSE
               MOVE REQ-NEW-BOOK-NUMBER
                   TO STK-BOOK-NUMBER(OLD-STOCK-SUB)
               ADD 1 TO STOCK-REKEYED-COUNT
           END-IF
           MOVE SPACES TO MERGE-AUDIT-LINE
           STRING 'STOCK MOVED - STORE='
               STK-STORE-CODE(OLD-STOCK-SUB)
               ' ON-HAND=' STK-ON-HAND(OLD-STOCK-SUB)
               INTO MERGE-AUDIT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE.

       SORT-STOCK-TABLE.
           IF STOCK-COUNT > 1
               DIVIDE STOCK-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > STOCK-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF STOCK-KEY(SORT-SUB) <= STOCK-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE STOCK-ENTRY(SORT-SUB)
                               TO TEMP-STOCK-ENTRY
                           MOVE STOCK-ENTRY(J)
                               TO STOCK-ENTRY(SORT-SUB)
                           MOVE TEMP-STOCK-ENTRY TO STOCK-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    A journal that is not there (no nightly run has written
      *    one yet) has nothing to repoint; one that is there but
      *    will not open would leave sales under a number that no
      *    longer has history, so the merge is refused before any
      *    history is folded.
       CHECK-JOURNAL-PARA.
           OPEN I-O BOOKJRNL
           EVALUATE JOURNAL-STATUS-CODE
               WHEN '00'
                   CLOSE BOOKJRNL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   CLOSE BOOKHIST
                   MOVE SPACES TO MERGE-AUDIT-LINE
                   STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                       JOURNAL-STATUS-CODE ' - NOTHING MERGED'
                       INTO MERGE-AUDIT-LINE
                   PERFORM REFUSE-MERGE-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       REPOINT-JOURNAL-PARA.
           OPEN I-O BOOKJRNL
           IF JOURNAL-STATUS-CODE NOT = '00'
               MOVE SPACES TO MERGE-AUDIT-LINE
               IF JOURNAL-STATUS-CODE = '35'
                   STRING 'BOOKJRNL.DAT NOT PRESENT'
                       ' - NO JOURNAL TO REPOINT'
                       INTO MERGE-AUDIT-LINE
               ELSE
                   ADD 1 TO JOURNAL-ERROR-COUNT
                   STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                       JOURNAL-STATUS-CODE ' - JOURNAL NOT REPOINTED'
                       INTO MERGE-AUDIT-LINE
               END-IF
               WRITE MERGE-AUDIT-RECORD FROM MERGE-AUDIT-LINE
               DISPLAY MERGE-AUDIT-LINE
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKJRNL NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF JRNL-BOOK-NUMBER = REQ-OLD-BOOK-NUMBER
                               PERFORM REPOINT-ONE-JOURNAL-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKJRNL
           END-IF.

       REPOINT-ONE-JOURNAL-RECORD-PARA.
           MOVE REQ-NEW-BOOK-NUMBER TO JRNL-BOOK-NUMBER
           REWRITE JOURNAL-RECORD
               INVALID KEY
                   ADD 1 TO JOURNAL-ERROR-COUNT
                   DISPLAY 'JOURNAL REPOINT FAILED - STATUS='
                       JOURNAL-STATUS-CODE ' BATCH=' JRNL-BATCH-ID
                       ' SEQ=' JRNL-SEQUENCE
               NOT INVALID KEY
                   ADD 1 TO JOURNAL-REPOINTED-COUNT
           END-REWRITE.

       WRITE-NEW-MASTER-PARA.
           OPEN INPUT BOOKMAST
           OPEN OUTPUT BOOKMNEW
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MASTER-REC-BOOK-NUMBER = REQ-OLD-BOOK-NUMBER
                           MOVE SPACES TO MERGE-AUDIT-LINE
                           STRING 'RETIRED FROM MASTER - BOOK-NUMBER='
                               MASTER-REC-BOOK-NUMBER ' '
                               MASTER-REC-BOOK-NAME
                               INTO MERGE-AUDIT-LINE
                           WRITE MERGE-AUDIT-RECORD
                               FROM MERGE-AUDIT-LINE
                       ELSE
                           MOVE MASTER-RECORD TO NEW-MASTER-RECORD
                           WRITE NEW-MASTER-RECORD
                           ADD 1 TO MASTER-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKMNEW
           CLOSE BOOKMAST.

       WRITE-MERGE-REPORT-PARA.
           OPEN OUTPUT BOOKNRPT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'TITLE MERGE / RENUMBER - RUN DATE: ' RUN-DATE
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE '----------------------------------------'
               TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'OLD BOOK-NUMBER: ' REQ-OLD-BOOK-NUMBER
               '   MERGED INTO: ' REQ-NEW-BOOK-NUMBER
               ' ' NEW-BOOK-NAME
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'REASON: ' REQ-REASON INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           IF OLD-ON-MASTER
               MOVE 'OLD NUMBER LEFT OFF BOOKMNEW.DAT (RETIRED)'
                   TO MERGE-REPORT-LINE
           ELSE
               MOVE 'OLD NUMBER WAS ALREADY OFF THE MASTER'
                   TO MERGE-REPORT-LINE
           END-IF
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE

           MOVE MOVED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'HISTORY RECORDS FOLDED .......... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE HISTORY-REWRITE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING '  ADDED INTO NEW TITLE RECORDS .. ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE HISTORY-ADDED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING '  WRITTEN UNDER NEW NUMBER ...... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE HISTORY-DELETED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING '  DELETED ....................... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE HISTORY-ERROR-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'HISTORY UPDATE ERRORS ........... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE PRICES-REKEYED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'PRICE ROWS RE-KEYED ............. ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE PRICES-DROPPED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'PRICE ROWS DROPPED (SAME DAY) ... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE STOCK-MERGED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'STOCK ROWS MERGED ............... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE STOCK-REKEYED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'STOCK ROWS RE-KEYED ............. ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE JOURNAL-REPOINTED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'JOURNAL RECORDS REPOINTED ....... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE JOURNAL-ERROR-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'JOURNAL REPOINT ERRORS .......... ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE MASTER-WRITTEN-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'TITLES WRITTEN TO BOOKMNEW.DAT .. ' COUNT-DISPLAY
               INTO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE

           MOVE 'BEFORE / AFTER BALANCE                    BEFORE'
               TO MERGE-REPORT-LINE
           MOVE 'AFTER' TO MERGE-REPORT-LINE(60:5)
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE 'Y' TO BALANCE-CHECK-FLAG
           MOVE 'TITLE RECORDS - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-BOOK-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-BOOK-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'TITLE RECORDS - SOLD' TO BALANCE-LABEL
           MOVE TOT-BOOK-GROSS(1) TO BALANCE-BEFORE
           MOVE TOT-BOOK-GROSS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'TITLE RECORDS - RETURNED' TO BALANCE-LABEL
           MOVE TOT-BOOK-RETURNS(1) TO BALANCE-BEFORE
           MOVE TOT-BOOK-RETURNS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'TITLE RECORDS - REVENUE' TO BALANCE-LABEL
           MOVE TOT-BOOK-REVENUE(1) TO BALANCE-BEFORE
           MOVE TOT-BOOK-REVENUE(2) TO BALANCE-AFTER
           PERFORM WRITE-AMOUNT-BALANCE-PARA
           MOVE 'MONTH RECORDS - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-PERIOD-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-PERIOD-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'MONTH RECORDS - SOLD' TO BALANCE-LABEL
           MOVE TOT-PERIOD-GROSS(1) TO BALANCE-BEFORE
           MOVE TOT-PERIOD-GROSS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'MONTH RECORDS - RETURNED' TO BALANCE-LABEL
           MOVE TOT-PERIOD-RETURNS(1) TO BALANCE-BEFORE
           MOVE TOT-PERIOD-RETURNS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'OPENING BALANCES - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-OPENBAL-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-OPENBAL-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'STORE/TITLE - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-STORE-BOOK-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-STORE-BOOK-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'STOCK LEDGER - ON HAND' TO BALANCE-LABEL
           MOVE TOT-STOCK-ON-HAND(1) TO BALANCE-BEFORE
           MOVE TOT-STOCK-ON-HAND(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'STOCK LEDGER - RECEIVED' TO BALANCE-LABEL
           MOVE TOT-STOCK-RECEIVED(1) TO BALANCE-BEFORE
           MOVE TOT-STOCK-RECEIVED(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA

      *    The two titles' own figures move by design; what the old
      *    number held must now sit on the new one.
           MOVE 'N' TO BALANCE-CHECK-FLAG
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           MOVE 'OLD NUMBER - HISTORY RECORDS' TO BALANCE-LABEL
           MOVE TOT-OLD-RECORDS(1) TO BALANCE-BEFORE
           MOVE TOT-OLD-RECORDS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'OLD NUMBER - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-OLD-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-OLD-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'OLD NUMBER - REVENUE' TO BALANCE-LABEL
           MOVE TOT-OLD-REVENUE(1) TO BALANCE-BEFORE
           MOVE TOT-OLD-REVENUE(2) TO BALANCE-AFTER
           PERFORM WRITE-AMOUNT-BALANCE-PARA
           MOVE 'NEW NUMBER - HISTORY RECORDS' TO BALANCE-LABEL
           MOVE TOT-NEW-RECORDS(1) TO BALANCE-BEFORE
           MOVE TOT-NEW-RECORDS(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'NEW NUMBER - NET COPIES' TO BALANCE-LABEL
           MOVE TOT-NEW-COPIES(1) TO BALANCE-BEFORE
           MOVE TOT-NEW-COPIES(2) TO BALANCE-AFTER
           PERFORM WRITE-COPIES-BALANCE-PARA
           MOVE 'NEW NUMBER - REVENUE' TO BALANCE-LABEL
           MOVE TOT-NEW-REVENUE(1) TO BALANCE-BEFORE
           MOVE TOT-NEW-REVENUE(2) TO BALANCE-AFTER
           PERFORM WRITE-AMOUNT-BALANCE-PARA
           IF TOT-OLD-RECORDS(2) NOT = 0
                   OR TOT-NEW-COPIES(2) NOT =
                       TOT-OLD-COPIES(1) + TOT-NEW-COPIES(1)
                   OR TOT-NEW-REVENUE(2) NOT =
                       TOT-OLD-REVENUE(1) + TOT-NEW-REVENUE(1)
               ADD 1 TO OUT-OF-BALANCE-COUNT
               MOVE '  *** OLD NUMBER NOT FULLY FOLDED INTO NEW ***'
                   TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           END-IF
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE

           IF OUT-OF-BALANCE-COUNT = 0 AND HISTORY-ERROR-COUNT = 0
                   AND JOURNAL-ERROR-COUNT = 0
               MOVE 'TITLE MERGE: IN BALANCE' TO MERGE-REPORT-LINE
           ELSE
               MOVE 'TITLE MERGE: *** OUT OF BALANCE ***'
                   TO MERGE-REPORT-LINE
           END-IF
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE
           DISPLAY MERGE-REPORT-LINE
           WRITE MERGE-AUDIT-RECORD FROM MERGE-REPORT-LINE
           CLOSE BOOKNRPT.

       WRITE-COPIES-BALANCE-PARA.
           MOVE BALANCE-BEFORE TO BALANCE-COPIES-BEFORE
           MOVE BALANCE-AFTER TO BALANCE-COPIES-AFTER
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING BALANCE-LABEL ' ' BALANCE-COPIES-BEFORE
               '  ' BALANCE-COPIES-AFTER
               INTO MERGE-REPORT-LINE
           PERFORM CHECK-BALANCE-LINE-PARA
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE.

       WRITE-AMOUNT-BALANCE-PARA.
           MOVE BALANCE-BEFORE TO BALANCE-AMOUNT-BEFORE
           MOVE BALANCE-AFTER TO BALANCE-AMOUNT-AFTER
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING BALANCE-LABEL ' ' BALANCE-AMOUNT-BEFORE
               '  ' BALANCE-AMOUNT-AFTER
               INTO MERGE-REPORT-LINE
           PERFORM CHECK-BALANCE-LINE-PARA
           WRITE MERGE-REPORT-RECORD FROM MERGE-REPORT-LINE.

       CHECK-BALANCE-LINE-PARA.
           IF BALANCE-MUST-AGREE AND BALANCE-BEFORE NOT = BALANCE-AFTER
               ADD 1 TO OUT-OF-BALANCE-COUNT
               MOVE '***' TO MERGE-REPORT-LINE(78:3)
           END-IF.

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

      *    Marks each file this job updates in place as open against
      *    it, just before the first record changes, so a job that
      *    would read it half-done refuses until this one finishes.
       OPEN-RUN-UPDATES-PARA.
           MOVE 'N' TO CTL-CHANGED-FLAG
           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-FILE-COUNT
               IF JL-FILE-USE(JL-SUB) = 'U'
                   MOVE JL-FILE-NAME(JL-SUB) TO CTL-CHECK-NAME
                   PERFORM FIND-OR-ADD-RUN-CONTROL-PARA
                   IF CTL-NOT-FOUND
                       MOVE SPACES TO JL-MESSAGE
                       STRING 'BOOKRCTL.DAT TABLE FULL - '
                           CTL-CHECK-NAME ' NOT ADDED'
                           INTO JL-MESSAGE
                       MOVE 12 TO RETURN-CODE
                       PERFORM REFUSE-RUN-PARA
                   END-IF
                   SET CTL-UPDATE-OPEN(CTL-SUB) TO TRUE
                   MOVE CTL-JOB-NAME TO CTL-UPDATE-BY(CTL-SUB)
                   MOVE CTL-RUN-DATE TO CTL-UPDATE-DATE(CTL-SUB)
                   MOVE CTL-CLOCK-HHMMSS TO CTL-UPDATE-TIME(CTL-SUB)
                   SET CTL-CHANGED TO TRUE
               END-IF
           END-PERFORM
           IF CTL-CHANGED
               PERFORM WRITE-RUN-CONTROL-PARA
               IF RCTL-STATUS-CODE NOT = '00'
                   MOVE SPACES TO JL-MESSAGE
                   STRING 'BOOKRCTL.DAT NOT WRITTEN - STATUS='
                       RCTL-STATUS-CODE
                       INTO JL-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
               END-IF
           END-IF.

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
