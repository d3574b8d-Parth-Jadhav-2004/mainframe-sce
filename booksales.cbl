               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLENISH-STATUS-CODE.

           SELECT OPTIONAL BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS-CODE.

      *    Keyed by batch id so the reversal job can START at a
      *    batch and read just its records back.
           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT OPTIONAL BOOKPCAL ASSIGN TO 'BOOKPCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS-CODE.

           SELECT OPTIONAL BOOKPROM ASSIGN TO 'BOOKPROM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS-CODE.

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
       FD BOOKSALES.
       01 BATCH-REGISTRY-RECORD.
           05 BTCH-ID                  PIC X(8).
           05 BTCH-RUN-DATE            PIC 9(8).
      *    Set by the batch reversal job.  A reversed batch stays on
      *    the registry for the record, but its id is free again: the
      *    store's corrected retransmission under the same id goes
      *    through as a new batch and clears the mark.  Spaces on a
      *    registry written before reversals existed.
           05 BTCH-STATUS              PIC X.
               88 BTCH-REVERSED        VALUE 'R'.
           05 BTCH-REVERSED-DATE       PIC 9(8).

      *    Effective-dated prices, appended by the title maintenance
      *    job on every add and genuine repricing.  Loaded whole and
           05 REPL-TRAIL-NET          PIC S9(7) SIGN LEADING SEPARATE.
           05 REPL-ORDER-QTY          PIC 9(7).

      *    Stock-on-hand ledger, one record per store and title in
      *    (store, book) order - the layout the goods-receipt job
      *    posts deliveries into.  Loaded whole, moved by every
      *    accepted sale and return, and rewritten whole at end of
      *    run like the batch registry.
       FD BOOKSTCK.
       01 STOCK-RECORD.
           05 STCK-STORE-CODE          PIC X(4).
           05 STCK-BOOK-NUMBER         PIC X(5).
           05 STCK-RECEIVED-COPIES     PIC 9(9).
           05 STCK-SOLD-COPIES         PIC 9(9).
           05 STCK-RETURNED-COPIES     PIC 9(9).
           05 STCK-ON-HAND             PIC S9(9) SIGN LEADING SEPARATE.
           05 STCK-LAST-RECEIPT-DATE   PIC 9(8).

      *    Every accepted record, as applied: the quantity that went
      *    into the tables and the revenue it accrued, keyed by its
      *    batch id and a lifetime sequence number carried on the
      *    history control record.  The reversal job reads a batch
      *    back from here and posts the exact opposite, so nothing
      *    is re-priced or re-derived on the way out.  A FULL
      *    rebuild starts the journal afresh along with the history.
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
               88 JRNL-LIVE           VALUE ' '.
               88 JRNL-REVERSED       VALUE 'R'.
           05 JRNL-REVERSED-DATE      PIC 9(8).
      *    Month the record was posted to.  It differs from the sale
      *    month only on a late adjustment: a sale dated in a month
      *    the month-end close has locked goes to the open month
      *    instead, keeping its own sale date.  Zero on records
      *    journalled before the period calendar existed.
           05 JRNL-POSTED-PERIOD      PIC 9(6).
           05 JRNL-LATE-FLAG          PIC X.
               88 JRNL-LATE-ADJUSTMENT VALUE 'L'.

      *    Period calendar, one record per month, maintained by the
      *    month-end close.  Months lock strictly in order, so the
      *    highest locked month is all the nightly needs: anything
      *    dated on or before it is a late adjustment.
       FD BOOKPCAL.
       01 PERIOD-CALENDAR-RECORD.
           05 PCAL-PERIOD             PIC 9(6).
           05 PCAL-STATUS             PIC X.
               88 PCAL-OPEN           VALUE 'O'.
               88 PCAL-LOCKED         VALUE 'L'.
           05 PCAL-LOCKED-DATE        PIC 9(8).

      *    Price promotions, maintained by the promotion job and
      *    kept in (title, store, start date) order.  Store spaces
      *    is a promotion at every store.  Exactly one of the promo
      *    price and the percent off is non-zero.
       FD BOOKPROM.
       01 PROMO-RECORD.
           05 PROM-BOOK-NUMBER         PIC X(5).
           05 PROM-STORE-CODE          PIC X(4).
           05 PROM-START-DATE          PIC 9(8).
           05 PROM-END-DATE            PIC 9(8).
           05 PROM-PRICE               PIC 9(4)V99.
           05 PROM-PERCENT-OFF         PIC 9(2)V99.
           05 PROM-NAME                PIC X(20).

       FD STORMAST.
       01 STORE-MASTER-RECORD.
           05 STORE-REC-CODE           PIC X(4).
               88 CKPT-TYPE-BATCH     VALUE 'A'.
               88 CKPT-TYPE-SUSPECT   VALUE 'D'.
               88 CKPT-TYPE-COMPLETE  VALUE 'C'.
               88 CKPT-TYPE-STOCK     VALUE 'K'.
               88 CKPT-TYPE-STORE-MONTH VALUE 'M'.
           05 CKPT-RECORDS-READ       PIC 9(9).
           05 CKPT-RECORDS-ACCEPTED   PIC 9(9).
           05 CKPT-COPIES-IN          PIC S9(9) SIGN LEADING SEPARATE.
           05 CKPT-HELD-BATCH         PIC 9(9).
           05 CKPT-CONTROL-RECS       PIC 9(9).
           05 CKPT-RETURN-REJECTED    PIC 9(9).
      *    Stock ledger rows carry their received figure here and
      *    their last receipt date in CKPT-SALE-DATE.
           05 CKPT-RECEIVED-COPIES    PIC 9(9).
           05 CKPT-JOURNAL-SEQ        PIC 9(9).
           05 CKPT-REVERSED-DATE      PIC 9(8).

       FD BOOKEXTR.
       01 EXTRACT-RECORD         PIC X(120).
                   88 HIST-TYPE-STORE     VALUE 'T'.
                   88 HIST-TYPE-STORE-BOOK VALUE 'U'.
                   88 HIST-TYPE-OPENBAL   VALUE 'O'.
                   88 HIST-TYPE-STORE-MONTH VALUE 'M'.
               10 HIST-KEY-STORE-CODE PIC X(4).
               10 HIST-KEY-PERIOD-CODE PIC 9(6).
               10 HIST-KEY-BOOK-NUMBER PIC X(5).
           05 HIST-HELD-BATCH         PIC 9(9).
           05 HIST-CONTROL-RECS       PIC 9(9).
           05 HIST-RETURN-REJECTED    PIC 9(9).
      *    Last sales-journal sequence number issued - lifetime, so
      *    a batch's journal keys never collide with a later
      *    retransmission of the same id.
           05 HIST-JOURNAL-SEQ        PIC 9(9).

      *    A rejected record goes out as its BOOK-SALE-DATA image
      *    followed by the reject reason, so the corrected file can
       FD BOOKREJ.
       01 REJECT-RECORD          PIC X(120).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODE       PIC XX.
       01 MASTER-STATUS-CODE     PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 RUN-LOG-STATUS-CODE    PIC XX.
       01 REPLENISH-STATUS-CODE  PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 CALENDAR-STATUS-CODE   PIC XX.
       01 PROMO-STATUS-CODE      PIC XX.

      *    Sales journal: the lifetime sequence rolls forward on the
      *    history control record and through the checkpoint, so a
      *    restart re-journals its replayed tail under the same keys
      *    it had before the crash.
       01 JOURNAL-SEQUENCE       PIC 9(9) VALUE ZERO.
       01 JOURNAL-WRITTEN-COUNT  PIC 9(9) VALUE ZERO.
       01 JOURNAL-REPLACED-COUNT PIC 9(9) VALUE ZERO.
       01 JOURNAL-ERROR-COUNT    PIC 9(9) VALUE ZERO.

      *    Period lock.  LOCKED-THROUGH-PERIOD is the last locked
      *    month off the calendar - or the as-of month of a year-end
      *    opening balance, if later, since an archived year is
      *    closed whatever the calendar says.  Zero means nothing is
      *    locked.  A sale dated on or before it posts to the open
      *    month that follows it, as a flagged late adjustment.
       01 LOCKED-THROUGH-PERIOD  PIC 9(6) VALUE ZERO.
       01 CURRENT-OPEN-PERIOD    PIC 9(6) VALUE ZERO.
       01 POSTING-PERIOD         PIC 9(6).
       01 LATE-POSTING-FLAG      PIC X VALUE 'N'.
           88 LATE-ADJUSTMENT    VALUE 'Y'.
           88 ON-TIME-POSTING    VALUE 'N'.
       01 LATE-ADJUSTMENT-COUNT  PIC 9(9) VALUE ZERO.
       01 LATE-ADJUSTMENT-COPIES PIC S9(9) VALUE ZERO.
       01 CALENDAR-LOCKED-COUNT  PIC 9(5) VALUE ZERO.
       01 PERIOD-YEAR-WORK       PIC 9(4).
       01 PERIOD-MONTH-WORK      PIC 9(2).

      *    Fast movers for the replenishment extract: per title,
      *    the latest month's net and the net over the trailing
                   15 PERIOD-BOOK-NUMBER   PIC X(5).
               10 PERIOD-BOOK-NAME     PIC X(20).
               10 PERIOD-COPIES        PIC S9(7).
      *    The month's sales and returns kept apart, so a return can
      *    be valued against the month its copies were sold in.
               10 PERIOD-GROSS-COPIES  PIC 9(7).
               10 PERIOD-RETURN-COPIES PIC 9(7).
               10 PERIOD-UPDATED-FLAG  PIC X.
                   88 PERIOD-UPDATED   VALUE 'Y'.
       01 PERIOD-ENTRY-COUNT     PIC 9(5) VALUE ZERO.
       01 EFFECTIVE-UNIT-PRICE   PIC 9(4)V99.
       01 CURRENT-MASTER-PRICE   PIC 9(4)V99.

      *    Every promotion on file, in (title, store, start date)
      *    order for the same binary search the price table gets.
      *    Promotions on one title at one store never share a day -
      *    the promotion job refuses the overlap - so the latest
      *    start on or before SALE-DATE is the only candidate, and
      *    it is in force if it has not yet ended.  No file at all
      *    leaves every sale at the price-history price.
       01 PROMO-TABLE.
           05 PROMO-ENTRY OCCURS 5000 TIMES INDEXED BY PMX.
               10 PROMO-KEY.
                   15 PRM-BOOK-NUMBER     PIC X(5).
                   15 PRM-STORE-CODE      PIC X(4).
                   15 PRM-START-DATE      PIC 9(8).
               10 PRM-END-DATE        PIC 9(8).
               10 PRM-PRICE           PIC 9(4)V99.
               10 PRM-PERCENT-OFF     PIC 9(2)V99.
       01 PROMO-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-PROMO-ENTRIES      PIC 9(5) VALUE 5000.
       01 REJECTED-PROMO-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-PROMO-ENTRY.
           05 TEMP-PRM-BOOK-NUMBER   PIC X(5).
           05 TEMP-PRM-STORE-CODE    PIC X(4).
           05 TEMP-PRM-START-DATE    PIC 9(8).
           05 TEMP-PRM-END-DATE      PIC 9(8).
           05 TEMP-PRM-PRICE         PIC 9(4)V99.
           05 TEMP-PRM-PERCENT-OFF   PIC 9(2)V99.
       01 SEARCH-PROMO-KEY.
           05 SEARCH-PRM-BOOK        PIC X(5).
           05 SEARCH-PRM-STORE       PIC X(4).
           05 SEARCH-PRM-DATE        PIC 9(8).
       01 PROMO-FOUND-SUB        PIC 9(5) VALUE ZERO.
       01 PROMO-PRICED-COUNT     PIC 9(9) VALUE ZERO.

      *    Set when the run restored any entry from a history or
      *    checkpoint file written before revenue was carried
      *    forward - those entries get a one-time baseline at
       01 SEARCH-STORE-BOOK-KEY.
           05 SEARCH-SB-STORE        PIC X(4).
           05 SEARCH-SB-BOOK         PIC X(5).

      *    Net copies and revenue per store and posting month, keyed
      *    (store, period) and kept in key order like STORE-BOOK-
      *    TABLE.  Feeds the budget variance report by way of the
      *    history file.
       01 STORE-MONTH-TABLE.
           05 STORE-MONTH-ENTRY OCCURS 20000 TIMES INDEXED BY MNX.
               10 STORE-MONTH-KEY.
                   15 SMON-STORE-CODE     PIC X(4).
                   15 SMON-PERIOD-CODE    PIC 9(6).
               10 SMON-GROSS-COPIES   PIC 9(7).
               10 SMON-RETURN-COPIES  PIC 9(7).
               10 SMON-COPIES         PIC S9(7).
               10 SMON-REVENUE        PIC S9(9)V99.
               10 SMON-UPDATED-FLAG   PIC X.
                   88 SMON-UPDATED    VALUE 'Y'.
       01 STORE-MONTH-COUNT      PIC 9(5) VALUE ZERO.
       01 MAX-STORE-MONTH-ENTRIES PIC 9(5) VALUE 20000.
       01 REJECTED-STORE-MONTH-COUNT PIC 9(5) VALUE ZERO.
       01 SEARCH-STORE-MONTH-KEY.
           05 SEARCH-SMON-STORE      PIC X(4).
           05 SEARCH-SMON-PERIOD     PIC 9(6).

      *    Stock on hand per store and title, off BOOKSTCK.DAT.
      *    Keyed and kept in order exactly like STORE-BOOK-TABLE and
      *    moved at the same point: a sale takes its copies out, a
      *    return or cancellation puts them back.  A pair with no
      *    receipts on file still gets a row, at zero received, so
      *    stock sold that was never received shows up negative.
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
       01 STOCK-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-STOCK-ENTRIES      PIC 9(5) VALUE 20000.
       01 REJECTED-STOCK-CAP-COUNT PIC 9(5) VALUE ZERO.
       01 SEARCH-STOCK-KEY.
           05 SEARCH-STK-STORE       PIC X(4).
           05 SEARCH-STK-BOOK        PIC X(5).
       01 TEMP-STOCK-ENTRY.
           05 TEMP-STK-STORE-CODE    PIC X(4).
           05 TEMP-STK-BOOK-NUMBER   PIC X(5).
           05 TEMP-STK-RECEIVED      PIC 9(9).
           05 TEMP-STK-SOLD          PIC 9(9).
           05 TEMP-STK-RETURNED      PIC 9(9).
           05 TEMP-STK-ON-HAND       PIC S9(9).
           05 TEMP-STK-LAST-DATE     PIC 9(8).
       01 STOCK-WENT-NEGATIVE-COUNT PIC 9(7) VALUE ZERO.
       01 STOCK-NEGATIVE-LISTED  PIC 9(5) VALUE ZERO.
       01 STOCK-STORE-HOLD       PIC X(4).
       01 STOCK-STORE-NAME       PIC X(20).
       01 STOCK-BOOK-NAME        PIC X(20).
       01 STOCK-STORE-ON-HAND    PIC S9(9).
       01 STOCK-CHAIN-ON-HAND    PIC S9(11).
       01 STOCK-TITLE-COUNT      PIC 9(5).
       01 ON-HAND-DISPLAY        PIC ZZ,ZZZ,ZZ9-.
       01 STOCK-TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9-.
       01 RECEIVED-DISPLAY       PIC Z,ZZZ,ZZ9.

       01 RANK-HOLD              PIC 9(5).
       01 SB-EXTRACT-REVENUE     PIC S9(9)V99.
       01 TEMP-CATEGORY-HOLD     PIC X(10).
               10 BATCH-SOURCE        PIC X.
                   88 BATCH-FROM-PRIOR-RUN VALUE 'P'.
                   88 BATCH-FROM-THIS-RUN  VALUE 'N'.
      *    On the registry, but backed out by the reversal job -
      *    the id is free for the store's corrected resend.
                   88 BATCH-REVERSED-PRIOR VALUE 'V'.
               10 BATCH-LOGGED-FLAG   PIC X.
                   88 BATCH-LOGGED    VALUE 'Y'.
      *    The run date the batch was FIRST processed - carried off
      *    the registry for prior batches so an investigation of a
      *    flagged resend can see when the original came through.
               10 BATCH-FIRST-RUN-DATE PIC 9(8).
               10 BATCH-REVERSED-DATE PIC 9(8).
       01 BATCH-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-BATCH-ENTRIES      PIC 9(5) VALUE 10000.
       01 SEARCH-BATCH-ID        PIC X(8).
      *    can't run past the end of the field.
       01 PARM-USE-LENGTH       PIC 9(4) VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKSALES'.
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

       LINKAGE SECTION.
       01 BATCH-PARM.
           05 PARM-LENGTH        PIC S9(4) COMP.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

      *    Every master read must be the live generation.  The
      *    history and stock ledger are updated in place, except on
      *    a reprint, and are marked open against this job before
      *    the checkpoint is read; a restart resumes over its own
      *    unfinished update, but nothing else may.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKPROM' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           IF REPORT-ONLY-MODE
               MOVE 'I' TO CTL-CHECK-USE
           ELSE
               MOVE 'U' TO CTL-CHECK-USE
           END-IF
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA
           IF NOT REPORT-ONLY-MODE
               PERFORM OPEN-RUN-UPDATES-PARA
           END-IF

      *    A reprint must leave the checkpoint exactly as the last
      *    processing run left it - reading it here would also drag
      *    in restart state that has no meaning without a
           PERFORM LOAD-MASTER-FILE-PARA
           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM LOAD-PRICE-HISTORY-PARA
           PERFORM LOAD-PROMOTIONS-PARA

      *    On a restart the checkpoint already carries everything
      *    the history contributed, so loading it again would
                   PERFORM LOAD-BATCH-REGISTRY-PARA
           END-EVALUATE

      *    The lock is only applied to a normal nightly run.  A FULL
      *    rebuild replays the lifetime file, where every old sale
      *    would look late; it posts by sale date as it always has.
           IF INCREMENTAL-MODE
               PERFORM LOAD-PERIOD-CALENDAR-PARA
           END-IF

      *    The stock ledger rides the checkpoint like the history
      *    tables, so a restart takes it from there instead.
           IF RESTART-SKIP-COUNT = 0
               PERFORM LOAD-STOCK-LEDGER-PARA
           END-IF

           IF NOT REPORT-ONLY-MODE
      *    Read-only pass over the night's file FIRST: a truncated
      *    transmission used to process cleanly up to the cut and
               PERFORM PRESCAN-BATCH-CONTROLS-PARA

               PERFORM CAPTURE-RUN-BASELINE-PARA
               PERFORM OPEN-SALES-JOURNAL-PARA

               OPEN INPUT BOOKSALES
               PERFORM UNTIL END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE BOOKSALES
               CLOSE BOOKJRNL
               DISPLAY 'SALES JOURNAL - WRITTEN=' JOURNAL-WRITTEN-COUNT
                   ' REPLACED=' JOURNAL-REPLACED-COUNT
                   ' ERRORS=' JOURNAL-ERROR-COUNT
               IF LATE-ADJUSTMENT-COUNT > 0
                   DISPLAY 'LATE ADJUSTMENTS POSTED TO '
                       CURRENT-OPEN-PERIOD ' - RECORDS='
                       LATE-ADJUSTMENT-COUNT ' NET COPIES='
                       LATE-ADJUSTMENT-COPIES
               END-IF
           END-IF

           IF ABNORMAL-TERMINATION
               PERFORM WRITE-CHECKPOINT-SNAPSHOT-PARA
               PERFORM WRITE-HISTORY-FILE-PARA
               PERFORM WRITE-BATCH-REGISTRY-PARA
               PERFORM WRITE-STOCK-LEDGER-PARA

               PERFORM WRITE-CHECKPOINT-COMPLETE-PARA

           PERFORM WRITE-DUP-SUSPECT-REPORT-PARA
           PERFORM WRITE-HELD-BATCH-REPORT-PARA
           PERFORM WRITE-DEAD-STOCK-REPORT-PARA
           PERFORM WRITE-STOCK-ON-HAND-REPORT-PARA
           PERFORM WRITE-NEGATIVE-STOCK-REPORT-PARA

           PERFORM BUILD-DISTINCT-PERIOD-TABLE-PARA
           PERFORM WRITE-REPLENISH-EXTRACT-PARA
           CLOSE BOOKREJ
           CLOSE BOOKAUD

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Keyed accumulation: a binary search finds the title (or
      *    so a new key usually lands at or near the end of the
      *    table and the insert shift is short.
       ADD-TO-PERIOD-TABLE.
           PERFORM SET-POSTING-PERIOD-PARA
           MOVE POSTING-PERIOD TO SEARCH-PERIOD-CODE
           MOVE BOOK-NUMBER TO SEARCH-PERIOD-BOOK
           PERFORM FIND-PERIOD-ENTRY-PARA
           IF MATCHED
               SET PDX TO BSEARCH-INSERT-AT
               PERFORM APPLY-QUANTITY-TO-PERIOD-PARA
           ELSE
               IF PERIOD-ENTRY-COUNT >= MAX-PERIOD-ENTRIES
                   PERFORM LOG-PERIOD-CAPACITY-EXCEEDED-PARA
                   SET PDX TO BSEARCH-INSERT-AT
                   MOVE SEARCH-PERIOD-KEY TO PERIOD-KEY(PDX)
                   MOVE BOOK-NAME TO PERIOD-BOOK-NAME(PDX)
                   MOVE ZERO TO PERIOD-COPIES(PDX)
                   MOVE ZERO TO PERIOD-GROSS-COPIES(PDX)
                   MOVE ZERO TO PERIOD-RETURN-COPIES(PDX)
                   PERFORM APPLY-QUANTITY-TO-PERIOD-PARA
               END-IF
           END-IF.

       APPLY-QUANTITY-TO-PERIOD-PARA.
           ADD SALE-QUANTITY TO PERIOD-COPIES(PDX)
           MOVE 'Y' TO PERIOD-UPDATED-FLAG(PDX)
           IF SALE-QUANTITY < 0
               ADD COPIES-SOLD TO PERIOD-RETURN-COPIES(PDX)
           ELSE
               ADD COPIES-SOLD TO PERIOD-GROSS-COPIES(PDX)
           END-IF.

      *    The month a record's copies land in.  Only the period
      *    tables move to the open month - pricing, the duplicate
      *    check and the journal all keep the original sale date.
       SET-POSTING-PERIOD-PARA.
           MOVE SALE-DATE(1:6) TO POSTING-PERIOD
           SET ON-TIME-POSTING TO TRUE
           IF LOCKED-THROUGH-PERIOD > 0
                   AND POSTING-PERIOD <= LOCKED-THROUGH-PERIOD
               MOVE CURRENT-OPEN-PERIOD TO POSTING-PERIOD
               SET LATE-ADJUSTMENT TO TRUE
               ADD 1 TO LATE-ADJUSTMENT-COUNT
               ADD SALE-QUANTITY TO LATE-ADJUSTMENT-COPIES
               MOVE SPACES TO AUDIT-LINE
               STRING 'LATE SALE - BOOK=' BOOK-NUMBER
                   ' STORE=' STORE-CODE ' DATE=' SALE-DATE
                   ' POSTED TO ' POSTING-PERIOD
                   ' STATUS=' SALE-STATUS ' COPIES=' COPIES-SOLD
                   INTO AUDIT-LINE
               WRITE AUDIT-RECORD FROM AUDIT-LINE
           END-IF.

       FIND-PERIOD-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
       LOG-PERIOD-CAPACITY-EXCEEDED-PARA.
           ADD 1 TO REJECTED-PERIOD-COUNT
           DISPLAY 'PERIOD-TABLE FULL - BOOK-NUMBER=' BOOK-NUMBER
               ' PERIOD=' POSTING-PERIOD ' DROPPED'
           MOVE SPACES TO AUDIT-LINE
           STRING 'PERIOD-TABLE FULL - BOOK-NUMBER=' BOOK-NUMBER
               ' PERIOD=' POSTING-PERIOD ' DROPPED AT RECORD COUNT='
               RECORDS-READ-COUNT
               INTO AUDIT-LINE
           WRITE AUDIT-RECORD FROM AUDIT-LINE.
               END-PERFORM
           END-IF.

      *    Optional, like the calendar: no promotions file means no
      *    promotion has ever been run, and every sale values at
      *    the price-history price as before.
       LOAD-PROMOTIONS-PARA.
           OPEN INPUT BOOKPROM
           IF PROMO-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPROM
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PROMOTION-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPROM
               PERFORM SORT-PROMO-TABLE
               DISPLAY 'PROMOTIONS LOADED - PROMOTION ROWS='
                   PROMO-COUNT
           ELSE
               DISPLAY 'NO PROMOTIONS ON FILE - STATUS='
                   PROMO-STATUS-CODE
           END-IF.

      *    A row whose dates or offer will not compute is skipped
      *    with an audit line, the way a bad price row is.
       LOAD-ONE-PROMOTION-PARA.
           IF PROMO-COUNT >= MAX-PROMO-ENTRIES
               ADD 1 TO REJECTED-PROMO-LOAD-COUNT
               DISPLAY 'PROMO-TABLE FULL - BOOK-NUMBER='
                   PROM-BOOK-NUMBER ' NOT LOADED FROM BOOKPROM.DAT'
               MOVE SPACES TO AUDIT-LINE
               STRING 'PROMO-TABLE FULL - BOOK-NUMBER='
                   PROM-BOOK-NUMBER ' NOT LOADED FROM BOOKPROM.DAT'
                   INTO AUDIT-LINE
               WRITE AUDIT-RECORD FROM AUDIT-LINE
           ELSE
               IF PROM-START-DATE IS NUMERIC
                       AND PROM-END-DATE IS NUMERIC
                       AND PROM-PRICE IS NUMERIC
                       AND PROM-PERCENT-OFF IS NUMERIC
                   ADD 1 TO PROMO-COUNT
                   SET PMX TO PROMO-COUNT
                   MOVE PROM-BOOK-NUMBER TO PRM-BOOK-NUMBER(PMX)
                   MOVE PROM-STORE-CODE TO PRM-STORE-CODE(PMX)
                   MOVE PROM-START-DATE TO PRM-START-DATE(PMX)
                   MOVE PROM-END-DATE TO PRM-END-DATE(PMX)
                   MOVE PROM-PRICE TO PRM-PRICE(PMX)
                   MOVE PROM-PERCENT-OFF TO PRM-PERCENT-OFF(PMX)
               ELSE
                   ADD 1 TO REJECTED-PROMO-LOAD-COUNT
                   DISPLAY 'BAD PROMOTION ROW - BOOK-NUMBER='
                       PROM-BOOK-NUMBER ' SKIPPED'
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'BAD PROMOTION ROW - BOOK-NUMBER='
                       PROM-BOOK-NUMBER ' STORE=' PROM-STORE-CODE
                       ' SKIPPED AT PROMOTION ROW=' PROMO-COUNT
                       INTO AUDIT-LINE
                   WRITE AUDIT-RECORD FROM AUDIT-LINE
               END-IF
           END-IF.

      *    The promotion job writes the file in key order; the sort
      *    is for a file edited by hand since.
       SORT-PROMO-TABLE.
           IF PROMO-COUNT > 1
               DIVIDE PROMO-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > PROMO-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF PROMO-KEY(SORT-SUB) <= PROMO-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE PROMO-ENTRY(SORT-SUB)
                               TO TEMP-PROMO-ENTRY
                           MOVE PROMO-ENTRY(J)
                               TO PROMO-ENTRY(SORT-SUB)
                           MOVE TEMP-PROMO-ENTRY TO PROMO-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    Binary search for the latest price row dated on or
      *    before SALE-DATE.  A miss lands BSEARCH-INSERT-AT on the
      *    first key past (book, date); the row before it is the
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF PROMO-COUNT > 0
               PERFORM APPLY-PROMOTION-PRICE-PARA
           END-IF.

      *    A sale dated inside a promotion values at the promo
      *    price, or at the percent off the price just resolved.
      *    The store's own promotion is looked for first; only when
      *    it has none in force does an every-store promotion
      *    apply.
       APPLY-PROMOTION-PRICE-PARA.
           MOVE ZERO TO PROMO-FOUND-SUB
           MOVE BOOK-NUMBER TO SEARCH-PRM-BOOK
           MOVE SALE-DATE TO SEARCH-PRM-DATE
           IF STORE-CODE NOT = SPACES
               MOVE STORE-CODE TO SEARCH-PRM-STORE
               PERFORM FIND-PROMOTION-IN-FORCE-PARA
           END-IF
           IF PROMO-FOUND-SUB = 0
               MOVE SPACES TO SEARCH-PRM-STORE
               PERFORM FIND-PROMOTION-IN-FORCE-PARA
           END-IF
           IF PROMO-FOUND-SUB > 0
               SET PMX TO PROMO-FOUND-SUB
               IF PRM-PRICE(PMX) > ZERO
                   MOVE PRM-PRICE(PMX) TO EFFECTIVE-UNIT-PRICE
               ELSE
                   COMPUTE EFFECTIVE-UNIT-PRICE ROUNDED =
                       EFFECTIVE-UNIT-PRICE
                       * (100 - PRM-PERCENT-OFF(PMX)) / 100
               END-IF
               ADD 1 TO PROMO-PRICED-COUNT
           END-IF.

      *    Binary search for the latest promotion on (title, store)
      *    starting on or before SALE-DATE - the price lookup's
      *    scheme.  PROMO-FOUND-SUB is left zero unless that
      *    promotion is still running on the sale date.
       FIND-PROMOTION-IN-FORCE-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE PROMO-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF PROMO-KEY(BSEARCH-MID) = SEARCH-PROMO-KEY
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF PROMO-KEY(BSEARCH-MID) < SEARCH-PROMO-KEY
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF NOT MATCHED
               COMPUTE BSEARCH-INSERT-AT = BSEARCH-LOW - 1
           END-IF
           IF BSEARCH-INSERT-AT > 0
               IF PRM-BOOK-NUMBER(BSEARCH-INSERT-AT) =
                       SEARCH-PRM-BOOK
                       AND PRM-STORE-CODE(BSEARCH-INSERT-AT) =
                           SEARCH-PRM-STORE
                       AND PRM-END-DATE(BSEARCH-INSERT-AT) >=
                           SEARCH-PRM-DATE
                   MOVE BSEARCH-INSERT-AT TO PROMO-FOUND-SUB
               END-IF
           END-IF.

      *    One-time conversion for entries restored from a file
                       PERFORM ADD-TO-PERIOD-TABLE
                       PERFORM ADD-TO-STORE-TABLE
                       PERFORM ADD-TO-STORE-BOOK-TABLE
                       PERFORM ADD-TO-STORE-MONTH-TABLE
                       PERFORM POST-TO-STOCK-PARA
                       ADD 1 TO RECORDS-ACCEPTED-COUNT
                       ADD SALE-QUANTITY TO COPIES-IN-TOTAL
                       IF SALE-QUANTITY < 0
                           ADD COPIES-SOLD TO COPIES-RETURNED-TOTAL
                       END-IF
                       PERFORM WRITE-JOURNAL-RECORD-PARA
                   END-IF
               END-IF
           END-IF.
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
           END-IF.

      *    Keyed (store, posting month) accumulation, binary search
      *    and shift insert like ADD-TO-STORE-BOOK-TABLE.  The month
      *    is the one the record posts to, so a late sale lands in
      *    the open month exactly as it does on PERIOD-TABLE.
       ADD-TO-STORE-MONTH-TABLE.
           MOVE STORE-CODE TO SEARCH-SMON-STORE
           MOVE POSTING-PERIOD TO SEARCH-SMON-PERIOD
           PERFORM FIND-STORE-MONTH-ENTRY-PARA
           IF MATCHED
               SET MNX TO BSEARCH-INSERT-AT
               PERFORM APPLY-QUANTITY-TO-STORE-MONTH-PARA
           ELSE
               IF STORE-MONTH-COUNT >= MAX-STORE-MONTH-ENTRIES
                   ADD 1 TO REJECTED-STORE-MONTH-COUNT
                   DISPLAY 'STORE-MONTH-TABLE FULL - STORE='
                       STORE-CODE ' PERIOD=' POSTING-PERIOD
                       ' DROPPED'
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'STORE-MONTH-TABLE FULL - STORE=' STORE-CODE
                       ' PERIOD=' POSTING-PERIOD
                       ' DROPPED AT RECORD COUNT=' RECORDS-READ-COUNT
                       INTO AUDIT-LINE
                   WRITE AUDIT-RECORD FROM AUDIT-LINE
               ELSE
                   PERFORM VARYING SHIFT-SUB FROM STORE-MONTH-COUNT
                           BY -1 UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
                       MOVE STORE-MONTH-ENTRY(SHIFT-SUB)
                           TO STORE-MONTH-ENTRY(SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO STORE-MONTH-COUNT
                   SET MNX TO BSEARCH-INSERT-AT
                   MOVE SEARCH-STORE-MONTH-KEY TO STORE-MONTH-KEY(MNX)
                   MOVE ZERO TO SMON-GROSS-COPIES(MNX)
                   MOVE ZERO TO SMON-RETURN-COPIES(MNX)
                   MOVE ZERO TO SMON-COPIES(MNX)
                   MOVE ZERO TO SMON-REVENUE(MNX)
                   PERFORM APPLY-QUANTITY-TO-STORE-MONTH-PARA
               END-IF
           END-IF.

      *    Revenue at the price the journal records for the same
      *    sale: the effective-dated price once the title is priced,
      *    the master price while it waits on its legacy baseline.
       APPLY-QUANTITY-TO-STORE-MONTH-PARA.
           ADD SALE-QUANTITY TO SMON-COPIES(MNX)
           MOVE 'Y' TO SMON-UPDATED-FLAG(MNX)
           IF ENTRY-PRICED(IDX)
               COMPUTE SMON-REVENUE(MNX) = SMON-REVENUE(MNX)
                   + SALE-QUANTITY * EFFECTIVE-UNIT-PRICE
           ELSE
               COMPUTE SMON-REVENUE(MNX) = SMON-REVENUE(MNX)
                   + SALE-QUANTITY * CURRENT-MASTER-PRICE
           END-IF
           IF SALE-QUANTITY < 0
               ADD COPIES-SOLD TO SMON-RETURN-COPIES(MNX)
           ELSE
               ADD COPIES-SOLD TO SMON-GROSS-COPIES(MNX)
           END-IF.

       FIND-STORE-MONTH-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE STORE-MONTH-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF STORE-MONTH-KEY(BSEARCH-MID) = SEARCH-STORE-MONTH-KEY
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF STORE-MONTH-KEY(BSEARCH-MID) <
                       SEARCH-STORE-MONTH-KEY
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF NOT MATCHED
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
           END-IF.

      *    Takes the accepted record through the stock ledger at the
      *    same point it reaches STORE-BOOK-TABLE.  Pre-store data
      *    with no store code has no shelf to come off and is left
      *    out of the ledger.
       POST-TO-STOCK-PARA.
           IF STORE-CODE NOT = SPACES
               MOVE STORE-CODE TO SEARCH-STK-STORE
               MOVE BOOK-NUMBER TO SEARCH-STK-BOOK
               PERFORM FIND-STOCK-ENTRY-PARA
               IF MATCHED
                   SET SKX TO BSEARCH-INSERT-AT
                   PERFORM APPLY-QUANTITY-TO-STOCK-PARA
               ELSE
                   IF STOCK-COUNT >= MAX-STOCK-ENTRIES
                       ADD 1 TO REJECTED-STOCK-CAP-COUNT
                       DISPLAY 'STOCK-TABLE FULL - STORE=' STORE-CODE
                           ' BOOK-NUMBER=' BOOK-NUMBER
                           ' NOT POSTED TO STOCK'
                       MOVE SPACES TO AUDIT-LINE
                       STRING 'STOCK-TABLE FULL - STORE=' STORE-CODE
                           ' BOOK-NUMBER=' BOOK-NUMBER
                           ' NOT POSTED AT RECORD COUNT='
                           RECORDS-READ-COUNT
                           INTO AUDIT-LINE
                       WRITE AUDIT-RECORD FROM AUDIT-LINE
                   ELSE
                       PERFORM VARYING SHIFT-SUB FROM STOCK-COUNT
                               BY -1
                               UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
                           MOVE STOCK-ENTRY(SHIFT-SUB)
                               TO STOCK-ENTRY(SHIFT-SUB + 1)
                       END-PERFORM
                       ADD 1 TO STOCK-COUNT
                       SET SKX TO BSEARCH-INSERT-AT
                       MOVE SEARCH-STOCK-KEY TO STOCK-KEY(SKX)
                       MOVE ZERO TO STK-RECEIVED-COPIES(SKX)
                       MOVE ZERO TO STK-SOLD-COPIES(SKX)
                       MOVE ZERO TO STK-RETURNED-COPIES(SKX)
                       MOVE ZERO TO STK-ON-HAND(SKX)
                       MOVE ZERO TO STK-LAST-RECEIPT-DATE(SKX)
                       PERFORM APPLY-QUANTITY-TO-STOCK-PARA
                   END-IF
               END-IF
           END-IF.

      *    SALE-QUANTITY is positive for a sale, so subtracting it
      *    takes a sale out of stock and puts a return back.  The
      *    record that first tips a pair below zero is logged, the
      *    same way a title whose returns pass its sales is.
       APPLY-QUANTITY-TO-STOCK-PARA.
           SUBTRACT SALE-QUANTITY FROM STK-ON-HAND(SKX)
           IF SALE-QUANTITY < 0
               ADD COPIES-SOLD TO STK-RETURNED-COPIES(SKX)
           ELSE
               ADD COPIES-SOLD TO STK-SOLD-COPIES(SKX)
               IF STK-ON-HAND(SKX) < 0
                       AND STK-ON-HAND(SKX) + SALE-QUANTITY >= 0
                   ADD 1 TO STOCK-WENT-NEGATIVE-COUNT
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'STOCK WENT NEGATIVE - STORE=' STORE-CODE
                       ' BOOK-NUMBER=' BOOK-NUMBER
                       ' ON HAND=' STK-ON-HAND(SKX)
                       ' AT RECORD COUNT=' RECORDS-READ-COUNT
                       INTO AUDIT-LINE
                   WRITE AUDIT-RECORD FROM AUDIT-LINE
               END-IF
           END-IF.

       FIND-STOCK-ENTRY-PARA.
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
           IF NOT MATCHED
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
           END-IF.

      *    The (store, book) history the return must answer to is
      *    whatever STORE-BOOK-TABLE holds right now: the rolled-
      *    forward lifetime figures off BOOKHIST.DAT plus anything
                   PERFORM LOG-BATCH-CAPACITY-EXCEEDED-PARA
               ELSE
                   PERFORM INSERT-BATCH-ENTRY-PARA
                   IF BTCH-REVERSED
                       MOVE 'V' TO BATCH-SOURCE(BTX)
                       IF BTCH-REVERSED-DATE IS NUMERIC
                           MOVE BTCH-REVERSED-DATE
                               TO BATCH-REVERSED-DATE(BTX)
                       END-IF
                   ELSE
                       MOVE 'P' TO BATCH-SOURCE(BTX)
                   END-IF
                   IF BTCH-RUN-DATE IS NUMERIC
                       MOVE BTCH-RUN-DATE
                           TO BATCH-FIRST-RUN-DATE(BTX)
           SET BTX TO BSEARCH-INSERT-AT
           MOVE SEARCH-BATCH-ID TO BATCH-ENTRY-ID(BTX)
           MOVE 'N' TO BATCH-LOGGED-FLAG(BTX)
           MOVE RUN-DATE TO BATCH-FIRST-RUN-DATE(BTX)
           MOVE ZERO TO BATCH-REVERSED-DATE(BTX).

       LOG-BATCH-CAPACITY-EXCEEDED-PARA.
           ADD 1 TO REJECTED-BATCH-CAP-COUNT
               PERFORM FIND-BATCH-ENTRY-PARA
               IF MATCHED
                   SET BTX TO BSEARCH-INSERT-AT
                   IF BATCH-REVERSED-PRIOR(BTX)
                       PERFORM ACCEPT-RESENT-BATCH-PARA
                   END-IF
                   IF BATCH-FROM-PRIOR-RUN(BTX)
                       SET BATCH-IS-DUPLICATE TO TRUE
                       ADD 1 TO DUPLICATE-BATCH-REC-COUNT
               END-IF
           END-IF.

      *    The first record of a reversed batch's resend: from here
      *    on the id is this run's own again, and the registry
      *    entry is re-dated to tonight with the reversal mark off.
       ACCEPT-RESENT-BATCH-PARA.
           DISPLAY 'REVERSED BATCH RESENT - BATCH-ID=' SALE-BATCH-ID
               ' REVERSED ON ' BATCH-REVERSED-DATE(BTX)
               ' - PROCESSED AS NEW'
           MOVE SPACES TO AUDIT-LINE
           STRING 'REVERSED BATCH RESENT - BATCH-ID=' SALE-BATCH-ID
               ' REVERSED ON ' BATCH-REVERSED-DATE(BTX)
               ' - PROCESSED AS NEW AT RECORD COUNT='
               RECORDS-READ-COUNT
               INTO AUDIT-LINE
           WRITE AUDIT-RECORD FROM AUDIT-LINE
           MOVE 'N' TO BATCH-SOURCE(BTX)
           MOVE RUN-DATE TO BATCH-FIRST-RUN-DATE(BTX)
           MOVE ZERO TO BATCH-REVERSED-DATE(BTX).

       WRITE-BATCH-REGISTRY-PARA.
           OPEN OUTPUT BOOKBTCH
           PERFORM VARYING BTX FROM 1 BY 1 UNTIL BTX > BATCH-COUNT
               MOVE BATCH-ENTRY-ID(BTX) TO BTCH-ID
               MOVE BATCH-FIRST-RUN-DATE(BTX) TO BTCH-RUN-DATE
               IF BATCH-REVERSED-PRIOR(BTX)
                   SET BTCH-REVERSED TO TRUE
                   MOVE BATCH-REVERSED-DATE(BTX) TO BTCH-REVERSED-DATE
               ELSE
                   MOVE SPACE TO BTCH-STATUS
                   MOVE ZERO TO BTCH-REVERSED-DATE
               END-IF
               WRITE BATCH-REGISTRY-RECORD
           END-PERFORM
           CLOSE BOOKBTCH
           DISPLAY 'BATCH REGISTRY WRITTEN - BATCHES=' BATCH-COUNT.

      *    No calendar on file is not an error - nothing has been
      *    locked yet.  A calendar that is there but cannot be read
      *    is: posting without it would let sales land in locked
      *    months, so the run ends first.  The year-end opening
      *    balances are folded in after, so by now they must already
      *    be loaded (from the history, or from the checkpoint on a
      *    restart).
       LOAD-PERIOD-CALENDAR-PARA.
           OPEN INPUT BOOKPCAL
           IF CALENDAR-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPCAL
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PCAL-LOCKED AND PCAL-PERIOD NUMERIC
                               ADD 1 TO CALENDAR-LOCKED-COUNT
                               IF PCAL-PERIOD > LOCKED-THROUGH-PERIOD
                                   MOVE PCAL-PERIOD
                                       TO LOCKED-THROUGH-PERIOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPCAL
           ELSE
               IF CALENDAR-STATUS-CODE = '05'
                       OR CALENDAR-STATUS-CODE = '35'
                   IF CALENDAR-STATUS-CODE = '05'
                       CLOSE BOOKPCAL
                   END-IF
                   DISPLAY 'NO PERIOD CALENDAR ON FILE - STATUS='
                       CALENDAR-STATUS-CODE
               ELSE
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'BOOKPCAL.DAT NOT AVAILABLE - STATUS='
                       CALENDAR-STATUS-CODE
                       ' - RUN ENDED BEFORE POSTING'
                       INTO AUDIT-LINE
                   PERFORM END-BEFORE-POSTING-PARA
               END-IF
           END-IF
           PERFORM VARYING OBX FROM 1 BY 1 UNTIL OBX > OPENBAL-COUNT
               IF OB-AS-OF-PERIOD(OBX) > LOCKED-THROUGH-PERIOD
                   MOVE OB-AS-OF-PERIOD(OBX) TO LOCKED-THROUGH-PERIOD
               END-IF
           END-PERFORM
           IF LOCKED-THROUGH-PERIOD > 0
               MOVE LOCKED-THROUGH-PERIOD(1:4) TO PERIOD-YEAR-WORK
               MOVE LOCKED-THROUGH-PERIOD(5:2) TO PERIOD-MONTH-WORK
               IF PERIOD-MONTH-WORK >= 12
                   ADD 1 TO PERIOD-YEAR-WORK
                   MOVE 1 TO PERIOD-MONTH-WORK
               ELSE
                   ADD 1 TO PERIOD-MONTH-WORK
               END-IF
               COMPUTE CURRENT-OPEN-PERIOD =
                   PERIOD-YEAR-WORK * 100 + PERIOD-MONTH-WORK
               DISPLAY 'PERIOD CALENDAR - LOCKED THROUGH '
                   LOCKED-THROUGH-PERIOD ' - LATE SALES POST TO '
                   CURRENT-OPEN-PERIOD
               MOVE SPACES TO AUDIT-LINE
               STRING 'PERIOD CALENDAR - LOCKED THROUGH '
                   LOCKED-THROUGH-PERIOD ' - OPEN PERIOD '
                   CURRENT-OPEN-PERIOD
                   INTO AUDIT-LINE
               WRITE AUDIT-RECORD FROM AUDIT-LINE
           ELSE
               DISPLAY 'PERIOD CALENDAR - NO MONTH LOCKED'
           END-IF.

      *    A FULL rebuild re-derives every sale and return from the
      *    lifetime file, so only the receipts are taken off the
      *    ledger - the sales movement is zeroed and rebuilt, or the
      *    rebuild would take every sale out of stock twice.
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
               PERFORM SORT-STOCK-TABLE
               IF FULL-REPROCESS-MODE
                   PERFORM VARYING SKX FROM 1 BY 1
                           UNTIL SKX > STOCK-COUNT
                       MOVE ZERO TO STK-SOLD-COPIES(SKX)
                       MOVE ZERO TO STK-RETURNED-COPIES(SKX)
                       MOVE STK-RECEIVED-COPIES(SKX)
                           TO STK-ON-HAND(SKX)
                   END-PERFORM
                   DISPLAY 'FULL REPROCESS MODE - STOCK LEDGER '
                       'RESET TO RECEIPTS'
               END-IF
               DISPLAY 'STOCK LEDGER LOADED - STORE/TITLE ROWS='
                   STOCK-COUNT
           ELSE
               DISPLAY 'NO STOCK LEDGER ON FILE - STATUS='
                   STOCK-STATUS-CODE ' - ON HAND STARTS AT ZERO'
           END-IF.

       LOAD-ONE-STOCK-ENTRY-PARA.
           IF STOCK-COUNT >= MAX-STOCK-ENTRIES
               ADD 1 TO REJECTED-STOCK-CAP-COUNT
               DISPLAY 'STOCK-TABLE FULL - STORE=' STCK-STORE-CODE
                   ' BOOK-NUMBER=' STCK-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKSTCK.DAT'
               MOVE SPACES TO AUDIT-LINE
               STRING 'STOCK-TABLE FULL - STORE=' STCK-STORE-CODE
                   ' BOOK-NUMBER=' STCK-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKSTCK.DAT'
                   INTO AUDIT-LINE
               WRITE AUDIT-RECORD FROM AUDIT-LINE
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
           END-IF.

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

       WRITE-STOCK-LEDGER-PARA.
           OPEN OUTPUT BOOKSTCK
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               MOVE STK-STORE-CODE(SKX) TO STCK-STORE-CODE
               MOVE STK-BOOK-NUMBER(SKX) TO STCK-BOOK-NUMBER
               MOVE STK-RECEIVED-COPIES(SKX) TO STCK-RECEIVED-COPIES
               MOVE STK-SOLD-COPIES(SKX) TO STCK-SOLD-COPIES
               MOVE STK-RETURNED-COPIES(SKX) TO STCK-RETURNED-COPIES
               MOVE STK-ON-HAND(SKX) TO STCK-ON-HAND
               MOVE STK-LAST-RECEIPT-DATE(SKX)
                   TO STCK-LAST-RECEIPT-DATE
               WRITE STOCK-RECORD
           END-PERFORM
           CLOSE BOOKSTCK
           DISPLAY 'STOCK LEDGER WRITTEN - STORE/TITLE ROWS='
               STOCK-COUNT ' WENT NEGATIVE=' STOCK-WENT-NEGATIVE-COUNT.

      *    A FULL rebuild re-journals the lifetime file from scratch,
      *    unless it is resuming - then the records before the
      *    restart point are already on the journal and must stay.
      *    Only a journal that is not there at all ('35') is
      *    started here; any other failure to open it I-O is a
      *    journal on file that cannot be reached, and opening it
      *    OUTPUT would wipe its lifetime of records, so the run
      *    ends before anything is posted.
       OPEN-SALES-JOURNAL-PARA.
           IF FULL-REPROCESS-MODE AND RESTART-SKIP-COUNT = 0
               OPEN OUTPUT BOOKJRNL
           ELSE
               OPEN I-O BOOKJRNL
               EVALUATE JOURNAL-STATUS-CODE
                   WHEN '00'
                       CONTINUE
                   WHEN '05'
                   WHEN '35'
                       DISPLAY 'NO SALES JOURNAL ON FILE - STATUS='
                           JOURNAL-STATUS-CODE ' - STARTING A NEW ONE'
                       OPEN OUTPUT BOOKJRNL
                   WHEN OTHER
                       MOVE SPACES TO AUDIT-LINE
                       STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                           JOURNAL-STATUS-CODE
                           ' - RUN ENDED BEFORE POSTING'
                           INTO AUDIT-LINE
                       PERFORM END-BEFORE-POSTING-PARA
               END-EVALUATE
           END-IF
           IF JOURNAL-STATUS-CODE NOT = '00'
               MOVE SPACES TO AUDIT-LINE
               STRING 'BOOKJRNL.DAT NOT CREATED - STATUS='
                   JOURNAL-STATUS-CODE ' - RUN ENDED BEFORE POSTING'
                   INTO AUDIT-LINE
               PERFORM END-BEFORE-POSTING-PARA
           END-IF.

      *    A file the posting depends on could not be opened.  The
      *    reason already in AUDIT-LINE goes to the console and the
      *    audit trail and the run ends before a record is applied;
      *    the history and stock ledger updates stay open against
      *    this job, so a rerun of it is the only thing that can
      *    follow.
       END-BEFORE-POSTING-PARA.
           DISPLAY AUDIT-LINE
           WRITE AUDIT-RECORD FROM AUDIT-LINE
           CLOSE BOOKAUD
           CLOSE BOOKREJ
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *    The record has just been applied: SALE-QUANTITY carries
      *    its sign and BOOK-ENTRY(IDX) is its title.  Revenue is
      *    journalled at the price it accrued at - a legacy entry
      *    awaiting its baseline is valued at the master price the
      *    baseline will use.  A key already on file can only be a
      *    restart replaying records after its last checkpoint, so
      *    the replayed image replaces the old one.
       WRITE-JOURNAL-RECORD-PARA.
           ADD 1 TO JOURNAL-SEQUENCE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE SALE-BATCH-ID TO JRNL-BATCH-ID
           MOVE JOURNAL-SEQUENCE TO JRNL-SEQUENCE
           MOVE RUN-DATE TO JRNL-RUN-DATE
           MOVE BOOK-NUMBER TO JRNL-BOOK-NUMBER
           MOVE BOOK-NAME TO JRNL-BOOK-NAME
           MOVE STORE-CODE TO JRNL-STORE-CODE
           MOVE SALE-DATE TO JRNL-SALE-DATE
           MOVE SALE-STATUS TO JRNL-SALE-STATUS
           MOVE COPIES-SOLD TO JRNL-COPIES-SOLD
           MOVE SALE-QUANTITY TO JRNL-SALE-QUANTITY
           IF ENTRY-PRICED(IDX)
               MOVE EFFECTIVE-UNIT-PRICE TO JRNL-UNIT-PRICE
           ELSE
               MOVE CURRENT-MASTER-PRICE TO JRNL-UNIT-PRICE
           END-IF
           COMPUTE JRNL-REVENUE = SALE-QUANTITY * JRNL-UNIT-PRICE
           SET JRNL-LIVE TO TRUE
           MOVE ZERO TO JRNL-REVERSED-DATE
           MOVE POSTING-PERIOD TO JRNL-POSTED-PERIOD
           IF LATE-ADJUSTMENT
               SET JRNL-LATE-ADJUSTMENT TO TRUE
           END-IF
           WRITE JOURNAL-RECORD
               INVALID KEY
                   REWRITE JOURNAL-RECORD
                       INVALID KEY
                           PERFORM LOG-JOURNAL-ERROR-PARA
                       NOT INVALID KEY
                           ADD 1 TO JOURNAL-REPLACED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO JOURNAL-WRITTEN-COUNT
           END-WRITE.

       LOG-JOURNAL-ERROR-PARA.
           ADD 1 TO JOURNAL-ERROR-COUNT
           DISPLAY 'SALES JOURNAL WRITE FAILED - STATUS='
               JOURNAL-STATUS-CODE ' BATCH-ID=' SALE-BATCH-ID
               ' SEQUENCE=' JOURNAL-SEQUENCE
           MOVE SPACES TO AUDIT-LINE
           STRING 'SALES JOURNAL WRITE FAILED - STATUS='
               JOURNAL-STATUS-CODE ' BATCH-ID=' SALE-BATCH-ID
               ' SEQUENCE=' JOURNAL-SEQUENCE
               ' AT RECORD COUNT=' RECORDS-READ-COUNT
               INTO AUDIT-LINE
           WRITE AUDIT-RECORD FROM AUDIT-LINE.

       PRESCAN-BATCH-CONTROLS-PARA.
           OPEN INPUT BOOKSALES
           IF FILE-STATUS-CODE = '00'
           END-IF
           PERFORM EMIT-REPORT-LINE-PARA.

      *    The ledger is in (store, book) order, so each store's
      *    titles come out together under a heading with a store
      *    total, and a chain total closes the section.
       WRITE-STOCK-ON-HAND-REPORT-PARA.
           OPEN EXTEND BOOKRPT
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE 'STOCK ON HAND BY STORE' TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE '----------------------------------------'
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           IF STOCK-COUNT = 0
               MOVE '  (NO STOCK LEDGER ON FILE)' TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE-PARA
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING '  BOOK- TITLE                 RECEIVED'
                   '      SOLD  RETURNED     ON HAND'
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE-PARA
               MOVE HIGH-VALUES TO STOCK-STORE-HOLD
               MOVE ZERO TO STOCK-CHAIN-ON-HAND
               PERFORM VARYING SKX FROM 1 BY 1
                       UNTIL SKX > STOCK-COUNT
                   IF STK-STORE-CODE(SKX) NOT = STOCK-STORE-HOLD
                       IF STOCK-STORE-HOLD NOT = HIGH-VALUES
                           PERFORM EMIT-STOCK-STORE-TOTAL-PARA
                       END-IF
                       PERFORM EMIT-STOCK-STORE-HEADING-PARA
                   END-IF
                   PERFORM EMIT-STOCK-DETAIL-LINE-PARA
                   ADD STK-ON-HAND(SKX) TO STOCK-STORE-ON-HAND
                   ADD STK-ON-HAND(SKX) TO STOCK-CHAIN-ON-HAND
                   ADD 1 TO STOCK-TITLE-COUNT
               END-PERFORM
               PERFORM EMIT-STOCK-STORE-TOTAL-PARA
               MOVE STOCK-CHAIN-ON-HAND TO STOCK-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'CHAIN TOTAL ON HAND: ' STOCK-TOTAL-DISPLAY
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE-PARA
           END-IF
           CLOSE BOOKRPT.

       EMIT-STOCK-STORE-HEADING-PARA.
           MOVE STK-STORE-CODE(SKX) TO STOCK-STORE-HOLD
           MOVE ZERO TO STOCK-STORE-ON-HAND
           MOVE ZERO TO STOCK-TITLE-COUNT
           MOVE SPACES TO STOCK-STORE-NAME
           IF STORE-MASTER-COUNT > 0
               SEARCH ALL STORE-MASTER-ENTRY
                   AT END
                       MOVE 'NOT ON STORE MASTER' TO STOCK-STORE-NAME
                   WHEN SMAST-STORE-CODE(SMX) = STOCK-STORE-HOLD
                       MOVE SMAST-STORE-NAME(SMX) TO STOCK-STORE-NAME
               END-SEARCH
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE SPACES TO REPORT-LINE
           STRING 'STORE: ' STOCK-STORE-HOLD ' ' STOCK-STORE-NAME
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA.

       EMIT-STOCK-DETAIL-LINE-PARA.
           PERFORM FIND-STOCK-BOOK-NAME-PARA
           MOVE STK-RECEIVED-COPIES(SKX) TO RECEIVED-DISPLAY
           MOVE STK-SOLD-COPIES(SKX) TO GROSS-DISPLAY
           MOVE STK-RETURNED-COPIES(SKX) TO RETURNS-DISPLAY
           MOVE STK-ON-HAND(SKX) TO ON-HAND-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  ' STK-BOOK-NUMBER(SKX) ' ' STOCK-BOOK-NAME ' '
               RECEIVED-DISPLAY ' ' GROSS-DISPLAY ' '
               RETURNS-DISPLAY ' ' ON-HAND-DISPLAY
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA.

       EMIT-STOCK-STORE-TOTAL-PARA.
           MOVE STOCK-STORE-ON-HAND TO STOCK-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  STORE ' STOCK-STORE-HOLD ' TOTAL - TITLES: '
               STOCK-TITLE-COUNT ' ON HAND: ' STOCK-TOTAL-DISPLAY
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA.

       FIND-STOCK-BOOK-NAME-PARA.
           MOVE SPACES TO STOCK-BOOK-NAME
           IF MASTER-COUNT > 0
               MOVE STK-BOOK-NUMBER(SKX) TO TEMP-BOOK-NUMBER
               SEARCH ALL MASTER-ENTRY
                   AT END
                       MOVE 'NOT ON TITLE MASTER' TO STOCK-BOOK-NAME
                   WHEN MAST-BOOK-NUMBER(MIDX) = TEMP-BOOK-NUMBER
                       MOVE MAST-BOOK-NAME(MIDX) TO STOCK-BOOK-NAME
               END-SEARCH
           END-IF.

      *    Every pair below zero at end of run: stock sold that the
      *    ledger never saw arrive - a missed receipt, a delivery
      *    posted to the wrong store, or shrinkage on the paperwork.
       WRITE-NEGATIVE-STOCK-REPORT-PARA.
           OPEN EXTEND BOOKRPT
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE 'STOCK EXCEPTIONS - STORE/TITLE ON HAND BELOW ZERO'
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE '----------------------------------------'
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           MOVE ZERO TO STOCK-NEGATIVE-LISTED
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               IF STK-ON-HAND(SKX) < 0
                   ADD 1 TO STOCK-NEGATIVE-LISTED
                   PERFORM FIND-STOCK-BOOK-NAME-PARA
                   MOVE STK-RECEIVED-COPIES(SKX) TO RECEIVED-DISPLAY
                   MOVE STK-ON-HAND(SKX) TO ON-HAND-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' STK-STORE-CODE(SKX) ' '
                       STK-BOOK-NUMBER(SKX) ' ' STOCK-BOOK-NAME
                       ' RECEIVED: ' RECEIVED-DISPLAY
                       ' ON HAND: ' ON-HAND-DISPLAY
                       INTO REPORT-LINE
                   PERFORM EMIT-REPORT-LINE-PARA
               END-IF
           END-PERFORM
           IF STOCK-NEGATIVE-LISTED = 0
               MOVE '  (NONE)' TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE-PARA
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'PAIRS BELOW ZERO: ' STOCK-NEGATIVE-LISTED
               '  WENT NEGATIVE THIS RUN: ' STOCK-WENT-NEGATIVE-COUNT
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE-PARA
           CLOSE BOOKRPT.

      *    The edits run strictly in the order a keyer would fix
      *    them: key first, then quantity, then date.  Only the
      *    first failure is reported - the corrected record comes
                       MOVE HIST-RETURN-REJECTED
                           TO RETURN-REJECTED-COUNT
                   END-IF
                   IF HIST-JOURNAL-SEQ IS NUMERIC
                       MOVE HIST-JOURNAL-SEQ TO JOURNAL-SEQUENCE
                   END-IF
               WHEN HIST-TYPE-BOOK
                   IF TABLE-ENTRY-COUNT >= MAX-BOOK-ENTRIES
                       PERFORM LOG-HISTORY-LOAD-OVERFLOW-PARA
                           TO PERIOD-BOOK-NUMBER(PDX)
                       MOVE HIST-BOOK-NAME TO PERIOD-BOOK-NAME(PDX)
                       MOVE HIST-COPIES TO PERIOD-COPIES(PDX)
                       PERFORM RESTORE-PERIOD-SPLIT-PARA
                       MOVE 'N' TO PERIOD-UPDATED-FLAG(PDX)
                   END-IF
               WHEN HIST-TYPE-STATUS
                       MOVE HIST-KEY-PERIOD-CODE TO OB-AS-OF-PERIOD(OBX)
                       MOVE HIST-COPIES TO OB-COPIES(OBX)
                   END-IF
               WHEN HIST-TYPE-STORE-MONTH
                   IF STORE-MONTH-COUNT >= MAX-STORE-MONTH-ENTRIES
                       PERFORM LOG-HISTORY-LOAD-OVERFLOW-PARA
                   ELSE
                       ADD 1 TO STORE-MONTH-COUNT
                       SET MNX TO STORE-MONTH-COUNT
                       MOVE HIST-KEY-STORE-CODE TO SMON-STORE-CODE(MNX)
                       MOVE HIST-KEY-PERIOD-CODE
                           TO SMON-PERIOD-CODE(MNX)
                       MOVE HIST-GROSS-COPIES
                           TO SMON-GROSS-COPIES(MNX)
                       MOVE HIST-RETURN-COPIES
                           TO SMON-RETURN-COPIES(MNX)
                       MOVE HIST-COPIES TO SMON-COPIES(MNX)
                       MOVE HIST-REVENUE TO SMON-REVENUE(MNX)
                       MOVE 'N' TO SMON-UPDATED-FLAG(MNX)
                   END-IF
           END-EVALUATE.

      *    Month records written before sales and returns were kept
      *    apart carry spaces there.  The net figure is the best that
      *    is known of them: a net sale counts as sold, a net return
      *    as returned, and the month is exact from its next sale on.
       RESTORE-PERIOD-SPLIT-PARA.
           IF HIST-GROSS-COPIES IS NUMERIC
                   AND HIST-RETURN-COPIES IS NUMERIC
               MOVE HIST-GROSS-COPIES TO PERIOD-GROSS-COPIES(PDX)
               MOVE HIST-RETURN-COPIES TO PERIOD-RETURN-COPIES(PDX)
           ELSE
               IF HIST-COPIES < 0
                   MOVE ZERO TO PERIOD-GROSS-COPIES(PDX)
                   COMPUTE PERIOD-RETURN-COPIES(PDX) = 0 - HIST-COPIES
               ELSE
                   MOVE HIST-COPIES TO PERIOD-GROSS-COPIES(PDX)
                   MOVE ZERO TO PERIOD-RETURN-COPIES(PDX)
               END-IF
           END-IF.

       LOG-HISTORY-LOAD-OVERFLOW-PARA.
           DISPLAY 'TABLE FULL LOADING BOOKHIST.DAT - RECORD TYPE='
               HIST-REC-TYPE ' BOOK-NUMBER=' HIST-KEY-BOOK-NUMBER
                   PERFORM BUILD-STORE-BOOK-HISTORY-RECORD-PARA
                   PERFORM REWRITE-OR-WRITE-HISTORY-PARA
               END-IF
           END-PERFORM

           PERFORM VARYING MNX FROM 1 BY 1
                   UNTIL MNX > STORE-MONTH-COUNT
               IF SMON-UPDATED(MNX)
                   PERFORM BUILD-STORE-MONTH-HISTORY-RECORD-PARA
                   PERFORM REWRITE-OR-WRITE-HISTORY-PARA
               END-IF
           END-PERFORM.

      *    Opening balances are deliberately absent here: only the
               WRITE HISTORY-RECORD
           END-PERFORM

           PERFORM VARYING MNX FROM 1 BY 1
                   UNTIL MNX > STORE-MONTH-COUNT
               PERFORM BUILD-STORE-MONTH-HISTORY-RECORD-PARA
               WRITE HISTORY-RECORD
           END-PERFORM

           PERFORM VARYING OBX FROM 1 BY 1
                   UNTIL OBX > OPENBAL-COUNT
               PERFORM BUILD-OPENBAL-HISTORY-RECORD-PARA
           MOVE CLOSED-STORE-REJECTED-COUNT TO HIST-CLOSED-REJECTED
           MOVE HELD-BATCH-REC-COUNT TO HIST-HELD-BATCH
           MOVE BATCH-CONTROL-REC-COUNT TO HIST-CONTROL-RECS
           MOVE RETURN-REJECTED-COUNT TO HIST-RETURN-REJECTED
           MOVE JOURNAL-SEQUENCE TO HIST-JOURNAL-SEQ.

       BUILD-BOOK-HISTORY-RECORD-PARA.
           MOVE SPACES TO HISTORY-RECORD
           MOVE PERIOD-CODE(PDX) TO HIST-KEY-PERIOD-CODE
           MOVE PERIOD-BOOK-NUMBER(PDX) TO HIST-KEY-BOOK-NUMBER
           MOVE PERIOD-BOOK-NAME(PDX) TO HIST-BOOK-NAME
           MOVE PERIOD-COPIES(PDX) TO HIST-COPIES
           MOVE PERIOD-GROSS-COPIES(PDX) TO HIST-GROSS-COPIES
           MOVE PERIOD-RETURN-COPIES(PDX) TO HIST-RETURN-COPIES.

      *    The one-byte status code doubles as the key's book field
      *    so each tally keys uniquely; the labelled copy stays in
           MOVE SB-RETURN-COPIES(SBX) TO HIST-RETURN-COPIES
           MOVE SB-COPIES(SBX) TO HIST-COPIES.

       BUILD-STORE-MONTH-HISTORY-RECORD-PARA.
           MOVE SPACES TO HISTORY-RECORD
           SET HIST-TYPE-STORE-MONTH TO TRUE
           MOVE SMON-STORE-CODE(MNX) TO HIST-KEY-STORE-CODE
           MOVE SMON-PERIOD-CODE(MNX) TO HIST-KEY-PERIOD-CODE
           MOVE SPACES TO HIST-KEY-BOOK-NUMBER
           MOVE SMON-GROSS-COPIES(MNX) TO HIST-GROSS-COPIES
           MOVE SMON-RETURN-COPIES(MNX) TO HIST-RETURN-COPIES
           MOVE SMON-COPIES(MNX) TO HIST-COPIES
           MOVE SMON-REVENUE(MNX) TO HIST-REVENUE.

       BUILD-OPENBAL-HISTORY-RECORD-PARA.
           MOVE SPACES TO HISTORY-RECORD
           SET HIST-TYPE-OPENBAL TO TRUE
                       MOVE CKPT-RETURN-REJECTED
                           TO RETURN-REJECTED-COUNT
                   END-IF
                   IF CKPT-JOURNAL-SEQ IS NUMERIC
                       MOVE CKPT-JOURNAL-SEQ TO JOURNAL-SEQUENCE
                   END-IF
               WHEN CKPT-TYPE-BOOK
                   ADD 1 TO TABLE-ENTRY-COUNT
                   SET IDX TO TABLE-ENTRY-COUNT
                   MOVE CKPT-BOOK-NUMBER TO PERIOD-BOOK-NUMBER(PDX)
                   MOVE CKPT-BOOK-NAME TO PERIOD-BOOK-NAME(PDX)
                   MOVE CKPT-COPIES TO PERIOD-COPIES(PDX)
                   IF CKPT-GROSS-COPIES IS NUMERIC
                           AND CKPT-RETURN-COPIES IS NUMERIC
                       MOVE CKPT-GROSS-COPIES
                           TO PERIOD-GROSS-COPIES(PDX)
                       MOVE CKPT-RETURN-COPIES
                           TO PERIOD-RETURN-COPIES(PDX)
                   ELSE
                       IF CKPT-COPIES < 0
                           MOVE ZERO TO PERIOD-GROSS-COPIES(PDX)
                           COMPUTE PERIOD-RETURN-COPIES(PDX) =
                               0 - CKPT-COPIES
                       ELSE
                           MOVE CKPT-COPIES
                               TO PERIOD-GROSS-COPIES(PDX)
                           MOVE ZERO TO PERIOD-RETURN-COPIES(PDX)
                       END-IF
                   END-IF
                   MOVE 'Y' TO PERIOD-UPDATED-FLAG(PDX)
               WHEN CKPT-TYPE-STATUS
                   ADD 1 TO STATUS-ENTRY-COUNT
                   ADD 1 TO BATCH-COUNT
                   SET BTX TO BATCH-COUNT
                   MOVE CKPT-BATCH-ID TO BATCH-ENTRY-ID(BTX)
                   EVALUATE CKPT-BATCH-SOURCE
                       WHEN 'P'
                           MOVE 'P' TO BATCH-SOURCE(BTX)
                       WHEN 'V'
                           MOVE 'V' TO BATCH-SOURCE(BTX)
                       WHEN OTHER
                           MOVE 'N' TO BATCH-SOURCE(BTX)
                   END-EVALUATE
                   MOVE 'N' TO BATCH-LOGGED-FLAG(BTX)
                   IF CKPT-REVERSED-DATE IS NUMERIC
                       MOVE CKPT-REVERSED-DATE
                           TO BATCH-REVERSED-DATE(BTX)
                   ELSE
                       MOVE ZERO TO BATCH-REVERSED-DATE(BTX)
                   END-IF
      *    Keep the interrupted run's own date across a restart
      *    that crosses midnight.
                   IF CKPT-SALE-DATE IS NUMERIC
                   MOVE CKPT-SALE-STATUS-CODE TO SUS-STATUS(SUX)
                   MOVE CKPT-STATUS-REC-COUNT
                       TO SUSPECT-REC-COUNT(SUX)
               WHEN CKPT-TYPE-STOCK
                   ADD 1 TO STOCK-COUNT
                   SET SKX TO STOCK-COUNT
                   MOVE CKPT-STORE-CODE TO STK-STORE-CODE(SKX)
                   MOVE CKPT-BOOK-NUMBER TO STK-BOOK-NUMBER(SKX)
                   MOVE CKPT-RECEIVED-COPIES TO STK-RECEIVED-COPIES(SKX)
                   MOVE CKPT-GROSS-COPIES TO STK-SOLD-COPIES(SKX)
                   MOVE CKPT-RETURN-COPIES TO STK-RETURNED-COPIES(SKX)
                   MOVE CKPT-COPIES TO STK-ON-HAND(SKX)
                   MOVE CKPT-SALE-DATE TO STK-LAST-RECEIPT-DATE(SKX)
               WHEN CKPT-TYPE-STORE-MONTH
                   ADD 1 TO STORE-MONTH-COUNT
                   SET MNX TO STORE-MONTH-COUNT
                   MOVE CKPT-STORE-CODE TO SMON-STORE-CODE(MNX)
                   MOVE CKPT-PERIOD-CODE TO SMON-PERIOD-CODE(MNX)
                   MOVE CKPT-GROSS-COPIES TO SMON-GROSS-COPIES(MNX)
                   MOVE CKPT-RETURN-COPIES TO SMON-RETURN-COPIES(MNX)
                   MOVE CKPT-COPIES TO SMON-COPIES(MNX)
                   MOVE CKPT-REVENUE TO SMON-REVENUE(MNX)
                   MOVE 'Y' TO SMON-UPDATED-FLAG(MNX)
               WHEN CKPT-TYPE-COMPLETE
                   MOVE ZERO TO RESTART-SKIP-COUNT
                   MOVE ZERO TO TABLE-ENTRY-COUNT
                   MOVE ZERO TO STATUS-ENTRY-COUNT
                   MOVE ZERO TO STORE-COUNT
                   MOVE ZERO TO STORE-BOOK-COUNT
                   MOVE ZERO TO STORE-MONTH-COUNT
                   MOVE ZERO TO OPENBAL-COUNT
                   MOVE ZERO TO SUSPECT-COUNT
                   MOVE ZERO TO STOCK-COUNT
                   MOVE ZERO TO BATCH-COUNT
                   MOVE ZERO TO DUPLICATE-BATCH-REC-COUNT
                   MOVE ZERO TO RECORDS-READ-COUNT
                   MOVE ZERO TO HELD-BATCH-REC-COUNT
                   MOVE ZERO TO BATCH-CONTROL-REC-COUNT
                   MOVE ZERO TO RETURN-REJECTED-COUNT
                   MOVE ZERO TO JOURNAL-SEQUENCE
                   MOVE ZERO TO PHYSICAL-READ-COUNT
           END-EVALUATE.

           MOVE HELD-BATCH-REC-COUNT TO CKPT-HELD-BATCH
           MOVE BATCH-CONTROL-REC-COUNT TO CKPT-CONTROL-RECS
           MOVE RETURN-REJECTED-COUNT TO CKPT-RETURN-REJECTED
           MOVE JOURNAL-SEQUENCE TO CKPT-JOURNAL-SEQ
           WRITE CHECKPOINT-RECORD

           PERFORM VARYING IDX FROM 1 BY 1
               MOVE PERIOD-BOOK-NUMBER(PDX) TO CKPT-BOOK-NUMBER
               MOVE PERIOD-BOOK-NAME(PDX) TO CKPT-BOOK-NAME
               MOVE PERIOD-COPIES(PDX) TO CKPT-COPIES
               MOVE PERIOD-GROSS-COPIES(PDX) TO CKPT-GROSS-COPIES
               MOVE PERIOD-RETURN-COPIES(PDX) TO CKPT-RETURN-COPIES
               WRITE CHECKPOINT-RECORD
           END-PERFORM

               WRITE CHECKPOINT-RECORD
           END-PERFORM

           PERFORM VARYING MNX FROM 1 BY 1
                   UNTIL MNX > STORE-MONTH-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CKPT-TYPE-STORE-MONTH TO TRUE
               MOVE SMON-STORE-CODE(MNX) TO CKPT-STORE-CODE
               MOVE SMON-PERIOD-CODE(MNX) TO CKPT-PERIOD-CODE
               MOVE SMON-GROSS-COPIES(MNX) TO CKPT-GROSS-COPIES
               MOVE SMON-RETURN-COPIES(MNX) TO CKPT-RETURN-COPIES
               MOVE SMON-COPIES(MNX) TO CKPT-COPIES
               MOVE SMON-REVENUE(MNX) TO CKPT-REVENUE
               WRITE CHECKPOINT-RECORD
           END-PERFORM

      *    Opening balances ride the checkpoint too - a restart
      *    skips the history load, so this is the only place they
      *    survive an interrupted run.
               MOVE BATCH-ENTRY-ID(BTX) TO CKPT-BATCH-ID
               MOVE BATCH-SOURCE(BTX) TO CKPT-BATCH-SOURCE
               MOVE BATCH-FIRST-RUN-DATE(BTX) TO CKPT-SALE-DATE
               MOVE BATCH-REVERSED-DATE(BTX) TO CKPT-REVERSED-DATE
               WRITE CHECKPOINT-RECORD
           END-PERFORM

               WRITE CHECKPOINT-RECORD
           END-PERFORM

      *    The whole stock ledger, for the same reason as the
      *    registry: BOOKSTCK.DAT is truncated the moment its
      *    rewrite opens.
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               SET CKPT-TYPE-STOCK TO TRUE
               MOVE STK-STORE-CODE(SKX) TO CKPT-STORE-CODE
               MOVE STK-BOOK-NUMBER(SKX) TO CKPT-BOOK-NUMBER
               MOVE STK-RECEIVED-COPIES(SKX) TO CKPT-RECEIVED-COPIES
               MOVE STK-SOLD-COPIES(SKX) TO CKPT-GROSS-COPIES
               MOVE STK-RETURNED-COPIES(SKX) TO CKPT-RETURN-COPIES
               MOVE STK-ON-HAND(SKX) TO CKPT-COPIES
               MOVE STK-LAST-RECEIPT-DATE(SKX) TO CKPT-SALE-DATE
               WRITE CHECKPOINT-RECORD
           END-PERFORM

           CLOSE BOOKCKPT.

       WRITE-CHECKPOINT-COMPLETE-PARA.
               REJECTED-MASTER-LOAD-COUNT
           DISPLAY 'PRICE ROWS DROPPED/SKIPPED ...... '
               REJECTED-PRICE-LOAD-COUNT
           DISPLAY 'PROMOTIONS DROPPED/SKIPPED ...... '
               REJECTED-PROMO-LOAD-COUNT
           DISPLAY 'RECORDS VALUED AT PROMOTION ..... '
               PROMO-PRICED-COUNT
           DISPLAY 'STATUS CODES DROPPED - NO ROOM .. '
               REJECTED-STATUS-COUNT
           DISPLAY 'DISTINCT PERIODS DROPPED - NO ROOM '
               REJECTED-STORE-CAP-COUNT
           DISPLAY 'STORE-BOOK ENTRIES DROPPED - NO ROOM '
               REJECTED-STORE-BOOK-COUNT
           DISPLAY 'STORE-MONTH ENTRIES DROPPED - NO ROOM '
               REJECTED-STORE-MONTH-COUNT
           DISPLAY 'SUSPECT ENTRIES DROPPED - NO ROOM '
               REJECTED-SUSPECT-COUNT
           DISPLAY 'BATCH IDS DROPPED - NO ROOM . '
                       FUNCTION TRIM(SLICE-BOOK-NAME(WDX)) " | "
                       "Net Copies: " NET-COPIES-DISPLAY
           END-PERFORM.

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
