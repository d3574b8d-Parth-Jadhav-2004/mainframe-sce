       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODS-RECEIPT-POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKRCVT ASSIGN TO 'BOOKRCVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS-CODE.

           SELECT OPTIONAL BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS-CODE.

           SELECT BOOKSNEW ASSIGN TO 'BOOKSNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STOCK-STATUS-CODE.

           SELECT OPTIONAL BOOKRCVH ASSIGN TO 'BOOKRCVH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-HIST-STATUS-CODE.

           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-MASTER-STATUS-CODE.

           SELECT BOOKREPL ASSIGN TO 'BOOKREPL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLENISH-STATUS-CODE.

           SELECT BOOKRRPT ASSIGN TO 'BOOKRRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-REPORT-STATUS-CODE.

           SELECT BOOKRAUD ASSIGN TO 'BOOKRAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-AUDIT-STATUS-CODE.

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
      *    One delivery line per store and title, keyed off the
      *    delivery note.  Copies and date arrive as characters and
      *    are edited before anything is posted, the same way the
      *    maintenance jobs edit a keyed price.
       FD BOOKRCVT.
       01 RECEIPT-TRAN-RECORD.
           05 RCVT-STORE-CODE          PIC X(4).
           05 RCVT-BOOK-NUMBER         PIC X(5).
           05 RCVT-COPIES              PIC X(6).
           05 RCVT-COPIES-NUMERIC      REDEFINES RCVT-COPIES
                                       PIC 9(6).
           05 RCVT-RECEIPT-DATE        PIC X(8).
           05 RCVT-DATE-NUMERIC        REDEFINES RCVT-RECEIPT-DATE
                                       PIC 9(8).
           05 RCVT-DELIVERY-REF        PIC X(10).

      *    Stock-on-hand ledger, one record per store and title in
      *    (store, book) order.  Receipts build the received figure
      *    here; the nightly sales run takes accepted sales out and
      *    puts accepted returns back, so on hand is always received
      *    less sold plus returned.  The layout is mirrored in the
      *    nightly job, which updates the live file in place.
       FD BOOKSTCK.
       01 STOCK-RECORD.
           05 STCK-STORE-CODE          PIC X(4).
           05 STCK-BOOK-NUMBER         PIC X(5).
           05 STCK-RECEIVED-COPIES     PIC 9(9).
           05 STCK-SOLD-COPIES         PIC 9(9).
           05 STCK-RETURNED-COPIES     PIC 9(9).
           05 STCK-ON-HAND             PIC S9(9) SIGN LEADING SEPARATE.
           05 STCK-LAST-RECEIPT-DATE   PIC 9(8).

      *    The posted ledger goes out under a new name, like the
      *    masters out of BOOKMAINT and STORMAINT, and is promoted
      *    over BOOKSTCK.DAT before the nightly sales run - swapped
      *    after it, it would throw away that night's sales, so the
      *    nightly run refuses to start while it is waiting.
       FD BOOKSNEW.
       01 NEW-STOCK-RECORD.
           05 NEW-STCK-STORE-CODE      PIC X(4).
           05 NEW-STCK-BOOK-NUMBER     PIC X(5).
           05 NEW-STCK-RECEIVED-COPIES PIC 9(9).
           05 NEW-STCK-SOLD-COPIES     PIC 9(9).
           05 NEW-STCK-RETURNED-COPIES PIC 9(9).
           05 NEW-STCK-ON-HAND         PIC S9(9)
                                       SIGN LEADING SEPARATE.
           05 NEW-STCK-LAST-RECEIPT-DATE PIC 9(8).

      *    Every receipt ever posted, appended to (never rewritten)
      *    with its delivery date, so the order reconciliation can
      *    count what arrived since purchasing ordered, not just
      *    what arrived tonight.
       FD BOOKRCVH.
       01 RECEIPT-HISTORY-RECORD.
           05 RCVH-STORE-CODE          PIC X(4).
           05 RCVH-BOOK-NUMBER         PIC X(5).
           05 RCVH-RECEIPT-DATE        PIC 9(8).
           05 RCVH-COPIES              PIC 9(7).
           05 RCVH-DELIVERY-REF        PIC X(10).
           05 RCVH-POSTED-DATE         PIC 9(8).

       FD BOOKMAST.
       01 MASTER-RECORD.
           05 MASTER-REC-BOOK-NUMBER   PIC X(5).
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.
           05 MASTER-REC-CATEGORY      PIC X(10).

       FD STORMAST.
       01 STORE-MASTER-RECORD.
           05 STORE-REC-CODE           PIC X(4).
           05 STORE-REC-NAME           PIC X(20).
           05 STORE-REC-REGION         PIC X(10).
           05 STORE-REC-STATUS         PIC X.

      *    Purchasing's replenishment feed, exactly as the nightly
      *    job writes it - the order quantities the reconciliation
      *    holds the receipts against.
       FD BOOKREPL.
       01 REPLENISH-RECORD.
           05 REPL-BOOK-NUMBER        PIC X(5).
           05 REPL-BOOK-NAME          PIC X(20).
           05 REPL-CATEGORY           PIC X(10).
           05 REPL-UNIT-PRICE         PIC 9(4)V99.
           05 REPL-LAST-PERIOD        PIC 9(6).
           05 REPL-LAST-NET           PIC S9(7) SIGN LEADING SEPARATE.
           05 REPL-TRAIL-NET          PIC S9(7) SIGN LEADING SEPARATE.
           05 REPL-ORDER-QTY          PIC 9(7).

       FD BOOKRRPT.
       01 RECEIPT-REPORT-RECORD  PIC X(80).

       FD BOOKRAUD.
       01 RECEIPT-AUDIT-RECORD   PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 RECEIPT-STATUS-CODE    PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 NEW-STOCK-STATUS-CODE  PIC XX.
       01 RECEIPT-HIST-STATUS-CODE PIC XX.
       01 MASTER-STATUS-CODE     PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 REPLENISH-STATUS-CODE  PIC XX.
       01 RECEIPT-REPORT-STATUS-CODE PIC XX.
       01 RECEIPT-AUDIT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The whole ledger is held in storage while the receipts
      *    post against it, keyed (store, book) and kept in key
      *    order for binary search with the usual shift insert -
      *    the same scale and scheme as the nightly job's
      *    STORE-BOOK-TABLE, which it shadows.
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
       01 REJECTED-STOCK-LOAD-COUNT PIC 9(5) VALUE ZERO.
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

      *    Title and store masters, loaded and searched the way the
      *    nightly job loads them, so a receipt for a title or store
      *    nobody set up is turned away instead of opening a ledger
      *    row the sales run can never match.  An absent master
      *    skips that validation, as it does in the nightly job.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS MAST-BOOK-NUMBER
                   INDEXED BY MIDX.
               10 MAST-BOOK-NUMBER   PIC X(5).
               10 MAST-BOOK-NAME     PIC X(20).
       01 TEMP-MASTER-ENTRY.
           05 TEMP-MAST-BOOK-NUMBER  PIC X(5).
           05 TEMP-MAST-BOOK-NAME    PIC X(20).
       01 MASTER-COUNT           PIC 9(5) VALUE ZERO.
       01 MAX-MASTER-ENTRIES     PIC 9(5) VALUE 10000.
       01 REJECTED-MASTER-LOAD-COUNT PIC 9(5) VALUE ZERO.

       01 STORE-MASTER-TABLE.
           05 STORE-MASTER-ENTRY OCCURS 500 TIMES
                   ASCENDING KEY IS SMAST-STORE-CODE
                   INDEXED BY SMX.
               10 SMAST-STORE-CODE   PIC X(4).
               10 SMAST-STORE-NAME   PIC X(20).
               10 SMAST-STATUS       PIC X.
                   88 SMAST-STORE-CLOSED VALUE 'C'.
       01 TEMP-STORE-MASTER-ENTRY.
           05 TEMP-SMAST-CODE        PIC X(4).
           05 TEMP-SMAST-NAME        PIC X(20).
           05 TEMP-SMAST-STATUS      PIC X.
       01 STORE-MASTER-COUNT     PIC 9(5) VALUE ZERO.
       01 MAX-STORE-MASTER-ENTRIES PIC 9(5) VALUE 500.
       01 REJECTED-STORE-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Order reconciliation: one entry per title on the
      *    replenishment extract, carrying the order quantity and
      *    the copies received (all stores) on or after the first
      *    day of the extract's ordering month - nothing delivered
      *    before purchasing saw the month's sales can be against
      *    that order.  The extract is written in book order, so
      *    the table loads already keyed for binary search.
       01 RECON-TABLE.
           05 RECON-ENTRY OCCURS 5000 TIMES INDEXED BY RCX.
               10 RECON-BOOK-NUMBER   PIC X(5).
               10 RECON-BOOK-NAME     PIC X(20).
               10 RECON-ORDER-PERIOD  PIC 9(6).
               10 RECON-ORDER-QTY     PIC 9(7).
               10 RECON-RECEIVED-QTY  PIC 9(9).
       01 RECON-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-RECON-ENTRIES      PIC 9(5) VALUE 5000.
       01 REJECTED-RECON-COUNT   PIC 9(5) VALUE ZERO.
       01 RECON-FROM-DATE        PIC 9(8).
       01 RECON-SHORT-QTY        PIC S9(9).
       01 RECON-SHORT-COUNT      PIC 9(5) VALUE ZERO.
       01 RECON-OVER-COUNT       PIC 9(5) VALUE ZERO.
       01 RECON-FULL-COUNT       PIC 9(5) VALUE ZERO.
       01 RECON-STATUS-TEXT      PIC X(8).

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).
       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 SHIFT-SUB              PIC 9(5).

       01 RUN-DATE               PIC 9(8).

      *    Receipt date edit - the same calendar check the nightly
      *    job makes on a sale date.
       01 EDIT-YEAR              PIC 9(4).
       01 EDIT-MONTH             PIC 9(2).
       01 EDIT-DAY               PIC 9(2).
       01 EDIT-MONTH-DAYS        PIC 9(2).
       01 LEAP-DIVIDE-QUOTIENT   PIC 9(4).
       01 LEAP-DIVIDE-REMAINDER  PIC 9(4).
       01 LEAP-YEAR-SWITCH       PIC X.
           88 LEAP-YEAR          VALUE 'Y'.

       01 RECEIPT-REPORT-LINE    PIC X(80).
       01 RECEIPT-AUDIT-LINE     PIC X(100).
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 COPIES-DISPLAY         PIC Z,ZZZ,ZZ9.
       01 ORDER-DISPLAY          PIC Z,ZZZ,ZZ9.
       01 SHORT-DISPLAY          PIC Z,ZZZ,ZZ9-.

      *    Control totals for the trailer reconciliation: every
      *    receipt read must land in exactly one of the posted or
      *    rejected buckets, and the copies posted must equal the
      *    growth in the ledger's received total.
       01 RECEIPTS-READ-COUNT    PIC 9(7) VALUE ZERO.
       01 RECEIPTS-POSTED-COUNT  PIC 9(7) VALUE ZERO.
       01 RECEIPTS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 COPIES-POSTED-TOTAL    PIC 9(9) VALUE ZERO.
       01 RECEIVED-BEFORE-TOTAL  PIC 9(11) VALUE ZERO.
       01 RECEIVED-AFTER-TOTAL   PIC 9(11) VALUE ZERO.
       01 RECEIVED-CHECK-TOTAL   PIC 9(11) VALUE ZERO.
       01 LEDGER-BEFORE-COUNT    PIC 9(5) VALUE ZERO.

       01 REJECT-REASON-TEXT     PIC X(25).
       01 DISPOSITION-TEXT       PIC X(10).

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKRCPT'.
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

      *    The stock ledger must be the live generation, with no new one
      *    from an earlier run still waiting to be swapped in - this
      *    run's new ledger would otherwise be built on the old one.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKRAUD
           MOVE SPACES TO RECEIPT-AUDIT-LINE
           STRING 'GOODS RECEIPT AUDIT TRAIL - RUN DATE: '
               RUN-DATE INTO RECEIPT-AUDIT-LINE
           WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE

           OPEN OUTPUT BOOKRRPT
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'GOODS RECEIPT POSTING REPORT - RUN DATE: '
               RUN-DATE INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE

           PERFORM LOAD-MASTER-PARA
           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM LOAD-STOCK-LEDGER-PARA
           MOVE STOCK-COUNT TO LEDGER-BEFORE-COUNT

           MOVE LEDGER-BEFORE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'STORE/TITLE ROWS ON LEDGER BEFORE POSTING: '
               COUNT-DISPLAY INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           MOVE SPACES TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           MOVE 'STOR BOOK-  COPIES  REC-DATE  DELIV-REF   DISPOSITION'
               TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE

           OPEN EXTEND BOOKRCVH
           PERFORM PROCESS-RECEIPT-FILE-PARA
           CLOSE BOOKRCVH
           IF RECEIPTS-POSTED-COUNT > 0
               MOVE 'BOOKRCVH' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF

           PERFORM WRITE-NEW-LEDGER-PARA
           PERFORM WRITE-REPORT-TRAILER-PARA
           PERFORM RECONCILE-ORDERS-PARA

           CLOSE BOOKRRPT
           CLOSE BOOKRAUD

           DISPLAY 'GOODS RECEIPT POSTING COMPLETE'
           DISPLAY 'RECEIPTS READ ........... ' RECEIPTS-READ-COUNT
           DISPLAY 'RECEIPTS POSTED ......... ' RECEIPTS-POSTED-COUNT
           DISPLAY 'RECEIPTS REJECTED ....... '
               RECEIPTS-REJECTED-COUNT
           DISPLAY 'COPIES POSTED ........... ' COPIES-POSTED-TOTAL
           DISPLAY 'LEDGER ROWS BEFORE ...... ' LEDGER-BEFORE-COUNT
           DISPLAY 'LEDGER ROWS AFTER ....... ' STOCK-COUNT
           DISPLAY 'ORDERS SHORT ............ ' RECON-SHORT-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-MASTER-PARA.
           OPEN INPUT BOOKMAST
           IF MASTER-STATUS-CODE = '00'
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
               PERFORM PAD-MASTER-TABLE-PARA
           ELSE
               DISPLAY 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - TITLE VALIDATION SKIPPED'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - TITLE VALIDATION SKIPPED'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           END-IF.

       LOAD-ONE-MASTER-ENTRY-PARA.
           IF MASTER-COUNT >= MAX-MASTER-ENTRIES
               ADD 1 TO REJECTED-MASTER-LOAD-COUNT
               DISPLAY 'MASTER-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKMAST.DAT'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'MASTER-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKMAST.DAT'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           ELSE
               ADD 1 TO MASTER-COUNT
               SET MIDX TO MASTER-COUNT
               MOVE MASTER-REC-BOOK-NUMBER TO MAST-BOOK-NUMBER(MIDX)
               MOVE MASTER-REC-BOOK-NAME TO MAST-BOOK-NAME(MIDX)
           END-IF.

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

      *    SEARCH ALL walks the whole OCCURS, so unused slots must
      *    sort after every real key.
       PAD-MASTER-TABLE-PARA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MAX-MASTER-ENTRIES
               IF I > MASTER-COUNT
                   MOVE HIGH-VALUES TO MAST-BOOK-NUMBER(I)
               END-IF
           END-PERFORM.

       LOAD-STORE-MASTER-PARA.
           OPEN INPUT STORMAST
           IF STORE-MASTER-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ STORMAST
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-STORE-MASTER-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE STORMAST
               PERFORM SORT-STORE-MASTER-TABLE
               PERFORM PAD-STORE-MASTER-TABLE-PARA
           ELSE
               DISPLAY 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE
                   ' - STORE VALIDATION SKIPPED'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE
                   ' - STORE VALIDATION SKIPPED'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           END-IF.

       LOAD-ONE-STORE-MASTER-PARA.
           IF STORE-MASTER-COUNT >= MAX-STORE-MASTER-ENTRIES
               ADD 1 TO REJECTED-STORE-LOAD-COUNT
               DISPLAY 'STORE-MASTER-TABLE FULL - STORE='
                   STORE-REC-CODE ' NOT LOADED FROM STORMAST.DAT'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'STORE-MASTER-TABLE FULL - STORE='
                   STORE-REC-CODE ' NOT LOADED FROM STORMAST.DAT'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           ELSE
               ADD 1 TO STORE-MASTER-COUNT
               SET SMX TO STORE-MASTER-COUNT
               MOVE STORE-REC-CODE TO SMAST-STORE-CODE(SMX)
               MOVE STORE-REC-NAME TO SMAST-STORE-NAME(SMX)
               IF STORE-REC-STATUS = 'C'
                   MOVE 'C' TO SMAST-STATUS(SMX)
               ELSE
                   MOVE 'O' TO SMAST-STATUS(SMX)
               END-IF
           END-IF.

       SORT-STORE-MASTER-TABLE.
           IF STORE-MASTER-COUNT > 1
               DIVIDE STORE-MASTER-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > STORE-MASTER-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF SMAST-STORE-CODE(SORT-SUB) <=
                                   SMAST-STORE-CODE(J)
                               EXIT PERFORM
                           END-IF
                           MOVE STORE-MASTER-ENTRY(SORT-SUB)
                               TO TEMP-STORE-MASTER-ENTRY
                           MOVE STORE-MASTER-ENTRY(J)
                               TO STORE-MASTER-ENTRY(SORT-SUB)
                           MOVE TEMP-STORE-MASTER-ENTRY
                               TO STORE-MASTER-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       PAD-STORE-MASTER-TABLE-PARA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MAX-STORE-MASTER-ENTRIES
               IF I > STORE-MASTER-COUNT
                   MOVE HIGH-VALUES TO SMAST-STORE-CODE(I)
               END-IF
           END-PERFORM.

      *    A missing ledger is a legitimate first posting: every
      *    receipt in the batch opens its own row.
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
      *    A row left off the table would be left off BOOKSNEW too,
      *    and lost once that is promoted: nothing is posted.
               IF REJECTED-STOCK-LOAD-COUNT > 0
                   MOVE SPACES TO RECEIPT-AUDIT-LINE
                   STRING 'STOCK-TABLE FULL - '
                       REJECTED-STOCK-LOAD-COUNT
                       ' BOOKSTCK.DAT ROWS NOT LOADED - NOTHING POSTED'
                       INTO RECEIPT-AUDIT-LINE
                   DISPLAY RECEIPT-AUDIT-LINE
                   WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
                   MOVE RECEIPT-AUDIT-LINE TO RECEIPT-REPORT-LINE
                   WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
                   CLOSE BOOKRRPT
                   CLOSE BOOKRAUD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SORT-STOCK-TABLE
           ELSE
               DISPLAY 'BOOKSTCK.DAT NOT AVAILABLE - STATUS='
                   STOCK-STATUS-CODE ' - STARTING FROM EMPTY LEDGER'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'BOOKSTCK.DAT NOT AVAILABLE - STATUS='
                   STOCK-STATUS-CODE ' - STARTING FROM EMPTY LEDGER'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           END-IF.

       LOAD-ONE-STOCK-ENTRY-PARA.
           IF STOCK-COUNT >= MAX-STOCK-ENTRIES
               ADD 1 TO REJECTED-STOCK-LOAD-COUNT
               DISPLAY 'STOCK-TABLE FULL - STORE=' STCK-STORE-CODE
                   ' BOOK-NUMBER=' STCK-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKSTCK.DAT'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'STOCK-TABLE FULL - STORE=' STCK-STORE-CODE
                   ' BOOK-NUMBER=' STCK-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKSTCK.DAT'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
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
               ADD STCK-RECEIVED-COPIES TO RECEIVED-BEFORE-TOTAL
           END-IF.

      *    The ledger goes out in key order, but it is a flat file
      *    and may have been hand-patched - the table is put in
      *    order before the first binary search.
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

       PROCESS-RECEIPT-FILE-PARA.
           OPEN INPUT BOOKRCVT
           IF RECEIPT-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKRCVT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-RECEIPT-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKRCVT
           ELSE
               DISPLAY 'BOOKRCVT.DAT NOT AVAILABLE - STATUS='
                   RECEIPT-STATUS-CODE ' - NO RECEIPTS POSTED'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'BOOKRCVT.DAT NOT AVAILABLE - STATUS='
                   RECEIPT-STATUS-CODE ' - NO RECEIPTS POSTED'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           END-IF.

       PROCESS-ONE-RECEIPT-PARA.
           ADD 1 TO RECEIPTS-READ-COUNT
           MOVE SPACES TO REJECT-REASON-TEXT
           PERFORM EDIT-ONE-RECEIPT-PARA
           IF REJECT-REASON-TEXT = SPACES
               PERFORM POST-RECEIPT-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               MOVE 'POSTED' TO DISPOSITION-TEXT
               PERFORM WRITE-RECEIPT-REPORT-LINE-PARA
           ELSE
               ADD 1 TO RECEIPTS-REJECTED-COUNT
               MOVE 'REJECTED' TO DISPOSITION-TEXT
               PERFORM WRITE-RECEIPT-REPORT-LINE-PARA
               PERFORM LOG-RECEIPT-REJECT-PARA
           END-IF.

       EDIT-ONE-RECEIPT-PARA.
           EVALUATE TRUE
               WHEN RCVT-STORE-CODE = SPACES
                   MOVE 'BLANK STORE-CODE' TO REJECT-REASON-TEXT
               WHEN RCVT-BOOK-NUMBER = SPACES
                   MOVE 'BLANK BOOK-NUMBER' TO REJECT-REASON-TEXT
               WHEN RCVT-COPIES NOT NUMERIC
                   MOVE 'NON-NUMERIC COPIES' TO REJECT-REASON-TEXT
               WHEN RCVT-COPIES-NUMERIC = ZERO
                   MOVE 'ZERO COPIES' TO REJECT-REASON-TEXT
               WHEN RCVT-RECEIPT-DATE NOT NUMERIC
                   MOVE 'NON-NUMERIC DATE' TO REJECT-REASON-TEXT
               WHEN OTHER
                   PERFORM EDIT-RECEIPT-DATE-PARA
           END-EVALUATE
           IF REJECT-REASON-TEXT = SPACES AND MASTER-COUNT > 0
               SEARCH ALL MASTER-ENTRY
                   AT END
                       MOVE 'NOT ON TITLE MASTER'
                           TO REJECT-REASON-TEXT
                   WHEN MAST-BOOK-NUMBER(MIDX) = RCVT-BOOK-NUMBER
                       CONTINUE
               END-SEARCH
           END-IF
      *    A closed store still has a back room, but nothing should
      *    be delivered to it - a receipt there is a keying error or
      *    a misrouted delivery, either way for purchasing to chase.
           IF REJECT-REASON-TEXT = SPACES AND STORE-MASTER-COUNT > 0
               SEARCH ALL STORE-MASTER-ENTRY
                   AT END
                       MOVE 'NOT ON STORE MASTER'
                           TO REJECT-REASON-TEXT
                   WHEN SMAST-STORE-CODE(SMX) = RCVT-STORE-CODE
                       IF SMAST-STORE-CLOSED(SMX)
                           MOVE 'STORE CLOSED'
                               TO REJECT-REASON-TEXT
                       END-IF
               END-SEARCH
           END-IF.

       EDIT-RECEIPT-DATE-PARA.
           MOVE RCVT-RECEIPT-DATE(1:4) TO EDIT-YEAR
           MOVE RCVT-RECEIPT-DATE(5:2) TO EDIT-MONTH
           MOVE RCVT-RECEIPT-DATE(7:2) TO EDIT-DAY
           IF EDIT-MONTH < 1 OR EDIT-MONTH > 12
               MOVE 'INVALID MONTH' TO REJECT-REASON-TEXT
           ELSE
               PERFORM SET-DAYS-IN-MONTH-PARA
               IF EDIT-DAY < 1 OR EDIT-DAY > EDIT-MONTH-DAYS
                   MOVE 'INVALID DAY' TO REJECT-REASON-TEXT
               ELSE
                   IF RCVT-DATE-NUMERIC > RUN-DATE
                       MOVE 'DATE IN FUTURE' TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    A year divisible by 4 is a leap year unless it is a
      *    century year not divisible by 400.
       SET-DAYS-IN-MONTH-PARA.
           MOVE 'N' TO LEAP-YEAR-SWITCH
           DIVIDE EDIT-YEAR BY 4 GIVING LEAP-DIVIDE-QUOTIENT
               REMAINDER LEAP-DIVIDE-REMAINDER
           IF LEAP-DIVIDE-REMAINDER = 0
               DIVIDE EDIT-YEAR BY 100 GIVING LEAP-DIVIDE-QUOTIENT
                   REMAINDER LEAP-DIVIDE-REMAINDER
               IF LEAP-DIVIDE-REMAINDER = 0
                   DIVIDE EDIT-YEAR BY 400 GIVING LEAP-DIVIDE-QUOTIENT
                       REMAINDER LEAP-DIVIDE-REMAINDER
                   IF LEAP-DIVIDE-REMAINDER = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               ELSE
                   SET LEAP-YEAR TO TRUE
               END-IF
           END-IF
           EVALUATE EDIT-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO EDIT-MONTH-DAYS
               WHEN 2
                   IF LEAP-YEAR
                       MOVE 29 TO EDIT-MONTH-DAYS
                   ELSE
                       MOVE 28 TO EDIT-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO EDIT-MONTH-DAYS
           END-EVALUATE.

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

      *    A first delivery of a title to a store opens its ledger
      *    row at zero; the receipt history row goes down only once
      *    the copies are actually on the ledger.
       POST-RECEIPT-PARA.
           MOVE RCVT-STORE-CODE TO SEARCH-STK-STORE
           MOVE RCVT-BOOK-NUMBER TO SEARCH-STK-BOOK
           PERFORM FIND-STOCK-ENTRY-PARA
           IF MATCHED
               SET SKX TO BSEARCH-INSERT-AT
           ELSE
               IF STOCK-COUNT >= MAX-STOCK-ENTRIES
                   MOVE 'STOCK TABLE FULL' TO REJECT-REASON-TEXT
               ELSE
                   PERFORM VARYING SHIFT-SUB FROM STOCK-COUNT
                           BY -1 UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
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
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               ADD RCVT-COPIES-NUMERIC TO STK-RECEIVED-COPIES(SKX)
               ADD RCVT-COPIES-NUMERIC TO STK-ON-HAND(SKX)
               IF RCVT-DATE-NUMERIC > STK-LAST-RECEIPT-DATE(SKX)
                   MOVE RCVT-DATE-NUMERIC
                       TO STK-LAST-RECEIPT-DATE(SKX)
               END-IF
               ADD 1 TO RECEIPTS-POSTED-COUNT
               ADD RCVT-COPIES-NUMERIC TO COPIES-POSTED-TOTAL
               PERFORM WRITE-RECEIPT-HISTORY-PARA
           END-IF.

       WRITE-RECEIPT-HISTORY-PARA.
           MOVE RCVT-STORE-CODE TO RCVH-STORE-CODE
           MOVE RCVT-BOOK-NUMBER TO RCVH-BOOK-NUMBER
           MOVE RCVT-DATE-NUMERIC TO RCVH-RECEIPT-DATE
           MOVE RCVT-COPIES-NUMERIC TO RCVH-COPIES
           MOVE RCVT-DELIVERY-REF TO RCVH-DELIVERY-REF
           MOVE RUN-DATE TO RCVH-POSTED-DATE
           WRITE RECEIPT-HISTORY-RECORD
           MOVE SPACES TO RECEIPT-AUDIT-LINE
           STRING 'RECEIPT POSTED: STORE=' RCVT-STORE-CODE
               ' BOOK-NUMBER=' RCVT-BOOK-NUMBER
               ' COPIES=' RCVT-COPIES
               ' DATED=' RCVT-RECEIPT-DATE
               ' REF=' RCVT-DELIVERY-REF
               ' ON HAND NOW=' STK-ON-HAND(SKX)
               INTO RECEIPT-AUDIT-LINE
           WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE.

       WRITE-RECEIPT-REPORT-LINE-PARA.
           MOVE SPACES TO RECEIPT-REPORT-LINE
           IF REJECT-REASON-TEXT = SPACES
               STRING RCVT-STORE-CODE ' ' RCVT-BOOK-NUMBER ' '
                   RCVT-COPIES '  ' RCVT-RECEIPT-DATE '  '
                   RCVT-DELIVERY-REF '  ' DISPOSITION-TEXT
                   INTO RECEIPT-REPORT-LINE
           ELSE
               STRING RCVT-STORE-CODE ' ' RCVT-BOOK-NUMBER ' '
                   RCVT-COPIES '  ' RCVT-RECEIPT-DATE '  '
                   RCVT-DELIVERY-REF '  ' DISPOSITION-TEXT ' - '
                   REJECT-REASON-TEXT
                   INTO RECEIPT-REPORT-LINE
           END-IF
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE.

       LOG-RECEIPT-REJECT-PARA.
           DISPLAY 'RECEIPT REJECT: ' REJECT-REASON-TEXT
               ' STORE=' RCVT-STORE-CODE
               ' BOOK-NUMBER=' RCVT-BOOK-NUMBER
           MOVE SPACES TO RECEIPT-AUDIT-LINE
           STRING 'RECEIPT REJECT: ' REJECT-REASON-TEXT
               ' STORE=' RCVT-STORE-CODE
               ' BOOK-NUMBER=' RCVT-BOOK-NUMBER
               ' REF=' RCVT-DELIVERY-REF
               ' AT RECEIPT=' RECEIPTS-READ-COUNT
               INTO RECEIPT-AUDIT-LINE
           WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE.

       WRITE-NEW-LEDGER-PARA.
           OPEN OUTPUT BOOKSNEW
           MOVE ZERO TO RECEIVED-AFTER-TOTAL
           PERFORM VARYING SKX FROM 1 BY 1 UNTIL SKX > STOCK-COUNT
               MOVE STK-STORE-CODE(SKX) TO NEW-STCK-STORE-CODE
               MOVE STK-BOOK-NUMBER(SKX) TO NEW-STCK-BOOK-NUMBER
               MOVE STK-RECEIVED-COPIES(SKX)
                   TO NEW-STCK-RECEIVED-COPIES
               MOVE STK-SOLD-COPIES(SKX) TO NEW-STCK-SOLD-COPIES
               MOVE STK-RETURNED-COPIES(SKX)
                   TO NEW-STCK-RETURNED-COPIES
               MOVE STK-ON-HAND(SKX) TO NEW-STCK-ON-HAND
               MOVE STK-LAST-RECEIPT-DATE(SKX)
                   TO NEW-STCK-LAST-RECEIPT-DATE
               WRITE NEW-STOCK-RECORD
               ADD STK-RECEIVED-COPIES(SKX) TO RECEIVED-AFTER-TOTAL
           END-PERFORM
           CLOSE BOOKSNEW.

       WRITE-REPORT-TRAILER-PARA.
           MOVE SPACES TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           MOVE STOCK-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'STORE/TITLE ROWS ON LEDGER AFTER POSTING:  '
               COUNT-DISPLAY INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING 'RECEIPTS READ: ' RECEIPTS-READ-COUNT
               '  POSTED: ' RECEIPTS-POSTED-COUNT
               '  REJECTED: ' RECEIPTS-REJECTED-COUNT
               INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE

      *    Copies posted tonight must be exactly the growth in the
      *    ledger's received total - anything else means a row was
      *    dropped or double-posted on the way through.
           COMPUTE RECEIVED-CHECK-TOTAL =
               RECEIVED-BEFORE-TOTAL + COPIES-POSTED-TOTAL
           MOVE SPACES TO RECEIPT-REPORT-LINE
           IF RECEIVED-CHECK-TOTAL = RECEIVED-AFTER-TOTAL
               STRING 'COPIES POSTED: ' COPIES-POSTED-TOTAL
                   '  LEDGER RECEIVED TOTAL IN BALANCE'
                   INTO RECEIPT-REPORT-LINE
           ELSE
               STRING 'COPIES POSTED: ' COPIES-POSTED-TOTAL
                   '  LEDGER RECEIVED TOTAL OUT OF BALANCE'
                   INTO RECEIPT-REPORT-LINE
               DISPLAY 'LEDGER OUT OF BALANCE - BEFORE='
                   RECEIVED-BEFORE-TOTAL ' POSTED='
                   COPIES-POSTED-TOTAL ' AFTER=' RECEIVED-AFTER-TOTAL
               MOVE 12 TO RETURN-CODE
           END-IF
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE.

      *    Holds every title on the current replenishment extract
      *    against the copies received since the start of its
      *    ordering month, tonight's postings included, so
      *    purchasing can chase the short deliveries.  No extract
      *    on file means nothing has been ordered through it yet.
       RECONCILE-ORDERS-PARA.
           MOVE SPACES TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           MOVE 'REPLENISHMENT ORDERS AGAINST RECEIPTS'
               TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           MOVE '----------------------------------------'
               TO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           PERFORM LOAD-RECON-TABLE-PARA
           IF RECON-COUNT = 0
               MOVE '  (NO REPLENISHMENT ORDERS ON FILE)'
                   TO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           ELSE
               PERFORM TALLY-RECEIPTS-FOR-ORDERS-PARA
               MOVE SPACES TO RECEIPT-REPORT-LINE
               STRING 'BOOK- TITLE                  ORDERED'
                   '  RECEIVED      SHORT  STATUS'
                   DELIMITED BY SIZE INTO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
               PERFORM VARYING RCX FROM 1 BY 1
                       UNTIL RCX > RECON-COUNT
                   PERFORM WRITE-ONE-RECON-LINE-PARA
               END-PERFORM
               MOVE SPACES TO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
               MOVE SPACES TO RECEIPT-REPORT-LINE
               STRING 'ORDERS: ' RECON-COUNT
                   '  SHORT: ' RECON-SHORT-COUNT
                   '  OVER: ' RECON-OVER-COUNT
                   '  IN FULL: ' RECON-FULL-COUNT
                   INTO RECEIPT-REPORT-LINE
               WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE
           END-IF.

       LOAD-RECON-TABLE-PARA.
           OPEN INPUT BOOKREPL
           IF REPLENISH-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKREPL
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RECON-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKREPL
           ELSE
               DISPLAY 'BOOKREPL.DAT NOT AVAILABLE - STATUS='
                   REPLENISH-STATUS-CODE
                   ' - ORDER RECONCILIATION SKIPPED'
           END-IF.

       LOAD-ONE-RECON-ENTRY-PARA.
           IF RECON-COUNT >= MAX-RECON-ENTRIES
               ADD 1 TO REJECTED-RECON-COUNT
               DISPLAY 'RECON-TABLE FULL - BOOK-NUMBER='
                   REPL-BOOK-NUMBER ' NOT RECONCILED'
               MOVE SPACES TO RECEIPT-AUDIT-LINE
               STRING 'RECON-TABLE FULL - BOOK-NUMBER='
                   REPL-BOOK-NUMBER ' NOT RECONCILED'
                   INTO RECEIPT-AUDIT-LINE
               WRITE RECEIPT-AUDIT-RECORD FROM RECEIPT-AUDIT-LINE
           ELSE
               ADD 1 TO RECON-COUNT
               SET RCX TO RECON-COUNT
               MOVE REPL-BOOK-NUMBER TO RECON-BOOK-NUMBER(RCX)
               MOVE REPL-BOOK-NAME TO RECON-BOOK-NAME(RCX)
               MOVE REPL-LAST-PERIOD TO RECON-ORDER-PERIOD(RCX)
               MOVE REPL-ORDER-QTY TO RECON-ORDER-QTY(RCX)
               MOVE ZERO TO RECON-RECEIVED-QTY(RCX)
           END-IF.

      *    One pass over the receipt history, tonight's rows
      *    included.  Serial lookup is enough here: the extract is
      *    only the titles over the order point.
       TALLY-RECEIPTS-FOR-ORDERS-PARA.
           OPEN INPUT BOOKRCVH
           IF RECEIPT-HIST-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKRCVH
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-RECEIPT-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKRCVH
           END-IF.

       TALLY-ONE-RECEIPT-PARA.
           PERFORM VARYING RCX FROM 1 BY 1 UNTIL RCX > RECON-COUNT
               IF RECON-BOOK-NUMBER(RCX) = RCVH-BOOK-NUMBER
                   COMPUTE RECON-FROM-DATE =
                       RECON-ORDER-PERIOD(RCX) * 100 + 1
                   IF RCVH-RECEIPT-DATE >= RECON-FROM-DATE
                       ADD RCVH-COPIES TO RECON-RECEIVED-QTY(RCX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-ONE-RECON-LINE-PARA.
           COMPUTE RECON-SHORT-QTY =
               RECON-ORDER-QTY(RCX) - RECON-RECEIVED-QTY(RCX)
           EVALUATE TRUE
               WHEN RECON-SHORT-QTY > 0
                   MOVE 'SHORT' TO RECON-STATUS-TEXT
                   ADD 1 TO RECON-SHORT-COUNT
               WHEN RECON-SHORT-QTY < 0
                   MOVE 'OVER' TO RECON-STATUS-TEXT
                   ADD 1 TO RECON-OVER-COUNT
               WHEN OTHER
                   MOVE 'IN FULL' TO RECON-STATUS-TEXT
                   ADD 1 TO RECON-FULL-COUNT
           END-EVALUATE
           MOVE RECON-ORDER-QTY(RCX) TO ORDER-DISPLAY
           MOVE RECON-RECEIVED-QTY(RCX) TO COPIES-DISPLAY
           MOVE RECON-SHORT-QTY TO SHORT-DISPLAY
           MOVE SPACES TO RECEIPT-REPORT-LINE
           STRING RECON-BOOK-NUMBER(RCX) ' '
               RECON-BOOK-NAME(RCX) ' '
               ORDER-DISPLAY ' ' COPIES-DISPLAY ' '
               SHORT-DISPLAY ' ' RECON-STATUS-TEXT
               INTO RECEIPT-REPORT-LINE
           WRITE RECEIPT-REPORT-RECORD FROM RECEIPT-REPORT-LINE.

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

      *    A file this job appends to or rewrites outside the checks
      *    above goes on the job log as updated in place, so it moves
      *    up a generation stamped with this run, and the promotion
      *    step can see it changed alongside the new generation
      *    written.
       NOTE-FILE-UPDATED-PARA.
           PERFORM FIND-RUN-CONTROL-ENTRY-PARA
           ADD 1 TO JL-FILE-COUNT
           MOVE CTL-CHECK-NAME TO JL-FILE-NAME(JL-FILE-COUNT)
           MOVE 'U' TO JL-FILE-USE(JL-FILE-COUNT)
           MOVE ZERO TO JL-FILE-GEN(JL-FILE-COUNT)
           IF CTL-FOUND
               MOVE CTL-GENERATION(CTL-SUB)
                   TO JL-FILE-GEN(JL-FILE-COUNT)
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
