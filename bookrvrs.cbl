       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-BATCH-REVERSAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT BOOKBTCH ASSIGN TO 'BOOKBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-FILE-STATUS-CODE.

           SELECT OPTIONAL BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS-CODE.

           SELECT OPTIONAL BOOKCKPT ASSIGN TO 'BOOKCKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS-CODE.

           SELECT BOOKVRPT ASSIGN TO 'BOOKVRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVERSAL-REPORT-STATUS-CODE.

           SELECT BOOKVAUD ASSIGN TO 'BOOKVAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVERSAL-AUDIT-STATUS-CODE.

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
      *    The nightly job's sales journal, mirrored field for field:
      *    every accepted record under its batch id, with the signed
      *    quantity and the revenue it accrued.  A reversed record is
      *    marked in place and never posted back a second time.
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

      *    The reporting job's rolled-forward history, mirrored the
      *    same way the year-end close and the inquiry mirror it.
      *    Offsets are posted straight into the keyed records the
      *    nightly job maintains - title, month, store, store/title,
      *    store/month and the control totals.
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
                   88 HIST-TYPE-STORE-MONTH VALUE 'M'.
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

       FD BOOKBTCH.
       01 BATCH-REGISTRY-RECORD.
           05 BTCH-ID                  PIC X(8).
           05 BTCH-RUN-DATE            PIC 9(8).
           05 BTCH-STATUS              PIC X.
               88 BTCH-REVERSED        VALUE 'R'.
           05 BTCH-REVERSED-DATE       PIC 9(8).

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
      *    write its own tables straight over these offsets.
       FD BOOKCKPT.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-TYPE           PIC X.
               88 CKPT-TYPE-COMPLETE  VALUE 'C'.
           05 FILLER                  PIC X(299).

       FD BOOKVRPT.
       01 REVERSAL-REPORT-RECORD PIC X(80).

       FD BOOKVAUD.
       01 REVERSAL-AUDIT-RECORD  PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 BATCH-FILE-STATUS-CODE PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 CKPT-FILE-STATUS-CODE  PIC XX.
       01 REVERSAL-REPORT-STATUS-CODE PIC XX.
       01 REVERSAL-AUDIT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    One request card: the batch id to back out, and a short
      *    reason that goes on the audit trail and the report.
       01 REVERSAL-REQUEST.
           05 REQ-BATCH-ID           PIC X(8).
           05 REQ-REASON             PIC X(40).

      *    The registry, held whole and rewritten whole with the
      *    batch's reversal mark set - the nightly job writes it in
      *    ascending id order, so it loads ready for binary search.
       01 BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 10000 TIMES INDEXED BY BTX.
               10 BATCH-ENTRY-ID      PIC X(8).
               10 BATCH-RUN-DATE      PIC 9(8).
               10 BATCH-STATUS        PIC X.
                   88 BATCH-REVERSED  VALUE 'R'.
               10 BATCH-REVERSED-DATE PIC 9(8).
       01 BATCH-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-BATCH-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-BATCH-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Stock ledger, held and keyed exactly as the nightly job
      *    holds it: a reversed sale goes back on the shelf and a
      *    reversed return comes off it again.
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
       01 STOCK-LOADED-FLAG      PIC X VALUE 'N'.
           88 STOCK-LOADED       VALUE 'Y'.
      *    Set when run control shows this job's update of the stock
      *    ledger still open: an earlier reversal died before its
      *    ledger was written, and the offsets for the records it
      *    had already marked have to be taken again.
       01 STOCK-PENDING-FLAG     PIC X VALUE 'N'.
           88 STOCK-OFFSETS-PENDING VALUE 'Y'.
       01 SEARCH-STOCK-KEY.
           05 SEARCH-STK-STORE       PIC X(4).
           05 SEARCH-STK-BOOK        PIC X(5).

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 HISTORY-KEY-FLAG       PIC X VALUE 'N'.
           88 HISTORY-KEY-FOUND   VALUE 'Y'.
           88 HISTORY-KEY-MISSING VALUE 'N'.
       01 PASS-SWITCH            PIC X VALUE 'V'.
           88 VERIFY-PASS        VALUE 'V'.
           88 POSTING-PASS       VALUE 'P'.

       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).

       01 RUN-DATE               PIC 9(8).
       01 REVERSAL-REPORT-LINE   PIC X(80).
       01 REVERSAL-AUDIT-LINE    PIC X(100).
       01 HISTORY-TYPE-TEXT      PIC X(12).

      *    Control totals.  Every live journal record for the batch
      *    is either reversed or the whole run is refused, and the
      *    net copies taken off the journal must equal the movement
      *    in the history control record's copies-in figure and in
      *    the title records between them, or the reversal is out
      *    of balance.
       01 JOURNAL-READ-COUNT     PIC 9(7) VALUE ZERO.
       01 JOURNAL-LIVE-COUNT     PIC 9(7) VALUE ZERO.
       01 JOURNAL-SKIPPED-COUNT  PIC 9(7) VALUE ZERO.
       01 JOURNAL-RESUMED-COUNT  PIC 9(7) VALUE ZERO.
       01 RECORDS-REVERSED-COUNT PIC 9(7) VALUE ZERO.
       01 MISSING-HISTORY-COUNT  PIC 9(7) VALUE ZERO.
       01 HISTORY-REWRITE-COUNT  PIC 9(7) VALUE ZERO.
       01 HISTORY-ERROR-COUNT    PIC 9(7) VALUE ZERO.
       01 JOURNAL-ERROR-COUNT    PIC 9(7) VALUE ZERO.
       01 STOCK-MISSING-COUNT    PIC 9(7) VALUE ZERO.
       01 SALE-COPIES-TOTAL      PIC 9(9) VALUE ZERO.
       01 RETURN-COPIES-TOTAL    PIC 9(9) VALUE ZERO.
       01 NET-COPIES-TOTAL       PIC S9(9) VALUE ZERO.
       01 REVENUE-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 CONTROL-COPIES-BEFORE  PIC S9(9) VALUE ZERO.
       01 CONTROL-COPIES-AFTER   PIC S9(9) VALUE ZERO.
       01 CONTROL-COPIES-MOVED   PIC S9(9) VALUE ZERO.
       01 TITLE-COPIES-MOVED     PIC S9(9) VALUE ZERO.
       01 BATCH-FIRST-RUN-DATE   PIC 9(8) VALUE ZERO.

       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 COPIES-DISPLAY         PIC Z,ZZZ,ZZ9.
       01 NET-COPIES-DISPLAY     PIC Z,ZZZ,ZZ9-.
       01 REVENUE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKRVRS'.
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
           MOVE SPACES TO REVERSAL-REQUEST
           ACCEPT REVERSAL-REQUEST

           IF REQ-BATCH-ID = SPACES
               DISPLAY 'SALES BATCH REVERSAL - NO BATCH ID GIVEN'
               DISPLAY 'REQUEST CARD: COLS 1-8 BATCH-ID,'
                   ' 9-48 REASON FOR THE REVERSAL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The history and stock ledger are updated in place: both
      *    must be the live generation, and no other job's update of
      *    either may be left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'U' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           MOVE 'U' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           IF CTL-FOUND
               IF CTL-UPDATE-OPEN(CTL-SUB)
                   SET STOCK-OFFSETS-PENDING TO TRUE
               END-IF
           END-IF
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKVAUD
           MOVE SPACES TO REVERSAL-AUDIT-LINE
           STRING 'BATCH REVERSAL AUDIT TRAIL - RUN DATE: ' RUN-DATE
               ' BATCH-ID: ' REQ-BATCH-ID
               INTO REVERSAL-AUDIT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE
           MOVE SPACES TO REVERSAL-AUDIT-LINE
           STRING 'REASON: ' REQ-REASON INTO REVERSAL-AUDIT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE

           PERFORM CHECK-NIGHTLY-COMPLETE-PARA
           PERFORM LOAD-BATCH-REGISTRY-PARA
           PERFORM FIND-REQUESTED-BATCH-PARA

           OPEN I-O BOOKJRNL
           IF JOURNAL-STATUS-CODE NOT = '00'
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                   JOURNAL-STATUS-CODE ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BOOKHIST
           IF HISTORY-STATUS-CODE NOT = '00'
               CLOSE BOOKJRNL
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                   HISTORY-STATUS-CODE ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Verify first, post second: a batch with any record whose
      *    history is not on file (a month the year-end close has
      *    since archived, say) is refused whole, so the books are
      *    never left holding half a reversal.
           SET VERIFY-PASS TO TRUE
           PERFORM READ-BATCH-JOURNAL-PARA
           IF JOURNAL-LIVE-COUNT = 0 AND JOURNAL-RESUMED-COUNT = 0
               CLOSE BOOKHIST
               CLOSE BOOKJRNL
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'NO LIVE JOURNAL RECORDS FOR BATCH-ID='
                   REQ-BATCH-ID ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MISSING-HISTORY-COUNT > 0
               CLOSE BOOKHIST
               CLOSE BOOKJRNL
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'HISTORY RECORDS MISSING=' MISSING-HISTORY-COUNT
                   ' FOR BATCH-ID=' REQ-BATCH-ID
                   ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STOCK-LEDGER-PARA
           PERFORM READ-CONTROL-BEFORE-PARA

           PERFORM OPEN-RUN-UPDATES-PARA
           SET POSTING-PASS TO TRUE
           MOVE ZERO TO JOURNAL-READ-COUNT
           MOVE ZERO TO JOURNAL-LIVE-COUNT
           MOVE ZERO TO JOURNAL-SKIPPED-COUNT
           MOVE ZERO TO JOURNAL-RESUMED-COUNT
           PERFORM READ-BATCH-JOURNAL-PARA

           PERFORM READ-CONTROL-AFTER-PARA
           CLOSE BOOKHIST
           CLOSE BOOKJRNL

           IF STOCK-LOADED
               PERFORM WRITE-STOCK-LEDGER-PARA
           END-IF
           PERFORM CLOSE-STOCK-UPDATE-PARA
      *    A journal record whose offsets are posted but whose mark
      *    did not go down would be offset again by a rerun, so the
      *    batch is not marked reversed until the journal is put
      *    right by hand.
           IF JOURNAL-ERROR-COUNT = 0
               PERFORM MARK-BATCH-REVERSED-PARA
           ELSE
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BATCH-ID=' REQ-BATCH-ID
                   ' NOT MARKED REVERSED - ' JOURNAL-ERROR-COUNT
                   ' JOURNAL RECORDS OFFSET BUT NOT MARKED'
                   ' - MARK THEM BEFORE ANY RERUN'
                   INTO REVERSAL-AUDIT-LINE
               WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE
               DISPLAY REVERSAL-AUDIT-LINE
           END-IF
           PERFORM WRITE-REVERSAL-REPORT-PARA

           CLOSE BOOKVAUD

           DISPLAY 'SALES BATCH REVERSAL COMPLETE - BATCH-ID='
               REQ-BATCH-ID
           DISPLAY 'JOURNAL RECORDS REVERSED .. '
               RECORDS-REVERSED-COUNT
           DISPLAY 'ALREADY REVERSED, SKIPPED . '
               JOURNAL-SKIPPED-COUNT
           DISPLAY 'RESUMED FROM EARLIER RUN .. '
               JOURNAL-RESUMED-COUNT
           DISPLAY 'HISTORY RECORDS REWRITTEN . '
               HISTORY-REWRITE-COUNT
           DISPLAY 'HISTORY REWRITE ERRORS .... '
               HISTORY-ERROR-COUNT
           DISPLAY 'JOURNAL MARK ERRORS ....... '
               JOURNAL-ERROR-COUNT
           MOVE NET-COPIES-TOTAL TO NET-COPIES-DISPLAY
           DISPLAY 'NET COPIES BACKED OUT ..... ' NET-COPIES-DISPLAY
           MOVE REVENUE-TOTAL TO REVENUE-DISPLAY
           DISPLAY 'REVENUE BACKED OUT ........ ' REVENUE-DISPLAY
           IF HISTORY-ERROR-COUNT > 0 OR JOURNAL-ERROR-COUNT > 0
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
                   MOVE SPACES TO REVERSAL-AUDIT-LINE
                   STRING 'LAST NIGHTLY RUN NOT COMPLETE - RESTART IT'
                       ' BEFORE REVERSING - NOTHING REVERSED'
                       INTO REVERSAL-AUDIT-LINE
                   PERFORM REFUSE-REVERSAL-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Writes the refusal already in REVERSAL-AUDIT-LINE to the
      *    console and the audit trail and closes the trail; the
      *    caller sets the return code and stops.
       REFUSE-REVERSAL-PARA.
           DISPLAY REVERSAL-AUDIT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE
           CLOSE BOOKVAUD.

       LOAD-BATCH-REGISTRY-PARA.
           OPEN INPUT BOOKBTCH
           IF BATCH-FILE-STATUS-CODE NOT = '00'
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BOOKBTCH.DAT NOT AVAILABLE - STATUS='
                   BATCH-FILE-STATUS-CODE ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKBTCH
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-BATCH-ENTRY-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKBTCH
      *    The registry is rewritten whole at the end, so one that
      *    would not fit must not be cut down to what did.
           IF REJECTED-BATCH-LOAD-COUNT > 0
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BATCH-TABLE FULL - ' REJECTED-BATCH-LOAD-COUNT
                   ' REGISTRY ENTRIES NOT LOADED - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-BATCH-ENTRY-PARA.
           IF BATCH-COUNT >= MAX-BATCH-ENTRIES
               ADD 1 TO REJECTED-BATCH-LOAD-COUNT
           ELSE
               ADD 1 TO BATCH-COUNT
               SET BTX TO BATCH-COUNT
               MOVE BTCH-ID TO BATCH-ENTRY-ID(BTX)
               MOVE BTCH-RUN-DATE TO BATCH-RUN-DATE(BTX)
               MOVE BTCH-STATUS TO BATCH-STATUS(BTX)
               IF BTCH-REVERSED-DATE IS NUMERIC
                   MOVE BTCH-REVERSED-DATE
                       TO BATCH-REVERSED-DATE(BTX)
               ELSE
                   MOVE ZERO TO BATCH-REVERSED-DATE(BTX)
               END-IF
           END-IF.

      *    Only a batch the nightly job actually registered can be
      *    reversed, and only once: a second reversal of the same
      *    id waits for the store's resend to go through first.
       FIND-REQUESTED-BATCH-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE BATCH-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF BATCH-ENTRY-ID(BSEARCH-MID) = REQ-BATCH-ID
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF BATCH-ENTRY-ID(BSEARCH-MID) < REQ-BATCH-ID
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF NOT MATCHED
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BATCH-ID=' REQ-BATCH-ID
                   ' NOT ON THE BATCH REGISTRY - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET BTX TO BSEARCH-INSERT-AT
           IF BATCH-REVERSED(BTX)
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'BATCH-ID=' REQ-BATCH-ID
                   ' ALREADY REVERSED ON ' BATCH-REVERSED-DATE(BTX)
                   ' - NOTHING REVERSED'
                   INTO REVERSAL-AUDIT-LINE
               PERFORM REFUSE-REVERSAL-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BATCH-RUN-DATE(BTX) TO BATCH-FIRST-RUN-DATE.

      *    Positions on the first journal key for the batch and
      *    reads forward while the id holds.  Records reversed by an
      *    earlier reversal of the same id (before the store resent
      *    it) are passed over in both passes.  They were journalled
      *    before the resend, which re-dated the registry entry; a
      *    reversed record journalled on or after the entry's date
      *    was marked by a reversal of this same sending that died
      *    before it finished.
       READ-BATCH-JOURNAL-PARA.
           MOVE REQ-BATCH-ID TO JRNL-BATCH-ID
           MOVE ZERO TO JRNL-SEQUENCE
           MOVE 'N' TO EOF-FLAG
           START BOOKJRNL KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ BOOKJRNL NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF JRNL-BATCH-ID NOT = REQ-BATCH-ID
                           SET END-OF-FILE TO TRUE
                       ELSE
                           PERFORM PROCESS-ONE-JOURNAL-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       PROCESS-ONE-JOURNAL-RECORD-PARA.
           ADD 1 TO JOURNAL-READ-COUNT
           IF JRNL-REVERSED
               IF JRNL-RUN-DATE < BATCH-FIRST-RUN-DATE
                   ADD 1 TO JOURNAL-SKIPPED-COUNT
               ELSE
                   ADD 1 TO JOURNAL-RESUMED-COUNT
                   IF POSTING-PASS
                       PERFORM RESUME-ONE-JOURNAL-RECORD-PARA
                   END-IF
               END-IF
           ELSE
               ADD 1 TO JOURNAL-LIVE-COUNT
               IF VERIFY-PASS
                   PERFORM VERIFY-ONE-JOURNAL-RECORD-PARA
               ELSE
                   PERFORM REVERSE-ONE-JOURNAL-RECORD-PARA
               END-IF
           END-IF.

      *    Every history record the nightly job touched for this
      *    sale must still be there to take the offset.
       VERIFY-ONE-JOURNAL-RECORD-PARA.
           PERFORM BUILD-BOOK-KEY-PARA
           PERFORM CHECK-HISTORY-KEY-PARA
           PERFORM BUILD-PERIOD-KEY-PARA
           PERFORM CHECK-HISTORY-KEY-PARA
           PERFORM BUILD-STORE-KEY-PARA
           PERFORM CHECK-HISTORY-KEY-PARA
           PERFORM BUILD-STORE-BOOK-KEY-PARA
           PERFORM CHECK-HISTORY-KEY-PARA.

       CHECK-HISTORY-KEY-PARA.
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-MISSING
               ADD 1 TO MISSING-HISTORY-COUNT
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'HISTORY MISSING - ' HISTORY-TYPE-TEXT
                   ' SEQ=' JRNL-SEQUENCE
                   ' BOOK=' JRNL-BOOK-NUMBER
                   ' STORE=' JRNL-STORE-CODE
                   ' SALE-DATE=' JRNL-SALE-DATE
                   INTO REVERSAL-AUDIT-LINE
               WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE
               DISPLAY REVERSAL-AUDIT-LINE
           END-IF.

      *    The exact opposite of APPLY-SALES-RECORD-PARA in the
      *    nightly job, record type by record type: the journalled
      *    quantity comes off every net figure, the copies come off
      *    the gross or returns figure they went into, and the
      *    journalled revenue comes off the title.  The journal
      *    record is marked as soon as its history is rewritten, so
      *    a rerun never takes a marked record off the history
      *    twice; its stock offset is only held in the table until
      *    the ledger is written at the end - see
      *    RESUME-ONE-JOURNAL-RECORD-PARA.
       REVERSE-ONE-JOURNAL-RECORD-PARA.
           PERFORM BUILD-BOOK-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES
               PERFORM OFFSET-GROSS-OR-RETURNS-PARA
               IF HIST-REVENUE IS NUMERIC
                   SUBTRACT JRNL-REVENUE FROM HIST-REVENUE
               END-IF
               PERFORM REWRITE-HISTORY-PARA
           END-IF

           PERFORM BUILD-PERIOD-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES
               IF HIST-GROSS-COPIES IS NUMERIC
                       AND HIST-RETURN-COPIES IS NUMERIC
                   PERFORM OFFSET-GROSS-OR-RETURNS-PARA
               END-IF
               PERFORM REWRITE-HISTORY-PARA
           END-IF

           PERFORM BUILD-STORE-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES
               PERFORM OFFSET-GROSS-OR-RETURNS-PARA
               PERFORM REWRITE-HISTORY-PARA
           END-IF

           PERFORM BUILD-STORE-BOOK-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES
               PERFORM OFFSET-GROSS-OR-RETURNS-PARA
               PERFORM REWRITE-HISTORY-PARA
           END-IF

      *    A batch journalled before store/month figures were kept
      *    has no record to find here, and needs none.
           PERFORM BUILD-STORE-MONTH-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES
               PERFORM OFFSET-GROSS-OR-RETURNS-PARA
               IF HIST-REVENUE IS NUMERIC
                   SUBTRACT JRNL-REVENUE FROM HIST-REVENUE
               END-IF
               PERFORM REWRITE-HISTORY-PARA
           END-IF

      *    Records read and the status tally (which counts every
      *    record read, accepted or not) stay as they were - the
      *    records were read.  What comes off is what acceptance
      *    added.
           PERFORM BUILD-CONTROL-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               SUBTRACT 1 FROM HIST-RECORDS-ACCEPTED
               SUBTRACT JRNL-SALE-QUANTITY FROM HIST-COPIES-IN
               IF JRNL-SALE-QUANTITY < 0
                   SUBTRACT JRNL-COPIES-SOLD FROM HIST-COPIES-RETURNED
               END-IF
               PERFORM REWRITE-HISTORY-PARA
           END-IF

           IF STOCK-LOADED AND JRNL-STORE-CODE NOT = SPACES
               PERFORM OFFSET-STOCK-PARA
           END-IF

           SET JRNL-REVERSED TO TRUE
           MOVE RUN-DATE TO JRNL-REVERSED-DATE
           REWRITE JOURNAL-RECORD
               INVALID KEY
                   ADD 1 TO JOURNAL-ERROR-COUNT
                   MOVE SPACES TO REVERSAL-AUDIT-LINE
                   STRING 'JOURNAL MARK FAILED - STATUS='
                       JOURNAL-STATUS-CODE ' SEQ=' JRNL-SEQUENCE
                       ' BOOK=' JRNL-BOOK-NUMBER
                       ' STORE=' JRNL-STORE-CODE
                       ' - OFFSETS POSTED, RECORD NOT MARKED'
                       INTO REVERSAL-AUDIT-LINE
                   WRITE REVERSAL-AUDIT-RECORD
                       FROM REVERSAL-AUDIT-LINE
                   DISPLAY REVERSAL-AUDIT-LINE
           END-REWRITE

           ADD 1 TO RECORDS-REVERSED-COUNT
           ADD JRNL-SALE-QUANTITY TO NET-COPIES-TOTAL
           ADD JRNL-REVENUE TO REVENUE-TOTAL
           ADD JRNL-SALE-QUANTITY TO TITLE-COPIES-MOVED
           IF JRNL-SALE-QUANTITY < 0
               ADD JRNL-COPIES-SOLD TO RETURN-COPIES-TOTAL
           ELSE
               ADD JRNL-COPIES-SOLD TO SALE-COPIES-TOTAL
           END-IF
           MOVE SPACES TO REVERSAL-AUDIT-LINE
           STRING 'REVERSED SEQ=' JRNL-SEQUENCE
               ' BOOK=' JRNL-BOOK-NUMBER
               ' STORE=' JRNL-STORE-CODE
               ' DATE=' JRNL-SALE-DATE
               ' STATUS=' JRNL-SALE-STATUS
               ' QTY=' JRNL-SALE-QUANTITY
               ' REV=' JRNL-REVENUE
               INTO REVERSAL-AUDIT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE.

      *    A record an earlier run of this reversal marked before
      *    dying: its history offsets are already on file, and the
      *    batch total is taken from the records reversed this run.
      *    Only its stock offset can be missing - and only while
      *    run control still shows this job's stock update open,
      *    since the update is closed the moment the ledger is
      *    written.  An interrupted reversal must therefore be rerun
      *    before any other batch is reversed.
       RESUME-ONE-JOURNAL-RECORD-PARA.
           IF STOCK-OFFSETS-PENDING AND STOCK-LOADED
                   AND JRNL-STORE-CODE NOT = SPACES
               PERFORM OFFSET-STOCK-PARA
           END-IF
           MOVE SPACES TO REVERSAL-AUDIT-LINE
           IF STOCK-OFFSETS-PENDING AND STOCK-LOADED
               STRING 'RESUMED SEQ=' JRNL-SEQUENCE
                   ' BOOK=' JRNL-BOOK-NUMBER
                   ' STORE=' JRNL-STORE-CODE
                   ' REVERSED ON ' JRNL-REVERSED-DATE
                   ' - STOCK OFFSET TAKEN NOW'
                   INTO REVERSAL-AUDIT-LINE
           ELSE
               STRING 'RESUMED SEQ=' JRNL-SEQUENCE
                   ' BOOK=' JRNL-BOOK-NUMBER
                   ' STORE=' JRNL-STORE-CODE
                   ' REVERSED ON ' JRNL-REVERSED-DATE
                   INTO REVERSAL-AUDIT-LINE
           END-IF
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE.

       OFFSET-GROSS-OR-RETURNS-PARA.
           IF JRNL-SALE-QUANTITY < 0
               SUBTRACT JRNL-COPIES-SOLD FROM HIST-RETURN-COPIES
           ELSE
               SUBTRACT JRNL-COPIES-SOLD FROM HIST-GROSS-COPIES
           END-IF.

      *    Every key field is set for every type, as the nightly job
      *    builds them - what a type does not use is spaces or zero.
       BUILD-BOOK-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-BOOK TO TRUE
           MOVE ZERO TO HIST-KEY-PERIOD-CODE
           MOVE JRNL-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
           MOVE 'TITLE' TO HISTORY-TYPE-TEXT.

      *    The offset goes back to the month the record was posted
      *    to - for a late adjustment that is the open month it
      *    landed in, not its sale month.
       BUILD-PERIOD-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-PERIOD TO TRUE
           IF JRNL-POSTED-PERIOD NUMERIC AND JRNL-POSTED-PERIOD > 0
               MOVE JRNL-POSTED-PERIOD TO HIST-KEY-PERIOD-CODE
           ELSE
               MOVE JRNL-SALE-DATE(1:6) TO HIST-KEY-PERIOD-CODE
           END-IF
           MOVE JRNL-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
           MOVE 'MONTH' TO HISTORY-TYPE-TEXT.

       BUILD-STORE-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-STORE TO TRUE
           MOVE JRNL-STORE-CODE TO HIST-KEY-STORE-CODE
           MOVE ZERO TO HIST-KEY-PERIOD-CODE
           MOVE 'STORE' TO HISTORY-TYPE-TEXT.

       BUILD-STORE-BOOK-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-STORE-BOOK TO TRUE
           MOVE JRNL-STORE-CODE TO HIST-KEY-STORE-CODE
           MOVE ZERO TO HIST-KEY-PERIOD-CODE
           MOVE JRNL-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
           MOVE 'STORE/TITLE' TO HISTORY-TYPE-TEXT.

       BUILD-STORE-MONTH-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-STORE-MONTH TO TRUE
           MOVE JRNL-STORE-CODE TO HIST-KEY-STORE-CODE
           IF JRNL-POSTED-PERIOD NUMERIC AND JRNL-POSTED-PERIOD > 0
               MOVE JRNL-POSTED-PERIOD TO HIST-KEY-PERIOD-CODE
           ELSE
               MOVE JRNL-SALE-DATE(1:6) TO HIST-KEY-PERIOD-CODE
           END-IF
           MOVE 'STORE/MONTH' TO HISTORY-TYPE-TEXT.

       BUILD-CONTROL-KEY-PARA.
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-CONTROL TO TRUE
           MOVE ZERO TO HIST-KEY-PERIOD-CODE
           MOVE 'CONTROL' TO HISTORY-TYPE-TEXT.

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
                   ADD 1 TO HISTORY-ERROR-COUNT
                   MOVE SPACES TO REVERSAL-AUDIT-LINE
                   STRING 'HISTORY REWRITE FAILED - STATUS='
                       HISTORY-STATUS-CODE ' ' HISTORY-TYPE-TEXT
                       ' SEQ=' JRNL-SEQUENCE
                       ' BOOK=' JRNL-BOOK-NUMBER
                       ' STORE=' JRNL-STORE-CODE
                       INTO REVERSAL-AUDIT-LINE
                   WRITE REVERSAL-AUDIT-RECORD
                       FROM REVERSAL-AUDIT-LINE
                   DISPLAY REVERSAL-AUDIT-LINE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-REWRITE-COUNT
           END-REWRITE.

       READ-CONTROL-BEFORE-PARA.
           PERFORM BUILD-CONTROL-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               MOVE HIST-COPIES-IN TO CONTROL-COPIES-BEFORE
           END-IF.

       READ-CONTROL-AFTER-PARA.
           PERFORM BUILD-CONTROL-KEY-PARA
           PERFORM READ-HISTORY-KEY-PARA
           IF HISTORY-KEY-FOUND
               MOVE HIST-COPIES-IN TO CONTROL-COPIES-AFTER
           END-IF
           COMPUTE CONTROL-COPIES-MOVED =
               CONTROL-COPIES-BEFORE - CONTROL-COPIES-AFTER.

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
      *    Rewriting a ledger that did not load whole would lose
      *    the rows that did not fit - leave the file alone then.
               IF REJECTED-STOCK-LOAD-COUNT = 0
                   SET STOCK-LOADED TO TRUE
               ELSE
                   MOVE SPACES TO REVERSAL-AUDIT-LINE
                   STRING 'STOCK-TABLE FULL - BOOKSTCK.DAT NOT '
                       'ADJUSTED - ' REJECTED-STOCK-LOAD-COUNT
                       ' ROWS DID NOT LOAD'
                       INTO REVERSAL-AUDIT-LINE
                   WRITE REVERSAL-AUDIT-RECORD
                       FROM REVERSAL-AUDIT-LINE
                   DISPLAY REVERSAL-AUDIT-LINE
               END-IF
           ELSE
               DISPLAY 'NO STOCK LEDGER ON FILE - STATUS='
                   STOCK-STATUS-CODE ' - STOCK NOT ADJUSTED'
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
           END-IF.

      *    The ledger is written by the nightly job in (store, book)
      *    order, so it is searched as it loads.  A pair with no row
      *    can only mean the ledger was replaced since the batch
      *    ran - it is noted, not invented.
       OFFSET-STOCK-PARA.
           MOVE JRNL-STORE-CODE TO SEARCH-STK-STORE
           MOVE JRNL-BOOK-NUMBER TO SEARCH-STK-BOOK
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
               ADD JRNL-SALE-QUANTITY TO STK-ON-HAND(SKX)
               IF JRNL-SALE-QUANTITY < 0
                   SUBTRACT JRNL-COPIES-SOLD
                       FROM STK-RETURNED-COPIES(SKX)
               ELSE
                   SUBTRACT JRNL-COPIES-SOLD FROM STK-SOLD-COPIES(SKX)
               END-IF
           ELSE
               ADD 1 TO STOCK-MISSING-COUNT
               MOVE SPACES TO REVERSAL-AUDIT-LINE
               STRING 'NO STOCK ROW - STORE=' JRNL-STORE-CODE
                   ' BOOK=' JRNL-BOOK-NUMBER ' SEQ=' JRNL-SEQUENCE
                   ' - STOCK NOT ADJUSTED'
                   INTO REVERSAL-AUDIT-LINE
               WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE
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
           CLOSE BOOKSTCK.

      *    The stock ledger is written: its update is closed on run
      *    control straight away, before the batch is marked, so a
      *    rerun after a failure in between does not offset the
      *    stock a second time.  END-JOB-RUN-PARA then leaves it.
       CLOSE-STOCK-UPDATE-PARA.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-CLOCK FROM TIME
           MOVE 'N' TO CTL-CHANGED-FLAG
           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-FILE-COUNT
               IF JL-FILE-NAME(JL-SUB) = 'BOOKSTCK'
                   MOVE JL-FILE-NAME(JL-SUB) TO CTL-CHECK-NAME
                   PERFORM FIND-RUN-CONTROL-ENTRY-PARA
                   IF CTL-FOUND
                       PERFORM RECORD-RUN-OUTPUT-PARA
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CTL-CHANGED
               PERFORM WRITE-RUN-CONTROL-PARA
               IF RCTL-STATUS-CODE NOT = '00'
                   DISPLAY 'BOOKRCTL.DAT NOT WRITTEN - STATUS='
                       RCTL-STATUS-CODE ' - STOCK UPDATE NOT CLOSED'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      *    The id stays on the registry, marked, so the history of
      *    what happened to it is kept; the nightly job treats a
      *    marked id as free and clears the mark when the resend
      *    arrives.
       MARK-BATCH-REVERSED-PARA.
           SET BTX TO BSEARCH-INSERT-AT
           MOVE 'R' TO BATCH-STATUS(BTX)
           MOVE RUN-DATE TO BATCH-REVERSED-DATE(BTX)
           OPEN OUTPUT BOOKBTCH
           PERFORM VARYING BTX FROM 1 BY 1 UNTIL BTX > BATCH-COUNT
               MOVE BATCH-ENTRY-ID(BTX) TO BTCH-ID
               MOVE BATCH-RUN-DATE(BTX) TO BTCH-RUN-DATE
               MOVE BATCH-STATUS(BTX) TO BTCH-STATUS
               MOVE BATCH-REVERSED-DATE(BTX) TO BTCH-REVERSED-DATE
               WRITE BATCH-REGISTRY-RECORD
           END-PERFORM
           CLOSE BOOKBTCH
           MOVE SPACES TO REVERSAL-AUDIT-LINE
           STRING 'BATCH-ID=' REQ-BATCH-ID
               ' MARKED REVERSED ON THE REGISTRY - FIRST PROCESSED '
               BATCH-FIRST-RUN-DATE
               INTO REVERSAL-AUDIT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-AUDIT-LINE.

       WRITE-REVERSAL-REPORT-PARA.
           OPEN OUTPUT BOOKVRPT
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'SALES BATCH REVERSAL - RUN DATE: ' RUN-DATE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE '----------------------------------------'
               TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'BATCH-ID: ' REQ-BATCH-ID
               '   FIRST PROCESSED: ' BATCH-FIRST-RUN-DATE
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'REASON: ' REQ-REASON INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE

           MOVE JOURNAL-READ-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'JOURNAL RECORDS FOR BATCH ....... ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE JOURNAL-SKIPPED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING '  REVERSED BEFORE, SKIPPED ...... ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE JOURNAL-RESUMED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING '  RESUMED FROM EARLIER RUN ...... ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE RECORDS-REVERSED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING '  REVERSED THIS RUN ............. ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE SALE-COPIES-TOTAL TO COPIES-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'SALE COPIES BACKED OUT .......... ' COPIES-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE RETURN-COPIES-TOTAL TO COPIES-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'RETURN COPIES BACKED OUT ........ ' COPIES-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE NET-COPIES-TOTAL TO NET-COPIES-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'NET COPIES BACKED OUT ........... '
               NET-COPIES-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE REVENUE-TOTAL TO REVENUE-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'REVENUE BACKED OUT .............. ' REVENUE-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE HISTORY-REWRITE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'HISTORY RECORDS REWRITTEN ....... ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE HISTORY-ERROR-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'HISTORY REWRITE ERRORS .......... ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE JOURNAL-ERROR-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'JOURNAL MARK ERRORS ............. ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE STOCK-MISSING-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'STOCK ROWS NOT FOUND ............ ' COUNT-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE

      *    Three independent views of the same movement: the journal
      *    net, the drop in the control record's copies-in, and the
      *    net taken off the title records.
           MOVE CONTROL-COPIES-MOVED TO NET-COPIES-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'CONTROL COPIES-IN MOVEMENT ...... '
               NET-COPIES-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           MOVE TITLE-COPIES-MOVED TO NET-COPIES-DISPLAY
           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING 'TITLE NET MOVEMENT .............. '
               NET-COPIES-DISPLAY
               INTO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           IF NET-COPIES-TOTAL = CONTROL-COPIES-MOVED
                   AND NET-COPIES-TOTAL = TITLE-COPIES-MOVED
                   AND HISTORY-ERROR-COUNT = 0
                   AND JOURNAL-ERROR-COUNT = 0
               MOVE 'REVERSAL: IN BALANCE' TO REVERSAL-REPORT-LINE
           ELSE
               MOVE 'REVERSAL: *** OUT OF BALANCE ***'
                   TO REVERSAL-REPORT-LINE
           END-IF
           WRITE REVERSAL-REPORT-RECORD FROM REVERSAL-REPORT-LINE
           DISPLAY REVERSAL-REPORT-LINE
           WRITE REVERSAL-AUDIT-RECORD FROM REVERSAL-REPORT-LINE
           CLOSE BOOKVRPT.

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

      *    An update this run has already closed (the stock ledger,
      *    once written) is not moved on a second time.
       RECORD-RUN-OUTPUT-PARA.
           IF JL-FILE-USE(JL-SUB) = 'U'
               IF CTL-UPDATE-OPEN(CTL-SUB)
                   ADD 1 TO CTL-GENERATION(CTL-SUB)
                   MOVE CTL-JOB-NAME TO CTL-CREATED-BY(CTL-SUB)
                   MOVE CTL-RUN-DATE TO CTL-CREATED-DATE(CTL-SUB)
                   MOVE CTL-CLOCK-HHMMSS TO CTL-CREATED-TIME(CTL-SUB)
                   MOVE 'N' TO CTL-UPDATE-FLAG(CTL-SUB)
                   MOVE SPACES TO CTL-UPDATE-BY(CTL-SUB)
                   MOVE CTL-GENERATION(CTL-SUB) TO JL-FILE-GEN(JL-SUB)
               END-IF
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
