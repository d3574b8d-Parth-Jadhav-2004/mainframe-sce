               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS-CODE.

           SELECT OPTIONAL BOOKPEND ASSIGN TO 'BOOKPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS-CODE.

           SELECT OPTIONAL PUBLMAST ASSIGN TO 'PUBLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUBLISHER-STATUS-CODE.

      *    The files a delete is checked against - a title still
      *    carried in any of them is refused, not retired.
           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT OPTIONAL BOOKREPL ASSIGN TO 'BOOKREPL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLENISH-STATUS-CODE.

           SELECT OPTIONAL BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS-CODE.

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
       FD BOOKMAST.
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.
           05 MASTER-REC-CATEGORY      PIC X(10).
      *    Publisher and the title's own royalty rate (percent of net
      *    sales value).  A zero rate means the title earns at its
      *    publisher's rate for the category.
           05 MASTER-REC-PUBLISHER     PIC X(4).
           05 MASTER-REC-ROYALTY-RATE  PIC 99V99.

      *    Each transaction carries the id of the person who keyed
      *    it after the fields it maintains; the fields themselves
      *    are grouped so a transaction held for release goes onto
      *    the pending file exactly as it was keyed.
       FD BOOKTRAN.
       01 TRAN-RECORD.
           05 TRAN-DETAIL.
               10 TRAN-ACTION          PIC X.
                   88 TRAN-IS-ADD      VALUE 'A'.
                   88 TRAN-IS-CHANGE   VALUE 'C'.
                   88 TRAN-IS-DELETE   VALUE 'D'.
               10 TRAN-BOOK-NUMBER     PIC X(5).
               10 TRAN-BOOK-NAME       PIC X(20).
               10 TRAN-UNIT-PRICE      PIC X(6).
               10 TRAN-CATEGORY        PIC X(10).
               10 TRAN-PUBLISHER       PIC X(4).
               10 TRAN-ROYALTY-RATE    PIC X(4).
           05 TRAN-USER-ID             PIC X(8).

       FD BOOKMNEW.
       01 NEW-MASTER-RECORD.
           05 NEW-MASTER-BOOK-NAME     PIC X(20).
           05 NEW-MASTER-UNIT-PRICE    PIC 9(4)V99.
           05 NEW-MASTER-CATEGORY      PIC X(10).
           05 NEW-MASTER-PUBLISHER     PIC X(4).
           05 NEW-MASTER-ROYALTY-RATE  PIC 99V99.

       FD BOOKMRPT.
       01 MAINT-REPORT-RECORD    PIC X(80).
           05 PRCH-EFFECTIVE-DATE      PIC 9(8).
           05 PRCH-UNIT-PRICE          PIC 9(4)V99.

      *    Changes held for a second authorized user to release,
      *    shared with the store maintenance job and worked off by
      *    the approval run.  An item is identified by the date it
      *    was keyed and a sequence within that date; the transaction
      *    rides along as keyed, with the id of whoever keyed it.
       FD BOOKPEND.
       01 PENDING-RECORD.
           05 PEND-ID.
               10 PEND-DATE-KEYED      PIC 9(8).
               10 PEND-SEQ             PIC 9(4).
           05 PEND-MASTER              PIC X.
               88 PEND-FOR-TITLE       VALUE 'T'.
               88 PEND-FOR-STORE       VALUE 'S'.
           05 PEND-KEYED-BY            PIC X(8).
           05 PEND-HOLD-REASON         PIC X(20).
           05 PEND-TRAN-IMAGE          PIC X(50).
           05 PEND-TITLE-IMAGE REDEFINES PEND-TRAN-IMAGE.
               10 FILLER               PIC X.
               10 PEND-IMAGE-BOOK-NUMBER PIC X(5).
               10 FILLER               PIC X(44).

      *    Publisher master, read only for its codes, so a title
      *    cannot be pointed at a publisher that is not on file.
       FD PUBLMAST.
       01 PUBLISHER-RECORD.
           05 PUBL-REC-CODE            PIC X(4).
           05 FILLER                   PIC X(123).

      *    Rolled-forward sales history, layout as the reporting job
      *    writes it.  Only read here, by key, to see whether a
      *    title up for deletion still has sales on file.
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

      *    Purchasing's replenishment feed from the reporting job.
      *    A title with copies on order is still coming in.
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

      *    Stock-on-hand ledger, layout as the goods-receipt job
      *    writes it.
       FD BOOKSTCK.
       01 STOCK-RECORD.
           05 STCK-STORE-CODE          PIC X(4).
           05 STCK-BOOK-NUMBER         PIC X(5).
           05 STCK-RECEIVED-COPIES     PIC 9(9).
           05 STCK-SOLD-COPIES         PIC 9(9).
           05 STCK-RETURNED-COPIES     PIC 9(9).
           05 STCK-ON-HAND             PIC S9(9) SIGN LEADING SEPARATE.
           05 STCK-LAST-RECEIPT-DATE   PIC 9(8).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS-CODE     PIC XX.
       01 TRAN-STATUS-CODE       PIC XX.
       01 MAINT-REPORT-STATUS-CODE PIC XX.
       01 MAINT-AUDIT-STATUS-CODE PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 PUBLISHER-STATUS-CODE  PIC XX.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 REPLENISH-STATUS-CODE  PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 PENDING-STATUS-CODE    PIC XX.
       01 PRICES-LOGGED-COUNT    PIC 9(7) VALUE ZERO.

      *    Limits past which a transaction is held rather than
      *    applied: every delete, and any change that moves a price
      *    by more than this percentage either way.
       01 PRICE-MOVE-LIMIT       PIC 9(3)V99 VALUE 10.
       01 PRICE-MOVE-PERCENT     PIC S9(9)V99.
       01 HOLD-REASON-TEXT       PIC X(20).
       01 LAST-PENDING-SEQ       PIC 9(4) VALUE ZERO.
       01 PENDING-FILE-FLAG      PIC X VALUE 'N'.
           88 PENDING-IS-OPEN    VALUE 'Y'.
       01 TRANS-HELD-COUNT       PIC 9(7) VALUE ZERO.

      *    Titles with an item already waiting on the pending file,
      *    from an earlier run or held earlier in this one.  A
      *    release puts the whole held transaction on the master, so
      *    no other change may reach the title until the approval run
      *    has decided the item.  A pending file that could not be
      *    read, or that held more items than the table, leaves
      *    every change and delete unprovable, so each is refused.
       01 PENDING-KEY-TABLE.
           05 PENDING-BOOK-NUMBER OCCURS 2000 TIMES
                             INDEXED BY PKX PIC X(5).
       01 PENDING-KEY-COUNT      PIC 9(5) VALUE ZERO.
       01 MAX-PENDING-KEYS       PIC 9(5) VALUE 2000.
       01 REJECTED-PENDING-KEY-COUNT PIC 9(5) VALUE ZERO.
       01 NEW-PENDING-KEY        PIC X(5).
       01 PENDING-KEYS-FLAG      PIC X VALUE 'Y'.
           88 PENDING-KEYS-KNOWN VALUE 'Y'.
           88 PENDING-KEYS-UNKNOWN VALUE 'N'.

      *    Whether the history could be opened for the delete
      *    guard.  No history file at all is a system not yet run
      *    live, with nothing a delete could orphan; a file that is
      *    there but will not open leaves every delete unprovable,
      *    so each one is refused until it can be checked.
       01 HISTORY-OPEN-FLAG      PIC X VALUE 'N'.
           88 HISTORY-IS-OPEN    VALUE 'Y'.
           88 HISTORY-IS-ABSENT  VALUE 'A'.
           88 HISTORY-UNREADABLE VALUE 'N'.
       01 SCAN-EOF-FLAG          PIC X VALUE 'N'.
           88 SCAN-AT-END        VALUE 'Y'.
       01 REFERENCE-FLAG         PIC X VALUE 'N'.
           88 TITLE-REFERENCED   VALUE 'Y'.
           88 TITLE-UNREFERENCED VALUE 'N'.
       01 DELETES-REFUSED-COUNT  PIC 9(7) VALUE ZERO.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The whole master is held in storage while the transactions
      *    run against it, same scale and same capacity discipline as
      *    the reporting job's MASTER-TABLE: an overflow is counted
      *    and reported, never silently dropped.  Deletes are not
      *    applied here - they wait on the pending file for the
      *    approval run - but the flag stays so the new master is
      *    written the same way that run writes it.
       01 MAINT-TABLE.
           05 MAINT-ENTRY OCCURS 10000 TIMES INDEXED BY MDX.
               10 MAINT-BOOK-NUMBER   PIC X(5).
               10 MAINT-BOOK-NAME     PIC X(20).
               10 MAINT-UNIT-PRICE    PIC 9(4)V99.
               10 MAINT-CATEGORY      PIC X(10).
               10 MAINT-PUBLISHER     PIC X(4).
               10 MAINT-ROYALTY-RATE  PIC 99V99.
               10 MAINT-DELETE-FLAG   PIC X.
                   88 MAINT-ENTRY-DELETED VALUE 'Y'.
       01 MAINT-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MAINT-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-MAINT-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Publisher codes on file.  With no publisher master yet
      *    the codes keyed on titles are taken as they come.
       01 PUBLISHER-CODE-TABLE.
           05 PUBLISHER-CODE OCCURS 1000 TIMES
                             INDEXED BY PBX PIC X(4).
       01 PUBLISHER-COUNT        PIC 9(5) VALUE ZERO.
       01 MAX-PUBLISHER-ENTRIES  PIC 9(5) VALUE 1000.
       01 REJECTED-PUBLISHER-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 PUBLISHER-FILE-FLAG    PIC X VALUE 'N'.
           88 PUBLISHERS-LOADED  VALUE 'Y'.

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
           05 TEMP-BOOK-NAME         PIC X(20).
           05 TEMP-UNIT-PRICE        PIC 9(4)V99.
           05 TEMP-CATEGORY          PIC X(10).
           05 TEMP-PUBLISHER         PIC X(4).
           05 TEMP-ROYALTY-RATE      PIC 99V99.
           05 TEMP-DELETE-FLAG       PIC X.
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).
       01 EDITED-UNIT-PRICE      PIC 9(4)V99.
       01 TRAN-PRICE-NUMERIC     REDEFINES EDITED-UNIT-PRICE
                                 PIC 9(6).
       01 EDITED-ROYALTY-RATE    PIC 99V99.
       01 TRAN-RATE-NUMERIC      REDEFINES EDITED-ROYALTY-RATE
                                 PIC 9(4).

       01 RUN-DATE               PIC 9(8).

       01 COUNT-DISPLAY          PIC ZZ,ZZ9.

      *    Control totals for the trailer reconciliation: every
      *    transaction read must land in exactly one of the applied,
      *    held or rejected buckets.
       01 TRANS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ADDS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 CHANGES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 TRANS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 MASTER-BEFORE-COUNT    PIC 9(5) VALUE ZERO.
       01 MASTER-AFTER-COUNT     PIC 9(5) VALUE ZERO.
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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKMAINT'.
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

      *    The master must be the live generation, with no new one
      *    from an earlier run still waiting to be swapped in - this
      *    run's new master would otherwise be built on the old one.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'PUBLMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKMAUD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'MASTER MAINTENANCE AUDIT TRAIL - RUN DATE: '
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           OPEN EXTEND BOOKPRCH
           PERFORM FIND-LAST-PENDING-SEQ-PARA
           PERFORM OPEN-PENDING-FILE-PARA

           PERFORM LOAD-MASTER-PARA
           MOVE MAINT-COUNT TO MASTER-BEFORE-COUNT
           PERFORM LOAD-PUBLISHER-CODES-PARA
           PERFORM OPEN-HISTORY-PARA
           PERFORM SORT-MAINT-TABLE

           MOVE MASTER-BEFORE-COUNT TO COUNT-DISPLAY

           PERFORM WRITE-REPORT-TRAILER-PARA

           IF HISTORY-IS-OPEN
               CLOSE BOOKHIST
           END-IF
           CLOSE BOOKPRCH
           IF PENDING-IS-OPEN
               CLOSE BOOKPEND
           END-IF
           IF PRICES-LOGGED-COUNT > 0
               MOVE 'BOOKPRCH' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF
           IF TRANS-HELD-COUNT > 0
               MOVE 'BOOKPEND' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF
           CLOSE BOOKMRPT
           CLOSE BOOKMAUD

           DISPLAY 'TRANSACTIONS READ ....... ' TRANS-READ-COUNT
           DISPLAY 'ADDS APPLIED ............ ' ADDS-APPLIED-COUNT
           DISPLAY 'CHANGES APPLIED ......... ' CHANGES-APPLIED-COUNT
           DISPLAY 'HELD FOR RELEASE ........ ' TRANS-HELD-COUNT
           DISPLAY 'TRANSACTIONS REJECTED ... ' TRANS-REJECTED-COUNT
           DISPLAY '  DELETES REFUSED ....... ' DELETES-REFUSED-COUNT
           DISPLAY 'TITLES BEFORE ........... ' MASTER-BEFORE-COUNT
           DISPLAY 'TITLES AFTER ............ ' MASTER-AFTER-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-MASTER-PARA.
               ELSE
                   MOVE MASTER-REC-CATEGORY TO MAINT-CATEGORY(MDX)
               END-IF
      *    Rows from before the publisher columns were added load
      *    with no publisher and a zero rate - the royalty run lists
      *    them until a change transaction assigns one.
               MOVE MASTER-REC-PUBLISHER TO MAINT-PUBLISHER(MDX)
               IF MASTER-REC-ROYALTY-RATE IS NUMERIC
                   MOVE MASTER-REC-ROYALTY-RATE
                       TO MAINT-ROYALTY-RATE(MDX)
               ELSE
                   MOVE ZERO TO MAINT-ROYALTY-RATE(MDX)
               END-IF
               MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
           END-IF.

               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       LOAD-PUBLISHER-CODES-PARA.
           OPEN INPUT PUBLMAST
           IF PUBLISHER-STATUS-CODE = '00'
               SET PUBLISHERS-LOADED TO TRUE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PUBLMAST
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PUBLISHER-CODE-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PUBLMAST
           END-IF.

       LOAD-ONE-PUBLISHER-CODE-PARA.
           IF PUBLISHER-COUNT >= MAX-PUBLISHER-ENTRIES
               ADD 1 TO REJECTED-PUBLISHER-LOAD-COUNT
               DISPLAY 'PUBLISHER-CODE-TABLE FULL - PUBLISHER='
                   PUBL-REC-CODE ' NOT LOADED FROM PUBLMAST.DAT'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'PUBLISHER-CODE-TABLE FULL - PUBLISHER='
                   PUBL-REC-CODE ' NOT LOADED FROM PUBLMAST.DAT'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           ELSE
               ADD 1 TO PUBLISHER-COUNT
               SET PBX TO PUBLISHER-COUNT
               MOVE PUBL-REC-CODE TO PUBLISHER-CODE(PBX)
           END-IF.

      *    Items keyed earlier today, by this job or the store
      *    maintenance job, have already used some of today's
      *    sequence numbers; the next item follows the highest.  The
      *    same pass notes every title with an item still waiting.
       FIND-LAST-PENDING-SEQ-PARA.
           MOVE ZERO TO LAST-PENDING-SEQ
           OPEN INPUT BOOKPEND
           EVALUATE PENDING-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO SCAN-EOF-FLAG
                   PERFORM UNTIL SCAN-AT-END
                       READ BOOKPEND
                           AT END
                               SET SCAN-AT-END TO TRUE
                           NOT AT END
                               IF PEND-DATE-KEYED = RUN-DATE
                                       AND PEND-SEQ > LAST-PENDING-SEQ
                                   MOVE PEND-SEQ TO LAST-PENDING-SEQ
                               END-IF
                               IF PEND-FOR-TITLE
                                   MOVE PEND-IMAGE-BOOK-NUMBER
                                       TO NEW-PENDING-KEY
                                   PERFORM NOTE-PENDING-KEY-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKPEND
               WHEN '05'
                   CLOSE BOOKPEND
               WHEN OTHER
                   SET PENDING-KEYS-UNKNOWN TO TRUE
                   DISPLAY 'BOOKPEND.DAT NOT READABLE - STATUS='
                       PENDING-STATUS-CODE
                       ' - CHANGES AND DELETES REJECTED'
                   MOVE SPACES TO MAINT-AUDIT-LINE
                   STRING 'BOOKPEND.DAT NOT READABLE - STATUS='
                       PENDING-STATUS-CODE
                       ' - CHANGES AND DELETES REJECTED'
                       INTO MAINT-AUDIT-LINE
                   WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-EVALUATE
           IF REJECTED-PENDING-KEY-COUNT > 0
               DISPLAY 'PENDING-KEY TABLE FULL - '
                   REJECTED-PENDING-KEY-COUNT
                   ' ITEMS NOT LOADED - CHANGES AND DELETES REJECTED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'PENDING-KEY TABLE FULL - '
                   REJECTED-PENDING-KEY-COUNT
                   ' ITEMS NOT LOADED - CHANGES AND DELETES REJECTED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       NOTE-PENDING-KEY-PARA.
           IF PENDING-KEY-COUNT >= MAX-PENDING-KEYS
               ADD 1 TO REJECTED-PENDING-KEY-COUNT
               SET PENDING-KEYS-UNKNOWN TO TRUE
           ELSE
               ADD 1 TO PENDING-KEY-COUNT
               SET PKX TO PENDING-KEY-COUNT
               MOVE NEW-PENDING-KEY TO PENDING-BOOK-NUMBER(PKX)
           END-IF.

      *    A change that has to be held but cannot be written to the
      *    pending file is rejected, never applied in its place.
       OPEN-PENDING-FILE-PARA.
           OPEN EXTEND BOOKPEND
           IF PENDING-STATUS-CODE = '00' OR PENDING-STATUS-CODE = '05'
               SET PENDING-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'BOOKPEND.DAT NOT AVAILABLE - STATUS='
                   PENDING-STATUS-CODE ' - HELD CHANGES REJECTED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKPEND.DAT NOT AVAILABLE - STATUS='
                   PENDING-STATUS-CODE ' - HELD CHANGES REJECTED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       OPEN-HISTORY-PARA.
           OPEN INPUT BOOKHIST
           EVALUATE HISTORY-STATUS-CODE
               WHEN '00'
                   SET HISTORY-IS-OPEN TO TRUE
               WHEN '35'
                   SET HISTORY-IS-ABSENT TO TRUE
               WHEN OTHER
                   SET HISTORY-UNREADABLE TO TRUE
                   DISPLAY 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                       HISTORY-STATUS-CODE ' - DELETES WILL BE REFUSED'
                   MOVE SPACES TO MAINT-AUDIT-LINE
                   STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                       HISTORY-STATUS-CODE ' - DELETES WILL BE REFUSED'
                       INTO MAINT-AUDIT-LINE
                   WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-EVALUATE.

      *    The incoming master is not trusted to be in order - it has
      *    been hand-edited for years - so the table is put in
      *    ascending BOOK-NUMBER order here (shell sort, the same
       PROCESS-ONE-TRAN-PARA.
           ADD 1 TO TRANS-READ-COUNT
           MOVE SPACES TO REJECT-REASON-TEXT
           MOVE SPACES TO HOLD-REASON-TEXT
           PERFORM EDIT-ONE-TRAN-PARA
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-CHANGE OR TRAN-IS-DELETE)
               PERFORM CHECK-KEY-PENDING-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               PERFORM CHECK-APPROVAL-LIMITS-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND HOLD-REASON-TEXT = SPACES
               EVALUATE TRUE
                   WHEN TRAN-IS-ADD
                       PERFORM APPLY-ADD-PARA
                   WHEN TRAN-IS-CHANGE
                       PERFORM APPLY-CHANGE-PARA
               END-EVALUATE
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND HOLD-REASON-TEXT NOT = SPACES
               PERFORM WRITE-PENDING-ITEM-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               IF HOLD-REASON-TEXT = SPACES
                   MOVE 'APPLIED' TO DISPOSITION-TEXT
                   PERFORM LOG-APPLIED-TRAN-PARA
               ELSE
                   MOVE 'PENDING' TO DISPOSITION-TEXT
               END-IF
               PERFORM WRITE-TRAN-REPORT-LINE-PARA
           ELSE
               ADD 1 TO TRANS-REJECTED-COUNT
                   END-IF
               END-IF
           END-IF
      *    Nothing is applied or held without the id of whoever
      *    keyed it - the approval run needs it to refuse a keyer
      *    releasing their own change.
           IF REJECT-REASON-TEXT = SPACES
                   AND TRAN-USER-ID = SPACES
               MOVE 'BLANK USER ID' TO REJECT-REASON-TEXT
           END-IF
      *    Adds and changes replace the whole master row, so the
      *    price they carry must be clean digits; the category may
      *    be left blank and defaults at load time.
               ELSE
                   MOVE 'INVALID UNIT PRICE' TO REJECT-REASON-TEXT
               END-IF
           END-IF
      *    Publisher and royalty rate may be left blank - on a change
      *    that keeps what the title already carries - but what is
      *    keyed must be a publisher on file and a clean rate.
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               MOVE ZERO TO EDITED-ROYALTY-RATE
               IF TRAN-ROYALTY-RATE NOT = SPACES
                   IF TRAN-ROYALTY-RATE IS NUMERIC
                       MOVE TRAN-ROYALTY-RATE TO TRAN-RATE-NUMERIC
                   ELSE
                       MOVE 'INVALID ROYALTY RATE'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
                   AND TRAN-PUBLISHER NOT = SPACES
                   AND PUBLISHERS-LOADED
               SET NOT-MATCHED TO TRUE
               PERFORM VARYING PBX FROM 1 BY 1
                       UNTIL PBX > PUBLISHER-COUNT
                   IF PUBLISHER-CODE(PBX) = TRAN-PUBLISHER
                       SET MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT MATCHED
                   MOVE 'PUBLISHER NOT ON FILE' TO REJECT-REASON-TEXT
               END-IF
           END-IF.

      *    A change or delete to a title with an item still waiting
      *    for release is refused, not applied or held alongside it:
      *    the release would put the held image back over it.
       CHECK-KEY-PENDING-PARA.
           IF PENDING-KEYS-UNKNOWN
               MOVE 'PENDING ITEMS NOT KNOWN' TO REJECT-REASON-TEXT
           ELSE
               PERFORM VARYING PKX FROM 1 BY 1
                       UNTIL PKX > PENDING-KEY-COUNT
                   IF PENDING-BOOK-NUMBER(PKX) = TRAN-BOOK-NUMBER
                       MOVE 'CHANGE PENDING APPROVAL'
                           TO REJECT-REASON-TEXT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *    Serial search of the live (not-deleted) entries.
       FIND-MAINT-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
                   ELSE
                       MOVE TRAN-CATEGORY TO MAINT-CATEGORY(MDX)
                   END-IF
                   MOVE TRAN-PUBLISHER TO MAINT-PUBLISHER(MDX)
                   MOVE EDITED-ROYALTY-RATE TO MAINT-ROYALTY-RATE(MDX)
                   MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
                   ADD 1 TO ADDS-APPLIED-COUNT
                   PERFORM WRITE-PRICE-HISTORY-PARA
               ELSE
                   MOVE TRAN-CATEGORY TO MAINT-CATEGORY(MDX)
               END-IF
               IF TRAN-PUBLISHER NOT = SPACES
                   MOVE TRAN-PUBLISHER TO MAINT-PUBLISHER(MDX)
               END-IF
               IF TRAN-ROYALTY-RATE NOT = SPACES
                   MOVE EDITED-ROYALTY-RATE TO MAINT-ROYALTY-RATE(MDX)
               END-IF
               ADD 1 TO CHANGES-APPLIED-COUNT
           ELSE
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           END-IF.

      *    Every delete, and any change that moves a price by more
      *    than PRICE-MOVE-LIMIT percent, goes to the pending file
      *    for a second authorized user to release through the
      *    approval run instead of being applied here.  A price held
      *    this way writes no price history row and values no sales
      *    until it is released.  Zero on the master is a title that
      *    has never been priced, so pricing it is always held.
       CHECK-APPROVAL-LIMITS-PARA.
           EVALUATE TRUE
               WHEN TRAN-IS-DELETE
                   PERFORM CHECK-DELETE-ALLOWED-PARA
                   IF REJECT-REASON-TEXT = SPACES
                       MOVE 'DELETE NEEDS RELEASE'
                           TO HOLD-REASON-TEXT
                   END-IF
               WHEN TRAN-IS-CHANGE
                   PERFORM FIND-MAINT-ENTRY-PARA
                   IF MATCHED
                       SET MDX TO FOUND-ENTRY-SUB
                       IF MAINT-UNIT-PRICE(MDX) NOT = EDITED-UNIT-PRICE
                           IF MAINT-UNIT-PRICE(MDX) = ZERO
                               MOVE 'PRICE MOVE > LIMIT'
                                   TO HOLD-REASON-TEXT
                           ELSE
                               COMPUTE PRICE-MOVE-PERCENT ROUNDED =
                                   (EDITED-UNIT-PRICE
                                       - MAINT-UNIT-PRICE(MDX))
                                   * 100 / MAINT-UNIT-PRICE(MDX)
                               IF PRICE-MOVE-PERCENT > PRICE-MOVE-LIMIT
                                       OR PRICE-MOVE-PERCENT <
                                           ZERO - PRICE-MOVE-LIMIT
                                   MOVE 'PRICE MOVE > LIMIT'
                                       TO HOLD-REASON-TEXT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF HOLD-REASON-TEXT NOT = SPACES
               IF NOT PENDING-IS-OPEN
                   MOVE 'PENDING FILE NOT OPEN' TO REJECT-REASON-TEXT
               ELSE
                   IF LAST-PENDING-SEQ >= 9999
                       MOVE 'PENDING FILE FULL TODAY'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    A title still carried anywhere the nightly job will meet
      *    it again stays on the master: deleting it would turn
      *    every late return, and every sale off stock still on the
      *    shelves, into a not-on-master reject.  A duplicate title
      *    is retired through the merge job instead, which carries
      *    its history across first.  A delete the guards refuse is
      *    rejected here rather than held for a release that could
      *    never be applied; the approval run checks again before it
      *    retires the title.
       CHECK-DELETE-ALLOWED-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               PERFORM CHECK-TITLE-REFERENCES-PARA
               IF REJECT-REASON-TEXT NOT = SPACES
                   ADD 1 TO DELETES-REFUSED-COUNT
               END-IF
           ELSE
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           END-IF.

      *    The title record is written with the first sale a title
      *    ever takes and every month and store/title record comes
      *    with it, so its key alone answers for the whole history.
       CHECK-TITLE-REFERENCES-PARA.
           EVALUATE TRUE
               WHEN HISTORY-UNREADABLE
                   MOVE 'HISTORY NOT READABLE' TO REJECT-REASON-TEXT
               WHEN HISTORY-IS-OPEN
                   MOVE SPACES TO HIST-REC-KEY
                   SET HIST-TYPE-BOOK TO TRUE
                   MOVE ZERO TO HIST-KEY-PERIOD-CODE
                   MOVE TRAN-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
                   READ BOOKHIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'TITLE HAS SALES HISTORY'
                               TO REJECT-REASON-TEXT
                   END-READ
           END-EVALUATE
           IF REJECT-REASON-TEXT = SPACES
               PERFORM CHECK-PENDING-ORDER-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               PERFORM CHECK-STOCK-ON-HAND-PARA
           END-IF.

      *    Deletes are rare enough that each one reads the feed
      *    through rather than holding it in storage all run.
       CHECK-PENDING-ORDER-PARA.
           SET TITLE-UNREFERENCED TO TRUE
           OPEN INPUT BOOKREPL
           IF REPLENISH-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR TITLE-REFERENCED
                   READ BOOKREPL
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF REPL-BOOK-NUMBER = TRAN-BOOK-NUMBER
                                   AND REPL-ORDER-QTY > ZERO
                               SET TITLE-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKREPL
           END-IF
           IF TITLE-REFERENCED
               MOVE 'REPLENISHMENT ORDER OPEN' TO REJECT-REASON-TEXT
           END-IF.

       CHECK-STOCK-ON-HAND-PARA.
           SET TITLE-UNREFERENCED TO TRUE
           OPEN INPUT BOOKSTCK
           IF STOCK-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR TITLE-REFERENCED
                   READ BOOKSTCK
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF STCK-BOOK-NUMBER = TRAN-BOOK-NUMBER
                                   AND STCK-ON-HAND NOT = ZERO
                               SET TITLE-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKSTCK
           END-IF
           IF TITLE-REFERENCED
               MOVE 'STOCK ON HAND AT STORES' TO REJECT-REASON-TEXT
           END-IF.

      *    The new price takes effect the day the maintenance runs -
      *    sales dated before today keep valuing at whatever price
      *    row was in force on their sale date.
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-PENDING-ITEM-PARA.
           ADD 1 TO LAST-PENDING-SEQ
           MOVE RUN-DATE TO PEND-DATE-KEYED
           MOVE LAST-PENDING-SEQ TO PEND-SEQ
           SET PEND-FOR-TITLE TO TRUE
           MOVE TRAN-USER-ID TO PEND-KEYED-BY
           MOVE HOLD-REASON-TEXT TO PEND-HOLD-REASON
           MOVE TRAN-DETAIL TO PEND-TRAN-IMAGE
           WRITE PENDING-RECORD
           ADD 1 TO TRANS-HELD-COUNT
           MOVE TRAN-BOOK-NUMBER TO NEW-PENDING-KEY
           PERFORM NOTE-PENDING-KEY-PARA
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'HELD ID=' PEND-ID
               ' ACTION=' TRAN-ACTION ' BOOK-NUMBER=' TRAN-BOOK-NUMBER
               ' KEYED BY=' TRAN-USER-ID ' ' HOLD-REASON-TEXT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

      *    A change inside the limits needs no second user, so the
      *    approver side of the line says so rather than repeating
      *    the keyer.
       LOG-APPLIED-TRAN-PARA.
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'APPLIED ACTION=' TRAN-ACTION
               ' BOOK-NUMBER=' TRAN-BOOK-NUMBER
               ' KEYED BY=' TRAN-USER-ID
               ' RELEASED BY=NONE - WITHIN LIMITS'
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       LOG-CHANGE-BEFORE-AFTER-PARA.
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'CHANGE BOOK-NUMBER=' TRAN-BOOK-NUMBER
               ' OLD NAME=' MAINT-BOOK-NAME(MDX)
               ' NEW NAME=' TRAN-BOOK-NAME
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           IF (TRAN-PUBLISHER NOT = SPACES
                   AND TRAN-PUBLISHER NOT = MAINT-PUBLISHER(MDX))
               OR (TRAN-ROYALTY-RATE NOT = SPACES
                   AND EDITED-ROYALTY-RATE
                       NOT = MAINT-ROYALTY-RATE(MDX))
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'CHANGE BOOK-NUMBER=' TRAN-BOOK-NUMBER
                   ' OLD PUBLISHER=' MAINT-PUBLISHER(MDX)
                   ' OLD RATE=' MAINT-ROYALTY-RATE(MDX)
                   ' NEW PUBLISHER=' TRAN-PUBLISHER
                   ' NEW RATE=' TRAN-ROYALTY-RATE
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       WRITE-TRAN-REPORT-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           EVALUATE TRUE
               WHEN REJECT-REASON-TEXT NOT = SPACES
                   STRING TRAN-ACTION '    ' TRAN-BOOK-NUMBER '    '
                       TRAN-BOOK-NAME '  ' DISPOSITION-TEXT ' - '
                       REJECT-REASON-TEXT
                       INTO MAINT-REPORT-LINE
               WHEN HOLD-REASON-TEXT NOT = SPACES
                   STRING TRAN-ACTION '    ' TRAN-BOOK-NUMBER '    '
                       TRAN-BOOK-NAME '  ' DISPOSITION-TEXT ' '
                       PEND-ID ' ' HOLD-REASON-TEXT
                       INTO MAINT-REPORT-LINE
               WHEN OTHER
                   STRING TRAN-ACTION '    ' TRAN-BOOK-NUMBER '    '
                       TRAN-BOOK-NAME '  ' DISPOSITION-TEXT
                       INTO MAINT-REPORT-LINE
           END-EVALUATE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

       LOG-TRAN-REJECT-PARA.
                   MOVE MAINT-UNIT-PRICE(MDX)
                       TO NEW-MASTER-UNIT-PRICE
                   MOVE MAINT-CATEGORY(MDX) TO NEW-MASTER-CATEGORY
                   MOVE MAINT-PUBLISHER(MDX) TO NEW-MASTER-PUBLISHER
                   MOVE MAINT-ROYALTY-RATE(MDX)
                       TO NEW-MASTER-ROYALTY-RATE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO MASTER-AFTER-COUNT
               END-IF
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'HELD FOR RELEASE: ' TRANS-HELD-COUNT
               '  REJECTED: ' TRANS-REJECTED-COUNT
               '  (DELETES REFUSED: ' DELETES-REFUSED-COUNT ')'
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

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
