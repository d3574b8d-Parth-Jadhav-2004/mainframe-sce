               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS-CODE.

           SELECT OPTIONAL BOOKPEND ASSIGN TO 'BOOKPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS-CODE.

      *    The files a delete is checked against - a store still
      *    carried in either of them is refused, not retired.
           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

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
       FD STORMAST.
           05 STORE-REC-REGION         PIC X(10).
           05 STORE-REC-STATUS         PIC X.

      *    Each transaction carries the id of the person who keyed
      *    it after the fields it maintains; the fields themselves
      *    are grouped so a transaction held for release goes onto
      *    the pending file exactly as it was keyed.
       FD STORTRAN.
       01 TRAN-RECORD.
           05 TRAN-DETAIL.
               10 TRAN-ACTION          PIC X.
                   88 TRAN-IS-ADD      VALUE 'A'.
                   88 TRAN-IS-CHANGE   VALUE 'C'.
                   88 TRAN-IS-DELETE   VALUE 'D'.
               10 TRAN-STORE-CODE      PIC X(4).
               10 TRAN-STORE-NAME      PIC X(20).
               10 TRAN-REGION          PIC X(10).
               10 TRAN-STORE-STATUS    PIC X.
           05 TRAN-USER-ID             PIC X(8).

       FD STORMNEW.
       01 NEW-MASTER-RECORD.
       FD STORMAUD.
       01 MAINT-AUDIT-RECORD     PIC X(100).

      *    Changes held for a second authorized user to release,
      *    layout as the title maintenance job writes it.
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
           05 PEND-STORE-IMAGE REDEFINES PEND-TRAN-IMAGE.
               10 FILLER               PIC X.
               10 PEND-IMAGE-STORE-CODE PIC X(4).
               10 FILLER               PIC X(45).

      *    Rolled-forward sales history, layout as the reporting job
      *    writes it.  Only read here, by key, to see whether a
      *    store up for deletion still has sales on file.
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
       01 NEW-MASTER-STATUS-CODE PIC XX.
       01 MAINT-REPORT-STATUS-CODE PIC XX.
       01 MAINT-AUDIT-STATUS-CODE PIC XX.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 PENDING-STATUS-CODE    PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    maintenance job, sized past the reporting job's
      *    STORE-MASTER-TABLE with the same capacity discipline: an
      *    overflow is counted and reported, never silently dropped.
      *    Deletes are not applied here - they wait on the pending
      *    file for the approval run - but the flag stays so the new
      *    master is written the same way that run writes it.
       01 MAINT-TABLE.
           05 MAINT-ENTRY OCCURS 1000 TIMES INDEXED BY MDX.
               10 MAINT-STORE-CODE    PIC X(4).
           88 NOT-MATCHED         VALUE 'N'.
       01 FOUND-ENTRY-SUB        PIC 9(5) VALUE ZERO.

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
           88 STORE-REFERENCED   VALUE 'Y'.
           88 STORE-UNREFERENCED VALUE 'N'.

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).

       01 COUNT-DISPLAY          PIC ZZ,ZZ9.

      *    Control totals for the trailer reconciliation: every
      *    transaction read must land in exactly one of the applied,
      *    held or rejected buckets.
       01 TRANS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ADDS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 CHANGES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 TRANS-HELD-COUNT       PIC 9(7) VALUE ZERO.
       01 TRANS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 DELETES-REFUSED-COUNT  PIC 9(7) VALUE ZERO.
       01 MASTER-BEFORE-COUNT    PIC 9(5) VALUE ZERO.
       01 MASTER-AFTER-COUNT     PIC 9(5) VALUE ZERO.

       01 REJECT-REASON-TEXT     PIC X(25).
       01 DISPOSITION-TEXT       PIC X(10).

      *    Every delete, and any change that opens or closes a store,
      *    is held rather than applied.  The sequence carries on from
      *    the highest already used today by either maintenance job.
       01 HOLD-REASON-TEXT       PIC X(20).
       01 LAST-PENDING-SEQ       PIC 9(4) VALUE ZERO.
       01 PENDING-FILE-FLAG      PIC X VALUE 'N'.
           88 PENDING-IS-OPEN    VALUE 'Y'.
       01 NEW-STORE-STATUS       PIC X.

      *    Stores with an item already waiting on the pending file,
      *    from an earlier run or held earlier in this one.  A
      *    release puts the whole held transaction on the master, so
      *    no other change may reach the store until the approval run
      *    has decided the item.  A pending file that could not be
      *    read, or that held more items than the table, leaves
      *    every change and delete unprovable, so each is refused.
       01 PENDING-KEY-TABLE.
           05 PENDING-STORE-CODE OCCURS 2000 TIMES
                             INDEXED BY PKX PIC X(4).
       01 PENDING-KEY-COUNT      PIC 9(5) VALUE ZERO.
       01 MAX-PENDING-KEYS       PIC 9(5) VALUE 2000.
       01 REJECTED-PENDING-KEY-COUNT PIC 9(5) VALUE ZERO.
       01 NEW-PENDING-KEY        PIC X(4).
       01 PENDING-KEYS-FLAG      PIC X VALUE 'Y'.
           88 PENDING-KEYS-KNOWN VALUE 'Y'.
           88 PENDING-KEYS-UNKNOWN VALUE 'N'.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'STORMAINT'.
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
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKSTCK' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT STORMAUD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'STORE MASTER MAINTENANCE AUDIT TRAIL - RUN DATE: '
               RUN-DATE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM FIND-LAST-PENDING-SEQ-PARA
           PERFORM OPEN-PENDING-FILE-PARA

           PERFORM LOAD-MASTER-PARA
           MOVE MAINT-COUNT TO MASTER-BEFORE-COUNT
           PERFORM OPEN-HISTORY-PARA
           PERFORM SORT-MAINT-TABLE

           MOVE MASTER-BEFORE-COUNT TO COUNT-DISPLAY

           PERFORM WRITE-REPORT-TRAILER-PARA

           IF HISTORY-IS-OPEN
               CLOSE BOOKHIST
           END-IF
           IF PENDING-IS-OPEN
               CLOSE BOOKPEND
           END-IF
           IF TRANS-HELD-COUNT > 0
               MOVE 'BOOKPEND' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF
           CLOSE STORMRPT
           CLOSE STORMAUD

           DISPLAY 'TRANSACTIONS READ ....... ' TRANS-READ-COUNT
           DISPLAY 'ADDS APPLIED ............ ' ADDS-APPLIED-COUNT
           DISPLAY 'CHANGES APPLIED ......... ' CHANGES-APPLIED-COUNT
           DISPLAY 'HELD FOR RELEASE ........ ' TRANS-HELD-COUNT
           DISPLAY 'TRANSACTIONS REJECTED ... ' TRANS-REJECTED-COUNT
           DISPLAY '  DELETES REFUSED ....... ' DELETES-REFUSED-COUNT
           DISPLAY 'STORES BEFORE ........... ' MASTER-BEFORE-COUNT
           DISPLAY 'STORES AFTER ............ ' MASTER-AFTER-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-MASTER-PARA.
               MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
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

      *    Items keyed earlier today, by this job or the title
      *    maintenance job, have already used some of today's
      *    sequence numbers; the next item follows the highest.  The
      *    same pass notes every store with an item still waiting.
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
                               IF PEND-FOR-STORE
                                   MOVE PEND-IMAGE-STORE-CODE
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
               MOVE NEW-PENDING-KEY TO PENDING-STORE-CODE(PKX)
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

       LOG-MAINT-LOAD-CAPACITY-EXCEEDED-PARA.
           ADD 1 TO REJECTED-MAINT-LOAD-COUNT
           DISPLAY 'MAINT-TABLE FULL - STORE='
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
      *    Adds and changes replace the whole master row, so a status
      *    they carry must be a known code; a blank status defaults
      *    to open and a blank region defaults at apply time, the way
               END-IF
           END-IF.

      *    A change or delete to a store with an item still waiting
      *    for release is refused, not applied or held alongside it:
      *    the release would put the held image back over it.
       CHECK-KEY-PENDING-PARA.
           IF PENDING-KEYS-UNKNOWN
               MOVE 'PENDING ITEMS NOT KNOWN' TO REJECT-REASON-TEXT
           ELSE
               PERFORM VARYING PKX FROM 1 BY 1
                       UNTIL PKX > PENDING-KEY-COUNT
                   IF PENDING-STORE-CODE(PKX) = TRAN-STORE-CODE
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
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           END-IF.

      *    Every delete, and any change that opens or closes a
      *    store, goes to the pending file for a second authorized
      *    user to release through the approval run instead of being
      *    applied here.  A blank status on a change means open, as
      *    it does when the change is applied.
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
                       IF TRAN-STORE-STATUS = SPACE
                           MOVE 'O' TO NEW-STORE-STATUS
                       ELSE
                           MOVE TRAN-STORE-STATUS TO NEW-STORE-STATUS
                       END-IF
                       IF NEW-STORE-STATUS NOT = MAINT-STORE-STATUS(MDX)
                           MOVE 'STORE STATUS CHANGE'
                               TO HOLD-REASON-TEXT
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

      *    A store still carried anywhere the nightly job will meet
      *    it again stays on the master: deleting it would turn
      *    every late return from it into a not-on-master reject.
      *    A store that has stopped trading is closed ('C') by a
      *    change instead, which keeps its history joined up.  A
      *    delete the guards refuse is rejected here rather than held
      *    for a release that could never be applied; the approval
      *    run checks again before it retires the store.
       CHECK-DELETE-ALLOWED-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               PERFORM CHECK-STORE-REFERENCES-PARA
               IF REJECT-REASON-TEXT NOT = SPACES
                   ADD 1 TO DELETES-REFUSED-COUNT
               END-IF
           ELSE
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           END-IF.

      *    The outlet record is written with the first sale a store
      *    ever takes and every store/title record comes with it,
      *    so its key alone answers for the store's whole history.
       CHECK-STORE-REFERENCES-PARA.
           EVALUATE TRUE
               WHEN HISTORY-UNREADABLE
                   MOVE 'HISTORY NOT READABLE' TO REJECT-REASON-TEXT
               WHEN HISTORY-IS-OPEN
                   MOVE SPACES TO HIST-REC-KEY
                   SET HIST-TYPE-STORE TO TRUE
                   MOVE TRAN-STORE-CODE TO HIST-KEY-STORE-CODE
                   MOVE ZERO TO HIST-KEY-PERIOD-CODE
                   READ BOOKHIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'STORE HAS SALES HISTORY'
                               TO REJECT-REASON-TEXT
                   END-READ
           END-EVALUATE
           IF REJECT-REASON-TEXT = SPACES
               PERFORM CHECK-STOCK-ON-HAND-PARA
           END-IF.

      *    Deletes are rare enough that each one reads the ledger
      *    through rather than holding it in storage all run.
       CHECK-STOCK-ON-HAND-PARA.
           SET STORE-UNREFERENCED TO TRUE
           OPEN INPUT BOOKSTCK
           IF STOCK-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR STORE-REFERENCED
                   READ BOOKSTCK
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF STCK-STORE-CODE = TRAN-STORE-CODE
                                   AND STCK-ON-HAND NOT = ZERO
                               SET STORE-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKSTCK
           END-IF
           IF STORE-REFERENCED
               MOVE 'STOCK ON HAND AT STORE' TO REJECT-REASON-TEXT
           END-IF.

       WRITE-PENDING-ITEM-PARA.
           ADD 1 TO LAST-PENDING-SEQ
           MOVE RUN-DATE TO PEND-DATE-KEYED
           MOVE LAST-PENDING-SEQ TO PEND-SEQ
           SET PEND-FOR-STORE TO TRUE
           MOVE TRAN-USER-ID TO PEND-KEYED-BY
           MOVE HOLD-REASON-TEXT TO PEND-HOLD-REASON
           MOVE TRAN-DETAIL TO PEND-TRAN-IMAGE
           WRITE PENDING-RECORD
           ADD 1 TO TRANS-HELD-COUNT
           MOVE TRAN-STORE-CODE TO NEW-PENDING-KEY
           PERFORM NOTE-PENDING-KEY-PARA
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'HELD ID=' PEND-ID
               ' ACTION=' TRAN-ACTION ' STORE=' TRAN-STORE-CODE
               ' KEYED BY=' TRAN-USER-ID ' ' HOLD-REASON-TEXT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

      *    A change inside the limits needs no second user, so the
      *    approver side of the line says so rather than repeating
      *    the keyer.
       LOG-APPLIED-TRAN-PARA.
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'APPLIED ACTION=' TRAN-ACTION
               ' STORE=' TRAN-STORE-CODE
               ' KEYED BY=' TRAN-USER-ID
               ' RELEASED BY=NONE - WITHIN LIMITS'
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       LOG-CHANGE-BEFORE-AFTER-PARA.
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'CHANGE STORE=' TRAN-STORE-CODE

       WRITE-TRAN-REPORT-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           EVALUATE TRUE
               WHEN REJECT-REASON-TEXT NOT = SPACES
                   STRING TRAN-ACTION '    ' TRAN-STORE-CODE '   '
                       TRAN-STORE-NAME '  ' DISPOSITION-TEXT ' - '
                       REJECT-REASON-TEXT
                       INTO MAINT-REPORT-LINE
               WHEN HOLD-REASON-TEXT NOT = SPACES
                   STRING TRAN-ACTION '    ' TRAN-STORE-CODE '   '
                       TRAN-STORE-NAME '  ' DISPOSITION-TEXT ' '
                       PEND-ID ' ' HOLD-REASON-TEXT
                       INTO MAINT-REPORT-LINE
               WHEN OTHER
                   STRING TRAN-ACTION '    ' TRAN-STORE-CODE '   '
                       TRAN-STORE-NAME '  ' DISPOSITION-TEXT
                       INTO MAINT-REPORT-LINE
           END-EVALUATE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

       LOG-TRAN-REJECT-PARA.
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
