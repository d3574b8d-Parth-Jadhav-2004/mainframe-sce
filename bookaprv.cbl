       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHANGE-APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKPEND ASSIGN TO 'BOOKPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS-CODE.

           SELECT OPTIONAL BOOKRLSE ASSIGN TO 'BOOKRLSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-STATUS-CODE.

           SELECT BOOKAUTH ASSIGN TO 'BOOKAUTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-STATUS-CODE.

           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-MASTER-STATUS-CODE.

           SELECT BOOKMNEW ASSIGN TO 'BOOKMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-TITLE-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-MASTER-STATUS-CODE.

           SELECT STORMNEW ASSIGN TO 'STORMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STORE-STATUS-CODE.

           SELECT OPTIONAL BOOKPRCH ASSIGN TO 'BOOKPRCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS-CODE.

      *    The maintenance jobs' own audit trails - every change this
      *    run applies is added to the trail of the master it lands
      *    on, after whatever the maintenance job wrote tonight.
           SELECT OPTIONAL BOOKMAUD ASSIGN TO 'BOOKMAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-AUDIT-STATUS-CODE.

           SELECT OPTIONAL STORMAUD ASSIGN TO 'STORMAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-AUDIT-STATUS-CODE.

           SELECT BOOKARPT ASSIGN TO 'BOOKARPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-REPORT-STATUS-CODE.

      *    The files a released delete is checked against, the same
      *    guards the maintenance jobs apply before holding it.
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
      *    Changes held by the title and store maintenance jobs,
      *    layout as they write it.
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

      *    One decision per pending item: its id and the master and
      *    key it is for, so a mistyped id cannot release some other
      *    change, then R to release or D to decline, and the id of
      *    the user deciding.
       FD BOOKRLSE.
       01 RELEASE-RECORD.
           05 RLSE-PEND-ID             PIC X(12).
           05 RLSE-MASTER              PIC X.
           05 RLSE-KEY                 PIC X(5).
           05 RLSE-DECISION            PIC X.
               88 RLSE-IS-RELEASE      VALUE 'R'.
               88 RLSE-IS-DECLINE      VALUE 'D'.
           05 RLSE-USER-ID             PIC X(8).

      *    Users who may release held changes, and which master:
      *    T titles, S stores, B both.
       FD BOOKAUTH.
       01 AUTH-RECORD.
           05 AUTH-REC-USER-ID         PIC X(8).
           05 AUTH-REC-USER-NAME       PIC X(20).
           05 AUTH-REC-SCOPE           PIC X.

       FD BOOKMAST.
       01 TITLE-MASTER-RECORD.
           05 MASTER-REC-BOOK-NUMBER   PIC X(5).
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.
           05 MASTER-REC-CATEGORY      PIC X(10).
           05 MASTER-REC-PUBLISHER     PIC X(4).
           05 MASTER-REC-ROYALTY-RATE  PIC 99V99.

       FD BOOKMNEW.
       01 NEW-TITLE-RECORD.
           05 NEW-TITLE-BOOK-NUMBER    PIC X(5).
           05 NEW-TITLE-BOOK-NAME      PIC X(20).
           05 NEW-TITLE-UNIT-PRICE     PIC 9(4)V99.
           05 NEW-TITLE-CATEGORY       PIC X(10).
           05 NEW-TITLE-PUBLISHER      PIC X(4).
           05 NEW-TITLE-ROYALTY-RATE   PIC 99V99.

       FD STORMAST.
       01 STORE-MASTER-RECORD.
           05 STORE-REC-CODE           PIC X(4).
           05 STORE-REC-NAME           PIC X(20).
           05 STORE-REC-REGION         PIC X(10).
           05 STORE-REC-STATUS         PIC X.

       FD STORMNEW.
       01 NEW-STORE-RECORD.
           05 NEW-STORE-CODE           PIC X(4).
           05 NEW-STORE-NAME           PIC X(20).
           05 NEW-STORE-REGION         PIC X(10).
           05 NEW-STORE-STATUS         PIC X.

       FD BOOKPRCH.
       01 PRICE-HISTORY-RECORD.
           05 PRCH-BOOK-NUMBER         PIC X(5).
           05 PRCH-EFFECTIVE-DATE      PIC 9(8).
           05 PRCH-UNIT-PRICE          PIC 9(4)V99.

       FD BOOKMAUD.
       01 TITLE-AUDIT-RECORD     PIC X(100).

       FD STORMAUD.
       01 STORE-AUDIT-RECORD     PIC X(100).

       FD BOOKARPT.
       01 APPROVAL-REPORT-RECORD PIC X(80).

      *    Rolled-forward sales history, layout as the reporting job
      *    writes it.  Only read here, by key, to see whether a
      *    title or store up for deletion still has sales on file.
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
       01 PENDING-STATUS-CODE    PIC XX.
       01 RELEASE-STATUS-CODE    PIC XX.
       01 AUTH-STATUS-CODE       PIC XX.
       01 TITLE-MASTER-STATUS-CODE PIC XX.
       01 NEW-TITLE-STATUS-CODE  PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 NEW-STORE-STATUS-CODE  PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 TITLE-AUDIT-STATUS-CODE PIC XX.
       01 STORE-AUDIT-STATUS-CODE PIC XX.
       01 APPROVAL-REPORT-STATUS-CODE PIC XX.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 REPLENISH-STATUS-CODE  PIC XX.
       01 STOCK-STATUS-CODE      PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 SCAN-EOF-FLAG          PIC X VALUE 'N'.
           88 SCAN-AT-END        VALUE 'Y'.

      *    An item not released within this many days of being keyed
      *    drops off the pending file and has to be keyed again.
       01 EXPIRY-DAYS            PIC 9(3) VALUE 14.
       01 EXPIRY-CUTOFF-DATE     PIC 9(8).

      *    The pending file, held whole so each decision can find its
      *    item and the file can be written back with only the items
      *    still waiting.
       01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 2000 TIMES INDEXED BY PDX.
               10 PND-RECORD.
                   15 PND-ID.
                       20 PND-DATE-KEYED PIC 9(8).
                       20 PND-SEQ     PIC 9(4).
                   15 PND-MASTER      PIC X.
                       88 PND-FOR-TITLE VALUE 'T'.
                       88 PND-FOR-STORE VALUE 'S'.
                   15 PND-KEYED-BY    PIC X(8).
                   15 PND-HOLD-REASON PIC X(20).
                   15 PND-TRAN-IMAGE  PIC X(50).
               10 PND-DISPOSITION     PIC X.
                   88 PND-STILL-PENDING VALUE 'P'.
                   88 PND-RELEASED    VALUE 'R'.
                   88 PND-DECLINED    VALUE 'D'.
                   88 PND-REFUSED     VALUE 'F'.
                   88 PND-EXPIRED     VALUE 'X'.
       01 PEND-COUNT             PIC 9(5) VALUE ZERO.
       01 MAX-PEND-ENTRIES       PIC 9(5) VALUE 2000.
       01 REJECTED-PEND-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 FOUND-PEND-SUB         PIC 9(5) VALUE ZERO.

       01 AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 500 TIMES INDEXED BY AUX.
               10 AUTH-USER-ID        PIC X(8).
               10 AUTH-SCOPE          PIC X.
       01 AUTH-COUNT             PIC 9(5) VALUE ZERO.
       01 MAX-AUTH-ENTRIES       PIC 9(5) VALUE 500.
       01 REJECTED-AUTH-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Both masters are held whole, as the maintenance jobs hold
      *    them, and written out through the same NEW-file swap.
      *    Deletes are flagged in place and filtered on the way out.
       01 TITLE-TABLE.
           05 TITLE-ENTRY OCCURS 10000 TIMES INDEXED BY TTX.
               10 TTL-BOOK-NUMBER     PIC X(5).
               10 TTL-BOOK-NAME       PIC X(20).
               10 TTL-UNIT-PRICE      PIC 9(4)V99.
               10 TTL-CATEGORY        PIC X(10).
               10 TTL-PUBLISHER       PIC X(4).
               10 TTL-ROYALTY-RATE    PIC 99V99.
               10 TTL-DELETE-FLAG     PIC X.
                   88 TTL-ENTRY-DELETED VALUE 'Y'.
       01 TITLE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-TITLE-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-TITLE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-TITLE-ENTRY       PIC X(50).

       01 STORE-TABLE.
           05 STORE-ENTRY OCCURS 1000 TIMES INDEXED BY STX.
               10 STR-STORE-CODE      PIC X(4).
               10 STR-STORE-NAME      PIC X(20).
               10 STR-REGION          PIC X(10).
               10 STR-STORE-STATUS    PIC X.
               10 STR-DELETE-FLAG     PIC X.
                   88 STR-ENTRY-DELETED VALUE 'Y'.
       01 STORE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-STORE-ENTRIES      PIC 9(5) VALUE 1000.
       01 REJECTED-STORE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-STORE-ENTRY       PIC X(36).

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

      *    The held transaction, seen as the title or the store
      *    transaction it was keyed as.
       01 PENDING-TRAN-WORK      PIC X(50).
       01 PENDING-TITLE-TRAN REDEFINES PENDING-TRAN-WORK.
           05 TITLE-TRAN-ACTION       PIC X.
               88 TITLE-TRAN-IS-CHANGE VALUE 'C'.
               88 TITLE-TRAN-IS-DELETE VALUE 'D'.
           05 TITLE-TRAN-BOOK-NUMBER  PIC X(5).
           05 TITLE-TRAN-BOOK-NAME    PIC X(20).
           05 TITLE-TRAN-UNIT-PRICE   PIC X(6).
           05 TITLE-TRAN-CATEGORY     PIC X(10).
           05 TITLE-TRAN-PUBLISHER    PIC X(4).
           05 TITLE-TRAN-ROYALTY-RATE PIC X(4).
       01 PENDING-STORE-TRAN REDEFINES PENDING-TRAN-WORK.
           05 STORE-TRAN-ACTION       PIC X.
               88 STORE-TRAN-IS-CHANGE VALUE 'C'.
               88 STORE-TRAN-IS-DELETE VALUE 'D'.
           05 STORE-TRAN-STORE-CODE   PIC X(4).
           05 STORE-TRAN-STORE-NAME   PIC X(20).
           05 STORE-TRAN-REGION       PIC X(10).
           05 STORE-TRAN-STORE-STATUS PIC X.
           05 FILLER                  PIC X(14).

      *    The held price and rate are edited again before they are
      *    applied - the pending file is a flat file like any other.
       01 EDITED-UNIT-PRICE      PIC 9(4)V99.
       01 TRAN-PRICE-NUMERIC     REDEFINES EDITED-UNIT-PRICE
                                 PIC 9(6).
       01 EDITED-ROYALTY-RATE    PIC 99V99.
       01 TRAN-RATE-NUMERIC      REDEFINES EDITED-ROYALTY-RATE
                                 PIC 9(4).

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 FOUND-ENTRY-SUB        PIC 9(5) VALUE ZERO.

       01 HISTORY-OPEN-FLAG      PIC X VALUE 'N'.
           88 HISTORY-IS-OPEN    VALUE 'Y'.
           88 HISTORY-IS-ABSENT  VALUE 'A'.
           88 HISTORY-UNREADABLE VALUE 'N'.
       01 REFERENCE-FLAG         PIC X VALUE 'N'.
           88 KEY-REFERENCED     VALUE 'Y'.
           88 KEY-UNREFERENCED   VALUE 'N'.

       01 EDIT-DATE              PIC 9(8).
       01 EDIT-DATE-PARTS REDEFINES EDIT-DATE.
           05 EDIT-YEAR              PIC 9(4).
           05 EDIT-MONTH             PIC 9(2).
           05 EDIT-DAY               PIC 9(2).
       01 EDIT-MONTH-DAYS        PIC 9(2).
       01 LEAP-DIVIDE-QUOTIENT   PIC 9(4).
       01 LEAP-DIVIDE-REMAINDER  PIC 9(4).
       01 LEAP-YEAR-SWITCH       PIC X.
           88 LEAP-YEAR          VALUE 'Y'.

       01 RUN-DATE               PIC 9(8).

       01 APPROVAL-REPORT-LINE   PIC X(80).
       01 AUDIT-LINE             PIC X(100).
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 OLD-PRICE-DISPLAY      PIC ZZZ9.99.
       01 NEW-PRICE-DISPLAY      PIC ZZZ9.99.
       01 LINE-ACTION            PIC X.
       01 LINE-KEYED-BY          PIC X(8).
       01 LINE-DETAIL            PIC X(20).

       01 REJECT-REASON-TEXT     PIC X(25).
       01 DISPOSITION-TEXT       PIC X(10).

      *    Control totals: every pending item read ends the run
      *    released, declined, refused, expired or still pending,
      *    and every decision read is either acted on or rejected.
       01 ITEMS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ITEMS-RELEASED-COUNT   PIC 9(7) VALUE ZERO.
       01 ITEMS-DECLINED-COUNT   PIC 9(7) VALUE ZERO.
       01 ITEMS-REFUSED-COUNT    PIC 9(7) VALUE ZERO.
       01 ITEMS-EXPIRED-COUNT    PIC 9(7) VALUE ZERO.
       01 ITEMS-STILL-PENDING-COUNT PIC 9(7) VALUE ZERO.
       01 DECISIONS-READ-COUNT   PIC 9(7) VALUE ZERO.
       01 DECISIONS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01 PRICES-LOGGED-COUNT    PIC 9(7) VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKAPRV'.
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
      *    Works off the changes the title and store maintenance jobs
      *    held for a second pair of eyes.  A held change is applied
      *    only when a user on the authorized list, other than the
      *    user who keyed it, releases it; either can be declined.
      *    Items left unreleased past EXPIRY-DAYS drop off.  Both
      *    masters go out through BOOKMNEW/STORMNEW, promoted in the
      *    usual way, and the pending file is rewritten with what is
      *    still waiting.
      *
      *      0  - run complete
      *      4  - run complete, but a decision was rejected, or a
      *           released item could not be applied, or items
      *           expired
      *     12  - authorized users, pending file or a master not
      *           readable, or more rows than a table holds -
      *           nothing applied and no file rewritten
      *     16  - refused by run control: a file it uses has a new
      *           generation waiting, or another job's update of it
      *           is unfinished
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

      *    Both masters must be the live generation, with no new one
      *    from an earlier run still waiting to be swapped in - this
      *    run's new masters would otherwise be built on old ones.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
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

           OPEN OUTPUT BOOKARPT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING 'MASTER CHANGE APPROVAL REPORT - RUN DATE: '
               RUN-DATE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE

           PERFORM LOAD-AUTHORIZED-USERS-PARA
           PERFORM LOAD-PENDING-PARA
           PERFORM LOAD-TITLE-MASTER-PARA
           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM SORT-TITLE-TABLE
           PERFORM SORT-STORE-TABLE

           OPEN EXTEND BOOKMAUD
           MOVE SPACES TO AUDIT-LINE
           STRING 'MASTER CHANGE APPROVAL RUN - RUN DATE: '
               RUN-DATE INTO AUDIT-LINE
           WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE
           OPEN EXTEND STORMAUD
           WRITE STORE-AUDIT-RECORD FROM AUDIT-LINE
           OPEN EXTEND BOOKPRCH
           PERFORM OPEN-HISTORY-PARA

      *    An item past its time is expired before any decision is
      *    read, so a late release finds it gone rather than
      *    applying a change nobody has looked at for weeks.
           MOVE RUN-DATE TO EDIT-DATE
           PERFORM STEP-BACK-ONE-DAY-PARA EXPIRY-DAYS TIMES
           MOVE EDIT-DATE TO EXPIRY-CUTOFF-DATE
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PEND-COUNT
               IF PND-DATE-KEYED(PDX) < EXPIRY-CUTOFF-DATE
                   SET PND-EXPIRED(PDX) TO TRUE
                   ADD 1 TO ITEMS-EXPIRED-COUNT
                   PERFORM LOG-EXPIRED-ITEM-PARA
               END-IF
           END-PERFORM

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE 'RELEASES AND DECLINES' TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE 'PENDING-ID   M KEY   A KEYED BY DECIDED  DISPOSITION'
               TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           PERFORM PROCESS-DECISION-FILE-PARA

           PERFORM WRITE-EXPIRED-SECTION-PARA
           PERFORM WRITE-PENDING-SECTION-PARA

           PERFORM WRITE-NEW-TITLE-MASTER-PARA
           PERFORM WRITE-NEW-STORE-MASTER-PARA
           PERFORM REWRITE-PENDING-FILE-PARA

           PERFORM WRITE-REPORT-TRAILER-PARA

           IF HISTORY-IS-OPEN
               CLOSE BOOKHIST
           END-IF
           CLOSE BOOKPRCH
           CLOSE BOOKMAUD
           IF PRICES-LOGGED-COUNT > 0
               MOVE 'BOOKPRCH' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF
           IF ITEMS-STILL-PENDING-COUNT NOT = ITEMS-READ-COUNT
               MOVE 'BOOKPEND' TO CTL-CHECK-NAME
               PERFORM NOTE-FILE-UPDATED-PARA
           END-IF
           CLOSE STORMAUD
           CLOSE BOOKARPT

           DISPLAY 'MASTER CHANGE APPROVAL COMPLETE'
           DISPLAY 'PENDING ITEMS READ ...... ' ITEMS-READ-COUNT
           DISPLAY 'DECISIONS READ .......... ' DECISIONS-READ-COUNT
           DISPLAY 'DECISIONS REJECTED ...... ' DECISIONS-REJECTED-COUNT
           DISPLAY 'ITEMS RELEASED .......... ' ITEMS-RELEASED-COUNT
           DISPLAY 'ITEMS DECLINED .......... ' ITEMS-DECLINED-COUNT
           DISPLAY 'ITEMS REFUSED ........... ' ITEMS-REFUSED-COUNT
           DISPLAY 'ITEMS EXPIRED ........... ' ITEMS-EXPIRED-COUNT
           DISPLAY 'ITEMS STILL PENDING ..... '
               ITEMS-STILL-PENDING-COUNT
           DISPLAY 'PRICES LOGGED TO HISTORY  ' PRICES-LOGGED-COUNT
           IF DECISIONS-REJECTED-COUNT > 0
                   OR ITEMS-REFUSED-COUNT > 0
                   OR ITEMS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Writes the reason already in APPROVAL-REPORT-LINE to the
      *    console and the report, closes the report and ends the
      *    run with nothing applied.
       ABANDON-RUN-PARA.
           DISPLAY APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           CLOSE BOOKARPT
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *    Without the list nobody can release anything, and a run
      *    that only expired items would drop changes an approver
      *    may have been about to release - so no list, no run.
       LOAD-AUTHORIZED-USERS-PARA.
           OPEN INPUT BOOKAUTH
           IF AUTH-STATUS-CODE NOT = '00'
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'BOOKAUTH.DAT NOT AVAILABLE - STATUS='
                   AUTH-STATUS-CODE ' - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKAUTH
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUTH-COUNT >= MAX-AUTH-ENTRIES
                           ADD 1 TO REJECTED-AUTH-LOAD-COUNT
                       ELSE
                           ADD 1 TO AUTH-COUNT
                           SET AUX TO AUTH-COUNT
                           MOVE AUTH-REC-USER-ID TO AUTH-USER-ID(AUX)
                           MOVE AUTH-REC-SCOPE TO AUTH-SCOPE(AUX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKAUTH
           IF REJECTED-AUTH-LOAD-COUNT > 0
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'AUTH-TABLE FULL - ' REJECTED-AUTH-LOAD-COUNT
                   ' USERS NOT LOADED - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF.

      *    No pending file yet is nothing waiting; one that is there
      *    but will not open must not be rewritten from nothing.
       LOAD-PENDING-PARA.
           OPEN INPUT BOOKPEND
           EVALUATE PENDING-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKPEND
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-PENDING-ITEM-PARA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKPEND
               WHEN '05'
                   CLOSE BOOKPEND
               WHEN OTHER
                   MOVE SPACES TO APPROVAL-REPORT-LINE
                   STRING 'BOOKPEND.DAT NOT AVAILABLE - STATUS='
                       PENDING-STATUS-CODE ' - NOTHING APPLIED'
                       INTO APPROVAL-REPORT-LINE
                   PERFORM ABANDON-RUN-PARA
           END-EVALUATE
           IF REJECTED-PEND-LOAD-COUNT > 0
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'PEND-TABLE FULL - ' REJECTED-PEND-LOAD-COUNT
                   ' ITEMS NOT LOADED - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF.

       LOAD-ONE-PENDING-ITEM-PARA.
           ADD 1 TO ITEMS-READ-COUNT
           IF PEND-COUNT >= MAX-PEND-ENTRIES
               ADD 1 TO REJECTED-PEND-LOAD-COUNT
           ELSE
               ADD 1 TO PEND-COUNT
               SET PDX TO PEND-COUNT
               MOVE PENDING-RECORD TO PND-RECORD(PDX)
               SET PND-STILL-PENDING(PDX) TO TRUE
           END-IF.

      *    Both masters have to be read whole - a missing or short
      *    master written back out through the NEW file would lose
      *    every title or store it did not hold.
       LOAD-TITLE-MASTER-PARA.
           OPEN INPUT BOOKMAST
           IF TITLE-MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   TITLE-MASTER-STATUS-CODE ' - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-TITLE-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKMAST
           IF REJECTED-TITLE-LOAD-COUNT > 0
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'TITLE-TABLE FULL - ' REJECTED-TITLE-LOAD-COUNT
                   ' TITLES NOT LOADED - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF.

      *    Legacy rows convert the way the title maintenance job
      *    converts them.
       LOAD-ONE-TITLE-PARA.
           IF TITLE-COUNT >= MAX-TITLE-ENTRIES
               ADD 1 TO REJECTED-TITLE-LOAD-COUNT
           ELSE
               ADD 1 TO TITLE-COUNT
               SET TTX TO TITLE-COUNT
               MOVE MASTER-REC-BOOK-NUMBER TO TTL-BOOK-NUMBER(TTX)
               MOVE MASTER-REC-BOOK-NAME TO TTL-BOOK-NAME(TTX)
               IF MASTER-REC-UNIT-PRICE IS NUMERIC
                   MOVE MASTER-REC-UNIT-PRICE TO TTL-UNIT-PRICE(TTX)
               ELSE
                   MOVE ZERO TO TTL-UNIT-PRICE(TTX)
               END-IF
               IF MASTER-REC-CATEGORY = SPACES
                   MOVE 'UNKNOWN' TO TTL-CATEGORY(TTX)
               ELSE
                   MOVE MASTER-REC-CATEGORY TO TTL-CATEGORY(TTX)
               END-IF
               MOVE MASTER-REC-PUBLISHER TO TTL-PUBLISHER(TTX)
               IF MASTER-REC-ROYALTY-RATE IS NUMERIC
                   MOVE MASTER-REC-ROYALTY-RATE
                       TO TTL-ROYALTY-RATE(TTX)
               ELSE
                   MOVE ZERO TO TTL-ROYALTY-RATE(TTX)
               END-IF
               MOVE 'N' TO TTL-DELETE-FLAG(TTX)
           END-IF.

       LOAD-STORE-MASTER-PARA.
           OPEN INPUT STORMAST
           IF STORE-MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE ' - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ STORMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-STORE-PARA
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE STORMAST
           IF REJECTED-STORE-LOAD-COUNT > 0
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'STORE-TABLE FULL - ' REJECTED-STORE-LOAD-COUNT
                   ' STORES NOT LOADED - NOTHING APPLIED'
                   INTO APPROVAL-REPORT-LINE
               PERFORM ABANDON-RUN-PARA
           END-IF.

       LOAD-ONE-STORE-PARA.
           IF STORE-COUNT >= MAX-STORE-ENTRIES
               ADD 1 TO REJECTED-STORE-LOAD-COUNT
           ELSE
               ADD 1 TO STORE-COUNT
               SET STX TO STORE-COUNT
               MOVE STORE-REC-CODE TO STR-STORE-CODE(STX)
               MOVE STORE-REC-NAME TO STR-STORE-NAME(STX)
               IF STORE-REC-REGION = SPACES
                   MOVE 'UNKNOWN' TO STR-REGION(STX)
               ELSE
                   MOVE STORE-REC-REGION TO STR-REGION(STX)
               END-IF
               IF STORE-REC-STATUS = 'O' OR STORE-REC-STATUS = 'C'
                   MOVE STORE-REC-STATUS TO STR-STORE-STATUS(STX)
               ELSE
                   MOVE 'O' TO STR-STORE-STATUS(STX)
               END-IF
               MOVE 'N' TO STR-DELETE-FLAG(STX)
           END-IF.

      *    Same shell sort as the maintenance jobs, so both new
      *    masters go out in key order.
       SORT-TITLE-TABLE.
           IF TITLE-COUNT > 1
               DIVIDE TITLE-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > TITLE-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF TTL-BOOK-NUMBER(SORT-SUB) <=
                                   TTL-BOOK-NUMBER(J)
                               EXIT PERFORM
                           END-IF
                           MOVE TITLE-ENTRY(SORT-SUB)
                               TO TEMP-TITLE-ENTRY
                           MOVE TITLE-ENTRY(J)
                               TO TITLE-ENTRY(SORT-SUB)
                           MOVE TEMP-TITLE-ENTRY TO TITLE-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       SORT-STORE-TABLE.
           IF STORE-COUNT > 1
               DIVIDE STORE-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > STORE-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF STR-STORE-CODE(SORT-SUB) <=
                                   STR-STORE-CODE(J)
                               EXIT PERFORM
                           END-IF
                           MOVE STORE-ENTRY(SORT-SUB)
                               TO TEMP-STORE-ENTRY
                           MOVE STORE-ENTRY(J)
                               TO STORE-ENTRY(SORT-SUB)
                           MOVE TEMP-STORE-ENTRY TO STORE-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
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
           END-EVALUATE.

       PROCESS-DECISION-FILE-PARA.
           OPEN INPUT BOOKRLSE
           IF RELEASE-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKRLSE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-DECISION-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKRLSE
           ELSE
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING 'NO DECISIONS ON FILE - STATUS='
                   RELEASE-STATUS-CODE
                   INTO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
               IF RELEASE-STATUS-CODE = '05'
                   CLOSE BOOKRLSE
               END-IF
           END-IF.

       PROCESS-ONE-DECISION-PARA.
           ADD 1 TO DECISIONS-READ-COUNT
           MOVE SPACES TO REJECT-REASON-TEXT
           MOVE SPACES TO LINE-ACTION
           MOVE SPACES TO LINE-KEYED-BY
           PERFORM EDIT-ONE-DECISION-PARA
           IF REJECT-REASON-TEXT = SPACES
               SET PDX TO FOUND-PEND-SUB
               MOVE PND-TRAN-IMAGE(PDX) TO PENDING-TRAN-WORK
               IF RLSE-IS-DECLINE
                   SET PND-DECLINED(PDX) TO TRUE
                   ADD 1 TO ITEMS-DECLINED-COUNT
                   MOVE 'DECLINED' TO DISPOSITION-TEXT
                   PERFORM LOG-DECIDED-ITEM-PARA
               ELSE
                   IF PND-FOR-TITLE(PDX)
                       PERFORM APPLY-TITLE-ITEM-PARA
                   ELSE
                       PERFORM APPLY-STORE-ITEM-PARA
                   END-IF
                   SET PDX TO FOUND-PEND-SUB
                   IF REJECT-REASON-TEXT = SPACES
                       SET PND-RELEASED(PDX) TO TRUE
                       ADD 1 TO ITEMS-RELEASED-COUNT
                       MOVE 'APPLIED' TO DISPOSITION-TEXT
                   ELSE
                       SET PND-REFUSED(PDX) TO TRUE
                       ADD 1 TO ITEMS-REFUSED-COUNT
                       MOVE 'REFUSED' TO DISPOSITION-TEXT
                   END-IF
                   PERFORM LOG-DECIDED-ITEM-PARA
               END-IF
           ELSE
               ADD 1 TO DECISIONS-REJECTED-COUNT
               MOVE 'REJECTED' TO DISPOSITION-TEXT
               DISPLAY 'DECISION REJECT: ' REJECT-REASON-TEXT
                   ' PENDING-ID=' RLSE-PEND-ID ' USER=' RLSE-USER-ID
           END-IF
           PERFORM WRITE-DECISION-LINE-PARA.

      *    The decision has to name a pending item that is still
      *    waiting, for the master and key the approver thinks it
      *    is, and come from a user authorized for that master who
      *    did not key the change.  Declining needs no second user -
      *    a keyer may withdraw their own change.
       EDIT-ONE-DECISION-PARA.
           IF NOT RLSE-IS-RELEASE AND NOT RLSE-IS-DECLINE
               MOVE 'INVALID DECISION CODE' TO REJECT-REASON-TEXT
           ELSE
               IF RLSE-USER-ID = SPACES
                   MOVE 'BLANK USER ID' TO REJECT-REASON-TEXT
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               PERFORM FIND-PENDING-ITEM-PARA
               IF NOT MATCHED
                   MOVE 'PENDING ID NOT ON FILE' TO REJECT-REASON-TEXT
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               SET PDX TO FOUND-PEND-SUB
               MOVE PND-TRAN-IMAGE(PDX) TO PENDING-TRAN-WORK
               MOVE PND-KEYED-BY(PDX) TO LINE-KEYED-BY
               IF PND-FOR-TITLE(PDX)
                   MOVE TITLE-TRAN-ACTION TO LINE-ACTION
                   IF RLSE-MASTER NOT = 'T'
                           OR RLSE-KEY NOT = TITLE-TRAN-BOOK-NUMBER
                       MOVE 'KEY NOT AS HELD' TO REJECT-REASON-TEXT
                   END-IF
               ELSE
                   MOVE STORE-TRAN-ACTION TO LINE-ACTION
                   IF RLSE-MASTER NOT = 'S'
                           OR RLSE-KEY NOT = STORE-TRAN-STORE-CODE
                       MOVE 'KEY NOT AS HELD' TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               EVALUATE TRUE
                   WHEN PND-EXPIRED(PDX)
                       MOVE 'ITEM EXPIRED - REKEY'
                           TO REJECT-REASON-TEXT
                   WHEN NOT PND-STILL-PENDING(PDX)
                       MOVE 'ALREADY DECIDED' TO REJECT-REASON-TEXT
               END-EVALUATE
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               SET NOT-MATCHED TO TRUE
               PERFORM VARYING AUX FROM 1 BY 1 UNTIL AUX > AUTH-COUNT
                   IF AUTH-USER-ID(AUX) = RLSE-USER-ID
                           AND (AUTH-SCOPE(AUX) = 'B'
                               OR AUTH-SCOPE(AUX) = PND-MASTER(PDX))
                       SET MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT MATCHED
                   MOVE 'USER NOT AUTHORIZED' TO REJECT-REASON-TEXT
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND RLSE-IS-RELEASE
                   AND RLSE-USER-ID = PND-KEYED-BY(PDX)
               MOVE 'SELF-APPROVAL REFUSED' TO REJECT-REASON-TEXT
           END-IF.

       FIND-PENDING-ITEM-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-PEND-SUB
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PEND-COUNT
               IF PND-ID(PDX) = RLSE-PEND-ID
                   SET MATCHED TO TRUE
                   SET FOUND-PEND-SUB TO PDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A released title change replaces the row the way the
      *    maintenance job's own change does, and a price that moved
      *    earns its price history row from today - the day it was
      *    released, not the day it was keyed.
       APPLY-TITLE-ITEM-PARA.
           PERFORM FIND-TITLE-ENTRY-PARA
           IF NOT MATCHED
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           ELSE
               IF TITLE-TRAN-IS-DELETE
                   PERFORM CHECK-TITLE-REFERENCES-PARA
                   IF REJECT-REASON-TEXT = SPACES
                       SET TTX TO FOUND-ENTRY-SUB
                       MOVE 'Y' TO TTL-DELETE-FLAG(TTX)
                   END-IF
               ELSE
                   PERFORM APPLY-TITLE-CHANGE-PARA
               END-IF
           END-IF.

      *    A released change replaces the row from the held image.
      *    The maintenance job refuses any other change to a title
      *    while an item for it is waiting, so nothing keyed since
      *    the hold is put back by this.
       APPLY-TITLE-CHANGE-PARA.
           IF TITLE-TRAN-UNIT-PRICE IS NUMERIC
               MOVE TITLE-TRAN-UNIT-PRICE TO TRAN-PRICE-NUMERIC
           ELSE
               MOVE 'INVALID UNIT PRICE' TO REJECT-REASON-TEXT
           END-IF
           MOVE ZERO TO EDITED-ROYALTY-RATE
           IF TITLE-TRAN-ROYALTY-RATE NOT = SPACES
               IF TITLE-TRAN-ROYALTY-RATE IS NUMERIC
                   MOVE TITLE-TRAN-ROYALTY-RATE TO TRAN-RATE-NUMERIC
               ELSE
                   MOVE 'INVALID ROYALTY RATE' TO REJECT-REASON-TEXT
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               SET TTX TO FOUND-ENTRY-SUB
               PERFORM LOG-TITLE-BEFORE-AFTER-PARA
               IF TTL-UNIT-PRICE(TTX) NOT = EDITED-UNIT-PRICE
                   PERFORM WRITE-PRICE-HISTORY-PARA
               END-IF
               MOVE TITLE-TRAN-BOOK-NAME TO TTL-BOOK-NAME(TTX)
               MOVE EDITED-UNIT-PRICE TO TTL-UNIT-PRICE(TTX)
               IF TITLE-TRAN-CATEGORY = SPACES
                   MOVE 'UNKNOWN' TO TTL-CATEGORY(TTX)
               ELSE
                   MOVE TITLE-TRAN-CATEGORY TO TTL-CATEGORY(TTX)
               END-IF
               IF TITLE-TRAN-PUBLISHER NOT = SPACES
                   MOVE TITLE-TRAN-PUBLISHER TO TTL-PUBLISHER(TTX)
               END-IF
               IF TITLE-TRAN-ROYALTY-RATE NOT = SPACES
                   MOVE EDITED-ROYALTY-RATE TO TTL-ROYALTY-RATE(TTX)
               END-IF
           END-IF.

       FIND-TITLE-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
           PERFORM VARYING TTX FROM 1 BY 1 UNTIL TTX > TITLE-COUNT
               IF TTL-BOOK-NUMBER(TTX) = TITLE-TRAN-BOOK-NUMBER
                       AND NOT TTL-ENTRY-DELETED(TTX)
                   SET MATCHED TO TRUE
                   SET FOUND-ENTRY-SUB TO TTX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Checked again at release: the title may have taken its
      *    first sale, an order or stock since the delete was keyed.
       CHECK-TITLE-REFERENCES-PARA.
           EVALUATE TRUE
               WHEN HISTORY-UNREADABLE
                   MOVE 'HISTORY NOT READABLE' TO REJECT-REASON-TEXT
               WHEN HISTORY-IS-OPEN
                   MOVE SPACES TO HIST-REC-KEY
                   SET HIST-TYPE-BOOK TO TRUE
                   MOVE ZERO TO HIST-KEY-PERIOD-CODE
                   MOVE TITLE-TRAN-BOOK-NUMBER TO HIST-KEY-BOOK-NUMBER
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
               PERFORM CHECK-TITLE-STOCK-PARA
           END-IF.

       CHECK-PENDING-ORDER-PARA.
           SET KEY-UNREFERENCED TO TRUE
           OPEN INPUT BOOKREPL
           IF REPLENISH-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR KEY-REFERENCED
                   READ BOOKREPL
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF REPL-BOOK-NUMBER = TITLE-TRAN-BOOK-NUMBER
                                   AND REPL-ORDER-QTY > ZERO
                               SET KEY-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKREPL
           END-IF
           IF KEY-REFERENCED
               MOVE 'REPLENISHMENT ORDER OPEN' TO REJECT-REASON-TEXT
           END-IF.

       CHECK-TITLE-STOCK-PARA.
           SET KEY-UNREFERENCED TO TRUE
           OPEN INPUT BOOKSTCK
           IF STOCK-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR KEY-REFERENCED
                   READ BOOKSTCK
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF STCK-BOOK-NUMBER = TITLE-TRAN-BOOK-NUMBER
                                   AND STCK-ON-HAND NOT = ZERO
                               SET KEY-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKSTCK
           END-IF
           IF KEY-REFERENCED
               MOVE 'STOCK ON HAND AT STORES' TO REJECT-REASON-TEXT
           END-IF.

       WRITE-PRICE-HISTORY-PARA.
           MOVE TITLE-TRAN-BOOK-NUMBER TO PRCH-BOOK-NUMBER
           MOVE RUN-DATE TO PRCH-EFFECTIVE-DATE
           MOVE EDITED-UNIT-PRICE TO PRCH-UNIT-PRICE
           WRITE PRICE-HISTORY-RECORD
           ADD 1 TO PRICES-LOGGED-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING 'PRICE HISTORY: BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
               ' EFFECTIVE=' RUN-DATE
               ' PRICE=' TITLE-TRAN-UNIT-PRICE
               INTO AUDIT-LINE
           WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE.

       LOG-TITLE-BEFORE-AFTER-PARA.
           MOVE SPACES TO AUDIT-LINE
           STRING 'CHANGE BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
               ' OLD NAME=' TTL-BOOK-NAME(TTX)
               ' NEW NAME=' TITLE-TRAN-BOOK-NAME
               INTO AUDIT-LINE
           WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE
           MOVE TTL-UNIT-PRICE(TTX) TO OLD-PRICE-DISPLAY
           MOVE EDITED-UNIT-PRICE TO NEW-PRICE-DISPLAY
           MOVE SPACES TO AUDIT-LINE
           STRING 'CHANGE BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
               ' OLD PRICE=' OLD-PRICE-DISPLAY
               ' NEW PRICE=' NEW-PRICE-DISPLAY
               ' OLD PUBLISHER=' TTL-PUBLISHER(TTX)
               ' NEW PUBLISHER=' TITLE-TRAN-PUBLISHER
               INTO AUDIT-LINE
           WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE.

      *    A released store change replaces the row the way the
      *    maintenance job's own change does; a blank status is
      *    open, as it is there.  That job refuses any other change
      *    to a store with an item waiting, as the title side does.
       APPLY-STORE-ITEM-PARA.
           PERFORM FIND-STORE-ENTRY-PARA
           IF NOT MATCHED
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           ELSE
               SET STX TO FOUND-ENTRY-SUB
               IF STORE-TRAN-IS-DELETE
                   PERFORM CHECK-STORE-REFERENCES-PARA
                   IF REJECT-REASON-TEXT = SPACES
                       SET STX TO FOUND-ENTRY-SUB
                       MOVE 'Y' TO STR-DELETE-FLAG(STX)
                   END-IF
               ELSE
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'CHANGE STORE=' STORE-TRAN-STORE-CODE
                       ' OLD NAME=' STR-STORE-NAME(STX)
                       ' OLD STATUS=' STR-STORE-STATUS(STX)
                       ' NEW NAME=' STORE-TRAN-STORE-NAME
                       ' NEW STATUS=' STORE-TRAN-STORE-STATUS
                       INTO AUDIT-LINE
                   WRITE STORE-AUDIT-RECORD FROM AUDIT-LINE
                   MOVE STORE-TRAN-STORE-NAME TO STR-STORE-NAME(STX)
                   IF STORE-TRAN-REGION = SPACES
                       MOVE 'UNKNOWN' TO STR-REGION(STX)
                   ELSE
                       MOVE STORE-TRAN-REGION TO STR-REGION(STX)
                   END-IF
                   IF STORE-TRAN-STORE-STATUS = SPACE
                       MOVE 'O' TO STR-STORE-STATUS(STX)
                   ELSE
                       MOVE STORE-TRAN-STORE-STATUS
                           TO STR-STORE-STATUS(STX)
                   END-IF
               END-IF
           END-IF.

       FIND-STORE-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STORE-COUNT
               IF STR-STORE-CODE(STX) = STORE-TRAN-STORE-CODE
                       AND NOT STR-ENTRY-DELETED(STX)
                   SET MATCHED TO TRUE
                   SET FOUND-ENTRY-SUB TO STX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-STORE-REFERENCES-PARA.
           EVALUATE TRUE
               WHEN HISTORY-UNREADABLE
                   MOVE 'HISTORY NOT READABLE' TO REJECT-REASON-TEXT
               WHEN HISTORY-IS-OPEN
                   MOVE SPACES TO HIST-REC-KEY
                   SET HIST-TYPE-STORE TO TRUE
                   MOVE STORE-TRAN-STORE-CODE TO HIST-KEY-STORE-CODE
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
               PERFORM CHECK-STORE-STOCK-PARA
           END-IF.

       CHECK-STORE-STOCK-PARA.
           SET KEY-UNREFERENCED TO TRUE
           OPEN INPUT BOOKSTCK
           IF STOCK-STATUS-CODE = '00'
               MOVE 'N' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-AT-END OR KEY-REFERENCED
                   READ BOOKSTCK
                       AT END
                           SET SCAN-AT-END TO TRUE
                       NOT AT END
                           IF STCK-STORE-CODE = STORE-TRAN-STORE-CODE
                                   AND STCK-ON-HAND NOT = ZERO
                               SET KEY-REFERENCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKSTCK
           END-IF
           IF KEY-REFERENCED
               MOVE 'STOCK ON HAND AT STORE' TO REJECT-REASON-TEXT
           END-IF.

      *    One line per decision acted on, on the trail of the master
      *    it was for, naming the user who keyed the change and the
      *    user who released or declined it.
       LOG-DECIDED-ITEM-PARA.
           MOVE SPACES TO AUDIT-LINE
           IF PND-FOR-TITLE(PDX)
               IF REJECT-REASON-TEXT = SPACES
                   STRING DISPOSITION-TEXT ' ID=' PND-ID(PDX)
                       ' ACTION=' TITLE-TRAN-ACTION
                       ' BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
                       ' KEYED BY=' PND-KEYED-BY(PDX)
                       ' DECIDED BY=' RLSE-USER-ID
                       INTO AUDIT-LINE
               ELSE
                   STRING DISPOSITION-TEXT ' ID=' PND-ID(PDX)
                       ' BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
                       ' RELEASED BY=' RLSE-USER-ID ' '
                       REJECT-REASON-TEXT
                       INTO AUDIT-LINE
               END-IF
               WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE
           ELSE
               IF REJECT-REASON-TEXT = SPACES
                   STRING DISPOSITION-TEXT ' ID=' PND-ID(PDX)
                       ' ACTION=' STORE-TRAN-ACTION
                       ' STORE=' STORE-TRAN-STORE-CODE
                       ' KEYED BY=' PND-KEYED-BY(PDX)
                       ' DECIDED BY=' RLSE-USER-ID
                       INTO AUDIT-LINE
               ELSE
                   STRING DISPOSITION-TEXT ' ID=' PND-ID(PDX)
                       ' STORE=' STORE-TRAN-STORE-CODE
                       ' RELEASED BY=' RLSE-USER-ID ' '
                       REJECT-REASON-TEXT
                       INTO AUDIT-LINE
               END-IF
               WRITE STORE-AUDIT-RECORD FROM AUDIT-LINE
           END-IF.

       LOG-EXPIRED-ITEM-PARA.
           MOVE PND-TRAN-IMAGE(PDX) TO PENDING-TRAN-WORK
           MOVE SPACES TO AUDIT-LINE
           IF PND-FOR-TITLE(PDX)
               STRING 'EXPIRED ID=' PND-ID(PDX)
                   ' ACTION=' TITLE-TRAN-ACTION
                   ' BOOK-NUMBER=' TITLE-TRAN-BOOK-NUMBER
                   ' KEYED BY=' PND-KEYED-BY(PDX)
                   ' - NOT RELEASED IN TIME'
                   INTO AUDIT-LINE
               WRITE TITLE-AUDIT-RECORD FROM AUDIT-LINE
           ELSE
               STRING 'EXPIRED ID=' PND-ID(PDX)
                   ' ACTION=' STORE-TRAN-ACTION
                   ' STORE=' STORE-TRAN-STORE-CODE
                   ' KEYED BY=' PND-KEYED-BY(PDX)
                   ' - NOT RELEASED IN TIME'
                   INTO AUDIT-LINE
               WRITE STORE-AUDIT-RECORD FROM AUDIT-LINE
           END-IF.

       WRITE-DECISION-LINE-PARA.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           IF REJECT-REASON-TEXT = SPACES
               STRING RLSE-PEND-ID ' ' RLSE-MASTER ' ' RLSE-KEY ' '
                   LINE-ACTION ' ' LINE-KEYED-BY ' ' RLSE-USER-ID ' '
                   DISPOSITION-TEXT
                   INTO APPROVAL-REPORT-LINE
           ELSE
               STRING RLSE-PEND-ID ' ' RLSE-MASTER ' ' RLSE-KEY ' '
                   LINE-ACTION ' ' LINE-KEYED-BY ' ' RLSE-USER-ID ' '
                   DISPOSITION-TEXT ' - ' REJECT-REASON-TEXT
                   INTO APPROVAL-REPORT-LINE
           END-IF
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE.

       WRITE-EXPIRED-SECTION-PARA.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING 'EXPIRED - KEYED BEFORE ' EXPIRY-CUTOFF-DATE
               ' AND NOT RELEASED' INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE 'PENDING-ID   M KEY   A KEYED BY REASON HELD'
               TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PEND-COUNT
               IF PND-EXPIRED(PDX)
                   PERFORM WRITE-ITEM-LINE-PARA
               END-IF
           END-PERFORM.

      *    What is still waiting, with what it would change, so the
      *    approvers can work from this report.
       WRITE-PENDING-SECTION-PARA.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE 'STILL PENDING' TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE 'PENDING-ID   M KEY   A KEYED BY REASON HELD'
               TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PEND-COUNT
               IF PND-STILL-PENDING(PDX)
                   ADD 1 TO ITEMS-STILL-PENDING-COUNT
                   PERFORM WRITE-ITEM-LINE-PARA
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINE-PARA.
           MOVE PND-TRAN-IMAGE(PDX) TO PENDING-TRAN-WORK
           MOVE SPACES TO LINE-DETAIL
           IF PND-FOR-TITLE(PDX)
               MOVE TITLE-TRAN-ACTION TO LINE-ACTION
               IF TITLE-TRAN-IS-CHANGE
                       AND TITLE-TRAN-UNIT-PRICE IS NUMERIC
                   PERFORM FIND-TITLE-ENTRY-PARA
                   IF MATCHED
                       SET TTX TO FOUND-ENTRY-SUB
                       MOVE TTL-UNIT-PRICE(TTX) TO OLD-PRICE-DISPLAY
                       MOVE TITLE-TRAN-UNIT-PRICE TO TRAN-PRICE-NUMERIC
                       MOVE EDITED-UNIT-PRICE TO NEW-PRICE-DISPLAY
                       STRING OLD-PRICE-DISPLAY ' TO '
                           NEW-PRICE-DISPLAY INTO LINE-DETAIL
                   END-IF
               END-IF
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING PND-ID(PDX) ' ' PND-MASTER(PDX) ' '
                   TITLE-TRAN-BOOK-NUMBER ' ' LINE-ACTION ' '
                   PND-KEYED-BY(PDX) ' ' PND-HOLD-REASON(PDX) ' '
                   LINE-DETAIL
                   INTO APPROVAL-REPORT-LINE
           ELSE
               MOVE STORE-TRAN-ACTION TO LINE-ACTION
               IF STORE-TRAN-IS-CHANGE
                   PERFORM FIND-STORE-ENTRY-PARA
                   IF MATCHED
                       SET STX TO FOUND-ENTRY-SUB
                       STRING 'STATUS ' STR-STORE-STATUS(STX)
                           ' TO ' STORE-TRAN-STORE-STATUS
                           INTO LINE-DETAIL
                   END-IF
               END-IF
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING PND-ID(PDX) ' ' PND-MASTER(PDX) ' '
                   STORE-TRAN-STORE-CODE '  ' LINE-ACTION ' '
                   PND-KEYED-BY(PDX) ' ' PND-HOLD-REASON(PDX) ' '
                   LINE-DETAIL
                   INTO APPROVAL-REPORT-LINE
           END-IF
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE.

       WRITE-NEW-TITLE-MASTER-PARA.
           OPEN OUTPUT BOOKMNEW
           PERFORM VARYING TTX FROM 1 BY 1 UNTIL TTX > TITLE-COUNT
               IF NOT TTL-ENTRY-DELETED(TTX)
                   MOVE TTL-BOOK-NUMBER(TTX) TO NEW-TITLE-BOOK-NUMBER
                   MOVE TTL-BOOK-NAME(TTX) TO NEW-TITLE-BOOK-NAME
                   MOVE TTL-UNIT-PRICE(TTX) TO NEW-TITLE-UNIT-PRICE
                   MOVE TTL-CATEGORY(TTX) TO NEW-TITLE-CATEGORY
                   MOVE TTL-PUBLISHER(TTX) TO NEW-TITLE-PUBLISHER
                   MOVE TTL-ROYALTY-RATE(TTX)
                       TO NEW-TITLE-ROYALTY-RATE
                   WRITE NEW-TITLE-RECORD
               END-IF
           END-PERFORM
           CLOSE BOOKMNEW.

       WRITE-NEW-STORE-MASTER-PARA.
           OPEN OUTPUT STORMNEW
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STORE-COUNT
               IF NOT STR-ENTRY-DELETED(STX)
                   MOVE STR-STORE-CODE(STX) TO NEW-STORE-CODE
                   MOVE STR-STORE-NAME(STX) TO NEW-STORE-NAME
                   MOVE STR-REGION(STX) TO NEW-STORE-REGION
                   MOVE STR-STORE-STATUS(STX) TO NEW-STORE-STATUS
                   WRITE NEW-STORE-RECORD
               END-IF
           END-PERFORM
           CLOSE STORMNEW.

      *    Only the items still waiting go back; everything decided
      *    or expired tonight is on the report and the audit trails.
       REWRITE-PENDING-FILE-PARA.
           OPEN OUTPUT BOOKPEND
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > PEND-COUNT
               IF PND-STILL-PENDING(PDX)
                   MOVE PND-RECORD(PDX) TO PENDING-RECORD
                   WRITE PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE BOOKPEND.

       WRITE-REPORT-TRAILER-PARA.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING 'PENDING ITEMS READ: ' ITEMS-READ-COUNT
               '  RELEASED: ' ITEMS-RELEASED-COUNT
               '  DECLINED: ' ITEMS-DECLINED-COUNT
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING 'REFUSED: ' ITEMS-REFUSED-COUNT
               '  EXPIRED: ' ITEMS-EXPIRED-COUNT
               '  STILL PENDING: ' ITEMS-STILL-PENDING-COUNT
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING 'DECISIONS READ: ' DECISIONS-READ-COUNT
               '  REJECTED: ' DECISIONS-REJECTED-COUNT
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-REPORT-LINE.

       STEP-BACK-ONE-DAY-PARA.
           IF EDIT-DAY > 1
               SUBTRACT 1 FROM EDIT-DAY
           ELSE
               IF EDIT-MONTH > 1
                   SUBTRACT 1 FROM EDIT-MONTH
               ELSE
                   MOVE 12 TO EDIT-MONTH
                   SUBTRACT 1 FROM EDIT-YEAR
               END-IF
               PERFORM SET-DAYS-IN-MONTH-PARA
               MOVE EDIT-MONTH-DAYS TO EDIT-DAY
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
