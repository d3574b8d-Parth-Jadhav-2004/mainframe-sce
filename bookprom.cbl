       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKPROM ASSIGN TO 'BOOKPROM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS-CODE.

           SELECT BOOKOTRN ASSIGN TO 'BOOKOTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS-CODE.

           SELECT BOOKONEW ASSIGN TO 'BOOKONEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-PROMO-STATUS-CODE.

           SELECT BOOKORPT ASSIGN TO 'BOOKORPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-STATUS-CODE.

           SELECT BOOKOAUD ASSIGN TO 'BOOKOAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS-CODE.

      *    The masters a promotion is checked against - a promotion
      *    on a title or at a store the chain does not have would
      *    never meet a sale.
           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TITLE-MASTER-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-MASTER-STATUS-CODE.

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
      *    One row per promotion: a title, the store it runs at (or
      *    spaces for every store), the first and last sale dates it
      *    covers, and either a promo price or a percent off the
      *    price in force.  Exactly one of the two is non-zero.
       FD BOOKPROM.
       01 PROMO-RECORD.
           05 PROM-BOOK-NUMBER         PIC X(5).
           05 PROM-STORE-CODE          PIC X(4).
           05 PROM-START-DATE          PIC 9(8).
           05 PROM-END-DATE            PIC 9(8).
           05 PROM-PRICE               PIC 9(4)V99.
           05 PROM-PERCENT-OFF         PIC 9(2)V99.
           05 PROM-NAME                PIC X(20).

      *    A/C/D against the key (title, store, start date).  A
      *    change replaces the end date, the offer and the name; a
      *    promotion that has to start on another day is deleted
      *    and added again.
       FD BOOKOTRN.
       01 TRAN-RECORD.
           05 TRAN-ACTION              PIC X.
               88 TRAN-IS-ADD          VALUE 'A'.
               88 TRAN-IS-CHANGE       VALUE 'C'.
               88 TRAN-IS-DELETE       VALUE 'D'.
           05 TRAN-BOOK-NUMBER         PIC X(5).
           05 TRAN-STORE-CODE          PIC X(4).
           05 TRAN-START-DATE          PIC X(8).
           05 TRAN-START-DATE-NUM REDEFINES TRAN-START-DATE
                                       PIC 9(8).
           05 TRAN-END-DATE            PIC X(8).
           05 TRAN-END-DATE-NUM REDEFINES TRAN-END-DATE
                                       PIC 9(8).
           05 TRAN-PROMO-PRICE         PIC X(6).
           05 TRAN-PROMO-PRICE-NUM REDEFINES TRAN-PROMO-PRICE
                                       PIC 9(4)V99.
           05 TRAN-PERCENT-OFF         PIC X(4).
           05 TRAN-PERCENT-OFF-NUM REDEFINES TRAN-PERCENT-OFF
                                       PIC 9(2)V99.
           05 TRAN-PROMO-NAME          PIC X(20).

       FD BOOKONEW.
       01 NEW-PROMO-RECORD.
           05 NEW-PROM-BOOK-NUMBER     PIC X(5).
           05 NEW-PROM-STORE-CODE      PIC X(4).
           05 NEW-PROM-START-DATE      PIC 9(8).
           05 NEW-PROM-END-DATE        PIC 9(8).
           05 NEW-PROM-PRICE           PIC 9(4)V99.
           05 NEW-PROM-PERCENT-OFF     PIC 9(2)V99.
           05 NEW-PROM-NAME            PIC X(20).

       FD BOOKORPT.
       01 MAINT-REPORT-RECORD    PIC X(80).

       FD BOOKOAUD.
       01 MAINT-AUDIT-RECORD     PIC X(100).

       FD BOOKMAST.
       01 MASTER-RECORD.
           05 MASTER-REC-BOOK-NUMBER   PIC X(5).
           05 MASTER-REC-BOOK-NAME     PIC X(20).
           05 MASTER-REC-UNIT-PRICE    PIC 9(4)V99.

       FD STORMAST.
       01 STORE-MASTER-RECORD.
           05 STORE-REC-CODE           PIC X(4).
           05 STORE-REC-NAME           PIC X(20).
           05 STORE-REC-REGION         PIC X(10).
           05 STORE-REC-STATUS         PIC X.

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 PROMO-STATUS-CODE      PIC XX.
       01 TRAN-STATUS-CODE       PIC XX.
       01 NEW-PROMO-STATUS-CODE  PIC XX.
       01 MAINT-REPORT-STATUS-CODE PIC XX.
       01 MAINT-AUDIT-STATUS-CODE PIC XX.
       01 TITLE-MASTER-STATUS-CODE PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The whole promotions file is held in storage while the
      *    transactions run against it - same scheme as the other
      *    maintenance jobs, with the same capacity discipline.
      *    Deletes are flagged in place and filtered when the new
      *    file is written.
       01 MAINT-TABLE.
           05 MAINT-ENTRY OCCURS 5000 TIMES INDEXED BY MDX.
               10 MAINT-KEY.
                   15 MAINT-BOOK-NUMBER   PIC X(5).
                   15 MAINT-STORE-CODE    PIC X(4).
                   15 MAINT-START-DATE    PIC 9(8).
               10 MAINT-END-DATE      PIC 9(8).
               10 MAINT-PRICE         PIC 9(4)V99.
               10 MAINT-PERCENT-OFF   PIC 9(2)V99.
               10 MAINT-NAME          PIC X(20).
               10 MAINT-DELETE-FLAG   PIC X.
                   88 MAINT-ENTRY-DELETED VALUE 'Y'.
       01 MAINT-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MAINT-ENTRIES      PIC 9(5) VALUE 5000.
       01 REJECTED-MAINT-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Title numbers and list prices off the master, for the
      *    add/change edit.  An absent master leaves the edit off
      *    rather than refusing every row.
       01 TITLE-TABLE.
           05 TITLE-ENTRY OCCURS 5000 TIMES INDEXED BY TTX.
               10 TTL-BOOK-NUMBER     PIC X(5).
               10 TTL-UNIT-PRICE      PIC 9(4)V99.
       01 TITLE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-TITLE-ENTRIES      PIC 9(5) VALUE 5000.
       01 REJECTED-TITLE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TITLE-MASTER-FLAG      PIC X VALUE 'N'.
           88 TITLE-MASTER-LOADED VALUE 'Y'.

      *    Store codes off the master, loaded the same way.
       01 STORE-CODE-TABLE.
           05 STORE-CODE-ENTRY OCCURS 1000 TIMES INDEXED BY SCX.
               10 SC-STORE-CODE       PIC X(4).
       01 STORE-CODE-COUNT       PIC 9(5) VALUE ZERO.
       01 MAX-STORE-CODE-ENTRIES PIC 9(5) VALUE 1000.
       01 REJECTED-STORE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 STORE-MASTER-FLAG      PIC X VALUE 'N'.
           88 STORE-MASTER-LOADED VALUE 'Y'.

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 FOUND-ENTRY-SUB        PIC 9(5) VALUE ZERO.

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).

      *    Whole-entry swap area mirroring MAINT-ENTRY byte for
      *    byte, for the sort's three group moves.
       01 TEMP-MAINT-ENTRY.
           05 TEMP-BOOK-NUMBER       PIC X(5).
           05 TEMP-STORE-CODE        PIC X(4).
           05 TEMP-START-DATE        PIC 9(8).
           05 TEMP-END-DATE          PIC 9(8).
           05 TEMP-PRICE             PIC 9(4)V99.
           05 TEMP-PERCENT-OFF       PIC 9(2)V99.
           05 TEMP-NAME              PIC X(20).
           05 TEMP-DELETE-FLAG       PIC X.
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

       01 RUN-DATE               PIC 9(8).

      *    Start and end date edit - the same calendar check the
      *    nightly job makes on a sale date.
       01 EDIT-DATE-TEXT         PIC X(8).
       01 EDIT-YEAR              PIC 9(4).
       01 EDIT-MONTH             PIC 9(2).
       01 EDIT-DAY               PIC 9(2).
       01 EDIT-MONTH-DAYS        PIC 9(2).
       01 LEAP-DIVIDE-QUOTIENT   PIC 9(4).
       01 LEAP-DIVIDE-REMAINDER  PIC 9(4).
       01 LEAP-YEAR-SWITCH       PIC X.
           88 LEAP-YEAR          VALUE 'Y'.
       01 DATE-EDIT-FLAG         PIC X VALUE 'N'.
           88 DATE-IS-VALID      VALUE 'Y'.
           88 DATE-IS-INVALID    VALUE 'N'.

       01 MAINT-REPORT-LINE      PIC X(80).
       01 MAINT-AUDIT-LINE       PIC X(100).
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 PRICE-DISPLAY          PIC ZZZ9.99.
       01 PERCENT-DISPLAY        PIC Z9.99.
       01 STORE-DISPLAY          PIC X(4).

      *    The offer as one column: a promo price, or a percent off
      *    marked with its sign.
       01 OFFER-TEXT             PIC X(8).
       01 OLD-OFFER-TEXT         PIC X(8).

      *    Control totals for the trailer reconciliation: every
      *    transaction read must land in exactly one of the applied
      *    or rejected buckets.
       01 TRANS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ADDS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 CHANGES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 DELETES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 TRANS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 PROMOS-BEFORE-COUNT    PIC 9(5) VALUE ZERO.
       01 PROMOS-AFTER-COUNT     PIC 9(5) VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKPROM'.
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

      *    The promotions file must be the live generation, with no
      *    new one from an earlier run still waiting to be swapped in
      *    - this run's new file would otherwise be built on the old
      *    one.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKPROM' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKOAUD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'PROMOTION MAINTENANCE AUDIT TRAIL - RUN DATE: '
               RUN-DATE INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE

           OPEN OUTPUT BOOKORPT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PROMOTION MAINTENANCE REPORT - RUN DATE: '
               RUN-DATE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM LOAD-TITLE-MASTER-PARA
           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM LOAD-PROMOTIONS-PARA
           MOVE MAINT-COUNT TO PROMOS-BEFORE-COUNT
           PERFORM SORT-MAINT-TABLE

           MOVE PROMOS-BEFORE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PROMOTIONS ON FILE BEFORE MAINTENANCE: '
               COUNT-DISPLAY INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACT BOOK  STOR START    END      OFFER    '
               'DISPOSITION'
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM PROCESS-TRAN-FILE-PARA

           PERFORM SORT-MAINT-TABLE
           PERFORM WRITE-NEW-PROMOTIONS-PARA

           PERFORM WRITE-REPORT-TRAILER-PARA

           CLOSE BOOKORPT
           CLOSE BOOKOAUD

           DISPLAY 'PROMOTION MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ ....... ' TRANS-READ-COUNT
           DISPLAY 'ADDS APPLIED ............ ' ADDS-APPLIED-COUNT
           DISPLAY 'CHANGES APPLIED ......... ' CHANGES-APPLIED-COUNT
           DISPLAY 'DELETES APPLIED ......... ' DELETES-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED ... ' TRANS-REJECTED-COUNT
           DISPLAY 'PROMOTIONS BEFORE ....... ' PROMOS-BEFORE-COUNT
           DISPLAY 'PROMOTIONS AFTER ........ ' PROMOS-AFTER-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-TITLE-MASTER-PARA.
           OPEN INPUT BOOKMAST
           IF TITLE-MASTER-STATUS-CODE = '00'
               SET TITLE-MASTER-LOADED TO TRUE
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
           ELSE
               DISPLAY 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   TITLE-MASTER-STATUS-CODE ' - TITLES NOT CHECKED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   TITLE-MASTER-STATUS-CODE ' - TITLES NOT CHECKED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-TITLE-PARA.
           IF TITLE-COUNT >= MAX-TITLE-ENTRIES
               ADD 1 TO REJECTED-TITLE-LOAD-COUNT
               DISPLAY 'TITLE-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKMAST.DAT'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'TITLE-TABLE FULL - BOOK-NUMBER='
                   MASTER-REC-BOOK-NUMBER
                   ' NOT LOADED FROM BOOKMAST.DAT'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           ELSE
               ADD 1 TO TITLE-COUNT
               SET TTX TO TITLE-COUNT
               MOVE MASTER-REC-BOOK-NUMBER TO TTL-BOOK-NUMBER(TTX)
               IF MASTER-REC-UNIT-PRICE IS NUMERIC
                   MOVE MASTER-REC-UNIT-PRICE TO TTL-UNIT-PRICE(TTX)
               ELSE
                   MOVE ZERO TO TTL-UNIT-PRICE(TTX)
               END-IF
           END-IF.

       LOAD-STORE-MASTER-PARA.
           OPEN INPUT STORMAST
           IF STORE-MASTER-STATUS-CODE = '00'
               SET STORE-MASTER-LOADED TO TRUE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ STORMAST
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-STORE-CODE-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE STORMAST
           ELSE
               DISPLAY 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE ' - STORES NOT CHECKED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE ' - STORES NOT CHECKED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-STORE-CODE-PARA.
           IF STORE-CODE-COUNT >= MAX-STORE-CODE-ENTRIES
               ADD 1 TO REJECTED-STORE-LOAD-COUNT
               DISPLAY 'STORE-CODE-TABLE FULL - STORE='
                   STORE-REC-CODE ' NOT LOADED FROM STORMAST.DAT'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'STORE-CODE-TABLE FULL - STORE='
                   STORE-REC-CODE ' NOT LOADED FROM STORMAST.DAT'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           ELSE
               ADD 1 TO STORE-CODE-COUNT
               SET SCX TO STORE-CODE-COUNT
               MOVE STORE-REC-CODE TO SC-STORE-CODE(SCX)
           END-IF.

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
           ELSE
      *    No promotions file yet is the first campaign: every add
      *    in the batch builds the file from nothing.
               DISPLAY 'BOOKPROM.DAT NOT AVAILABLE - STATUS='
                   PROMO-STATUS-CODE ' - STARTING FROM EMPTY FILE'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKPROM.DAT NOT AVAILABLE - STATUS='
                   PROMO-STATUS-CODE ' - STARTING FROM EMPTY FILE'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-PROMOTION-PARA.
           IF MAINT-COUNT >= MAX-MAINT-ENTRIES
               ADD 1 TO REJECTED-MAINT-LOAD-COUNT
               DISPLAY 'MAINT-TABLE FULL - BOOK=' PROM-BOOK-NUMBER
                   ' START=' PROM-START-DATE
                   ' NOT LOADED FROM BOOKPROM.DAT'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'MAINT-TABLE FULL - BOOK=' PROM-BOOK-NUMBER
                   ' STORE=' PROM-STORE-CODE
                   ' START=' PROM-START-DATE
                   ' NOT LOADED FROM BOOKPROM.DAT AT RECORD='
                   MAINT-COUNT
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           ELSE
               ADD 1 TO MAINT-COUNT
               SET MDX TO MAINT-COUNT
               MOVE PROM-BOOK-NUMBER TO MAINT-BOOK-NUMBER(MDX)
               MOVE PROM-STORE-CODE TO MAINT-STORE-CODE(MDX)
               MOVE PROM-START-DATE TO MAINT-START-DATE(MDX)
               MOVE PROM-END-DATE TO MAINT-END-DATE(MDX)
               MOVE PROM-PRICE TO MAINT-PRICE(MDX)
               MOVE PROM-PERCENT-OFF TO MAINT-PERCENT-OFF(MDX)
               MOVE PROM-NAME TO MAINT-NAME(MDX)
               MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
           END-IF.

      *    Shell sort on (title, store, start date), the same scheme
      *    the other maintenance jobs use, before and after the
      *    transactions so the new file always goes out in key
      *    order - the order the nightly job searches it in.  An
      *    every-store promotion (store spaces) sorts ahead of the
      *    title's store promotions.
       SORT-MAINT-TABLE.
           IF MAINT-COUNT > 1
               DIVIDE MAINT-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > MAINT-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF MAINT-KEY(SORT-SUB) <= MAINT-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE MAINT-ENTRY(SORT-SUB)
                               TO TEMP-MAINT-ENTRY
                           MOVE MAINT-ENTRY(J)
                               TO MAINT-ENTRY(SORT-SUB)
                           MOVE TEMP-MAINT-ENTRY TO MAINT-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       PROCESS-TRAN-FILE-PARA.
           OPEN INPUT BOOKOTRN
           IF TRAN-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKOTRN
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-TRAN-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKOTRN
           ELSE
               DISPLAY 'BOOKOTRN.DAT NOT AVAILABLE - STATUS='
                   TRAN-STATUS-CODE ' - NO MAINTENANCE APPLIED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKOTRN.DAT NOT AVAILABLE - STATUS='
                   TRAN-STATUS-CODE ' - NO MAINTENANCE APPLIED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       PROCESS-ONE-TRAN-PARA.
           ADD 1 TO TRANS-READ-COUNT
           MOVE SPACES TO REJECT-REASON-TEXT
           PERFORM EDIT-ONE-TRAN-PARA
           IF REJECT-REASON-TEXT = SPACES
               EVALUATE TRUE
                   WHEN TRAN-IS-ADD
                       PERFORM APPLY-ADD-PARA
                   WHEN TRAN-IS-CHANGE
                       PERFORM APPLY-CHANGE-PARA
                   WHEN TRAN-IS-DELETE
                       PERFORM APPLY-DELETE-PARA
               END-EVALUATE
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               MOVE 'APPLIED' TO DISPOSITION-TEXT
               PERFORM WRITE-TRAN-REPORT-LINE-PARA
           ELSE
               ADD 1 TO TRANS-REJECTED-COUNT
               MOVE 'REJECTED' TO DISPOSITION-TEXT
               PERFORM WRITE-TRAN-REPORT-LINE-PARA
               PERFORM LOG-TRAN-REJECT-PARA
           END-IF.

      *    Field-level edits.  A delete needs only the key, so a
      *    promotion on a title since retired can still be taken
      *    off; adds and changes are edited in full.
       EDIT-ONE-TRAN-PARA.
           IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
                   AND NOT TRAN-IS-DELETE
               MOVE 'INVALID ACTION CODE' TO REJECT-REASON-TEXT
           ELSE
               IF TRAN-BOOK-NUMBER = SPACES
                   MOVE 'BLANK BOOK-NUMBER' TO REJECT-REASON-TEXT
               ELSE
                   MOVE TRAN-START-DATE TO EDIT-DATE-TEXT
                   PERFORM EDIT-CALENDAR-DATE-PARA
                   IF DATE-IS-INVALID
                       MOVE 'INVALID START DATE'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               PERFORM EDIT-PROMOTION-TERMS-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               PERFORM EDIT-AGAINST-MASTERS-PARA
           END-IF.

      *    The dates must make a range, and the offer must be one
      *    thing or the other: a promo price, or a percent off that
      *    leaves something to charge (its picture stops at 99.99).
      *    A promotion already over is refused - the sales it
      *    covered have been valued and will not be restated, so it
      *    would only mislead the lift report.
       EDIT-PROMOTION-TERMS-PARA.
           MOVE TRAN-END-DATE TO EDIT-DATE-TEXT
           PERFORM EDIT-CALENDAR-DATE-PARA
           EVALUATE TRUE
               WHEN DATE-IS-INVALID
                   MOVE 'INVALID END DATE' TO REJECT-REASON-TEXT
               WHEN TRAN-END-DATE-NUM < TRAN-START-DATE-NUM
                   MOVE 'END BEFORE START' TO REJECT-REASON-TEXT
               WHEN TRAN-END-DATE-NUM < RUN-DATE
                   MOVE 'PROMOTION ALREADY ENDED' TO REJECT-REASON-TEXT
               WHEN TRAN-PROMO-PRICE NOT NUMERIC
                   MOVE 'INVALID PROMO PRICE' TO REJECT-REASON-TEXT
               WHEN TRAN-PERCENT-OFF NOT NUMERIC
                   MOVE 'INVALID PERCENT OFF' TO REJECT-REASON-TEXT
               WHEN TRAN-PROMO-PRICE-NUM = ZERO
                       AND TRAN-PERCENT-OFF-NUM = ZERO
                   MOVE 'NO PRICE OR PERCENT' TO REJECT-REASON-TEXT
               WHEN TRAN-PROMO-PRICE-NUM > ZERO
                       AND TRAN-PERCENT-OFF-NUM > ZERO
                   MOVE 'BOTH PRICE AND PERCENT' TO REJECT-REASON-TEXT
           END-EVALUATE.

      *    A store promotion must name a store on STORMAST; a promo
      *    price must come in under the title's list price, or the
      *    "promotion" would raise revenue by fiat.
       EDIT-AGAINST-MASTERS-PARA.
           IF TITLE-MASTER-LOADED
               SET NOT-MATCHED TO TRUE
               PERFORM VARYING TTX FROM 1 BY 1
                       UNTIL TTX > TITLE-COUNT
                   IF TTL-BOOK-NUMBER(TTX) = TRAN-BOOK-NUMBER
                       SET MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT-MATCHED
                   MOVE 'TITLE NOT ON BOOKMAST' TO REJECT-REASON-TEXT
               ELSE
                   IF TRAN-PROMO-PRICE-NUM > ZERO
                           AND TRAN-PROMO-PRICE-NUM >=
                               TTL-UNIT-PRICE(TTX)
                       MOVE 'PROMO PRICE NOT BELOW LIST'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND TRAN-STORE-CODE NOT = SPACES
                   AND STORE-MASTER-LOADED
               SET NOT-MATCHED TO TRUE
               PERFORM VARYING SCX FROM 1 BY 1
                       UNTIL SCX > STORE-CODE-COUNT
                   IF SC-STORE-CODE(SCX) = TRAN-STORE-CODE
                       SET MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT-MATCHED
                   MOVE 'STORE NOT ON STORMAST' TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       EDIT-CALENDAR-DATE-PARA.
           SET DATE-IS-INVALID TO TRUE
           IF EDIT-DATE-TEXT IS NUMERIC
               MOVE EDIT-DATE-TEXT(1:4) TO EDIT-YEAR
               MOVE EDIT-DATE-TEXT(5:2) TO EDIT-MONTH
               MOVE EDIT-DATE-TEXT(7:2) TO EDIT-DAY
               IF EDIT-MONTH >= 1 AND EDIT-MONTH <= 12
                   PERFORM SET-DAYS-IN-MONTH-PARA
                   IF EDIT-DAY >= 1 AND EDIT-DAY <= EDIT-MONTH-DAYS
                       SET DATE-IS-VALID TO TRUE
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

      *    Serial search of the live (not-deleted) rows, so a
      *    delete-then-add pair in one batch re-creates the row.
       FIND-MAINT-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF MAINT-BOOK-NUMBER(MDX) = TRAN-BOOK-NUMBER
                       AND MAINT-STORE-CODE(MDX) = TRAN-STORE-CODE
                       AND MAINT-START-DATE(MDX) = TRAN-START-DATE-NUM
                       AND NOT MAINT-ENTRY-DELETED(MDX)
                   SET MATCHED TO TRUE
                   SET FOUND-ENTRY-SUB TO MDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Two promotions on one title at one store may not share a
      *    day, or the nightly job could not say which one a sale
      *    belongs to.  A store promotion may run inside an
      *    every-store one - the store's own terms win there.  The
      *    row being changed (FOUND-ENTRY-SUB) is not compared with
      *    itself.
       CHECK-OVERLAP-PARA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > MAINT-COUNT
               IF MAINT-BOOK-NUMBER(I) = TRAN-BOOK-NUMBER
                       AND MAINT-STORE-CODE(I) = TRAN-STORE-CODE
                       AND NOT MAINT-ENTRY-DELETED(I)
                       AND I NOT = FOUND-ENTRY-SUB
                       AND MAINT-START-DATE(I) <= TRAN-END-DATE-NUM
                       AND MAINT-END-DATE(I) >= TRAN-START-DATE-NUM
                   MOVE 'OVERLAPS PROMOTION' TO REJECT-REASON-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ADD-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               MOVE 'DUPLICATE ADD' TO REJECT-REASON-TEXT
           ELSE
               PERFORM CHECK-OVERLAP-PARA
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               IF MAINT-COUNT >= MAX-MAINT-ENTRIES
                   MOVE 'PROMOTION TABLE FULL' TO REJECT-REASON-TEXT
               ELSE
                   ADD 1 TO MAINT-COUNT
                   SET MDX TO MAINT-COUNT
                   MOVE TRAN-BOOK-NUMBER TO MAINT-BOOK-NUMBER(MDX)
                   MOVE TRAN-STORE-CODE TO MAINT-STORE-CODE(MDX)
                   MOVE TRAN-START-DATE-NUM TO MAINT-START-DATE(MDX)
                   MOVE TRAN-END-DATE-NUM TO MAINT-END-DATE(MDX)
                   MOVE TRAN-PROMO-PRICE-NUM TO MAINT-PRICE(MDX)
                   MOVE TRAN-PERCENT-OFF-NUM
                       TO MAINT-PERCENT-OFF(MDX)
                   MOVE TRAN-PROMO-NAME TO MAINT-NAME(MDX)
                   MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
                   PERFORM LOG-ADD-PARA
                   ADD 1 TO ADDS-APPLIED-COUNT
               END-IF
           END-IF.

       APPLY-CHANGE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               PERFORM CHECK-OVERLAP-PARA
               IF REJECT-REASON-TEXT = SPACES
                   SET MDX TO FOUND-ENTRY-SUB
                   PERFORM LOG-CHANGE-BEFORE-AFTER-PARA
                   MOVE TRAN-END-DATE-NUM TO MAINT-END-DATE(MDX)
                   MOVE TRAN-PROMO-PRICE-NUM TO MAINT-PRICE(MDX)
                   MOVE TRAN-PERCENT-OFF-NUM
                       TO MAINT-PERCENT-OFF(MDX)
                   MOVE TRAN-PROMO-NAME TO MAINT-NAME(MDX)
                   ADD 1 TO CHANGES-APPLIED-COUNT
               END-IF
           ELSE
               MOVE 'NOT ON PROMOTION FILE' TO REJECT-REASON-TEXT
           END-IF.

       APPLY-DELETE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               SET MDX TO FOUND-ENTRY-SUB
               MOVE 'Y' TO MAINT-DELETE-FLAG(MDX)
               PERFORM SET-OLD-OFFER-TEXT-PARA
               PERFORM SET-STORE-DISPLAY-PARA
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'DELETE ' TRAN-BOOK-NUMBER '/' STORE-DISPLAY
                   '/' TRAN-START-DATE
                   ' OLD END=' MAINT-END-DATE(MDX)
                   ' OFFER=' OLD-OFFER-TEXT
                   ' ' MAINT-NAME(MDX)
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
               ADD 1 TO DELETES-APPLIED-COUNT
           ELSE
               MOVE 'NOT ON PROMOTION FILE' TO REJECT-REASON-TEXT
           END-IF.

       LOG-ADD-PARA.
           PERFORM SET-OFFER-TEXT-PARA
           PERFORM SET-STORE-DISPLAY-PARA
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'ADD ' TRAN-BOOK-NUMBER '/' STORE-DISPLAY
               '/' TRAN-START-DATE
               ' END=' TRAN-END-DATE
               ' OFFER=' OFFER-TEXT
               ' ' TRAN-PROMO-NAME
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       LOG-CHANGE-BEFORE-AFTER-PARA.
           PERFORM SET-OLD-OFFER-TEXT-PARA
           PERFORM SET-OFFER-TEXT-PARA
           PERFORM SET-STORE-DISPLAY-PARA
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'CHANGE ' TRAN-BOOK-NUMBER '/' STORE-DISPLAY
               '/' TRAN-START-DATE
               ' OLD END=' MAINT-END-DATE(MDX)
               ' ' OLD-OFFER-TEXT
               ' NEW END=' TRAN-END-DATE
               ' ' OFFER-TEXT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

      *    The transaction's offer, when its fields will display.
       SET-OFFER-TEXT-PARA.
           MOVE SPACES TO OFFER-TEXT
           IF TRAN-PROMO-PRICE IS NUMERIC
                   AND TRAN-PERCENT-OFF IS NUMERIC
               IF TRAN-PERCENT-OFF-NUM > ZERO
                   MOVE TRAN-PERCENT-OFF-NUM TO PERCENT-DISPLAY
                   STRING '  ' PERCENT-DISPLAY '%'
                       INTO OFFER-TEXT
               ELSE
                   MOVE TRAN-PROMO-PRICE-NUM TO PRICE-DISPLAY
                   STRING PRICE-DISPLAY ' ' INTO OFFER-TEXT
               END-IF
           END-IF.

       SET-OLD-OFFER-TEXT-PARA.
           MOVE SPACES TO OLD-OFFER-TEXT
           IF MAINT-PERCENT-OFF(MDX) > ZERO
               MOVE MAINT-PERCENT-OFF(MDX) TO PERCENT-DISPLAY
               STRING '  ' PERCENT-DISPLAY '%'
                   INTO OLD-OFFER-TEXT
           ELSE
               MOVE MAINT-PRICE(MDX) TO PRICE-DISPLAY
               STRING PRICE-DISPLAY ' ' INTO OLD-OFFER-TEXT
           END-IF.

       SET-STORE-DISPLAY-PARA.
           IF TRAN-STORE-CODE = SPACES
               MOVE 'ALL' TO STORE-DISPLAY
           ELSE
               MOVE TRAN-STORE-CODE TO STORE-DISPLAY
           END-IF.

       WRITE-TRAN-REPORT-LINE-PARA.
           PERFORM SET-OFFER-TEXT-PARA
           PERFORM SET-STORE-DISPLAY-PARA
           MOVE SPACES TO MAINT-REPORT-LINE
           IF REJECT-REASON-TEXT = SPACES
               STRING TRAN-ACTION '   ' TRAN-BOOK-NUMBER ' '
                   STORE-DISPLAY ' ' TRAN-START-DATE ' '
                   TRAN-END-DATE ' ' OFFER-TEXT ' '
                   DISPOSITION-TEXT
                   INTO MAINT-REPORT-LINE
           ELSE
               STRING TRAN-ACTION '   ' TRAN-BOOK-NUMBER ' '
                   STORE-DISPLAY ' ' TRAN-START-DATE ' '
                   TRAN-END-DATE ' ' OFFER-TEXT ' '
                   DISPOSITION-TEXT ' - ' REJECT-REASON-TEXT
                   INTO MAINT-REPORT-LINE
           END-IF
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

       LOG-TRAN-REJECT-PARA.
           DISPLAY 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' BOOK=' TRAN-BOOK-NUMBER
               ' STORE=' TRAN-STORE-CODE ' START=' TRAN-START-DATE
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' BOOK=' TRAN-BOOK-NUMBER
               ' STORE=' TRAN-STORE-CODE ' START=' TRAN-START-DATE
               ' AT TRANSACTION=' TRANS-READ-COUNT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-NEW-PROMOTIONS-PARA.
           OPEN OUTPUT BOOKONEW
           MOVE ZERO TO PROMOS-AFTER-COUNT
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF NOT MAINT-ENTRY-DELETED(MDX)
                   MOVE MAINT-BOOK-NUMBER(MDX) TO NEW-PROM-BOOK-NUMBER
                   MOVE MAINT-STORE-CODE(MDX) TO NEW-PROM-STORE-CODE
                   MOVE MAINT-START-DATE(MDX) TO NEW-PROM-START-DATE
                   MOVE MAINT-END-DATE(MDX) TO NEW-PROM-END-DATE
                   MOVE MAINT-PRICE(MDX) TO NEW-PROM-PRICE
                   MOVE MAINT-PERCENT-OFF(MDX) TO NEW-PROM-PERCENT-OFF
                   MOVE MAINT-NAME(MDX) TO NEW-PROM-NAME
                   WRITE NEW-PROMO-RECORD
                   ADD 1 TO PROMOS-AFTER-COUNT
               END-IF
           END-PERFORM
           CLOSE BOOKONEW.

       WRITE-REPORT-TRAILER-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE PROMOS-AFTER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PROMOTIONS ON FILE AFTER MAINTENANCE:  '
               COUNT-DISPLAY INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'TRANSACTIONS READ: ' TRANS-READ-COUNT
               '  ADDS: ' ADDS-APPLIED-COUNT
               '  CHANGES: ' CHANGES-APPLIED-COUNT
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'DELETES: ' DELETES-APPLIED-COUNT
               '  REJECTED: ' TRANS-REJECTED-COUNT
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
