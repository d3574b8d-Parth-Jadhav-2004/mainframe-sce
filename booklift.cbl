       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-LIFT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKPROM ASSIGN TO 'BOOKPROM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-STATUS-CODE.

           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT BOOKOLFT ASSIGN TO 'BOOKOLFT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIFT-REPORT-STATUS-CODE.

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
      *    Price promotions, layout as the promotion job writes it.
       FD BOOKPROM.
       01 PROMO-RECORD.
           05 PROM-BOOK-NUMBER         PIC X(5).
           05 PROM-STORE-CODE          PIC X(4).
           05 PROM-START-DATE          PIC 9(8).
           05 PROM-END-DATE            PIC 9(8).
           05 PROM-PRICE               PIC 9(4)V99.
           05 PROM-PERCENT-OFF         PIC 9(2)V99.
           05 PROM-NAME                PIC X(20).

      *    The nightly job's sales journal, mirrored field for field.
      *    Every accepted sale and return, dated and valued at the
      *    price it accrued at - promotion price included - which is
      *    what the before-and-during comparison needs.
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
           05 JRNL-POSTED-PERIOD      PIC 9(6).
           05 JRNL-LATE-FLAG          PIC X.
               88 JRNL-LATE-ADJUSTMENT VALUE 'L'.

       FD BOOKOLFT.
       01 LIFT-REPORT-RECORD     PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 PROMO-STATUS-CODE      PIC XX.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 LIFT-REPORT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card, optional: a month (YYYYMM) limits the report
      *    to the promotions that ended in it - the month's wrap-up.
      *    A blank card reports every promotion that has started.
       01 LIFT-REQUEST.
           05 REQ-END-PERIOD         PIC X(6).
           05 REQ-END-PERIOD-NUM REDEFINES REQ-END-PERIOD
                                     PIC 9(6).
           05 FILLER                 PIC X(74).
       01 SELECT-PERIOD          PIC 9(6) VALUE ZERO.

      *    One slot per promotion reported, in the promotion file's
      *    (title, store, start date) order, which is also the
      *    report order.  The journal is read once; each record
      *    finds its title's promotions by binary search and is
      *    counted into every one whose store and dates it fits.
       01 LIFT-TABLE.
           05 LIFT-ENTRY OCCURS 5000 TIMES INDEXED BY LFX.
               10 LIFT-KEY.
                   15 LFT-BOOK-NUMBER     PIC X(5).
                   15 LFT-STORE-CODE      PIC X(4).
                   15 LFT-START-DATE      PIC 9(8).
               10 LFT-END-DATE        PIC 9(8).
               10 LFT-PRICE           PIC 9(4)V99.
               10 LFT-PERCENT-OFF     PIC 9(2)V99.
               10 LFT-NAME            PIC X(20).
               10 LFT-BOOK-NAME       PIC X(20).
      *    Through-date of the figures: the end date, or last night
      *    for a promotion still running.  The comparison period is
      *    the same number of days ending the day before the start.
               10 LFT-MEASURE-END     PIC 9(8).
               10 LFT-DAYS            PIC 9(5).
               10 LFT-BASE-START      PIC 9(8).
               10 LFT-BASE-END        PIC 9(8).
               10 LFT-RUNNING-FLAG    PIC X.
                   88 LFT-STILL-RUNNING   VALUE 'Y'.
               10 LFT-PROMO-COPIES    PIC S9(9).
               10 LFT-PROMO-REVENUE   PIC S9(9)V99.
               10 LFT-BASE-COPIES     PIC S9(9).
               10 LFT-BASE-REVENUE    PIC S9(9)V99.
       01 LIFT-COUNT             PIC 9(5) VALUE ZERO.
       01 MAX-LIFT-ENTRIES       PIC 9(5) VALUE 5000.
       01 REJECTED-LIFT-COUNT    PIC 9(5) VALUE ZERO.
      *    Swap area for the sort, one LIFT-ENTRY long.
       01 TEMP-LIFT-ENTRY        PIC X(145).
       01 SEARCH-LIFT-KEY.
           05 SEARCH-LFT-BOOK        PIC X(5).
           05 SEARCH-LFT-STORE       PIC X(4).
           05 SEARCH-LFT-DATE        PIC 9(8).

       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

       01 RUN-DATE               PIC 9(8).
       01 LAST-NIGHT-DATE        PIC 9(8).

      *    Day arithmetic is done a day at a step on a calendar date,
      *    the way the date edits elsewhere in the suite read it.
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

      *    Earliest sale date on the journal: a comparison period
      *    reaching back before it is incomplete and is marked so.
       01 EARLIEST-SALE-DATE     PIC 9(8) VALUE 99999999.

       01 LIFT-REPORT-LINE       PIC X(100).

       01 LIFT-PROMO-LINE.
           05 PRO-BOOK-NUMBER        PIC X(5).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-BOOK-NAME          PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-STORE-CODE         PIC X(4).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-NAME               PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-OFFER              PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-DAYS               PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 PRO-STATUS             PIC X(7).

       01 LIFT-FIGURE-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-LABEL              PIC X(7).
           05 FIG-FROM-DATE          PIC 9(8).
           05 FIG-DASH               PIC X(1).
           05 FIG-TO-DATE            PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-COPIES             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-REVENUE            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-CHANGE             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-CHANGE-PCT         PIC ZZZ9.9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-FLAG               PIC X(10).

       01 LIFT-TOTAL-LINE.
           05 TOT-LABEL              PIC X(28).
           05 FIG-TOT-COPIES         PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FIG-TOT-REVENUE        PIC ZZ,ZZZ,ZZ9.99-.

       01 PRICE-DISPLAY          PIC ZZZ9.99.
       01 PERCENT-DISPLAY        PIC Z9.99.
       01 OFFER-TEXT             PIC X(8).
       01 REVENUE-CHANGE         PIC S9(9)V99.
       01 REVENUE-CHANGE-PCT     PIC S9(5)V9.

       01 PROMOTIONS-READ-COUNT  PIC 9(7) VALUE ZERO.
       01 NOT-STARTED-COUNT      PIC 9(7) VALUE ZERO.
       01 NOT-SELECTED-COUNT     PIC 9(7) VALUE ZERO.
       01 JOURNAL-READ-COUNT     PIC 9(9) VALUE ZERO.
       01 JOURNAL-USED-COUNT     PIC 9(9) VALUE ZERO.
       01 PROMOTIONS-LOST-COUNT  PIC 9(7) VALUE ZERO.
       01 USED-FLAG              PIC X VALUE 'N'.
           88 RECORD-USED        VALUE 'Y'.
       01 GRAND-PROMO-COPIES     PIC S9(9) VALUE ZERO.
       01 GRAND-PROMO-REVENUE    PIC S9(11)V99 VALUE ZERO.
       01 GRAND-BASE-COPIES      PIC S9(9) VALUE ZERO.
       01 GRAND-BASE-REVENUE     PIC S9(11)V99 VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKLIFT'.
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
      *    Sets each promotion's copies and revenue against the same
      *    title's over an equal number of days just before it
      *    started - at the promotion's store, or across the chain
      *    for an every-store promotion - and flags the promotions
      *    that took less revenue than the period before them.
      *
      *      0  - report written
      *      4  - report written, one or more promotions lost
      *           revenue against the period before
      *      8  - request card not a valid month
      *     12  - promotions file or journal not readable, or more
      *           promotions than the table holds
      *     16  - refused by run control: a file it uses has a new
      *           generation waiting, or another job's update of it
      *           is unfinished
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO LIFT-REQUEST
           ACCEPT LIFT-REQUEST

           IF REQ-END-PERIOD NOT = SPACES
               IF REQ-END-PERIOD NOT NUMERIC
                       OR REQ-END-PERIOD(5:2) < '01'
                       OR REQ-END-PERIOD(5:2) > '12'
                   DISPLAY 'PROMOTION LIFT REPORT - END MONTH '
                       'NOT A VALID MONTH: ' REQ-END-PERIOD
                   DISPLAY 'REQUEST CARD: COLS 1-6 = MONTH THE '
                       'PROMOTIONS ENDED (YYYYMM), OR BLANK FOR ALL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REQ-END-PERIOD-NUM TO SELECT-PERIOD
           END-IF

      *    Last night's run is the latest the journal can hold.
           MOVE RUN-DATE TO EDIT-DATE
           PERFORM STEP-BACK-ONE-DAY-PARA
           MOVE EDIT-DATE TO LAST-NIGHT-DATE

      *    Every file read must be the live generation: nothing new
      *    waiting to be promoted and no update left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKPROM' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKOLFT
           MOVE SPACES TO LIFT-REPORT-LINE
           STRING 'PROMOTION LIFT REPORT - RUN DATE: ' RUN-DATE
               INTO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           MOVE SPACES TO LIFT-REPORT-LINE
           IF SELECT-PERIOD > 0
               STRING 'PROMOTIONS ENDING IN ' SELECT-PERIOD
                   INTO LIFT-REPORT-LINE
           ELSE
               STRING 'ALL PROMOTIONS STARTED ON OR BEFORE '
                   LAST-NIGHT-DATE
                   INTO LIFT-REPORT-LINE
           END-IF
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE

           PERFORM LOAD-PROMOTIONS-PARA
           IF REJECTED-LIFT-COUNT > 0
               MOVE SPACES TO LIFT-REPORT-LINE
               STRING 'LIFT-TABLE FULL - ' REJECTED-LIFT-COUNT
                   ' PROMOTIONS DID NOT FIT - NO REPORT'
                   INTO LIFT-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-LIFT-TABLE

           IF LIFT-COUNT > 0
               PERFORM READ-JOURNAL-PARA
           END-IF

           PERFORM WRITE-LIFT-REPORT-PARA
           CLOSE BOOKOLFT

           DISPLAY 'PROMOTION LIFT REPORT COMPLETE'
           DISPLAY 'PROMOTIONS READ ......... ' PROMOTIONS-READ-COUNT
           DISPLAY 'PROMOTIONS NOT STARTED .. ' NOT-STARTED-COUNT
           DISPLAY 'PROMOTIONS NOT SELECTED . ' NOT-SELECTED-COUNT
           DISPLAY 'PROMOTIONS REPORTED ..... ' LIFT-COUNT
           DISPLAY 'JOURNAL RECORDS READ .... ' JOURNAL-READ-COUNT
           DISPLAY 'JOURNAL RECORDS USED .... ' JOURNAL-USED-COUNT
           DISPLAY 'PROMOTIONS LOST REVENUE . ' PROMOTIONS-LOST-COUNT
           IF PROMOTIONS-LOST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Writes the reason already in LIFT-REPORT-LINE to the
      *    console and the report and closes the report; the caller
      *    sets the return code and stops.
       ABANDON-REPORT-PARA.
           DISPLAY LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           CLOSE BOOKOLFT.

      *    No promotions file yet is an empty report, not a failure;
      *    one that is there but will not open is.
       LOAD-PROMOTIONS-PARA.
           OPEN INPUT BOOKPROM
           EVALUATE PROMO-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKPROM
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM SELECT-ONE-PROMOTION-PARA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKPROM
               WHEN '35'
                   DISPLAY 'NO PROMOTIONS ON FILE - STATUS='
                       PROMO-STATUS-CODE
               WHEN OTHER
                   MOVE SPACES TO LIFT-REPORT-LINE
                   STRING 'BOOKPROM.DAT NOT AVAILABLE - STATUS='
                       PROMO-STATUS-CODE ' - NO REPORT'
                       INTO LIFT-REPORT-LINE
                   PERFORM ABANDON-REPORT-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    A promotion starting today or later has no sales yet to
      *    measure.  With a month on the card, only the promotions
      *    that ended in it are wanted.
       SELECT-ONE-PROMOTION-PARA.
           ADD 1 TO PROMOTIONS-READ-COUNT
           EVALUATE TRUE
               WHEN PROM-START-DATE NOT NUMERIC
                       OR PROM-END-DATE NOT NUMERIC
                       OR PROM-START-DATE > LAST-NIGHT-DATE
                   ADD 1 TO NOT-STARTED-COUNT
               WHEN SELECT-PERIOD > 0
                       AND PROM-END-DATE(1:6) NOT = SELECT-PERIOD
                   ADD 1 TO NOT-SELECTED-COUNT
               WHEN LIFT-COUNT >= MAX-LIFT-ENTRIES
                   ADD 1 TO REJECTED-LIFT-COUNT
               WHEN OTHER
                   PERFORM ADD-LIFT-ENTRY-PARA
           END-EVALUATE.

       ADD-LIFT-ENTRY-PARA.
           ADD 1 TO LIFT-COUNT
           SET LFX TO LIFT-COUNT
           MOVE PROM-BOOK-NUMBER TO LFT-BOOK-NUMBER(LFX)
           MOVE PROM-STORE-CODE TO LFT-STORE-CODE(LFX)
           MOVE PROM-START-DATE TO LFT-START-DATE(LFX)
           MOVE PROM-END-DATE TO LFT-END-DATE(LFX)
           MOVE PROM-PRICE TO LFT-PRICE(LFX)
           MOVE PROM-PERCENT-OFF TO LFT-PERCENT-OFF(LFX)
           MOVE PROM-NAME TO LFT-NAME(LFX)
           MOVE SPACES TO LFT-BOOK-NAME(LFX)
           IF PROM-END-DATE > LAST-NIGHT-DATE
               MOVE LAST-NIGHT-DATE TO LFT-MEASURE-END(LFX)
               MOVE 'Y' TO LFT-RUNNING-FLAG(LFX)
           ELSE
               MOVE PROM-END-DATE TO LFT-MEASURE-END(LFX)
               MOVE 'N' TO LFT-RUNNING-FLAG(LFX)
           END-IF
           MOVE ZERO TO LFT-PROMO-COPIES(LFX)
           MOVE ZERO TO LFT-PROMO-REVENUE(LFX)
           MOVE ZERO TO LFT-BASE-COPIES(LFX)
           MOVE ZERO TO LFT-BASE-REVENUE(LFX)
      *    Days measured, start date through measure-end inclusive.
           MOVE PROM-START-DATE TO EDIT-DATE
           MOVE 1 TO LFT-DAYS(LFX)
           PERFORM UNTIL EDIT-DATE >= LFT-MEASURE-END(LFX)
               PERFORM STEP-FORWARD-ONE-DAY-PARA
               ADD 1 TO LFT-DAYS(LFX)
           END-PERFORM
      *    The same number of days, ending the day before the start.
           MOVE PROM-START-DATE TO EDIT-DATE
           PERFORM STEP-BACK-ONE-DAY-PARA
           MOVE EDIT-DATE TO LFT-BASE-END(LFX)
           COMPUTE I = LFT-DAYS(LFX) - 1
           PERFORM STEP-BACK-ONE-DAY-PARA I TIMES
           MOVE EDIT-DATE TO LFT-BASE-START(LFX).

      *    The promotion job writes the file in key order; the sort
      *    is for a file edited by hand since.
       SORT-LIFT-TABLE.
           IF LIFT-COUNT > 1
               DIVIDE LIFT-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > LIFT-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF LIFT-KEY(SORT-SUB) <= LIFT-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE LIFT-ENTRY(SORT-SUB)
                               TO TEMP-LIFT-ENTRY
                           MOVE LIFT-ENTRY(J)
                               TO LIFT-ENTRY(SORT-SUB)
                           MOVE TEMP-LIFT-ENTRY TO LIFT-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    Reversed records are left out: the batch they came in was
      *    taken back off the history, so they never happened.
       READ-JOURNAL-PARA.
           OPEN INPUT BOOKJRNL
           IF JOURNAL-STATUS-CODE NOT = '00'
               MOVE SPACES TO LIFT-REPORT-LINE
               STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                   JOURNAL-STATUS-CODE ' - NO REPORT'
                   INTO LIFT-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKJRNL NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO JOURNAL-READ-COUNT
                       IF JRNL-LIVE
                           PERFORM APPLY-ONE-JOURNAL-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKJRNL.

      *    The search key carries the lowest store and date, so a
      *    miss lands BSEARCH-LOW on the title's first promotion;
      *    the title's promotions follow it in the table.
       APPLY-ONE-JOURNAL-RECORD-PARA.
           IF JRNL-SALE-DATE < EARLIEST-SALE-DATE
               MOVE JRNL-SALE-DATE TO EARLIEST-SALE-DATE
           END-IF
           MOVE 'N' TO USED-FLAG
           MOVE JRNL-BOOK-NUMBER TO SEARCH-LFT-BOOK
           MOVE LOW-VALUES TO SEARCH-LFT-STORE
           MOVE ZERO TO SEARCH-LFT-DATE
           MOVE 1 TO BSEARCH-LOW
           MOVE LIFT-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF LIFT-KEY(BSEARCH-MID) < SEARCH-LIFT-KEY
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           PERFORM VARYING LFX FROM BSEARCH-LOW BY 1
                   UNTIL LFX > LIFT-COUNT
               IF LFT-BOOK-NUMBER(LFX) NOT = JRNL-BOOK-NUMBER
                   EXIT PERFORM
               END-IF
               IF LFT-STORE-CODE(LFX) = SPACES
                       OR LFT-STORE-CODE(LFX) = JRNL-STORE-CODE
                   PERFORM APPLY-TO-LIFT-ENTRY-PARA
               END-IF
           END-PERFORM
           IF RECORD-USED
               ADD 1 TO JOURNAL-USED-COUNT
           END-IF.

       APPLY-TO-LIFT-ENTRY-PARA.
           IF LFT-BOOK-NAME(LFX) = SPACES
               MOVE JRNL-BOOK-NAME TO LFT-BOOK-NAME(LFX)
           END-IF
           IF JRNL-SALE-DATE >= LFT-START-DATE(LFX)
                   AND JRNL-SALE-DATE <= LFT-MEASURE-END(LFX)
               ADD JRNL-SALE-QUANTITY TO LFT-PROMO-COPIES(LFX)
               ADD JRNL-REVENUE TO LFT-PROMO-REVENUE(LFX)
               SET RECORD-USED TO TRUE
           END-IF
           IF JRNL-SALE-DATE >= LFT-BASE-START(LFX)
                   AND JRNL-SALE-DATE <= LFT-BASE-END(LFX)
               ADD JRNL-SALE-QUANTITY TO LFT-BASE-COPIES(LFX)
               ADD JRNL-REVENUE TO LFT-BASE-REVENUE(LFX)
               SET RECORD-USED TO TRUE
           END-IF.

       WRITE-LIFT-REPORT-PARA.
           MOVE SPACES TO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           MOVE SPACES TO LIFT-REPORT-LINE
           STRING 'BOOK  TITLE                STOR PROMOTIO'
               'N            OFFER     DAYS STATUS'
               INTO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           MOVE SPACES TO LIFT-REPORT-LINE
           STRING '         FROM     TO            COPIES      '
               '   REVENUE  REVENUE CHANGE  CHANGE%   FLAG'
               INTO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           IF LIFT-COUNT = 0
               MOVE SPACES TO LIFT-REPORT-LINE
               WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
               MOVE '  NO PROMOTIONS TO REPORT' TO LIFT-REPORT-LINE
               WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           ELSE
               PERFORM VARYING LFX FROM 1 BY 1 UNTIL LFX > LIFT-COUNT
                   PERFORM WRITE-ONE-PROMOTION-PARA
               END-PERFORM
           END-IF
           MOVE SPACES TO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           MOVE SPACES TO LIFT-TOTAL-LINE
           MOVE 'ALL PROMOTIONS - DURING' TO TOT-LABEL
           MOVE GRAND-PROMO-COPIES TO FIG-TOT-COPIES
           MOVE GRAND-PROMO-REVENUE TO FIG-TOT-REVENUE
           WRITE LIFT-REPORT-RECORD FROM LIFT-TOTAL-LINE
           MOVE SPACES TO LIFT-TOTAL-LINE
           MOVE 'ALL PROMOTIONS - BEFORE' TO TOT-LABEL
           MOVE GRAND-BASE-COPIES TO FIG-TOT-COPIES
           MOVE GRAND-BASE-REVENUE TO FIG-TOT-REVENUE
           WRITE LIFT-REPORT-RECORD FROM LIFT-TOTAL-LINE
           MOVE SPACES TO LIFT-REPORT-LINE
           STRING 'PROMOTIONS THAT LOST REVENUE: '
               PROMOTIONS-LOST-COUNT
               INTO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE.

      *    Three lines a promotion: what it was, the figures while it
      *    ran with the revenue change, and the figures for the
      *    period before.  A promotion that took less revenue than
      *    the period before it is flagged - more copies at a lower
      *    price that do not make up the discount still lost money.
       WRITE-ONE-PROMOTION-PARA.
           MOVE SPACES TO LIFT-REPORT-LINE
           WRITE LIFT-REPORT-RECORD FROM LIFT-REPORT-LINE
           MOVE SPACES TO OFFER-TEXT
           IF LFT-PERCENT-OFF(LFX) > ZERO
               MOVE LFT-PERCENT-OFF(LFX) TO PERCENT-DISPLAY
               STRING '  ' PERCENT-DISPLAY '%' INTO OFFER-TEXT
           ELSE
               MOVE LFT-PRICE(LFX) TO PRICE-DISPLAY
               STRING PRICE-DISPLAY ' ' INTO OFFER-TEXT
           END-IF
           MOVE LFT-BOOK-NUMBER(LFX) TO PRO-BOOK-NUMBER
           MOVE LFT-BOOK-NAME(LFX) TO PRO-BOOK-NAME
           IF LFT-STORE-CODE(LFX) = SPACES
               MOVE 'ALL' TO PRO-STORE-CODE
           ELSE
               MOVE LFT-STORE-CODE(LFX) TO PRO-STORE-CODE
           END-IF
           MOVE LFT-NAME(LFX) TO PRO-NAME
           MOVE OFFER-TEXT TO PRO-OFFER
           MOVE LFT-DAYS(LFX) TO PRO-DAYS
           IF LFT-STILL-RUNNING(LFX)
               MOVE 'RUNNING' TO PRO-STATUS
           ELSE
               MOVE 'ENDED' TO PRO-STATUS
           END-IF
           WRITE LIFT-REPORT-RECORD FROM LIFT-PROMO-LINE

           COMPUTE REVENUE-CHANGE = LFT-PROMO-REVENUE(LFX)
               - LFT-BASE-REVENUE(LFX)
           MOVE SPACES TO LIFT-FIGURE-LINE
           MOVE 'DURING' TO FIG-LABEL
           MOVE LFT-START-DATE(LFX) TO FIG-FROM-DATE
           MOVE '-' TO FIG-DASH
           MOVE LFT-MEASURE-END(LFX) TO FIG-TO-DATE
           MOVE LFT-PROMO-COPIES(LFX) TO FIG-COPIES
           MOVE LFT-PROMO-REVENUE(LFX) TO FIG-REVENUE
           MOVE REVENUE-CHANGE TO FIG-CHANGE
           IF LFT-BASE-REVENUE(LFX) NOT = ZERO
               COMPUTE REVENUE-CHANGE-PCT ROUNDED =
                   REVENUE-CHANGE * 100 / LFT-BASE-REVENUE(LFX)
                   ON SIZE ERROR
                       MOVE ZERO TO REVENUE-CHANGE-PCT
               END-COMPUTE
               MOVE REVENUE-CHANGE-PCT TO FIG-CHANGE-PCT
           END-IF
           IF REVENUE-CHANGE < ZERO
               MOVE '*LOST REV*' TO FIG-FLAG
               ADD 1 TO PROMOTIONS-LOST-COUNT
           END-IF
           WRITE LIFT-REPORT-RECORD FROM LIFT-FIGURE-LINE

           MOVE SPACES TO LIFT-FIGURE-LINE
           MOVE 'BEFORE' TO FIG-LABEL
           MOVE LFT-BASE-START(LFX) TO FIG-FROM-DATE
           MOVE '-' TO FIG-DASH
           MOVE LFT-BASE-END(LFX) TO FIG-TO-DATE
           MOVE LFT-BASE-COPIES(LFX) TO FIG-COPIES
           MOVE LFT-BASE-REVENUE(LFX) TO FIG-REVENUE
           IF LFT-BASE-START(LFX) < EARLIEST-SALE-DATE
               MOVE 'SHORT BASE' TO FIG-FLAG
           END-IF
           WRITE LIFT-REPORT-RECORD FROM LIFT-FIGURE-LINE

           ADD LFT-PROMO-COPIES(LFX) TO GRAND-PROMO-COPIES
           ADD LFT-PROMO-REVENUE(LFX) TO GRAND-PROMO-REVENUE
           ADD LFT-BASE-COPIES(LFX) TO GRAND-BASE-COPIES
           ADD LFT-BASE-REVENUE(LFX) TO GRAND-BASE-REVENUE.

       STEP-FORWARD-ONE-DAY-PARA.
           PERFORM SET-DAYS-IN-MONTH-PARA
           IF EDIT-DAY < EDIT-MONTH-DAYS
               ADD 1 TO EDIT-DAY
           ELSE
               MOVE 1 TO EDIT-DAY
               IF EDIT-MONTH < 12
                   ADD 1 TO EDIT-MONTH
               ELSE
                   MOVE 1 TO EDIT-MONTH
                   ADD 1 TO EDIT-YEAR
               END-IF
           END-IF.

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

       END-JOB-RUN-PARA.
           ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CTL-CLOCK FROM TIME
           MOVE 'E' TO JL-EVENT
           MOVE RETURN-CODE TO JL-RETURN-CODE
           MOVE SPACES TO JL-MESSAGE
           PERFORM WRITE-JOB-LOG-PARA.

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
