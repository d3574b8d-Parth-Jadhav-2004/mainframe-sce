       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-PERIOD-ADJUSTMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT BOOKPPAR ASSIGN TO 'BOOKPPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-REPORT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *    The nightly job's sales journal, mirrored field for field.
      *    A late adjustment is a sale dated in a month the month-end
      *    close had already locked: it carries its own sale date,
      *    the open month it was posted to, and the 'L' flag.
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

       FD BOOKPPAR.
       01 ADJ-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 ADJ-REPORT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card, optional: a posted month (YYYYMM) limits the
      *    report to the late sales that arrived in that month - the
      *    list that goes out with the month's figures.  A blank
      *    card lists every late adjustment still on the journal.
       01 ADJ-REQUEST.
           05 REQ-POSTED-PERIOD      PIC X(6).
           05 REQ-POSTED-PERIOD-NUM REDEFINES REQ-POSTED-PERIOD
                                     PIC 9(6).
           05 FILLER                 PIC X(74).
       01 SELECT-PERIOD          PIC 9(6) VALUE ZERO.

      *    One slot per original month, store and title, kept in
      *    that key order for binary search with a shift insert, so
      *    the table is already in report order when the read ends.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 20000 TIMES INDEXED BY ADX.
               10 ADJ-KEY.
                   15 ADJ-SALE-PERIOD     PIC 9(6).
                   15 ADJ-STORE-CODE      PIC X(4).
                   15 ADJ-BOOK-NUMBER     PIC X(5).
               10 ADJ-BOOK-NAME       PIC X(20).
               10 ADJ-RECORDS         PIC 9(7).
               10 ADJ-COPIES          PIC S9(9).
               10 ADJ-REVENUE         PIC S9(9)V99.
               10 ADJ-POSTED-PERIOD   PIC 9(6).
       01 ADJ-COUNT              PIC 9(5) VALUE ZERO.
       01 MAX-ADJ-ENTRIES        PIC 9(5) VALUE 20000.
       01 REJECTED-ADJ-COUNT     PIC 9(5) VALUE ZERO.
       01 SEARCH-ADJ-KEY.
           05 SEARCH-ADJ-PERIOD      PIC 9(6).
           05 SEARCH-ADJ-STORE       PIC X(4).
           05 SEARCH-ADJ-BOOK        PIC X(5).

       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 SHIFT-SUB              PIC 9(5).
       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.

       01 RUN-DATE               PIC 9(8).
       01 ADJ-REPORT-LINE        PIC X(80).

       01 ADJ-DETAIL-LINE.
           05 DTL-SALE-PERIOD        PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-STORE-CODE         PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-BOOK-NUMBER        PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-BOOK-NAME          PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-COPIES             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-REVENUE            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-POSTED-PERIOD      PIC 9(6).

       01 ADJ-TOTAL-LINE.
           05 TOT-LABEL              PIC X(43).
           05 TOT-COPIES             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TOT-REVENUE            PIC ZZ,ZZZ,ZZ9.99-.

       01 JOURNAL-READ-COUNT     PIC 9(9) VALUE ZERO.
       01 LATE-RECORD-COUNT      PIC 9(9) VALUE ZERO.
       01 LATE-REVERSED-COUNT    PIC 9(9) VALUE ZERO.
       01 CURRENT-SALE-PERIOD    PIC 9(6).
       01 MONTH-COPIES           PIC S9(9).
       01 MONTH-REVENUE          PIC S9(11)V99.
       01 GRAND-COPIES           PIC S9(9) VALUE ZERO.
       01 GRAND-REVENUE          PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *    Lists the sales that arrived after their month was locked,
      *    by the month they were dated in, then store and title, so
      *    finance can see what came in late without the published
      *    months changing.  Late sales later reversed with their
      *    batch are left off and counted.
      *
      *      0  - report written (it may be empty)
      *      8  - request card not a valid month
      *     12  - journal not readable, or too many lines to hold
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ADJ-REQUEST
           ACCEPT ADJ-REQUEST

           IF REQ-POSTED-PERIOD NOT = SPACES
               IF REQ-POSTED-PERIOD NOT NUMERIC
                       OR REQ-POSTED-PERIOD(5:2) < '01'
                       OR REQ-POSTED-PERIOD(5:2) > '12'
                   DISPLAY 'PRIOR-PERIOD ADJUSTMENTS - POSTED PERIOD '
                       'NOT A VALID MONTH: ' REQ-POSTED-PERIOD
                   DISPLAY 'REQUEST CARD: COLS 1-6 = POSTED MONTH '
                       '(YYYYMM), OR BLANK FOR ALL'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REQ-POSTED-PERIOD-NUM TO SELECT-PERIOD
           END-IF

           OPEN OUTPUT BOOKPPAR
           MOVE SPACES TO ADJ-REPORT-LINE
           STRING 'PRIOR-PERIOD ADJUSTMENTS - RUN DATE: ' RUN-DATE
               INTO ADJ-REPORT-LINE
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE
           MOVE SPACES TO ADJ-REPORT-LINE
           IF SELECT-PERIOD > 0
               STRING 'LATE SALES POSTED TO ' SELECT-PERIOD
                   INTO ADJ-REPORT-LINE
           ELSE
               MOVE 'LATE SALES - ALL POSTED PERIODS'
                   TO ADJ-REPORT-LINE
           END-IF
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE

           OPEN INPUT BOOKJRNL
           IF JOURNAL-STATUS-CODE NOT = '00'
               MOVE SPACES TO ADJ-REPORT-LINE
               STRING 'BOOKJRNL.DAT NOT AVAILABLE - STATUS='
                   JOURNAL-STATUS-CODE ' - NO REPORT'
                   INTO ADJ-REPORT-LINE
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
                       PERFORM SELECT-ONE-JOURNAL-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE BOOKJRNL

           IF REJECTED-ADJ-COUNT > 0
               MOVE SPACES TO ADJ-REPORT-LINE
               STRING 'ADJ-TABLE FULL - ' REJECTED-ADJ-COUNT
                   ' LATE RECORDS DID NOT FIT - NO REPORT'
                   INTO ADJ-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ADJUSTMENT-REPORT-PARA
           CLOSE BOOKPPAR

           DISPLAY 'PRIOR-PERIOD ADJUSTMENTS COMPLETE'
           DISPLAY 'JOURNAL RECORDS READ .... ' JOURNAL-READ-COUNT
           DISPLAY 'LATE RECORDS LISTED ..... ' LATE-RECORD-COUNT
           DISPLAY 'LATE RECORDS REVERSED ... ' LATE-REVERSED-COUNT
           DISPLAY 'REPORT LINES ............ ' ADJ-COUNT

           STOP RUN.

      *    Writes the reason already in ADJ-REPORT-LINE to the
      *    console and the report and closes the report; the caller
      *    sets the return code and stops.
       ABANDON-REPORT-PARA.
           DISPLAY ADJ-REPORT-LINE
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE
           CLOSE BOOKPPAR.

       SELECT-ONE-JOURNAL-RECORD-PARA.
           ADD 1 TO JOURNAL-READ-COUNT
           IF JRNL-LATE-ADJUSTMENT
                   AND (SELECT-PERIOD = 0
                        OR JRNL-POSTED-PERIOD = SELECT-PERIOD)
               IF JRNL-LIVE
                   ADD 1 TO LATE-RECORD-COUNT
                   PERFORM ADD-TO-ADJ-TABLE-PARA
               ELSE
                   ADD 1 TO LATE-REVERSED-COUNT
               END-IF
           END-IF.

       ADD-TO-ADJ-TABLE-PARA.
           MOVE JRNL-SALE-DATE(1:6) TO SEARCH-ADJ-PERIOD
           MOVE JRNL-STORE-CODE TO SEARCH-ADJ-STORE
           MOVE JRNL-BOOK-NUMBER TO SEARCH-ADJ-BOOK
           PERFORM FIND-ADJ-ENTRY-PARA
           IF MATCHED
               SET ADX TO BSEARCH-INSERT-AT
               PERFORM APPLY-TO-ADJ-ENTRY-PARA
           ELSE
               IF ADJ-COUNT >= MAX-ADJ-ENTRIES
                   ADD 1 TO REJECTED-ADJ-COUNT
               ELSE
                   PERFORM VARYING SHIFT-SUB FROM ADJ-COUNT
                           BY -1 UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
                       MOVE ADJ-ENTRY(SHIFT-SUB)
                           TO ADJ-ENTRY(SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO ADJ-COUNT
                   SET ADX TO BSEARCH-INSERT-AT
                   MOVE SEARCH-ADJ-KEY TO ADJ-KEY(ADX)
                   MOVE JRNL-BOOK-NAME TO ADJ-BOOK-NAME(ADX)
                   MOVE ZERO TO ADJ-RECORDS(ADX)
                   MOVE ZERO TO ADJ-COPIES(ADX)
                   MOVE ZERO TO ADJ-REVENUE(ADX)
                   MOVE ZERO TO ADJ-POSTED-PERIOD(ADX)
                   PERFORM APPLY-TO-ADJ-ENTRY-PARA
               END-IF
           END-IF.

      *    The same sale month can arrive late more than once; the
      *    line shows the latest month it was posted to.
       APPLY-TO-ADJ-ENTRY-PARA.
           ADD 1 TO ADJ-RECORDS(ADX)
           ADD JRNL-SALE-QUANTITY TO ADJ-COPIES(ADX)
           ADD JRNL-REVENUE TO ADJ-REVENUE(ADX)
           IF JRNL-POSTED-PERIOD > ADJ-POSTED-PERIOD(ADX)
               MOVE JRNL-POSTED-PERIOD TO ADJ-POSTED-PERIOD(ADX)
           END-IF.

       FIND-ADJ-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE ADJ-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF ADJ-KEY(BSEARCH-MID) = SEARCH-ADJ-KEY
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF ADJ-KEY(BSEARCH-MID) < SEARCH-ADJ-KEY
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF NOT MATCHED
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
           END-IF.

      *    The table is in original-month order, so a change of
      *    month closes the previous month's subtotal.
       WRITE-ADJUSTMENT-REPORT-PARA.
           MOVE SPACES TO ADJ-REPORT-LINE
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE
           MOVE SPACES TO ADJ-REPORT-LINE
           STRING 'SOLD IN STOR  BOOK   TITLE'
               '                      COPIES'
               '         REVENUE  POSTED'
               INTO ADJ-REPORT-LINE
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE
           IF ADJ-COUNT = 0
               MOVE '  NO LATE ADJUSTMENTS ON THE JOURNAL'
                   TO ADJ-REPORT-LINE
               WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE
           ELSE
               MOVE ADJ-SALE-PERIOD(1) TO CURRENT-SALE-PERIOD
               MOVE ZERO TO MONTH-COPIES
               MOVE ZERO TO MONTH-REVENUE
               PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > ADJ-COUNT
                   IF ADJ-SALE-PERIOD(ADX) NOT = CURRENT-SALE-PERIOD
                       PERFORM WRITE-MONTH-TOTAL-PARA
                       MOVE ADJ-SALE-PERIOD(ADX) TO CURRENT-SALE-PERIOD
                       MOVE ZERO TO MONTH-COPIES
                       MOVE ZERO TO MONTH-REVENUE
                   END-IF
                   PERFORM WRITE-ADJUSTMENT-LINE-PARA
               END-PERFORM
               PERFORM WRITE-MONTH-TOTAL-PARA
           END-IF
           MOVE SPACES TO ADJ-TOTAL-LINE
           MOVE 'ALL LATE ADJUSTMENTS' TO TOT-LABEL
           MOVE GRAND-COPIES TO TOT-COPIES
           MOVE GRAND-REVENUE TO TOT-REVENUE
           WRITE ADJ-REPORT-RECORD FROM ADJ-TOTAL-LINE.

       WRITE-ADJUSTMENT-LINE-PARA.
           MOVE ADJ-SALE-PERIOD(ADX) TO DTL-SALE-PERIOD
           MOVE ADJ-STORE-CODE(ADX) TO DTL-STORE-CODE
           MOVE ADJ-BOOK-NUMBER(ADX) TO DTL-BOOK-NUMBER
           MOVE ADJ-BOOK-NAME(ADX) TO DTL-BOOK-NAME
           MOVE ADJ-COPIES(ADX) TO DTL-COPIES
           MOVE ADJ-REVENUE(ADX) TO DTL-REVENUE
           MOVE ADJ-POSTED-PERIOD(ADX) TO DTL-POSTED-PERIOD
           WRITE ADJ-REPORT-RECORD FROM ADJ-DETAIL-LINE
           ADD ADJ-COPIES(ADX) TO MONTH-COPIES
           ADD ADJ-REVENUE(ADX) TO MONTH-REVENUE
           ADD ADJ-COPIES(ADX) TO GRAND-COPIES
           ADD ADJ-REVENUE(ADX) TO GRAND-REVENUE.

       WRITE-MONTH-TOTAL-PARA.
           MOVE SPACES TO ADJ-TOTAL-LINE
           STRING '  TOTAL SOLD IN ' CURRENT-SALE-PERIOD
               INTO TOT-LABEL
           MOVE MONTH-COPIES TO TOT-COPIES
           MOVE MONTH-REVENUE TO TOT-REVENUE
           WRITE ADJ-REPORT-RECORD FROM ADJ-TOTAL-LINE
           MOVE SPACES TO ADJ-REPORT-LINE
           WRITE ADJ-REPORT-RECORD FROM ADJ-REPORT-LINE.
