       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT BOOKBDGT ASSIGN TO 'BOOKBDGT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-MASTER-STATUS-CODE.

           SELECT BOOKBVAR ASSIGN TO 'BOOKBVAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-STATUS-CODE.

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
      *    Rolled-forward sales history, layout as the nightly job
      *    writes it.  Only the store/month records are read here:
      *    net copies and revenue per store and posting month.
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

      *    Budget by store and month, layout as the budget
      *    maintenance job writes it.
       FD BOOKBDGT.
       01 BUDGET-RECORD.
           05 BDGT-STORE-CODE          PIC X(4).
           05 BDGT-PERIOD              PIC 9(6).
           05 BDGT-COPIES              PIC 9(7).
           05 BDGT-REVENUE             PIC 9(9)V99.

       FD STORMAST.
       01 STORE-MASTER-RECORD.
           05 STORE-REC-CODE           PIC X(4).
           05 STORE-REC-NAME           PIC X(20).
           05 STORE-REC-REGION         PIC X(10).
           05 STORE-REC-STATUS         PIC X.

       FD BOOKBVAR.
       01 VARIANCE-REPORT-RECORD PIC X(100).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 BUDGET-STATUS-CODE     PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 VARIANCE-REPORT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card, optional.  Cols 1-6 are the month reported
      *    (YYYYMM) - blank is the month in progress, so the figures
      *    are month to date.  Cols 7-9 are how far under budget, in
      *    whole percent, a store must run to be flagged - blank is
      *    ten.
       01 VARIANCE-REQUEST.
           05 REQ-PERIOD             PIC X(6).
           05 REQ-PERIOD-NUM REDEFINES REQ-PERIOD
                                     PIC 9(6).
           05 REQ-THRESHOLD          PIC X(3).
           05 REQ-THRESHOLD-NUM REDEFINES REQ-THRESHOLD
                                     PIC 9(3).
           05 FILLER                 PIC X(71).
       01 REPORT-PERIOD          PIC 9(6).
       01 YEAR-FIRST-PERIOD      PIC 9(6).
       01 UNDER-THRESHOLD-PCT    PIC 9(3) VALUE 10.

      *    One entry per store, kept in store-code order for binary
      *    search while the files are read, then re-sorted into
      *    region and store order for the report.  Figures(1) is
      *    month to date, figures(2) year to date.
       01 VAR-TABLE.
           05 VAR-ENTRY OCCURS 1000 TIMES INDEXED BY VRX.
               10 VAR-REPORT-KEY.
                   15 VAR-REGION          PIC X(10).
                   15 VAR-STORE-CODE      PIC X(4).
               10 VAR-STORE-NAME      PIC X(20).
               10 VAR-FIGURES OCCURS 2 TIMES.
                   15 VAR-ACT-COPIES      PIC S9(9).
                   15 VAR-ACT-REVENUE     PIC S9(11)V99.
                   15 VAR-BDG-COPIES      PIC 9(9).
                   15 VAR-BDG-REVENUE     PIC 9(11)V99.
       01 VAR-COUNT              PIC 9(5) VALUE ZERO.
       01 MAX-VAR-ENTRIES        PIC 9(5) VALUE 1000.
       01 REJECTED-VAR-COUNT     PIC 9(5) VALUE ZERO.
       01 SEARCH-STORE-CODE      PIC X(4).

      *    Whole-entry swap area mirroring VAR-ENTRY byte for byte.
       01 TEMP-VAR-ENTRY.
           05 TEMP-REPORT-KEY.
               10 TEMP-REGION            PIC X(10).
               10 TEMP-STORE-CODE        PIC X(4).
           05 TEMP-STORE-NAME        PIC X(20).
           05 TEMP-FIGURES OCCURS 2 TIMES.
               10 TEMP-ACT-COPIES        PIC S9(9).
               10 TEMP-ACT-REVENUE       PIC S9(11)V99.
               10 TEMP-BDG-COPIES        PIC 9(9).
               10 TEMP-BDG-REVENUE       PIC 9(11)V99.
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).
       01 I                      PIC 9(5).
       01 J                      PIC 9(5).

       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 SHIFT-SUB              PIC 9(5).
       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.

      *    Region subtotal and chain total, laid out like one
      *    entry's figures so one paragraph prints all three.
       01 REGION-TOTALS.
           05 REGION-FIGURES OCCURS 2 TIMES.
               10 REG-ACT-COPIES      PIC S9(9).
               10 REG-ACT-REVENUE     PIC S9(11)V99.
               10 REG-BDG-COPIES      PIC 9(9).
               10 REG-BDG-REVENUE     PIC 9(11)V99.
       01 CHAIN-TOTALS.
           05 CHAIN-FIGURES OCCURS 2 TIMES.
               10 CHN-ACT-COPIES      PIC S9(9).
               10 CHN-ACT-REVENUE     PIC S9(11)V99.
               10 CHN-BDG-COPIES      PIC 9(9).
               10 CHN-BDG-REVENUE     PIC 9(11)V99.
       01 LINE-FIGURES.
           05 LINE-ACT-COPIES        PIC S9(9).
           05 LINE-ACT-REVENUE       PIC S9(11)V99.
           05 LINE-BDG-COPIES        PIC 9(9).
           05 LINE-BDG-REVENUE       PIC 9(11)V99.
       01 BASIS-SUB              PIC 9.
       01 CURRENT-REGION         PIC X(10).

      *    Variance is actual less budget, so under budget is
      *    negative; the percent is of budget and is not shown
      *    where there is no budget to measure against.
       01 VARIANCE-COPIES        PIC S9(9).
       01 VARIANCE-REVENUE       PIC S9(11)V99.
       01 VARIANCE-PCT           PIC S9(5)V9.
       01 UNDER-LIMIT-PCT        PIC S9(5)V9.
       01 LINE-UNDER-FLAG        PIC X VALUE 'N'.
           88 LINE-UNDER-BUDGET  VALUE 'Y'.
       01 STORE-UNDER-FLAG       PIC X VALUE 'N'.
           88 STORE-UNDER-BUDGET VALUE 'Y'.

       01 RUN-DATE               PIC 9(8).
       01 VARIANCE-REPORT-LINE   PIC X(100).

       01 VARIANCE-DETAIL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-BASIS              PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-ACT-COPIES         PIC Z,ZZZ,ZZ9-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-BDG-COPIES         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-VAR-COPIES         PIC Z,ZZZ,ZZ9-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-COPIES-PCT         PIC X(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-ACT-REVENUE        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-BDG-REVENUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-VAR-REVENUE        PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-REVENUE-PCT        PIC X(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DTL-FLAG               PIC X(7).
       01 PCT-DISPLAY            PIC ZZZ9.9-.

       01 STORES-LISTED-COUNT    PIC 9(5) VALUE ZERO.
       01 STORES-FLAGGED-COUNT   PIC 9(5) VALUE ZERO.
       01 STORES-NOT-ON-MASTER   PIC 9(5) VALUE ZERO.
       01 HISTORY-RECORDS-USED   PIC 9(9) VALUE ZERO.
       01 BUDGET-RECORDS-USED    PIC 9(9) VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKVARN'.
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
      *    Sets each store's actual copies and revenue, month to date
      *    and year to date, against its budget, subtotalled by the
      *    region on the store master, with a chain total.  Actuals
      *    are by posting month, the same months the published
      *    figures use.
      *
      *      0  - report written
      *      4  - report written, one or more stores flagged as
      *           running under budget past the threshold
      *      8  - request card not valid
      *     12  - a file needed for the report not readable, or
      *           more stores than the table holds
      *     16  - refused by run control: a file it uses has a new
      *           generation waiting, or another job's update of it
      *           is unfinished
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO VARIANCE-REQUEST
           ACCEPT VARIANCE-REQUEST

           IF REQ-PERIOD = SPACES
               MOVE RUN-DATE(1:6) TO REPORT-PERIOD
           ELSE
               IF REQ-PERIOD NOT NUMERIC
                       OR REQ-PERIOD(5:2) < '01'
                       OR REQ-PERIOD(5:2) > '12'
                   PERFORM REJECT-REQUEST-CARD-PARA
               END-IF
               MOVE REQ-PERIOD-NUM TO REPORT-PERIOD
           END-IF
           IF REQ-THRESHOLD NOT = SPACES
               IF REQ-THRESHOLD NOT NUMERIC
                   PERFORM REJECT-REQUEST-CARD-PARA
               END-IF
               MOVE REQ-THRESHOLD-NUM TO UNDER-THRESHOLD-PCT
           END-IF
           COMPUTE YEAR-FIRST-PERIOD = REPORT-PERIOD / 100 * 100 + 1
           COMPUTE UNDER-LIMIT-PCT = 0 - UNDER-THRESHOLD-PCT

      *    Every file read must be the live generation: nothing new
      *    waiting to be promoted and no update left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKBDGT' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKBVAR
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'STORE BUDGET VARIANCE - MONTH: ' REPORT-PERIOD
               '   RUN DATE: ' RUN-DATE
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'MTD = ' REPORT-PERIOD '   YTD = '
               YEAR-FIRST-PERIOD ' THROUGH ' REPORT-PERIOD
               '   FLAGGED WHEN MORE THAN ' UNDER-THRESHOLD-PCT
               '% UNDER BUDGET'
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE

           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM LOAD-BUDGET-PARA
           PERFORM LOAD-ACTUALS-PARA

           IF REJECTED-VAR-COUNT > 0
               MOVE SPACES TO VARIANCE-REPORT-LINE
               STRING 'VAR-TABLE FULL - ' REJECTED-VAR-COUNT
                   ' STORES DID NOT FIT - NO REPORT'
                   INTO VARIANCE-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SORT-VAR-TABLE
           PERFORM WRITE-VARIANCE-REPORT-PARA
           CLOSE BOOKBVAR

           DISPLAY 'BUDGET VARIANCE REPORT COMPLETE - MONTH '
               REPORT-PERIOD
           DISPLAY 'BUDGET RECORDS USED ..... ' BUDGET-RECORDS-USED
           DISPLAY 'HISTORY RECORDS USED .... ' HISTORY-RECORDS-USED
           DISPLAY 'STORES LISTED ........... ' STORES-LISTED-COUNT
           DISPLAY 'STORES NOT ON STORMAST .. ' STORES-NOT-ON-MASTER
           DISPLAY 'STORES UNDER BUDGET ..... ' STORES-FLAGGED-COUNT
           IF STORES-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       REJECT-REQUEST-CARD-PARA.
           DISPLAY 'BUDGET VARIANCE REPORT - REQUEST CARD NOT VALID: '
               VARIANCE-REQUEST(1:9)
           DISPLAY 'REQUEST CARD: COLS 1-6 = MONTH (YYYYMM) OR BLANK,'
               ' COLS 7-9 = UNDER-BUDGET PERCENT OR BLANK'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    Writes the reason already in VARIANCE-REPORT-LINE to the
      *    console and the report and closes the report; the caller
      *    sets the return code and stops.
       ABANDON-REPORT-PARA.
           DISPLAY VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           CLOSE BOOKBVAR.

       LOAD-STORE-MASTER-PARA.
           OPEN INPUT STORMAST
           IF STORE-MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO VARIANCE-REPORT-LINE
               STRING 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE ' - NO REPORT'
                   INTO VARIANCE-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ STORMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE STORE-REC-CODE TO SEARCH-STORE-CODE
                       PERFORM FIND-OR-ADD-STORE-PARA
                       IF MATCHED
                           IF STORE-REC-REGION = SPACES
                               MOVE 'UNKNOWN' TO VAR-REGION(VRX)
                           ELSE
                               MOVE STORE-REC-REGION
                                   TO VAR-REGION(VRX)
                           END-IF
                           MOVE STORE-REC-NAME TO VAR-STORE-NAME(VRX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE STORMAST.

      *    Only the months in the year being reported are wanted;
      *    a budget row for a store not on the master still counts,
      *    under region UNKNOWN.
       LOAD-BUDGET-PARA.
           OPEN INPUT BOOKBDGT
           IF BUDGET-STATUS-CODE NOT = '00'
               MOVE SPACES TO VARIANCE-REPORT-LINE
               STRING 'BOOKBDGT.DAT NOT AVAILABLE - STATUS='
                   BUDGET-STATUS-CODE ' - NO REPORT'
                   INTO VARIANCE-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKBDGT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF BDGT-PERIOD >= YEAR-FIRST-PERIOD
                               AND BDGT-PERIOD <= REPORT-PERIOD
                           PERFORM APPLY-ONE-BUDGET-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKBDGT.

       APPLY-ONE-BUDGET-PARA.
           MOVE BDGT-STORE-CODE TO SEARCH-STORE-CODE
           PERFORM FIND-OR-ADD-STORE-PARA
           IF MATCHED
               ADD 1 TO BUDGET-RECORDS-USED
               ADD BDGT-COPIES TO VAR-BDG-COPIES(VRX, 2)
               ADD BDGT-REVENUE TO VAR-BDG-REVENUE(VRX, 2)
               IF BDGT-PERIOD = REPORT-PERIOD
                   ADD BDGT-COPIES TO VAR-BDG-COPIES(VRX, 1)
                   ADD BDGT-REVENUE TO VAR-BDG-REVENUE(VRX, 1)
               END-IF
           END-IF.

      *    The store/month records sit together under type 'M' in
      *    store then month order; the read starts at the first of
      *    them and stops at the first record of another type.
       LOAD-ACTUALS-PARA.
           OPEN INPUT BOOKHIST
           IF HISTORY-STATUS-CODE NOT = '00'
               MOVE SPACES TO VARIANCE-REPORT-LINE
               STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                   HISTORY-STATUS-CODE ' - NO REPORT'
                   INTO VARIANCE-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HIST-REC-KEY
           SET HIST-TYPE-STORE-MONTH TO TRUE
           MOVE ZERO TO HIST-KEY-PERIOD-CODE
           MOVE 'N' TO EOF-FLAG
           START BOOKHIST KEY IS NOT LESS THAN HIST-REC-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ BOOKHIST NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT HIST-TYPE-STORE-MONTH
                           SET END-OF-FILE TO TRUE
                       ELSE
                           IF HIST-KEY-PERIOD-CODE >= YEAR-FIRST-PERIOD
                                   AND HIST-KEY-PERIOD-CODE <=
                                       REPORT-PERIOD
                               PERFORM APPLY-ONE-ACTUAL-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKHIST.

       APPLY-ONE-ACTUAL-PARA.
           MOVE HIST-KEY-STORE-CODE TO SEARCH-STORE-CODE
           PERFORM FIND-OR-ADD-STORE-PARA
           IF MATCHED
               ADD 1 TO HISTORY-RECORDS-USED
               ADD HIST-COPIES TO VAR-ACT-COPIES(VRX, 2)
               ADD HIST-REVENUE TO VAR-ACT-REVENUE(VRX, 2)
               IF HIST-KEY-PERIOD-CODE = REPORT-PERIOD
                   ADD HIST-COPIES TO VAR-ACT-COPIES(VRX, 1)
                   ADD HIST-REVENUE TO VAR-ACT-REVENUE(VRX, 1)
               END-IF
           END-IF.

      *    Binary search on store code with a shift insert for a
      *    store not yet held.  A store first met on the budget or
      *    the history is not on the master and reports under
      *    region UNKNOWN.  MATCHED on return means VRX is set;
      *    a full table counts the store and leaves it out.
       FIND-OR-ADD-STORE-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE VAR-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF VAR-STORE-CODE(BSEARCH-MID) = SEARCH-STORE-CODE
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF VAR-STORE-CODE(BSEARCH-MID) < SEARCH-STORE-CODE
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF MATCHED
               SET VRX TO BSEARCH-INSERT-AT
           ELSE
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
               IF VAR-COUNT >= MAX-VAR-ENTRIES
                   ADD 1 TO REJECTED-VAR-COUNT
               ELSE
                   PERFORM VARYING SHIFT-SUB FROM VAR-COUNT
                           BY -1 UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
                       MOVE VAR-ENTRY(SHIFT-SUB)
                           TO VAR-ENTRY(SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO VAR-COUNT
                   SET VRX TO BSEARCH-INSERT-AT
                   MOVE 'UNKNOWN' TO VAR-REGION(VRX)
                   MOVE SEARCH-STORE-CODE TO VAR-STORE-CODE(VRX)
                   MOVE 'NOT ON STORMAST' TO VAR-STORE-NAME(VRX)
                   PERFORM VARYING BASIS-SUB FROM 1 BY 1
                           UNTIL BASIS-SUB > 2
                       MOVE ZERO TO VAR-ACT-COPIES(VRX, BASIS-SUB)
                       MOVE ZERO TO VAR-ACT-REVENUE(VRX, BASIS-SUB)
                       MOVE ZERO TO VAR-BDG-COPIES(VRX, BASIS-SUB)
                       MOVE ZERO TO VAR-BDG-REVENUE(VRX, BASIS-SUB)
                   END-PERFORM
                   SET MATCHED TO TRUE
               END-IF
           END-IF.

      *    Shell sort into (region, store) order for the report.
       SORT-VAR-TABLE.
           IF VAR-COUNT > 1
               DIVIDE VAR-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > VAR-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF VAR-REPORT-KEY(SORT-SUB) <=
                                   VAR-REPORT-KEY(J)
                               EXIT PERFORM
                           END-IF
                           MOVE VAR-ENTRY(SORT-SUB) TO TEMP-VAR-ENTRY
                           MOVE VAR-ENTRY(J) TO VAR-ENTRY(SORT-SUB)
                           MOVE TEMP-VAR-ENTRY TO VAR-ENTRY(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    Stores with neither budget nor sales this year are left
      *    off.  The table is in region order, so a change of region
      *    closes the previous region's subtotal.
       WRITE-VARIANCE-REPORT-PARA.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING '      ACT COPIES BDG COPIES VAR COPIES'
               '    VAR%  ACT REVENUE BDG REVENUE  VAR REVENUE'
               '    VAR%'
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE SPACES TO CURRENT-REGION
           INITIALIZE REGION-TOTALS
           INITIALIZE CHAIN-TOTALS
           PERFORM VARYING VRX FROM 1 BY 1 UNTIL VRX > VAR-COUNT
               IF VAR-ACT-COPIES(VRX, 2) NOT = ZERO
                       OR VAR-ACT-REVENUE(VRX, 2) NOT = ZERO
                       OR VAR-BDG-COPIES(VRX, 2) NOT = ZERO
                       OR VAR-BDG-REVENUE(VRX, 2) NOT = ZERO
                   IF VAR-REGION(VRX) NOT = CURRENT-REGION
                       IF STORES-LISTED-COUNT > 0
                           PERFORM WRITE-REGION-TOTAL-PARA
                       END-IF
                       MOVE VAR-REGION(VRX) TO CURRENT-REGION
                       INITIALIZE REGION-TOTALS
                       MOVE SPACES TO VARIANCE-REPORT-LINE
                       WRITE VARIANCE-REPORT-RECORD
                           FROM VARIANCE-REPORT-LINE
                       MOVE SPACES TO VARIANCE-REPORT-LINE
                       STRING 'REGION ' CURRENT-REGION
                           INTO VARIANCE-REPORT-LINE
                       WRITE VARIANCE-REPORT-RECORD
                           FROM VARIANCE-REPORT-LINE
                   END-IF
                   PERFORM WRITE-STORE-LINES-PARA
               END-IF
           END-PERFORM
           IF STORES-LISTED-COUNT = 0
               MOVE '  NO BUDGET OR SALES ON FILE FOR THE YEAR'
                   TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           ELSE
               PERFORM WRITE-REGION-TOTAL-PARA
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE 'CHAIN TOTAL' TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           PERFORM VARYING BASIS-SUB FROM 1 BY 1 UNTIL BASIS-SUB > 2
               MOVE CHAIN-FIGURES(BASIS-SUB) TO LINE-FIGURES
               PERFORM WRITE-FIGURES-LINE-PARA
           END-PERFORM
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'STORES LISTED: ' STORES-LISTED-COUNT
               '   UNDER BUDGET: ' STORES-FLAGGED-COUNT
               '   NOT ON STORMAST: ' STORES-NOT-ON-MASTER
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE.

       WRITE-STORE-LINES-PARA.
           ADD 1 TO STORES-LISTED-COUNT
           IF VAR-STORE-NAME(VRX) = 'NOT ON STORMAST'
               ADD 1 TO STORES-NOT-ON-MASTER
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING '  ' VAR-STORE-CODE(VRX) ' ' VAR-STORE-NAME(VRX)
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           MOVE 'N' TO STORE-UNDER-FLAG
           PERFORM VARYING BASIS-SUB FROM 1 BY 1 UNTIL BASIS-SUB > 2
               MOVE VAR-FIGURES(VRX, BASIS-SUB) TO LINE-FIGURES
               PERFORM WRITE-FIGURES-LINE-PARA
               IF LINE-UNDER-BUDGET
                   SET STORE-UNDER-BUDGET TO TRUE
               END-IF
               ADD LINE-ACT-COPIES TO REG-ACT-COPIES(BASIS-SUB)
               ADD LINE-ACT-REVENUE TO REG-ACT-REVENUE(BASIS-SUB)
               ADD LINE-BDG-COPIES TO REG-BDG-COPIES(BASIS-SUB)
               ADD LINE-BDG-REVENUE TO REG-BDG-REVENUE(BASIS-SUB)
               ADD LINE-ACT-COPIES TO CHN-ACT-COPIES(BASIS-SUB)
               ADD LINE-ACT-REVENUE TO CHN-ACT-REVENUE(BASIS-SUB)
               ADD LINE-BDG-COPIES TO CHN-BDG-COPIES(BASIS-SUB)
               ADD LINE-BDG-REVENUE TO CHN-BDG-REVENUE(BASIS-SUB)
           END-PERFORM
           IF STORE-UNDER-BUDGET
               ADD 1 TO STORES-FLAGGED-COUNT
           END-IF.

       WRITE-REGION-TOTAL-PARA.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING '  TOTAL REGION ' CURRENT-REGION
               INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-REPORT-LINE
           PERFORM VARYING BASIS-SUB FROM 1 BY 1 UNTIL BASIS-SUB > 2
               MOVE REGION-FIGURES(BASIS-SUB) TO LINE-FIGURES
               PERFORM WRITE-FIGURES-LINE-PARA
           END-PERFORM.

      *    Prints LINE-FIGURES for the basis in BASIS-SUB.  A line
      *    more than the threshold under budget on copies or on
      *    revenue is flagged; only store lines count toward the
      *    stores flagged, but a region or the chain running under
      *    is flagged on its own line all the same.
       WRITE-FIGURES-LINE-PARA.
           MOVE 'N' TO LINE-UNDER-FLAG
           IF BASIS-SUB = 1
               MOVE 'MTD' TO DTL-BASIS
           ELSE
               MOVE 'YTD' TO DTL-BASIS
           END-IF
           COMPUTE VARIANCE-COPIES = LINE-ACT-COPIES - LINE-BDG-COPIES
           COMPUTE VARIANCE-REVENUE =
               LINE-ACT-REVENUE - LINE-BDG-REVENUE
           MOVE LINE-ACT-COPIES TO DTL-ACT-COPIES
           MOVE LINE-BDG-COPIES TO DTL-BDG-COPIES
           MOVE VARIANCE-COPIES TO DTL-VAR-COPIES
           MOVE LINE-ACT-REVENUE TO DTL-ACT-REVENUE
           MOVE LINE-BDG-REVENUE TO DTL-BDG-REVENUE
           MOVE VARIANCE-REVENUE TO DTL-VAR-REVENUE
           IF LINE-BDG-COPIES = ZERO
               MOVE '    N/A' TO DTL-COPIES-PCT
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE-COPIES * 100 / LINE-BDG-COPIES
                   ON SIZE ERROR
                       MOVE 99999.9 TO VARIANCE-PCT
               END-COMPUTE
               MOVE VARIANCE-PCT TO PCT-DISPLAY
               MOVE PCT-DISPLAY TO DTL-COPIES-PCT
               IF VARIANCE-PCT < UNDER-LIMIT-PCT
                   SET LINE-UNDER-BUDGET TO TRUE
               END-IF
           END-IF
           IF LINE-BDG-REVENUE = ZERO
               MOVE '    N/A' TO DTL-REVENUE-PCT
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE-REVENUE * 100 / LINE-BDG-REVENUE
                   ON SIZE ERROR
                       MOVE 99999.9 TO VARIANCE-PCT
               END-COMPUTE
               MOVE VARIANCE-PCT TO PCT-DISPLAY
               MOVE PCT-DISPLAY TO DTL-REVENUE-PCT
               IF VARIANCE-PCT < UNDER-LIMIT-PCT
                   SET LINE-UNDER-BUDGET TO TRUE
               END-IF
           END-IF
           IF LINE-UNDER-BUDGET
               MOVE '*UNDER*' TO DTL-FLAG
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF
           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-DETAIL-LINE.

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
