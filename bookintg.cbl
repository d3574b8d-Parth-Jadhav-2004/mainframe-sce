       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-MASTER-STATUS-CODE.

           SELECT OPTIONAL BOOKPRCH ASSIGN TO 'BOOKPRCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS-CODE.

           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

           SELECT OPTIONAL BOOKBTCH ASSIGN TO 'BOOKBTCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-FILE-STATUS-CODE.

           SELECT BOOKJRNL ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS JOURNAL-STATUS-CODE.

           SELECT BOOKIRPT ASSIGN TO 'BOOKIRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-REPORT-STATUS-CODE.

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

       FD BOOKPRCH.
       01 PRICE-HISTORY-RECORD.
           05 PRCH-BOOK-NUMBER         PIC X(5).
           05 PRCH-EFFECTIVE-DATE      PIC 9(8).
           05 PRCH-UNIT-PRICE          PIC 9(4)V99.

      *    The reporting job's rolled-forward history, mirrored the
      *    same way the year-end close and the reversal mirror it.
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

      *    Sales journal, mirrored from the reporting job.  Only the
      *    batch id in its key is checked here - every batch it
      *    holds must be one the registry knows, or the reversal job
      *    could back the batch out but never mark it.
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

       FD BOOKIRPT.
       01 SWEEP-REPORT-RECORD    PIC X(80).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS-CODE     PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 PRICE-HIST-STATUS-CODE PIC XX.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 BATCH-FILE-STATUS-CODE PIC XX.
       01 JOURNAL-STATUS-CODE    PIC XX.
       01 SWEEP-REPORT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Title numbers off BOOKMAST, sized as the reporting job's
      *    MASTER-TABLE.  The priced flag is set by the first price
      *    row found for the title.
       01 TITLE-TABLE.
           05 TITLE-ENTRY OCCURS 10000 TIMES INDEXED BY TTX.
               10 TTL-BOOK-NUMBER     PIC X(5).
               10 TTL-PRICED-FLAG     PIC X.
                   88 TTL-PRICED      VALUE 'Y'.
       01 TITLE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-TITLE-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-TITLE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-TITLE-ENTRY.
           05 TEMP-TTL-BOOK-NUMBER   PIC X(5).
           05 TEMP-TTL-PRICED-FLAG   PIC X.

      *    Store codes off STORMAST, sized as the store maintenance
      *    job's table.
       01 STORE-TABLE.
           05 STORE-ENTRY OCCURS 1000 TIMES INDEXED BY STX.
               10 STR-STORE-CODE      PIC X(4).
       01 STORE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-STORE-ENTRIES      PIC 9(5) VALUE 1000.
       01 REJECTED-STORE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-STORE-CODE        PIC X(4).

      *    Registry batch ids, sized as the reporting job's
      *    BATCH-TABLE and sorted the same way for the journal
      *    check.
       01 BATCH-TABLE.
           05 BATCH-ENTRY-ID OCCURS 10000 TIMES
                             INDEXED BY BTX PIC X(8).
       01 BATCH-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-BATCH-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-BATCH-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TEMP-BATCH-ID          PIC X(8).
       01 REGISTRY-FLAG          PIC X VALUE 'N'.
           88 REGISTRY-ON-FILE   VALUE 'Y'.

       01 SEARCH-BOOK-NUMBER     PIC X(5).
       01 SEARCH-STORE-CODE      PIC X(4).
       01 SEARCH-BATCH-ID        PIC X(8).
       01 LAST-JOURNAL-BATCH-ID  PIC X(8).
       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

       01 RUN-DATE               PIC 9(8).
       01 SWEEP-REPORT-LINE      PIC X(80).

      *    One exception per line: severity, the file it was found
      *    on, the record's key as held on that file, and what is
      *    wrong with it.
       01 EXCEPTION-LINE.
           05 EXC-SEVERITY           PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EXC-FILE               PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EXC-KEY                PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EXC-TEXT               PIC X(41).
       01 HISTORY-KEY-TEXT       PIC X(20).

       01 TITLES-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 STORES-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 PRICES-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 HISTORY-READ-COUNT     PIC 9(9) VALUE ZERO.
       01 BATCHES-READ-COUNT     PIC 9(7) VALUE ZERO.
       01 JOURNAL-READ-COUNT     PIC 9(9) VALUE ZERO.

       01 DUP-TITLE-COUNT        PIC 9(7) VALUE ZERO.
       01 DUP-STORE-COUNT        PIC 9(7) VALUE ZERO.
       01 PRICE-ORPHAN-COUNT     PIC 9(7) VALUE ZERO.
       01 PRICE-BAD-COUNT        PIC 9(7) VALUE ZERO.
       01 UNPRICED-TITLE-COUNT   PIC 9(7) VALUE ZERO.
       01 HIST-TITLE-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 HIST-STORE-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 STORE-BOOK-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 HIST-BAD-TYPE-COUNT    PIC 9(7) VALUE ZERO.
       01 REGISTRY-ERROR-COUNT   PIC 9(7) VALUE ZERO.
       01 JOURNAL-ORPHAN-COUNT   PIC 9(7) VALUE ZERO.
       01 ERROR-COUNT            PIC 9(7) VALUE ZERO.
       01 WARNING-COUNT          PIC 9(7) VALUE ZERO.

       01 SUMMARY-LABEL          PIC X(40).
       01 SUMMARY-COUNT          PIC Z,ZZZ,ZZ9.
       01 COUNT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKINTG'.
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
      *    Cross-checks the masters, the price history, the sales
      *    history and the batch registry against each other and
      *    lists everything that no longer joins up.  Runs ahead of
      *    the nightly job: return code 8 or higher means the files
      *    disagree and the nightly run must not start until the
      *    exceptions are cleared; 4 means warnings only.
      *
      *      0  - files agree
      *      4  - warnings only (titles valued at the master price
      *           because they have no price row)
      *      8  - orphans or registry faults listed on BOOKIRPT.DAT
      *     12  - a master or the history could not be read whole
      *     16  - refused by run control: a file it uses has a new
      *           generation waiting, or another job's update of it
      *           is unfinished
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

      *    Every file read must be the live generation: nothing new
      *    waiting to be promoted and no update left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKIRPT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'FILE INTEGRITY SWEEP - RUN DATE: ' RUN-DATE
               INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE 'SEV    FILE      KEY                   EXCEPTION'
               TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE

      *    The masters are what everything else is held against, so
      *    both must load whole - a title or store left out for want
      *    of room would be listed as an orphan everywhere it
      *    appears.
           PERFORM LOAD-TITLE-MASTER-PARA
           PERFORM SORT-TITLE-TABLE
           PERFORM CHECK-DUPLICATE-TITLES-PARA
           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM SORT-STORE-TABLE
           PERFORM CHECK-DUPLICATE-STORES-PARA

           PERFORM LOAD-BATCH-REGISTRY-PARA
           PERFORM SORT-BATCH-TABLE
           PERFORM CHECK-DUPLICATE-BATCHES-PARA

           PERFORM SWEEP-PRICE-HISTORY-PARA
           PERFORM LIST-UNPRICED-TITLES-PARA
           PERFORM SWEEP-HISTORY-PARA
           PERFORM SWEEP-JOURNAL-PARA

           PERFORM WRITE-SWEEP-SUMMARY-PARA
           CLOSE BOOKIRPT

           DISPLAY 'FILE INTEGRITY SWEEP COMPLETE'
           DISPLAY 'TITLES ON MASTER ........ ' TITLES-READ-COUNT
           DISPLAY 'STORES ON MASTER ........ ' STORES-READ-COUNT
           DISPLAY 'PRICE ROWS READ ......... ' PRICES-READ-COUNT
           DISPLAY 'HISTORY RECORDS READ .... ' HISTORY-READ-COUNT
           DISPLAY 'REGISTRY BATCHES READ ... ' BATCHES-READ-COUNT
           DISPLAY 'JOURNAL RECORDS READ .... ' JOURNAL-READ-COUNT
           DISPLAY 'ERRORS .................. ' ERROR-COUNT
           DISPLAY 'WARNINGS ................ ' WARNING-COUNT

           IF ERROR-COUNT > 0
               DISPLAY 'FILES DISAGREE - SEE BOOKIRPT.DAT - NIGHTLY'
                   ' RUN MUST NOT START'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Writes the reason already in SWEEP-REPORT-LINE to the
      *    console and the report and closes the report; the caller
      *    sets the return code and stops.
       ABANDON-SWEEP-PARA.
           DISPLAY SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           CLOSE BOOKIRPT.

       LOAD-TITLE-MASTER-PARA.
           OPEN INPUT BOOKMAST
           IF MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - SWEEP ABANDONED'
                   INTO SWEEP-REPORT-LINE
               PERFORM ABANDON-SWEEP-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ BOOKMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO TITLES-READ-COUNT
                       IF TITLE-COUNT >= MAX-TITLE-ENTRIES
                           ADD 1 TO REJECTED-TITLE-LOAD-COUNT
                       ELSE
                           ADD 1 TO TITLE-COUNT
                           SET TTX TO TITLE-COUNT
                           MOVE MASTER-REC-BOOK-NUMBER
                               TO TTL-BOOK-NUMBER(TTX)
                           MOVE 'N' TO TTL-PRICED-FLAG(TTX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE BOOKMAST
           IF REJECTED-TITLE-LOAD-COUNT > 0
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING 'TITLE-TABLE FULL - ' REJECTED-TITLE-LOAD-COUNT
                   ' TITLES NOT LOADED - SWEEP ABANDONED'
                   INTO SWEEP-REPORT-LINE
               PERFORM ABANDON-SWEEP-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *    The reporting job keeps whichever copy of a duplicated
      *    title it meets first, so the other copy's price and name
      *    silently never apply.
       CHECK-DUPLICATE-TITLES-PARA.
           PERFORM VARYING TTX FROM 2 BY 1 UNTIL TTX > TITLE-COUNT
               IF TTL-BOOK-NUMBER(TTX) = TTL-BOOK-NUMBER(TTX - 1)
                   ADD 1 TO DUP-TITLE-COUNT
                   MOVE 'ERROR' TO EXC-SEVERITY
                   MOVE 'BOOKMAST' TO EXC-FILE
                   MOVE TTL-BOOK-NUMBER(TTX) TO EXC-KEY
                   MOVE 'TITLE ON MASTER MORE THAN ONCE' TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-PERFORM.

       LOAD-STORE-MASTER-PARA.
           OPEN INPUT STORMAST
           IF STORE-MASTER-STATUS-CODE NOT = '00'
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING 'STORMAST.DAT NOT AVAILABLE - STATUS='
                   STORE-MASTER-STATUS-CODE ' - SWEEP ABANDONED'
                   INTO SWEEP-REPORT-LINE
               PERFORM ABANDON-SWEEP-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ STORMAST
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO STORES-READ-COUNT
                       IF STORE-COUNT >= MAX-STORE-ENTRIES
                           ADD 1 TO REJECTED-STORE-LOAD-COUNT
                       ELSE
                           ADD 1 TO STORE-COUNT
                           SET STX TO STORE-COUNT
                           MOVE STORE-REC-CODE TO STR-STORE-CODE(STX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           CLOSE STORMAST
           IF REJECTED-STORE-LOAD-COUNT > 0
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING 'STORE-TABLE FULL - ' REJECTED-STORE-LOAD-COUNT
                   ' STORES NOT LOADED - SWEEP ABANDONED'
                   INTO SWEEP-REPORT-LINE
               PERFORM ABANDON-SWEEP-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
                           MOVE STR-STORE-CODE(SORT-SUB)
                               TO TEMP-STORE-CODE
                           MOVE STR-STORE-CODE(J)
                               TO STR-STORE-CODE(SORT-SUB)
                           MOVE TEMP-STORE-CODE TO STR-STORE-CODE(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

       CHECK-DUPLICATE-STORES-PARA.
           PERFORM VARYING STX FROM 2 BY 1 UNTIL STX > STORE-COUNT
               IF STR-STORE-CODE(STX) = STR-STORE-CODE(STX - 1)
                   ADD 1 TO DUP-STORE-COUNT
                   MOVE 'ERROR' TO EXC-SEVERITY
                   MOVE 'STORMAST' TO EXC-FILE
                   MOVE STR-STORE-CODE(STX) TO EXC-KEY
                   MOVE 'STORE ON MASTER MORE THAN ONCE' TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-PERFORM.

      *    Dates must be real dates no later than today, and a
      *    reversed entry must say when it was reversed - the
      *    nightly job re-dates an entry without a good run date to
      *    tonight, and the reversal mark is what frees the id.
       LOAD-BATCH-REGISTRY-PARA.
           OPEN INPUT BOOKBTCH
           IF BATCH-FILE-STATUS-CODE = '00'
               SET REGISTRY-ON-FILE TO TRUE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKBTCH
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-BATCH-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKBTCH
           END-IF
           IF REJECTED-BATCH-LOAD-COUNT > 0
               MOVE 'ERROR' TO EXC-SEVERITY
               MOVE 'BOOKBTCH' TO EXC-FILE
               MOVE SPACES TO EXC-KEY
               MOVE 'REGISTRY LARGER THAN BATCH-TABLE' TO EXC-TEXT
               ADD 1 TO REGISTRY-ERROR-COUNT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF.

       CHECK-ONE-BATCH-ENTRY-PARA.
           ADD 1 TO BATCHES-READ-COUNT
           MOVE 'ERROR' TO EXC-SEVERITY
           MOVE 'BOOKBTCH' TO EXC-FILE
           MOVE BTCH-ID TO EXC-KEY
           IF BTCH-RUN-DATE IS NOT NUMERIC
                   OR BTCH-RUN-DATE > RUN-DATE
               MOVE 'RUN DATE MISSING OR IN THE FUTURE' TO EXC-TEXT
               ADD 1 TO REGISTRY-ERROR-COUNT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           IF BTCH-STATUS NOT = SPACE AND NOT BTCH-REVERSED
               MOVE 'UNKNOWN REGISTRY STATUS' TO EXC-TEXT
               ADD 1 TO REGISTRY-ERROR-COUNT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           IF BTCH-REVERSED
               IF BTCH-REVERSED-DATE IS NOT NUMERIC
                       OR BTCH-REVERSED-DATE = ZERO
                       OR BTCH-REVERSED-DATE > RUN-DATE
                   MOVE 'REVERSED WITH NO VALID REVERSAL DATE'
                       TO EXC-TEXT
                   ADD 1 TO REGISTRY-ERROR-COUNT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-IF
           IF BATCH-COUNT >= MAX-BATCH-ENTRIES
               ADD 1 TO REJECTED-BATCH-LOAD-COUNT
           ELSE
               ADD 1 TO BATCH-COUNT
               SET BTX TO BATCH-COUNT
               MOVE BTCH-ID TO BATCH-ENTRY-ID(BTX)
           END-IF.

       SORT-BATCH-TABLE.
           IF BATCH-COUNT > 1
               DIVIDE BATCH-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > BATCH-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF BATCH-ENTRY-ID(SORT-SUB) <=
                                   BATCH-ENTRY-ID(J)
                               EXIT PERFORM
                           END-IF
                           MOVE BATCH-ENTRY-ID(SORT-SUB)
                               TO TEMP-BATCH-ID
                           MOVE BATCH-ENTRY-ID(J)
                               TO BATCH-ENTRY-ID(SORT-SUB)
                           MOVE TEMP-BATCH-ID TO BATCH-ENTRY-ID(J)
                           MOVE SORT-SUB TO J
                       END-PERFORM
                   END-PERFORM
                   DIVIDE SORT-GAP BY 2 GIVING SORT-GAP
               END-PERFORM
           END-IF.

      *    The nightly job keeps the first registry entry for an id
      *    and drops the rest unread, so a repeated id can lose the
      *    reversal mark or the date the other copy carried.
       CHECK-DUPLICATE-BATCHES-PARA.
           PERFORM VARYING BTX FROM 2 BY 1 UNTIL BTX > BATCH-COUNT
               IF BATCH-ENTRY-ID(BTX) = BATCH-ENTRY-ID(BTX - 1)
                   ADD 1 TO REGISTRY-ERROR-COUNT
                   MOVE 'ERROR' TO EXC-SEVERITY
                   MOVE 'BOOKBTCH' TO EXC-FILE
                   MOVE BATCH-ENTRY-ID(BTX) TO EXC-KEY
                   MOVE 'BATCH ID ON REGISTRY MORE THAN ONCE'
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-PERFORM.

      *    A price row for a title that is gone is an orphan; a row
      *    that is not clean digits is one the reporting job would
      *    value a sale at.
       SWEEP-PRICE-HISTORY-PARA.
           OPEN INPUT BOOKPRCH
           IF PRICE-HIST-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPRCH
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-PRICE-ROW-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPRCH
           END-IF.

       CHECK-ONE-PRICE-ROW-PARA.
           ADD 1 TO PRICES-READ-COUNT
           MOVE 'ERROR' TO EXC-SEVERITY
           MOVE 'BOOKPRCH' TO EXC-FILE
           MOVE SPACES TO EXC-KEY
           STRING PRCH-BOOK-NUMBER ' ' PRCH-EFFECTIVE-DATE
               INTO EXC-KEY
           IF PRCH-EFFECTIVE-DATE IS NOT NUMERIC
                   OR PRCH-UNIT-PRICE IS NOT NUMERIC
               ADD 1 TO PRICE-BAD-COUNT
               MOVE 'PRICE ROW DATE OR PRICE NOT NUMERIC'
                   TO EXC-TEXT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           MOVE PRCH-BOOK-NUMBER TO SEARCH-BOOK-NUMBER
           PERFORM FIND-TITLE-PARA
           IF MATCHED
               MOVE 'Y' TO TTL-PRICED-FLAG(BSEARCH-INSERT-AT)
           ELSE
               ADD 1 TO PRICE-ORPHAN-COUNT
               MOVE 'PRICE ROW FOR TITLE NOT ON BOOKMAST'
                   TO EXC-TEXT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF.

      *    A title with no price row still sells - the reporting job
      *    values it at the master price - so it is a warning, not
      *    a stop: it means a price that predates the price history
      *    and will restate its revenue if it is ever changed.
       LIST-UNPRICED-TITLES-PARA.
           PERFORM VARYING TTX FROM 1 BY 1 UNTIL TTX > TITLE-COUNT
               IF NOT TTL-PRICED(TTX)
                   IF TTX = 1
                       PERFORM WRITE-UNPRICED-TITLE-PARA
                   ELSE
                       IF TTL-BOOK-NUMBER(TTX) NOT =
                               TTL-BOOK-NUMBER(TTX - 1)
                           PERFORM WRITE-UNPRICED-TITLE-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-UNPRICED-TITLE-PARA.
           ADD 1 TO UNPRICED-TITLE-COUNT
           MOVE 'WARN' TO EXC-SEVERITY
           MOVE 'BOOKMAST' TO EXC-FILE
           MOVE TTL-BOOK-NUMBER(TTX) TO EXC-KEY
           MOVE 'TITLE HAS NO PRICE ROW ON BOOKPRCH' TO EXC-TEXT
           PERFORM WRITE-EXCEPTION-PARA.

      *    No history file at all is a system not yet run live;
      *    one that is there but will not open cannot be vouched
      *    for, and the nightly job must not run over it.
       SWEEP-HISTORY-PARA.
           OPEN INPUT BOOKHIST
           EVALUATE HISTORY-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKHIST NEXT RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM CHECK-ONE-HISTORY-RECORD-PARA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKHIST
               WHEN '35'
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING 'NO BOOKHIST.DAT ON FILE - HISTORY NOT'
                       ' CHECKED' INTO SWEEP-REPORT-LINE
                   WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING 'BOOKHIST.DAT NOT AVAILABLE - STATUS='
                       HISTORY-STATUS-CODE ' - SWEEP ABANDONED'
                       INTO SWEEP-REPORT-LINE
                   PERFORM ABANDON-SWEEP-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Title, month and opening-balance records must belong to a
      *    title on the master, outlet and store/month records to a
      *    store on the master, and store/title records to both.
      *    The control and status tallies carry no title or store.
       CHECK-ONE-HISTORY-RECORD-PARA.
           ADD 1 TO HISTORY-READ-COUNT
           MOVE 'ERROR' TO EXC-SEVERITY
           MOVE 'BOOKHIST' TO EXC-FILE
           MOVE SPACES TO HISTORY-KEY-TEXT
           STRING HIST-REC-TYPE ' ' HIST-KEY-STORE-CODE ' '
               HIST-KEY-PERIOD-CODE ' ' HIST-KEY-BOOK-NUMBER
               INTO HISTORY-KEY-TEXT
           MOVE HISTORY-KEY-TEXT TO EXC-KEY
           EVALUATE TRUE
               WHEN HIST-TYPE-BOOK
               WHEN HIST-TYPE-PERIOD
               WHEN HIST-TYPE-OPENBAL
                   MOVE HIST-KEY-BOOK-NUMBER TO SEARCH-BOOK-NUMBER
                   PERFORM FIND-TITLE-PARA
                   IF NOT MATCHED
                       ADD 1 TO HIST-TITLE-ORPHAN-COUNT
                       MOVE 'HISTORY FOR TITLE NOT ON BOOKMAST'
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION-PARA
                   END-IF
               WHEN HIST-TYPE-STORE
               WHEN HIST-TYPE-STORE-MONTH
                   MOVE HIST-KEY-STORE-CODE TO SEARCH-STORE-CODE
                   PERFORM FIND-STORE-PARA
                   IF NOT MATCHED
                       ADD 1 TO HIST-STORE-ORPHAN-COUNT
                       MOVE 'HISTORY FOR STORE NOT ON STORMAST'
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION-PARA
                   END-IF
               WHEN HIST-TYPE-STORE-BOOK
                   MOVE HIST-KEY-STORE-CODE TO SEARCH-STORE-CODE
                   PERFORM FIND-STORE-PARA
                   IF NOT MATCHED
                       ADD 1 TO STORE-BOOK-ORPHAN-COUNT
                       MOVE 'STORE/TITLE FOR STORE NOT ON STORMAST'
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION-PARA
                   END-IF
                   MOVE HIST-KEY-BOOK-NUMBER TO SEARCH-BOOK-NUMBER
                   PERFORM FIND-TITLE-PARA
                   IF NOT MATCHED
                       ADD 1 TO HIST-TITLE-ORPHAN-COUNT
                       MOVE 'STORE/TITLE FOR TITLE NOT ON BOOKMAST'
                           TO EXC-TEXT
                       PERFORM WRITE-EXCEPTION-PARA
                   END-IF
               WHEN HIST-TYPE-CONTROL
               WHEN HIST-TYPE-STATUS
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO HIST-BAD-TYPE-COUNT
                   MOVE 'UNKNOWN HISTORY RECORD TYPE' TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
           END-EVALUATE.

      *    The journal is keyed by batch, so each batch's records
      *    come together and each batch id is looked up once.
      *    Records with no batch id are the pre-batch data and have
      *    no registry entry to find.
       SWEEP-JOURNAL-PARA.
           IF REGISTRY-ON-FILE
               OPEN INPUT BOOKJRNL
               IF JOURNAL-STATUS-CODE = '00'
                   MOVE SPACES TO LAST-JOURNAL-BATCH-ID
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKJRNL NEXT RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM CHECK-ONE-JOURNAL-RECORD-PARA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKJRNL
               END-IF
           END-IF.

       CHECK-ONE-JOURNAL-RECORD-PARA.
           ADD 1 TO JOURNAL-READ-COUNT
           IF JRNL-BATCH-ID NOT = SPACES
                   AND JRNL-BATCH-ID NOT = LAST-JOURNAL-BATCH-ID
               MOVE JRNL-BATCH-ID TO LAST-JOURNAL-BATCH-ID
               MOVE JRNL-BATCH-ID TO SEARCH-BATCH-ID
               PERFORM FIND-BATCH-PARA
               IF NOT MATCHED
                   ADD 1 TO JOURNAL-ORPHAN-COUNT
                   MOVE 'ERROR' TO EXC-SEVERITY
                   MOVE 'BOOKJRNL' TO EXC-FILE
                   MOVE JRNL-BATCH-ID TO EXC-KEY
                   MOVE 'JOURNALLED BATCH NOT ON BOOKBTCH'
                       TO EXC-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-IF.

       FIND-TITLE-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE TITLE-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF TTL-BOOK-NUMBER(BSEARCH-MID) = SEARCH-BOOK-NUMBER
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF TTL-BOOK-NUMBER(BSEARCH-MID) < SEARCH-BOOK-NUMBER
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM.

       FIND-STORE-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE STORE-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF STR-STORE-CODE(BSEARCH-MID) = SEARCH-STORE-CODE
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF STR-STORE-CODE(BSEARCH-MID) < SEARCH-STORE-CODE
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM.

       FIND-BATCH-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE BATCH-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF BATCH-ENTRY-ID(BSEARCH-MID) = SEARCH-BATCH-ID
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF BATCH-ENTRY-ID(BSEARCH-MID) < SEARCH-BATCH-ID
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-PARA.
           IF EXC-SEVERITY = 'ERROR'
               ADD 1 TO ERROR-COUNT
           ELSE
               ADD 1 TO WARNING-COUNT
           END-IF
           WRITE SWEEP-REPORT-RECORD FROM EXCEPTION-LINE.

       WRITE-SWEEP-SUMMARY-PARA.
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE 'RECORDS CHECKED' TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE '  TITLES ON BOOKMAST' TO SUMMARY-LABEL
           MOVE TITLES-READ-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  STORES ON STORMAST' TO SUMMARY-LABEL
           MOVE STORES-READ-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  PRICE ROWS ON BOOKPRCH' TO SUMMARY-LABEL
           MOVE PRICES-READ-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  HISTORY RECORDS ON BOOKHIST' TO SUMMARY-LABEL
           MOVE HISTORY-READ-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING SUMMARY-LABEL COUNT-DISPLAY
               INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE '  BATCHES ON BOOKBTCH' TO SUMMARY-LABEL
           MOVE BATCHES-READ-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  JOURNAL RECORDS ON BOOKJRNL' TO SUMMARY-LABEL
           MOVE JOURNAL-READ-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING SUMMARY-LABEL COUNT-DISPLAY
               INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE

           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE 'EXCEPTIONS' TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE '  DUPLICATE TITLES ON BOOKMAST' TO SUMMARY-LABEL
           MOVE DUP-TITLE-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  DUPLICATE STORES ON STORMAST' TO SUMMARY-LABEL
           MOVE DUP-STORE-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  PRICE ROWS FOR DELETED TITLES' TO SUMMARY-LABEL
           MOVE PRICE-ORPHAN-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  PRICE ROWS NOT NUMERIC' TO SUMMARY-LABEL
           MOVE PRICE-BAD-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  HISTORY FOR TITLES NOT ON FILE' TO SUMMARY-LABEL
           MOVE HIST-TITLE-ORPHAN-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  HISTORY FOR STORES NOT ON FILE' TO SUMMARY-LABEL
           MOVE HIST-STORE-ORPHAN-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  STORE/TITLE FOR STORES NOT ON FILE'
               TO SUMMARY-LABEL
           MOVE STORE-BOOK-ORPHAN-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  UNKNOWN HISTORY RECORD TYPES' TO SUMMARY-LABEL
           MOVE HIST-BAD-TYPE-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  BATCH REGISTRY FAULTS' TO SUMMARY-LABEL
           MOVE REGISTRY-ERROR-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  JOURNAL BATCHES NOT ON REGISTRY' TO SUMMARY-LABEL
           MOVE JOURNAL-ORPHAN-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA
           MOVE '  TITLES WITH NO PRICE ROW (WARNING)'
               TO SUMMARY-LABEL
           MOVE UNPRICED-TITLE-COUNT TO SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE-PARA

           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           IF ERROR-COUNT > 0
               STRING 'FILES DISAGREE - ' ERROR-COUNT ' ERRORS, '
                   WARNING-COUNT ' WARNINGS - NIGHTLY RUN STOPPED'
                   INTO SWEEP-REPORT-LINE
           ELSE
               STRING 'FILES AGREE - ' WARNING-COUNT ' WARNINGS'
                   INTO SWEEP-REPORT-LINE
           END-IF
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE.

       WRITE-SUMMARY-LINE-PARA.
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING SUMMARY-LABEL SUMMARY-COUNT
               INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-RECORD FROM SWEEP-REPORT-LINE.

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
