       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-BUDGET-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKBDGT ASSIGN TO 'BOOKBDGT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS-CODE.

           SELECT BOOKBTRN ASSIGN TO 'BOOKBTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS-CODE.

           SELECT BOOKBNEW ASSIGN TO 'BOOKBNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-BUDGET-STATUS-CODE.

           SELECT BOOKBRPT ASSIGN TO 'BOOKBRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-STATUS-CODE.

           SELECT BOOKBAUD ASSIGN TO 'BOOKBAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS-CODE.

      *    The store master an add or change is checked against - a
      *    budget for a store the chain does not have would never
      *    meet an actual.
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
      *    One row per store and month: the copies and revenue
      *    finance expects that store to take in that month.
       FD BOOKBDGT.
       01 BUDGET-RECORD.
           05 BDGT-STORE-CODE          PIC X(4).
           05 BDGT-PERIOD              PIC 9(6).
           05 BDGT-COPIES              PIC 9(7).
           05 BDGT-REVENUE             PIC 9(9)V99.

      *    The spreadsheet load arrives here too, as a file of adds
      *    for the coming year; a re-forecast arrives as changes.
       FD BOOKBTRN.
       01 TRAN-RECORD.
           05 TRAN-ACTION              PIC X.
               88 TRAN-IS-ADD          VALUE 'A'.
               88 TRAN-IS-CHANGE       VALUE 'C'.
               88 TRAN-IS-DELETE       VALUE 'D'.
           05 TRAN-STORE-CODE          PIC X(4).
           05 TRAN-PERIOD              PIC X(6).
           05 TRAN-PERIOD-NUM REDEFINES TRAN-PERIOD
                                       PIC 9(6).
           05 TRAN-BUDGET-COPIES       PIC X(7).
           05 TRAN-BUDGET-COPIES-NUM REDEFINES TRAN-BUDGET-COPIES
                                       PIC 9(7).
           05 TRAN-BUDGET-REVENUE      PIC X(11).
           05 TRAN-BUDGET-REVENUE-NUM REDEFINES TRAN-BUDGET-REVENUE
                                       PIC 9(9)V99.

       FD BOOKBNEW.
       01 NEW-BUDGET-RECORD.
           05 NEW-BDGT-STORE-CODE      PIC X(4).
           05 NEW-BDGT-PERIOD          PIC 9(6).
           05 NEW-BDGT-COPIES          PIC 9(7).
           05 NEW-BDGT-REVENUE         PIC 9(9)V99.

       FD BOOKBRPT.
       01 MAINT-REPORT-RECORD    PIC X(80).

       FD BOOKBAUD.
       01 MAINT-AUDIT-RECORD     PIC X(100).

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
       01 BUDGET-STATUS-CODE     PIC XX.
       01 TRAN-STATUS-CODE       PIC XX.
       01 NEW-BUDGET-STATUS-CODE PIC XX.
       01 MAINT-REPORT-STATUS-CODE PIC XX.
       01 MAINT-AUDIT-STATUS-CODE PIC XX.
       01 STORE-MASTER-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The whole budget file is held in storage while the
      *    transactions run against it - same scheme as the store
      *    and title maintenance jobs, with the same capacity
      *    discipline.  Five hundred stores over two years of months
      *    fit with room to spare.  Deletes are flagged in place and
      *    filtered when the new file is written.
       01 MAINT-TABLE.
           05 MAINT-ENTRY OCCURS 12000 TIMES INDEXED BY MDX.
               10 MAINT-KEY.
                   15 MAINT-STORE-CODE    PIC X(4).
                   15 MAINT-PERIOD        PIC 9(6).
               10 MAINT-COPIES        PIC 9(7).
               10 MAINT-REVENUE       PIC 9(9)V99.
               10 MAINT-DELETE-FLAG   PIC X.
                   88 MAINT-ENTRY-DELETED VALUE 'Y'.
       01 MAINT-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MAINT-ENTRIES      PIC 9(5) VALUE 12000.
       01 REJECTED-MAINT-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Store codes off the master, for the add/change edit.  An
      *    absent master leaves the edit off rather than refusing
      *    every row of a first load.
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
           05 TEMP-STORE-CODE        PIC X(4).
           05 TEMP-PERIOD            PIC 9(6).
           05 TEMP-COPIES            PIC 9(7).
           05 TEMP-REVENUE           PIC 9(9)V99.
           05 TEMP-DELETE-FLAG       PIC X.
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

       01 RUN-DATE               PIC 9(8).

       01 MAINT-REPORT-LINE      PIC X(80).
       01 MAINT-AUDIT-LINE       PIC X(100).
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 COPIES-DISPLAY         PIC Z,ZZZ,ZZ9.
       01 REVENUE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
       01 OLD-COPIES-DISPLAY     PIC Z,ZZZ,ZZ9.
       01 OLD-REVENUE-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.

      *    Control totals for the trailer reconciliation: every
      *    transaction read must land in exactly one of the applied
      *    or rejected buckets.
       01 TRANS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ADDS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 CHANGES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 DELETES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 TRANS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
       01 BUDGET-BEFORE-COUNT    PIC 9(5) VALUE ZERO.
       01 BUDGET-AFTER-COUNT     PIC 9(5) VALUE ZERO.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKBDGT'.
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

      *    The budget file must be the live generation, with no new
      *    one from an earlier run still waiting to be swapped in -
      *    this run's new file would otherwise be built on the old
      *    one.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKBDGT' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'STORMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKBAUD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'STORE BUDGET MAINTENANCE AUDIT TRAIL - RUN DATE: '
               RUN-DATE INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE

           OPEN OUTPUT BOOKBRPT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'STORE BUDGET MAINTENANCE REPORT - RUN DATE: '
               RUN-DATE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM LOAD-STORE-MASTER-PARA
           PERFORM LOAD-BUDGET-PARA
           MOVE MAINT-COUNT TO BUDGET-BEFORE-COUNT
           PERFORM SORT-MAINT-TABLE

           MOVE BUDGET-BEFORE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'BUDGET ROWS ON FILE BEFORE MAINTENANCE: '
               COUNT-DISPLAY INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'ACT  STORE  MONTH      COPIES         REVENUE'
               '  DISPOSITION'
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM PROCESS-TRAN-FILE-PARA

           PERFORM SORT-MAINT-TABLE
           PERFORM WRITE-NEW-BUDGET-PARA

           PERFORM WRITE-REPORT-TRAILER-PARA

           CLOSE BOOKBRPT
           CLOSE BOOKBAUD

           DISPLAY 'STORE BUDGET MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ ....... ' TRANS-READ-COUNT
           DISPLAY 'ADDS APPLIED ............ ' ADDS-APPLIED-COUNT
           DISPLAY 'CHANGES APPLIED ......... ' CHANGES-APPLIED-COUNT
           DISPLAY 'DELETES APPLIED ......... ' DELETES-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED ... ' TRANS-REJECTED-COUNT
           DISPLAY 'BUDGET ROWS BEFORE ...... ' BUDGET-BEFORE-COUNT
           DISPLAY 'BUDGET ROWS AFTER ....... ' BUDGET-AFTER-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

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

       LOAD-BUDGET-PARA.
           OPEN INPUT BOOKBDGT
           IF BUDGET-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKBDGT
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-BUDGET-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKBDGT
           ELSE
      *    No budget file yet is the first year's load: every add in
      *    the batch builds the file from nothing.
               DISPLAY 'BOOKBDGT.DAT NOT AVAILABLE - STATUS='
                   BUDGET-STATUS-CODE ' - STARTING FROM EMPTY BUDGET'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKBDGT.DAT NOT AVAILABLE - STATUS='
                   BUDGET-STATUS-CODE ' - STARTING FROM EMPTY BUDGET'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-BUDGET-ENTRY-PARA.
           IF MAINT-COUNT >= MAX-MAINT-ENTRIES
               ADD 1 TO REJECTED-MAINT-LOAD-COUNT
               DISPLAY 'MAINT-TABLE FULL - STORE=' BDGT-STORE-CODE
                   ' MONTH=' BDGT-PERIOD ' NOT LOADED FROM BOOKBDGT.DAT'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'MAINT-TABLE FULL - STORE=' BDGT-STORE-CODE
                   ' MONTH=' BDGT-PERIOD
                   ' NOT LOADED FROM BOOKBDGT.DAT AT BUDGET RECORD='
                   MAINT-COUNT
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           ELSE
               ADD 1 TO MAINT-COUNT
               SET MDX TO MAINT-COUNT
               MOVE BDGT-STORE-CODE TO MAINT-STORE-CODE(MDX)
               MOVE BDGT-PERIOD TO MAINT-PERIOD(MDX)
               MOVE BDGT-COPIES TO MAINT-COPIES(MDX)
               MOVE BDGT-REVENUE TO MAINT-REVENUE(MDX)
               MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
           END-IF.

      *    Shell sort on (store, month), the same scheme the other
      *    maintenance jobs use, before and after the transactions
      *    so the new file always goes out in key order.
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
           OPEN INPUT BOOKBTRN
           IF TRAN-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKBTRN
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-TRAN-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKBTRN
           ELSE
               DISPLAY 'BOOKBTRN.DAT NOT AVAILABLE - STATUS='
                   TRAN-STATUS-CODE ' - NO MAINTENANCE APPLIED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKBTRN.DAT NOT AVAILABLE - STATUS='
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

      *    Field-level edits that hold for every action; duplicate
      *    adds and changes or deletes of a row not on file are left
      *    to the apply paragraphs, where the search result is in
      *    hand.  A delete needs only the key - a store since
      *    removed from the master can still have its budget taken
      *    off.
       EDIT-ONE-TRAN-PARA.
           IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
                   AND NOT TRAN-IS-DELETE
               MOVE 'INVALID ACTION CODE' TO REJECT-REASON-TEXT
           ELSE
               IF TRAN-STORE-CODE = SPACES
                   MOVE 'BLANK STORE-CODE' TO REJECT-REASON-TEXT
               ELSE
                   IF TRAN-PERIOD NOT NUMERIC
                           OR TRAN-PERIOD(5:2) < '01'
                           OR TRAN-PERIOD(5:2) > '12'
                       MOVE 'INVALID MONTH' TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               IF TRAN-BUDGET-COPIES NOT NUMERIC
                   MOVE 'INVALID BUDGET COPIES' TO REJECT-REASON-TEXT
               ELSE
                   IF TRAN-BUDGET-REVENUE NOT NUMERIC
                       MOVE 'INVALID BUDGET REVENUE'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
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

      *    Serial search of the live (not-deleted) rows, so a
      *    delete-then-add pair in one batch re-creates the row.
       FIND-MAINT-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF MAINT-STORE-CODE(MDX) = TRAN-STORE-CODE
                       AND MAINT-PERIOD(MDX) = TRAN-PERIOD-NUM
                       AND NOT MAINT-ENTRY-DELETED(MDX)
                   SET MATCHED TO TRUE
                   SET FOUND-ENTRY-SUB TO MDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ADD-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               MOVE 'DUPLICATE ADD' TO REJECT-REASON-TEXT
           ELSE
               IF MAINT-COUNT >= MAX-MAINT-ENTRIES
                   MOVE 'BUDGET TABLE FULL' TO REJECT-REASON-TEXT
               ELSE
                   ADD 1 TO MAINT-COUNT
                   SET MDX TO MAINT-COUNT
                   MOVE TRAN-STORE-CODE TO MAINT-STORE-CODE(MDX)
                   MOVE TRAN-PERIOD-NUM TO MAINT-PERIOD(MDX)
                   MOVE TRAN-BUDGET-COPIES-NUM TO MAINT-COPIES(MDX)
                   MOVE TRAN-BUDGET-REVENUE-NUM TO MAINT-REVENUE(MDX)
                   MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
                   ADD 1 TO ADDS-APPLIED-COUNT
               END-IF
           END-IF.

       APPLY-CHANGE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               SET MDX TO FOUND-ENTRY-SUB
               PERFORM LOG-CHANGE-BEFORE-AFTER-PARA
               MOVE TRAN-BUDGET-COPIES-NUM TO MAINT-COPIES(MDX)
               MOVE TRAN-BUDGET-REVENUE-NUM TO MAINT-REVENUE(MDX)
               ADD 1 TO CHANGES-APPLIED-COUNT
           ELSE
               MOVE 'NOT ON BUDGET FILE' TO REJECT-REASON-TEXT
           END-IF.

       APPLY-DELETE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               SET MDX TO FOUND-ENTRY-SUB
               MOVE 'Y' TO MAINT-DELETE-FLAG(MDX)
               MOVE MAINT-COPIES(MDX) TO OLD-COPIES-DISPLAY
               MOVE MAINT-REVENUE(MDX) TO OLD-REVENUE-DISPLAY
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'DELETE STORE=' TRAN-STORE-CODE
                   ' MONTH=' TRAN-PERIOD
                   ' OLD COPIES=' OLD-COPIES-DISPLAY
                   ' OLD REVENUE=' OLD-REVENUE-DISPLAY
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
               ADD 1 TO DELETES-APPLIED-COUNT
           ELSE
               MOVE 'NOT ON BUDGET FILE' TO REJECT-REASON-TEXT
           END-IF.

       LOG-CHANGE-BEFORE-AFTER-PARA.
           MOVE MAINT-COPIES(MDX) TO OLD-COPIES-DISPLAY
           MOVE MAINT-REVENUE(MDX) TO OLD-REVENUE-DISPLAY
           MOVE TRAN-BUDGET-COPIES-NUM TO COPIES-DISPLAY
           MOVE TRAN-BUDGET-REVENUE-NUM TO REVENUE-DISPLAY
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'CHANGE STORE=' TRAN-STORE-CODE
               ' MONTH=' TRAN-PERIOD
               ' OLD=' OLD-COPIES-DISPLAY ' ' OLD-REVENUE-DISPLAY
               ' NEW=' COPIES-DISPLAY ' ' REVENUE-DISPLAY
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-TRAN-REPORT-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           IF TRAN-BUDGET-COPIES NUMERIC
               MOVE TRAN-BUDGET-COPIES-NUM TO COPIES-DISPLAY
           ELSE
               MOVE ZERO TO COPIES-DISPLAY
           END-IF
           IF TRAN-BUDGET-REVENUE NUMERIC
               MOVE TRAN-BUDGET-REVENUE-NUM TO REVENUE-DISPLAY
           ELSE
               MOVE ZERO TO REVENUE-DISPLAY
           END-IF
           IF REJECT-REASON-TEXT = SPACES
               STRING TRAN-ACTION '    ' TRAN-STORE-CODE '   '
                   TRAN-PERIOD ' ' COPIES-DISPLAY ' '
                   REVENUE-DISPLAY '  ' DISPOSITION-TEXT
                   INTO MAINT-REPORT-LINE
           ELSE
               STRING TRAN-ACTION '    ' TRAN-STORE-CODE '   '
                   TRAN-PERIOD ' ' COPIES-DISPLAY ' '
                   REVENUE-DISPLAY '  ' DISPOSITION-TEXT ' - '
                   REJECT-REASON-TEXT
                   INTO MAINT-REPORT-LINE
           END-IF
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

       LOG-TRAN-REJECT-PARA.
           DISPLAY 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' STORE=' TRAN-STORE-CODE
               ' MONTH=' TRAN-PERIOD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' STORE=' TRAN-STORE-CODE
               ' MONTH=' TRAN-PERIOD
               ' AT TRANSACTION=' TRANS-READ-COUNT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-NEW-BUDGET-PARA.
           OPEN OUTPUT BOOKBNEW
           MOVE ZERO TO BUDGET-AFTER-COUNT
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF NOT MAINT-ENTRY-DELETED(MDX)
                   MOVE MAINT-STORE-CODE(MDX) TO NEW-BDGT-STORE-CODE
                   MOVE MAINT-PERIOD(MDX) TO NEW-BDGT-PERIOD
                   MOVE MAINT-COPIES(MDX) TO NEW-BDGT-COPIES
                   MOVE MAINT-REVENUE(MDX) TO NEW-BDGT-REVENUE
                   WRITE NEW-BUDGET-RECORD
                   ADD 1 TO BUDGET-AFTER-COUNT
               END-IF
           END-PERFORM
           CLOSE BOOKBNEW.

       WRITE-REPORT-TRAILER-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE BUDGET-AFTER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'BUDGET ROWS ON FILE AFTER MAINTENANCE:  '
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
