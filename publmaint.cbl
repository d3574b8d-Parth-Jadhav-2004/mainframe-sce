       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISHER-MASTER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLMAST ASSIGN TO 'PUBLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS-CODE.

           SELECT PUBLTRAN ASSIGN TO 'PUBLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS-CODE.

           SELECT PUBLMNEW ASSIGN TO 'PUBLMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-MASTER-STATUS-CODE.

           SELECT PUBLMRPT ASSIGN TO 'PUBLMRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-STATUS-CODE.

           SELECT PUBLMAUD ASSIGN TO 'PUBLMAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS-CODE.

           SELECT OPTIONAL BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-MASTER-STATUS-CODE.

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
      *    One row per publisher.  Royalty rates are percentages of
      *    net sales value: the default rate covers every category
      *    not listed in the category rates.  The advance figure is
      *    the total ever paid to the publisher against royalties -
      *    the royalty run earns it out quarter by quarter.
       FD PUBLMAST.
       01 PUBLISHER-RECORD.
           05 PUBL-REC-CODE            PIC X(4).
           05 PUBL-REC-NAME            PIC X(30).
           05 PUBL-REC-DEFAULT-RATE    PIC 99V99.
           05 PUBL-REC-CATEGORY-RATE OCCURS 5 TIMES.
               10 PUBL-REC-RATE-CATEGORY PIC X(10).
               10 PUBL-REC-RATE        PIC 99V99.
           05 PUBL-REC-ADVANCE-PAID    PIC 9(7)V99.
           05 PUBL-REC-VENDOR-ID       PIC X(10).

       FD PUBLTRAN.
       01 TRAN-RECORD.
           05 TRAN-ACTION              PIC X.
               88 TRAN-IS-ADD          VALUE 'A'.
               88 TRAN-IS-CHANGE       VALUE 'C'.
               88 TRAN-IS-DELETE       VALUE 'D'.
           05 TRAN-PUBL-CODE           PIC X(4).
           05 TRAN-PUBL-NAME           PIC X(30).
           05 TRAN-DEFAULT-RATE        PIC X(4).
           05 TRAN-CATEGORY-RATE OCCURS 5 TIMES.
               10 TRAN-RATE-CATEGORY   PIC X(10).
               10 TRAN-RATE            PIC X(4).
           05 TRAN-ADVANCE             PIC X(9).
           05 TRAN-VENDOR-ID           PIC X(10).

       FD PUBLMNEW.
       01 NEW-MASTER-RECORD.
           05 NEW-MASTER-CODE          PIC X(4).
           05 NEW-MASTER-NAME          PIC X(30).
           05 NEW-MASTER-DEFAULT-RATE  PIC 99V99.
           05 NEW-MASTER-CATEGORY-RATE OCCURS 5 TIMES.
               10 NEW-MASTER-RATE-CATEGORY PIC X(10).
               10 NEW-MASTER-RATE      PIC 99V99.
           05 NEW-MASTER-ADVANCE-PAID  PIC 9(7)V99.
           05 NEW-MASTER-VENDOR-ID     PIC X(10).

       FD PUBLMRPT.
       01 MAINT-REPORT-RECORD    PIC X(80).

       FD PUBLMAUD.
       01 MAINT-AUDIT-RECORD     PIC X(100).

      *    The title master, read only for the publisher each title
      *    is assigned to - a publisher with titles still pointing
      *    at it cannot be deleted out from under them.
       FD BOOKMAST.
       01 BOOK-MASTER-RECORD.
           05 BOOK-REC-BOOK-NUMBER     PIC X(5).
           05 BOOK-REC-BOOK-NAME       PIC X(20).
           05 BOOK-REC-UNIT-PRICE      PIC 9(4)V99.
           05 BOOK-REC-CATEGORY        PIC X(10).
           05 BOOK-REC-PUBLISHER       PIC X(4).
           05 BOOK-REC-ROYALTY-RATE    PIC 99V99.

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
       01 BOOK-MASTER-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    The whole publisher master is held in storage while the
      *    transactions run against it - same scheme and the same
      *    capacity discipline as the title and store maintenance
      *    jobs.  Deletes are flagged in place and filtered when the
      *    new master is written.
       01 MAINT-TABLE.
           05 MAINT-ENTRY OCCURS 1000 TIMES INDEXED BY MDX.
               10 MAINT-PUBL-CODE     PIC X(4).
               10 MAINT-PUBL-NAME     PIC X(30).
               10 MAINT-DEFAULT-RATE  PIC 99V99.
               10 MAINT-CATEGORY-RATE OCCURS 5 TIMES.
                   15 MAINT-RATE-CATEGORY PIC X(10).
                   15 MAINT-RATE      PIC 99V99.
               10 MAINT-ADVANCE-PAID  PIC 9(7)V99.
               10 MAINT-VENDOR-ID     PIC X(10).
               10 MAINT-DELETE-FLAG   PIC X.
                   88 MAINT-ENTRY-DELETED VALUE 'Y'.
       01 MAINT-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-MAINT-ENTRIES      PIC 9(5) VALUE 1000.
       01 REJECTED-MAINT-LOAD-COUNT PIC 9(5) VALUE ZERO.

      *    Publisher code of every title on the master, for the
      *    delete check.  Sized to the title master.
       01 TITLE-PUBLISHER-TABLE.
           05 TITLE-PUBLISHER OCCURS 10000 TIMES
                              INDEXED BY TPX PIC X(4).
       01 TITLE-COUNT            PIC 9(5) VALUE ZERO.
       01 MAX-TITLE-ENTRIES      PIC 9(5) VALUE 10000.
       01 REJECTED-TITLE-LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 TITLES-FOR-PUBLISHER   PIC 9(5) VALUE ZERO.
      *    Whether every title on the master made it into the
      *    table.  A master that will not open, or a title left out
      *    of a full table, could hide the titles a delete would
      *    orphan, so each delete is refused until it can be proved.
       01 TITLES-KNOWN-FLAG      PIC X VALUE 'Y'.
           88 TITLES-KNOWN       VALUE 'Y'.
           88 TITLES-NOT-KNOWN   VALUE 'N'.

       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.
       01 FOUND-ENTRY-SUB        PIC 9(5) VALUE ZERO.

       01 I                      PIC 9(5).
       01 J                      PIC 9(5).
       01 RATE-SUB               PIC 9.

      *    Whole-entry swap area mirroring MAINT-ENTRY byte for
      *    byte, so the sort exchanges entries with three group
      *    moves - same scheme as the other maintenance jobs' sorts.
       01 TEMP-MAINT-ENTRY.
           05 TEMP-PUBL-CODE         PIC X(4).
           05 TEMP-PUBL-NAME         PIC X(30).
           05 TEMP-DEFAULT-RATE      PIC 99V99.
           05 TEMP-CATEGORY-RATE OCCURS 5 TIMES.
               10 TEMP-RATE-CATEGORY PIC X(10).
               10 TEMP-RATE          PIC 99V99.
           05 TEMP-ADVANCE-PAID      PIC 9(7)V99.
           05 TEMP-VENDOR-ID         PIC X(10).
           05 TEMP-DELETE-FLAG       PIC X.
       01 SORT-GAP               PIC 9(5).
       01 SORT-SUB               PIC 9(5).

      *    Rates and the advance arrive as characters and are only
      *    moved here once they have passed the numeric edit, the
      *    same way the title maintenance job edits a unit price.
       01 EDITED-DEFAULT-RATE    PIC 99V99.
       01 TRAN-DEFAULT-RATE-NUMERIC REDEFINES EDITED-DEFAULT-RATE
                                 PIC 9(4).
       01 EDITED-CATEGORY-RATES.
           05 EDITED-CATEGORY-RATE OCCURS 5 TIMES PIC 99V99.
       01 EDITED-RATE-WORK       PIC 99V99.
       01 TRAN-RATE-NUMERIC      REDEFINES EDITED-RATE-WORK
                                 PIC 9(4).
       01 EDITED-ADVANCE         PIC 9(7)V99.
       01 TRAN-ADVANCE-NUMERIC   REDEFINES EDITED-ADVANCE
                                 PIC 9(9).

       01 RUN-DATE               PIC 9(8).

       01 MAINT-REPORT-LINE      PIC X(80).
       01 MAINT-AUDIT-LINE       PIC X(100).
       01 COUNT-DISPLAY          PIC ZZ,ZZ9.
       01 RATE-DISPLAY           PIC Z9.99.
       01 ADVANCE-DISPLAY        PIC Z,ZZZ,ZZ9.99.

      *    Control totals for the trailer reconciliation: every
      *    transaction read must land in exactly one of the applied
      *    or rejected buckets.
       01 TRANS-READ-COUNT       PIC 9(7) VALUE ZERO.
       01 ADDS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01 CHANGES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
       01 DELETES-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'PUBLMAINT'.
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
           MOVE 'PUBLMAST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'BOOKMAST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT PUBLMAUD
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'PUBLISHER MASTER MAINTENANCE AUDIT TRAIL - RUN '
               'DATE: ' RUN-DATE INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE

           OPEN OUTPUT PUBLMRPT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PUBLISHER MASTER MAINTENANCE REPORT - RUN DATE: '
               RUN-DATE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM LOAD-MASTER-PARA
           MOVE MAINT-COUNT TO MASTER-BEFORE-COUNT
           PERFORM SORT-MAINT-TABLE
           PERFORM LOAD-TITLE-PUBLISHERS-PARA

           MOVE MASTER-BEFORE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PUBLISHERS ON MASTER BEFORE MAINTENANCE: '
               COUNT-DISPLAY INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE 'ACT  PUBL  NAME                            DISPOSITION'
               TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE

           PERFORM PROCESS-TRAN-FILE-PARA

           PERFORM SORT-MAINT-TABLE
           PERFORM WRITE-NEW-MASTER-PARA

           PERFORM WRITE-REPORT-TRAILER-PARA

           CLOSE PUBLMRPT
           CLOSE PUBLMAUD

           DISPLAY 'PUBLISHER MASTER MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ ....... ' TRANS-READ-COUNT
           DISPLAY 'ADDS APPLIED ............ ' ADDS-APPLIED-COUNT
           DISPLAY 'CHANGES APPLIED ......... ' CHANGES-APPLIED-COUNT
           DISPLAY 'DELETES APPLIED ......... ' DELETES-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED ... ' TRANS-REJECTED-COUNT
           DISPLAY 'PUBLISHERS BEFORE ....... ' MASTER-BEFORE-COUNT
           DISPLAY 'PUBLISHERS AFTER ........ ' MASTER-AFTER-COUNT

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-MASTER-PARA.
           OPEN INPUT PUBLMAST
           IF MASTER-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PUBLMAST
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MASTER-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PUBLMAST
           ELSE
      *    A missing master is a legitimate first-time load: every
      *    add in the batch builds the file from nothing.  Anything
      *    else on file status is still worth an audit line.
               DISPLAY 'PUBLMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - STARTING FROM EMPTY MASTER'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'PUBLMAST.DAT NOT AVAILABLE - STATUS='
                   MASTER-STATUS-CODE ' - STARTING FROM EMPTY MASTER'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-MASTER-ENTRY-PARA.
           IF MAINT-COUNT >= MAX-MAINT-ENTRIES
               PERFORM LOG-MAINT-LOAD-CAPACITY-EXCEEDED-PARA
           ELSE
               ADD 1 TO MAINT-COUNT
               SET MDX TO MAINT-COUNT
               MOVE PUBL-REC-CODE TO MAINT-PUBL-CODE(MDX)
               MOVE PUBL-REC-NAME TO MAINT-PUBL-NAME(MDX)
               IF PUBL-REC-DEFAULT-RATE IS NUMERIC
                   MOVE PUBL-REC-DEFAULT-RATE
                       TO MAINT-DEFAULT-RATE(MDX)
               ELSE
                   MOVE ZERO TO MAINT-DEFAULT-RATE(MDX)
               END-IF
               PERFORM VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > 5
                   MOVE PUBL-REC-RATE-CATEGORY(RATE-SUB)
                       TO MAINT-RATE-CATEGORY(MDX, RATE-SUB)
                   IF PUBL-REC-RATE(RATE-SUB) IS NUMERIC
                       MOVE PUBL-REC-RATE(RATE-SUB)
                           TO MAINT-RATE(MDX, RATE-SUB)
                   ELSE
                       MOVE ZERO TO MAINT-RATE(MDX, RATE-SUB)
                   END-IF
               END-PERFORM
               IF PUBL-REC-ADVANCE-PAID IS NUMERIC
                   MOVE PUBL-REC-ADVANCE-PAID
                       TO MAINT-ADVANCE-PAID(MDX)
               ELSE
                   MOVE ZERO TO MAINT-ADVANCE-PAID(MDX)
               END-IF
               MOVE PUBL-REC-VENDOR-ID TO MAINT-VENDOR-ID(MDX)
               MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
           END-IF.

       LOG-MAINT-LOAD-CAPACITY-EXCEEDED-PARA.
           ADD 1 TO REJECTED-MAINT-LOAD-COUNT
           DISPLAY 'MAINT-TABLE FULL - PUBLISHER='
               PUBL-REC-CODE ' NOT LOADED FROM PUBLMAST.DAT'
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'MAINT-TABLE FULL - PUBLISHER='
               PUBL-REC-CODE
               ' NOT LOADED FROM PUBLMAST.DAT AT MASTER RECORD='
               MAINT-COUNT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

      *    Ascending PUBL-CODE order on the way in and again after
      *    the adds, so the new master always goes out sorted - the
      *    royalty run searches it by key.
       SORT-MAINT-TABLE.
           IF MAINT-COUNT > 1
               DIVIDE MAINT-COUNT BY 2 GIVING SORT-GAP
               PERFORM UNTIL SORT-GAP < 1
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I + SORT-GAP > MAINT-COUNT
                       COMPUTE J = I + SORT-GAP
                       PERFORM UNTIL J <= SORT-GAP
                           COMPUTE SORT-SUB = J - SORT-GAP
                           IF MAINT-PUBL-CODE(SORT-SUB) <=
                                   MAINT-PUBL-CODE(J)
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

       LOAD-TITLE-PUBLISHERS-PARA.
           OPEN INPUT BOOKMAST
           IF BOOK-MASTER-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKMAST
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-TITLE-PUBLISHER-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKMAST
           ELSE
               SET TITLES-NOT-KNOWN TO TRUE
               DISPLAY 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   BOOK-MASTER-STATUS-CODE ' - DELETES WILL BE REFUSED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'BOOKMAST.DAT NOT AVAILABLE - STATUS='
                   BOOK-MASTER-STATUS-CODE ' - DELETES WILL BE REFUSED'
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       LOAD-ONE-TITLE-PUBLISHER-PARA.
           IF BOOK-REC-PUBLISHER NOT = SPACES
               IF TITLE-COUNT >= MAX-TITLE-ENTRIES
                   ADD 1 TO REJECTED-TITLE-LOAD-COUNT
                   SET TITLES-NOT-KNOWN TO TRUE
                   DISPLAY 'TITLE-PUBLISHER-TABLE FULL - BOOK-NUMBER='
                       BOOK-REC-BOOK-NUMBER ' NOT LOADED'
                   MOVE SPACES TO MAINT-AUDIT-LINE
                   STRING 'TITLE-PUBLISHER-TABLE FULL - BOOK-NUMBER='
                       BOOK-REC-BOOK-NUMBER
                       ' NOT LOADED FROM BOOKMAST.DAT'
                       INTO MAINT-AUDIT-LINE
                   WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
               ELSE
                   ADD 1 TO TITLE-COUNT
                   SET TPX TO TITLE-COUNT
                   MOVE BOOK-REC-PUBLISHER TO TITLE-PUBLISHER(TPX)
               END-IF
           END-IF.

       PROCESS-TRAN-FILE-PARA.
           OPEN INPUT PUBLTRAN
           IF TRAN-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PUBLTRAN
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-TRAN-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE PUBLTRAN
           ELSE
               DISPLAY 'PUBLTRAN.DAT NOT AVAILABLE - STATUS='
                   TRAN-STATUS-CODE ' - NO MAINTENANCE APPLIED'
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'PUBLTRAN.DAT NOT AVAILABLE - STATUS='
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

      *    Field-level edits that hold for every action.  Action-
      *    specific edits (duplicate add, change or delete of a
      *    publisher not on file, delete of one that still has
      *    titles) are made by the apply paragraphs themselves.
       EDIT-ONE-TRAN-PARA.
           IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
                   AND NOT TRAN-IS-DELETE
               MOVE 'INVALID ACTION CODE' TO REJECT-REASON-TEXT
           ELSE
               IF TRAN-PUBL-CODE = SPACES
                   MOVE 'BLANK PUBLISHER CODE' TO REJECT-REASON-TEXT
               ELSE
                   IF (TRAN-IS-ADD OR TRAN-IS-CHANGE)
                           AND TRAN-PUBL-NAME = SPACES
                       MOVE 'BLANK PUBLISHER NAME'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
      *    Adds and changes replace the whole rate schedule, so the
      *    default rate must be clean digits and every category
      *    keyed must carry one too.  A blank category slot is
      *    unused.  The advance may be left blank.
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               IF TRAN-DEFAULT-RATE IS NUMERIC
                   MOVE TRAN-DEFAULT-RATE TO TRAN-DEFAULT-RATE-NUMERIC
               ELSE
                   MOVE 'INVALID DEFAULT RATE' TO REJECT-REASON-TEXT
               END-IF
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               PERFORM VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > 5
                   MOVE ZERO TO EDITED-CATEGORY-RATE(RATE-SUB)
                   IF TRAN-RATE-CATEGORY(RATE-SUB) NOT = SPACES
                       IF TRAN-RATE(RATE-SUB) IS NUMERIC
                           MOVE TRAN-RATE(RATE-SUB)
                               TO TRAN-RATE-NUMERIC
                           MOVE EDITED-RATE-WORK
                               TO EDITED-CATEGORY-RATE(RATE-SUB)
                       ELSE
                           MOVE 'INVALID CATEGORY RATE'
                               TO REJECT-REASON-TEXT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF REJECT-REASON-TEXT = SPACES
                   AND (TRAN-IS-ADD OR TRAN-IS-CHANGE)
               MOVE ZERO TO EDITED-ADVANCE
               IF TRAN-ADVANCE NOT = SPACES
                   IF TRAN-ADVANCE IS NUMERIC
                       MOVE TRAN-ADVANCE TO TRAN-ADVANCE-NUMERIC
                   ELSE
                       MOVE 'INVALID ADVANCE AMOUNT'
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    Serial search of the live (not-deleted) entries.  A
      *    publisher deleted earlier in this same batch is invisible
      *    here, so a delete-then-add pair re-creates it cleanly.
       FIND-MAINT-ENTRY-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO FOUND-ENTRY-SUB
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF MAINT-PUBL-CODE(MDX) = TRAN-PUBL-CODE
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
                   MOVE 'MASTER TABLE FULL' TO REJECT-REASON-TEXT
               ELSE
                   ADD 1 TO MAINT-COUNT
                   SET MDX TO MAINT-COUNT
                   MOVE TRAN-PUBL-CODE TO MAINT-PUBL-CODE(MDX)
                   MOVE ZERO TO MAINT-ADVANCE-PAID(MDX)
                   PERFORM MOVE-TRAN-TO-ENTRY-PARA
                   MOVE 'N' TO MAINT-DELETE-FLAG(MDX)
                   ADD 1 TO ADDS-APPLIED-COUNT
               END-IF
           END-IF.

       APPLY-CHANGE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           IF MATCHED
               SET MDX TO FOUND-ENTRY-SUB
               PERFORM LOG-CHANGE-BEFORE-AFTER-PARA
               PERFORM MOVE-TRAN-TO-ENTRY-PARA
               ADD 1 TO CHANGES-APPLIED-COUNT
           ELSE
               MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
           END-IF.

      *    The advance keyed on a transaction is a payment made now,
      *    added to what has been paid before - an advance once paid
      *    is never taken back off the master, only earned out.
       MOVE-TRAN-TO-ENTRY-PARA.
           MOVE TRAN-PUBL-NAME TO MAINT-PUBL-NAME(MDX)
           MOVE EDITED-DEFAULT-RATE TO MAINT-DEFAULT-RATE(MDX)
           PERFORM VARYING RATE-SUB FROM 1 BY 1 UNTIL RATE-SUB > 5
               MOVE TRAN-RATE-CATEGORY(RATE-SUB)
                   TO MAINT-RATE-CATEGORY(MDX, RATE-SUB)
               MOVE EDITED-CATEGORY-RATE(RATE-SUB)
                   TO MAINT-RATE(MDX, RATE-SUB)
           END-PERFORM
           MOVE TRAN-VENDOR-ID TO MAINT-VENDOR-ID(MDX)
           IF EDITED-ADVANCE > 0
               ADD EDITED-ADVANCE TO MAINT-ADVANCE-PAID(MDX)
               MOVE EDITED-ADVANCE TO ADVANCE-DISPLAY
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING 'ADVANCE PAID: PUBLISHER=' TRAN-PUBL-CODE
                   ' AMOUNT=' ADVANCE-DISPLAY
                   ' EFFECTIVE=' RUN-DATE
                   INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           END-IF.

       APPLY-DELETE-PARA.
           PERFORM FIND-MAINT-ENTRY-PARA
           EVALUATE TRUE
               WHEN NOT-MATCHED
                   MOVE 'NOT ON MASTER FILE' TO REJECT-REASON-TEXT
               WHEN TITLES-NOT-KNOWN
                   MOVE 'TITLES NOT KNOWN' TO REJECT-REASON-TEXT
               WHEN OTHER
                   MOVE ZERO TO TITLES-FOR-PUBLISHER
                   PERFORM VARYING TPX FROM 1 BY 1
                           UNTIL TPX > TITLE-COUNT
                       IF TITLE-PUBLISHER(TPX) = TRAN-PUBL-CODE
                           ADD 1 TO TITLES-FOR-PUBLISHER
                       END-IF
                   END-PERFORM
                   IF TITLES-FOR-PUBLISHER > 0
                       MOVE 'PUBLISHER HAS TITLES'
                           TO REJECT-REASON-TEXT
                   ELSE
                       SET MDX TO FOUND-ENTRY-SUB
                       MOVE 'Y' TO MAINT-DELETE-FLAG(MDX)
                       ADD 1 TO DELETES-APPLIED-COUNT
                   END-IF
           END-EVALUATE.

       LOG-CHANGE-BEFORE-AFTER-PARA.
           MOVE SPACES TO MAINT-AUDIT-LINE
           MOVE MAINT-DEFAULT-RATE(MDX) TO RATE-DISPLAY
           STRING 'CHANGE PUBLISHER=' TRAN-PUBL-CODE
               ' OLD NAME=' MAINT-PUBL-NAME(MDX)
               ' OLD RATE=' RATE-DISPLAY
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE
           MOVE SPACES TO MAINT-AUDIT-LINE
           MOVE EDITED-DEFAULT-RATE TO RATE-DISPLAY
           STRING 'CHANGE PUBLISHER=' TRAN-PUBL-CODE
               ' NEW NAME=' TRAN-PUBL-NAME
               ' NEW RATE=' RATE-DISPLAY
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-TRAN-REPORT-LINE-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           IF REJECT-REASON-TEXT = SPACES
               STRING TRAN-ACTION '    ' TRAN-PUBL-CODE '  '
                   TRAN-PUBL-NAME '  ' DISPOSITION-TEXT
                   INTO MAINT-REPORT-LINE
           ELSE
               STRING TRAN-ACTION '    ' TRAN-PUBL-CODE '  '
                   TRAN-PUBL-NAME '  ' DISPOSITION-TEXT ' - '
                   REJECT-REASON-TEXT
                   INTO MAINT-REPORT-LINE
           END-IF
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE.

       LOG-TRAN-REJECT-PARA.
           DISPLAY 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' PUBLISHER=' TRAN-PUBL-CODE
           MOVE SPACES TO MAINT-AUDIT-LINE
           STRING 'MAINTENANCE REJECT: ' REJECT-REASON-TEXT
               ' ACTION=' TRAN-ACTION ' PUBLISHER=' TRAN-PUBL-CODE
               ' AT TRANSACTION=' TRANS-READ-COUNT
               INTO MAINT-AUDIT-LINE
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-LINE.

       WRITE-NEW-MASTER-PARA.
           OPEN OUTPUT PUBLMNEW
           MOVE ZERO TO MASTER-AFTER-COUNT
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MAINT-COUNT
               IF NOT MAINT-ENTRY-DELETED(MDX)
                   MOVE MAINT-PUBL-CODE(MDX) TO NEW-MASTER-CODE
                   MOVE MAINT-PUBL-NAME(MDX) TO NEW-MASTER-NAME
                   MOVE MAINT-DEFAULT-RATE(MDX)
                       TO NEW-MASTER-DEFAULT-RATE
                   PERFORM VARYING RATE-SUB FROM 1 BY 1
                           UNTIL RATE-SUB > 5
                       MOVE MAINT-RATE-CATEGORY(MDX, RATE-SUB)
                           TO NEW-MASTER-RATE-CATEGORY(RATE-SUB)
                       MOVE MAINT-RATE(MDX, RATE-SUB)
                           TO NEW-MASTER-RATE(RATE-SUB)
                   END-PERFORM
                   MOVE MAINT-ADVANCE-PAID(MDX)
                       TO NEW-MASTER-ADVANCE-PAID
                   MOVE MAINT-VENDOR-ID(MDX) TO NEW-MASTER-VENDOR-ID
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO MASTER-AFTER-COUNT
               END-IF
           END-PERFORM
           CLOSE PUBLMNEW.

       WRITE-REPORT-TRAILER-PARA.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-RECORD FROM MAINT-REPORT-LINE
           MOVE MASTER-AFTER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING 'PUBLISHERS ON MASTER AFTER MAINTENANCE:  '
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
