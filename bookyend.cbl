               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS-CODE.

           SELECT OPTIONAL PUBLADVN ASSIGN TO 'PUBLADVN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVANCE-STATUS-CODE.

           SELECT BOOKYAUD ASSIGN TO 'BOOKYAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-AUDIT-STATUS-CODE.

           SELECT OPTIONAL BOOKPCAL ASSIGN TO 'BOOKPCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS-CODE.

           SELECT OPTIONAL BOOKCKPT ASSIGN TO 'BOOKCKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS-CODE.

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
      *    The reporting job's rolled-forward history, mirrored
      *    field for field the way the shared masters are.  This
      *    job never touches the live file in place: the shrunk
      *    history goes to BOOKHNEW.DAT and the promotion step swaps
      *    it in, the same new-master convention the maintenance jobs
      *    use, so a failure mid-close leaves the live history whole.
       FD BOOKHIST.
       01 HISTORY-RECORD.
           05 HIST-REC-KEY.
                   88 HIST-TYPE-STORE     VALUE 'T'.
                   88 HIST-TYPE-STORE-BOOK VALUE 'U'.
                   88 HIST-TYPE-OPENBAL   VALUE 'O'.
                   88 HIST-TYPE-STORE-MONTH VALUE 'M'.
               10 HIST-KEY-STORE-CODE PIC X(4).
               10 HIST-KEY-PERIOD-CODE PIC 9(6).
               10 HIST-KEY-BOOK-NUMBER PIC X(5).
           05 HIST-HELD-BATCH         PIC 9(9).
           05 HIST-CONTROL-RECS       PIC 9(9).
           05 HIST-RETURN-REJECTED    PIC 9(9).
           05 HIST-JOURNAL-SEQ        PIC 9(9).

      *    The new history carries the record image whole; only the
      *    key needs naming here, and it lines up byte for byte
               10 NEW-HIST-KEY-STORE-CODE PIC X(4).
               10 NEW-HIST-PERIOD     PIC 9(6).
               10 NEW-HIST-BOOK       PIC X(5).
           05 FILLER                  PIC X(196).

      *    The archive stays a plain sequential image file - it is
      *    appended to once a year and read front to back, sized
       FD BOOKARCH.
       01 ARCHIVE-RECORD         PIC X(250).

      *    The royalty run's advance file, mirrored.  Read only for
      *    the last quarter it has settled - see
      *    CHECK-ROYALTIES-SETTLED-PARA.
       FD PUBLADVN.
       01 ADVANCE-RECORD.
           05 PADV-PUBL-CODE           PIC X(4).
           05 PADV-LAST-QUARTER        PIC 9(5).
           05 PADV-PAID-SEEN           PIC 9(7)V99.
           05 PADV-UNRECOVERED         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.

       FD BOOKYAUD.
       01 CLOSE-AUDIT-RECORD     PIC X(100).

      *    The month-end close's period calendar, mirrored.
       FD BOOKPCAL.
       01 PERIOD-CALENDAR-RECORD.
           05 PCAL-PERIOD             PIC 9(6).
           05 PCAL-STATUS             PIC X.
               88 PCAL-OPEN           VALUE 'O'.
               88 PCAL-LOCKED         VALUE 'L'.
           05 PCAL-LOCKED-DATE        PIC 9(8).

      *    Only the first checkpoint record is read: type 'C' means
      *    the last nightly run finished and wrote everything out.
       FD BOOKCKPT.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-TYPE           PIC X.
               88 CKPT-TYPE-COMPLETE  VALUE 'C'.
           05 FILLER                  PIC X(299).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 NEW-HISTORY-STATUS-CODE PIC XX.
       01 ARCHIVE-STATUS-CODE    PIC XX.
       01 ADVANCE-STATUS-CODE    PIC XX.
       01 CLOSE-AUDIT-STATUS-CODE PIC XX.
       01 CALENDAR-STATUS-CODE   PIC XX.
       01 CKPT-FILE-STATUS-CODE  PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

       01 RECORD-PERIOD-YEAR     PIC 9(4).
       01 AS-OF-PERIOD           PIC 9(6).

      *    A year is only archived once its December is locked on
      *    the period calendar: until then a late sale could still
      *    land in one of its months.
       01 DECEMBER-LOCKED-FLAG   PIC X VALUE 'N'.
           88 DECEMBER-LOCKED    VALUE 'Y'.

      *    Nor until the royalty run has settled its fourth quarter:
      *    that run values the quarter from the monthly detail this
      *    close moves to the archive.
       01 LAST-SETTLED-QUARTER   PIC 9(5) VALUE ZERO.
       01 CLOSE-QUARTER-CODE     PIC 9(5).

      *    One slot per title with archived activity, keyed by book
      *    number and kept in key order for binary search with a
      *    shift insert - the same scheme as the reporting job's
       01 PERIODS-ARCHIVED-COUNT PIC 9(9) VALUE ZERO.
       01 PERIODS-KEPT-COUNT     PIC 9(9) VALUE ZERO.
       01 STORE-BOOK-SNAP-COUNT  PIC 9(9) VALUE ZERO.
       01 STORE-MONTHS-ARCHIVED-COUNT PIC 9(9) VALUE ZERO.
       01 OTHER-KEPT-COUNT       PIC 9(9) VALUE ZERO.
       01 OPENBAL-MERGED-COUNT   PIC 9(9) VALUE ZERO.
       01 OPENBAL-WRITTEN-COUNT  PIC 9(9) VALUE ZERO.
       01 OPENBAL-NET-TOTAL      PIC S9(11) VALUE ZERO.
       01 NET-TOTAL-DISPLAY      PIC ZZZ,ZZZ,ZZ9-.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKYEND'.
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
           MOVE CLOSE-YEAR-REQUEST TO CLOSE-YEAR
           COMPUTE AS-OF-PERIOD = CLOSE-YEAR * 100 + 12

      *    The history must be the live generation: a shrunk history
      *    still waiting to be swapped in, or a nightly update left
      *    unfinished, means this close would start from the wrong
      *    file.  The advance file is read for the royalty check,
      *    so a new one still waiting is stale here too.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'N' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           MOVE 'PUBLADVN' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM CHECK-ROYALTIES-SETTLED-PARA
           PERFORM START-JOB-RUN-PARA

           OPEN OUTPUT BOOKYAUD
           MOVE SPACES TO CLOSE-AUDIT-LINE
           STRING 'YEAR-END CLOSE AUDIT TRAIL - RUN DATE: ' RUN-DATE
               INTO CLOSE-AUDIT-LINE
           WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE

           PERFORM CHECK-DECEMBER-LOCKED-PARA
           IF NOT DECEMBER-LOCKED
               DISPLAY 'YEAR-END CLOSE REFUSED - PERIOD ' AS-OF-PERIOD
                   ' IS NOT LOCKED ON BOOKPCAL.DAT'
               DISPLAY 'RUN THE MONTH-END CLOSE FOR ' AS-OF-PERIOD
                   ' FIRST'
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'YEAR-END CLOSE REFUSED - PERIOD ' AS-OF-PERIOD
                   ' IS NOT LOCKED ON BOOKPCAL.DAT'
                   INTO CLOSE-AUDIT-LINE
               WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
               CLOSE BOOKYAUD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-NIGHTLY-COMPLETE-PARA

           OPEN INPUT BOOKHIST
           IF HISTORY-STATUS-CODE NOT = '00'
               DISPLAY 'BOOKHIST.DAT NOT AVAILABLE - STATUS='

           CLOSE BOOKARCH
           CLOSE BOOKHNEW
           MOVE 'BOOKARCH' TO CTL-CHECK-NAME
           PERFORM NOTE-FILE-UPDATED-PARA

           PERFORM BALANCE-PARA

           CLOSE BOOKYAUD
           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    A nightly run that stopped short of its completion
      *    checkpoint has left the history part-posted; closing the
      *    year over it would archive months a restart is still to
      *    finish.  No checkpoint at all means no run to wait for.
       CHECK-NIGHTLY-COMPLETE-PARA.
           OPEN INPUT BOOKCKPT
           IF CKPT-FILE-STATUS-CODE = '05'
               CLOSE BOOKCKPT
           END-IF
           IF CKPT-FILE-STATUS-CODE = '00'
               READ BOOKCKPT
                   AT END
                       MOVE 'C' TO CKPT-REC-TYPE
               END-READ
               CLOSE BOOKCKPT
               IF NOT CKPT-TYPE-COMPLETE
                   DISPLAY 'YEAR-END CLOSE REFUSED - LAST NIGHTLY RUN'
                       ' NOT COMPLETE'
                   DISPLAY 'RESTART THE NIGHTLY RUN BEFORE CLOSING'
                       ' THE YEAR'
                   MOVE SPACES TO CLOSE-AUDIT-LINE
                   STRING 'YEAR-END CLOSE REFUSED - LAST NIGHTLY RUN'
                       ' NOT COMPLETE - NOTHING CLOSED'
                       INTO CLOSE-AUDIT-LINE
                   WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
                   CLOSE BOOKYAUD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    The royalty run settles quarters strictly in order and
      *    carries every publisher forward each time, so the highest
      *    quarter on the advance file is the last one settled; rows
      *    for publishers since dropped stop moving and are passed
      *    over.  No advance file, or an empty one, is a system whose
      *    royalties have never been settled, with nothing to wait
      *    for.
       CHECK-ROYALTIES-SETTLED-PARA.
           COMPUTE CLOSE-QUARTER-CODE = CLOSE-YEAR * 10 + 4
           OPEN INPUT PUBLADVN
           EVALUATE ADVANCE-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ PUBLADVN
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF PADV-LAST-QUARTER
                                       > LAST-SETTLED-QUARTER
                                   MOVE PADV-LAST-QUARTER
                                       TO LAST-SETTLED-QUARTER
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE PUBLADVN
               WHEN '05'
                   CLOSE PUBLADVN
               WHEN OTHER
                   MOVE SPACES TO JL-MESSAGE
                   STRING 'PUBLADVN.DAT NOT AVAILABLE - STATUS='
                       ADVANCE-STATUS-CODE
                       INTO JL-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
           END-EVALUATE
           IF LAST-SETTLED-QUARTER > 0
                   AND LAST-SETTLED-QUARTER < CLOSE-QUARTER-CODE
               MOVE SPACES TO JL-MESSAGE
               STRING 'QUARTER ' CLOSE-QUARTER-CODE
                   ' ROYALTIES NOT SETTLED - RUN BOOKROYL FIRST'
                   INTO JL-MESSAGE
               MOVE 16 TO RETURN-CODE
               PERFORM REFUSE-RUN-PARA
           END-IF.

      *    Months lock strictly in order, so the close year's
      *    December is locked when any locked month on the calendar
      *    is that December or later.  No calendar means nothing is
      *    locked.
       CHECK-DECEMBER-LOCKED-PARA.
           OPEN INPUT BOOKPCAL
           IF CALENDAR-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPCAL
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PCAL-LOCKED AND PCAL-PERIOD NUMERIC
                               AND PCAL-PERIOD >= AS-OF-PERIOD
                               SET DECEMBER-LOCKED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPCAL
           END-IF.

      *    Monthly detail in or before the close year archives and
      *    rolls into the per-title opening balance.  The per-store
      *    per-title records carry no date, and the nightly return
      *    goes to the archive so the annual file reads complete on
      *    its own.  An opening balance from an earlier close is
      *    merged forward, not re-archived: its months are already
      *    in that year's archive.  Store/month figures in or before
      *    the close year archive outright - the budget variance
      *    report reaches back no further than January.
       CLOSE-ONE-RECORD-PARA.
           EVALUATE TRUE
               WHEN HIST-TYPE-PERIOD
                   WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
                   ADD 1 TO STORE-BOOK-SNAP-COUNT
                   WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
               WHEN HIST-TYPE-STORE-MONTH
                   MOVE HIST-KEY-PERIOD-CODE(1:4) TO RECORD-PERIOD-YEAR
                   IF RECORD-PERIOD-YEAR <= CLOSE-YEAR
                       WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
                       ADD 1 TO STORE-MONTHS-ARCHIVED-COUNT
                   ELSE
                       WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
                       ADD 1 TO OTHER-KEPT-COUNT
                   END-IF
               WHEN OTHER
                   WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
                   ADD 1 TO OTHER-KEPT-COUNT
               PERIODS-KEPT-COUNT
           DISPLAY 'STORE/TITLE SNAPSHOTS ........ '
               STORE-BOOK-SNAP-COUNT
           DISPLAY 'STORE/MONTH RECORDS ARCHIVED . '
               STORE-MONTHS-ARCHIVED-COUNT
           DISPLAY 'PRIOR OPENING BALANCES MERGED  '
               OPENBAL-MERGED-COUNT
           DISPLAY 'OPENING BALANCES WRITTEN ..... '
               ' OPENBAL=' OPENBAL-WRITTEN-COUNT
               INTO CLOSE-AUDIT-LINE
           WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
           DISPLAY 'NEW HISTORY WRITTEN TO BOOKHNEW.DAT - PROMOTE'
               ' OVER BOOKHIST.DAT AFTER REVIEW'.

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

      *    A file this job appends to outside the checks above goes
      *    on the job log as updated in place, so it moves up a
      *    generation stamped with this run, and the promotion step
      *    can see it changed alongside the new generation written.
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
