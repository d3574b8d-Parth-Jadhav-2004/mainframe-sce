               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HISTORY-STATUS-CODE.

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
      *    The reporting job's rolled-forward history, read as-is -
           05 HIST-HELD-BATCH         PIC 9(9).
           05 HIST-CONTROL-RECS       PIC 9(9).
           05 HIST-RETURN-REJECTED    PIC 9(9).
           05 HIST-JOURNAL-SEQ        PIC 9(9).

      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS-CODE    PIC XX.
       01 NET-COPIES-DISPLAY     PIC Z,ZZZ,ZZ9-.
       01 REVENUE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.

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
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKINQ'.
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
           MOVE SPACES TO INQUIRY-REQUEST
               SET INQ-PERIOD-YEAR-ONLY TO TRUE
           END-IF

      *    Every file read must be the live generation: nothing new
      *    waiting to be promoted and no update left unfinished.
           PERFORM LOAD-RUN-CONTROL-PARA
           MOVE 'BOOKHIST' TO CTL-CHECK-NAME
           MOVE 'I' TO CTL-CHECK-USE
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM START-JOB-RUN-PARA

           DISPLAY 'BOOK HISTORY INQUIRY'
           DISPLAY '----------------------------------------'
           DISPLAY 'BOOK-NUMBER: ' INQ-BOOK-NUMBER

           PERFORM WRITE-ANSWER-TOTALS-PARA

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

      *    Lifetime, monthly and per-store figures each come off
                   AND SHOWN-STORE-BOOK-COUNT = 0
               DISPLAY 'NO HISTORY ON FILE FOR THAT SELECTION'
           END-IF.

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
