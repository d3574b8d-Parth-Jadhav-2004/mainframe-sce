       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STATUS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The suite's run-control file and job log, read only.
           SELECT OPTIONAL BOOKRCTL ASSIGN TO 'BOOKRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTL-STATUS-CODE.

           SELECT OPTIONAL BOOKJLOG ASSIGN TO 'BOOKJLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JLOG-STATUS-CODE.

           SELECT BOOKJRPT ASSIGN TO 'BOOKJRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REPORT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       FD BOOKJRPT.
       01 STATUS-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 STATUS-REPORT-STATUS-CODE PIC XX.
       01 RCTL-STATUS-CODE       PIC XX.
       01 JLOG-STATUS-CODE       PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card, optional: the day to report (YYYYMMDD).  A
      *    blank card reports today, so far.
       01 STATUS-REQUEST.
           05 REQ-REPORT-DATE        PIC X(8).
           05 REQ-REPORT-DATE-NUM REDEFINES REQ-REPORT-DATE
                                     PIC 9(8).
           05 FILLER                 PIC X(72).
       01 REPORT-DATE            PIC 9(8).
       01 RUN-DATE               PIC 9(8).

      *    Run control, as every job in the suite carries it.
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

      *    One job-log line, as the jobs write it.
       01 JOB-LOG-ENTRY.
           05 JL-RUN-DATE            PIC 9(8).
           05 JL-RUN-TIME            PIC 9(6).
           05 JL-JOB-NAME            PIC X(10).
           05 JL-EVENT               PIC X.
               88 JL-STARTED         VALUE 'S'.
               88 JL-REFUSED         VALUE 'R'.
               88 JL-ENDED           VALUE 'E'.
           05 JL-RETURN-CODE         PIC 9(3).
           05 JL-FILE-USED OCCURS 8 TIMES.
               10 JL-FILE-NAME       PIC X(8).
               10 JL-FILE-GEN        PIC 9(6).
               10 JL-FILE-USE        PIC X.
           05 JL-MESSAGE             PIC X(60).
       01 JL-SUB                 PIC 9(2).

      *    The day's log lines, in the order they were written, which
      *    is the order things happened.  A start is closed by the
      *    same job's next line if that is an end or a refusal; a
      *    job that stopped on its own checks after starting, or
      *    never came back, has none.
       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 999 TIMES.
               10 EVT-IMAGE           PIC X(208).
               10 EVT-FIELDS REDEFINES EVT-IMAGE.
                   15 FILLER          PIC X(14).
                   15 EVT-JOB-NAME    PIC X(10).
                   15 EVT-EVENT       PIC X.
                   15 FILLER          PIC X(183).
       01 EVENT-COUNT            PIC 9(3) VALUE ZERO.
       01 MAX-EVENT-ENTRIES      PIC 9(3) VALUE 999.
       01 EVENTS-LOST-COUNT      PIC 9(5) VALUE ZERO.
       01 EVT-SUB                PIC 9(3).
       01 NEXT-SUB               PIC 9(3).
       01 RUN-CLOSED-FLAG        PIC X VALUE 'N'.
           88 RUN-CLOSED         VALUE 'Y'.

       01 STATUS-REPORT-LINE     PIC X(100).

       01 EVENT-LINE.
           05 EVL-SEQUENCE           PIC ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EVL-TIME               PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EVL-JOB-NAME           PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 EVL-EVENT              PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 EVL-RC-LABEL           PIC X(3).
           05 EVL-RETURN-CODE        PIC ZZ9.
           05 EVL-RC-BLANK REDEFINES EVL-RETURN-CODE
                                     PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 EVL-NOTE               PIC X(57).

       01 FILE-USED-LINE.
           05 FILLER                 PIC X(17) VALUE SPACES.
           05 FUL-FILE-NAME          PIC X(8).
           05 FILLER                 PIC X(6) VALUE '  GEN '.
           05 FUL-GENERATION         PIC ZZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FUL-USE                PIC X(20).

       01 GENERATION-LINE.
           05 GNL-FILE-NAME          PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 GNL-GENERATION         PIC ZZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 GNL-CREATED-BY         PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 GNL-CREATED-DATE       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 GNL-CREATED-TIME       PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 GNL-STATE              PIC X(52).

       01 TIME-EDIT              PIC 9(6).
       01 TIME-TEXT              PIC X(8).

       01 RUNS-STARTED-COUNT     PIC 9(3) VALUE ZERO.
       01 RUNS-ENDED-COUNT       PIC 9(3) VALUE ZERO.
       01 RUNS-REFUSED-COUNT     PIC 9(3) VALUE ZERO.
       01 RUNS-FAILED-COUNT      PIC 9(3) VALUE ZERO.
       01 NO-END-COUNT           PIC 9(3) VALUE ZERO.
       01 FILES-WAITING-COUNT    PIC 9(3) VALUE ZERO.
       01 FILES-OPEN-COUNT       PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      *    Lists one day's job log - every start, end and refusal in
      *    the order it happened, with the generation of each file
      *    the job used and how it used it - and then where every
      *    file stands on the run-control file now.  Reads only; it
      *    is not itself a step in the sequence and does not log.
      *
      *      0  - report written, every run that started ended
      *      4  - report written; a run was refused, ended 8 or
      *           over, or has no end logged, or a file has a new
      *           generation waiting or an update left open
      *      8  - request card not a valid date
      *     12  - job log or run-control file not readable, or
      *           more log lines for the day than the table holds
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO STATUS-REQUEST
           ACCEPT STATUS-REQUEST

           MOVE RUN-DATE TO REPORT-DATE
           IF REQ-REPORT-DATE NOT = SPACES
               IF REQ-REPORT-DATE NOT NUMERIC
                       OR REQ-REPORT-DATE(5:2) < '01'
                       OR REQ-REPORT-DATE(5:2) > '12'
                       OR REQ-REPORT-DATE(7:2) < '01'
                       OR REQ-REPORT-DATE(7:2) > '31'
                   DISPLAY 'JOB STATUS REPORT - REPORT DATE '
                       'NOT A VALID DATE: ' REQ-REPORT-DATE
                   DISPLAY 'REQUEST CARD: COLS 1-8 = DAY TO REPORT '
                       '(YYYYMMDD), OR BLANK FOR TODAY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REQ-REPORT-DATE-NUM TO REPORT-DATE
           END-IF

           OPEN OUTPUT BOOKJRPT
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'JOB STATUS REPORT - RUNS ON ' REPORT-DATE
               ' - RUN DATE: ' RUN-DATE
               INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE

           PERFORM LOAD-JOB-LOG-PARA
           PERFORM LOAD-RUN-CONTROL-PARA

           PERFORM WRITE-EVENTS-PARA
           PERFORM WRITE-GENERATIONS-PARA
           CLOSE BOOKJRPT

           DISPLAY 'JOB STATUS REPORT COMPLETE'
           DISPLAY 'LOG LINES FOR THE DAY ... ' EVENT-COUNT
           DISPLAY 'RUNS STARTED ............ ' RUNS-STARTED-COUNT
           DISPLAY 'RUNS ENDED .............. ' RUNS-ENDED-COUNT
           DISPLAY 'RUNS ENDED RC 8 OR OVER . ' RUNS-FAILED-COUNT
           DISPLAY 'RUNS REFUSED ............ ' RUNS-REFUSED-COUNT
           DISPLAY 'RUNS WITH NO END LOGGED . ' NO-END-COUNT
           DISPLAY 'NEW GENERATIONS WAITING . ' FILES-WAITING-COUNT
           DISPLAY 'UPDATES LEFT OPEN ....... ' FILES-OPEN-COUNT
           IF RUNS-REFUSED-COUNT > 0 OR RUNS-FAILED-COUNT > 0
                   OR NO-END-COUNT > 0 OR FILES-WAITING-COUNT > 0
                   OR FILES-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Writes the reason already in STATUS-REPORT-LINE to the
      *    console and the report and closes the report; the caller
      *    sets the return code and stops.
       ABANDON-REPORT-PARA.
           DISPLAY STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           CLOSE BOOKJRPT.

      *    No job log yet is a day with nothing run, not a failure.
       LOAD-JOB-LOG-PARA.
           OPEN INPUT BOOKJLOG
           EVALUATE JLOG-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKJLOG INTO JOB-LOG-ENTRY
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM SELECT-ONE-EVENT-PARA
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKJLOG
               WHEN '05'
                   CLOSE BOOKJLOG
               WHEN OTHER
                   MOVE SPACES TO STATUS-REPORT-LINE
                   STRING 'BOOKJLOG.DAT NOT AVAILABLE - STATUS='
                       JLOG-STATUS-CODE ' - NO REPORT'
                       INTO STATUS-REPORT-LINE
                   PERFORM ABANDON-REPORT-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF EVENTS-LOST-COUNT > 0
               MOVE SPACES TO STATUS-REPORT-LINE
               STRING 'EVENT-TABLE FULL - ' EVENTS-LOST-COUNT
                   ' LOG LINES DID NOT FIT - NO REPORT'
                   INTO STATUS-REPORT-LINE
               PERFORM ABANDON-REPORT-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECT-ONE-EVENT-PARA.
           IF JL-RUN-DATE = REPORT-DATE
               IF EVENT-COUNT >= MAX-EVENT-ENTRIES
                   ADD 1 TO EVENTS-LOST-COUNT
               ELSE
                   ADD 1 TO EVENT-COUNT
                   MOVE JOB-LOG-ENTRY TO EVT-IMAGE(EVENT-COUNT)
               END-IF
           END-IF.

      *    No control file yet means every file is at generation
      *    zero; one that is there but will not open stops the
      *    report.
       LOAD-RUN-CONTROL-PARA.
           MOVE ZERO TO CTL-COUNT
           OPEN INPUT BOOKRCTL
           EVALUATE RCTL-STATUS-CODE
               WHEN '00'
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ BOOKRCTL
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF CTL-COUNT < MAX-CTL-ENTRIES
                                   ADD 1 TO CTL-COUNT
                                   MOVE RUN-CONTROL-RECORD
                                       TO CTL-ENTRY(CTL-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE BOOKRCTL
               WHEN '05'
                   CLOSE BOOKRCTL
               WHEN OTHER
                   MOVE SPACES TO STATUS-REPORT-LINE
                   STRING 'BOOKRCTL.DAT NOT AVAILABLE - STATUS='
                       RCTL-STATUS-CODE ' - NO REPORT'
                       INTO STATUS-REPORT-LINE
                   PERFORM ABANDON-REPORT-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-EVENTS-PARA.
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           MOVE 'SEQ  TIME      JOB        EVENT        RC  NOTE'
               TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           IF EVENT-COUNT = 0
               MOVE 'NO RUNS LOGGED FOR THE DAY' TO STATUS-REPORT-LINE
               WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           END-IF
           PERFORM VARYING EVT-SUB FROM 1 BY 1
                   UNTIL EVT-SUB > EVENT-COUNT
               PERFORM WRITE-ONE-EVENT-PARA
           END-PERFORM.

      *    A start lists every file the job was about to use and the
      *    generation it found; a refusal lists what it had checked
      *    by then.  An end only repeats the files whose state the
      *    job itself settled - the promotion step's promoted,
      *    discarded or failed files, with the generation they were
      *    left at.
       WRITE-ONE-EVENT-PARA.
           MOVE EVT-IMAGE(EVT-SUB) TO JOB-LOG-ENTRY
           MOVE EVT-SUB TO EVL-SEQUENCE
           MOVE JL-RUN-TIME TO TIME-EDIT
           PERFORM EDIT-TIME-PARA
           MOVE TIME-TEXT TO EVL-TIME
           MOVE JL-JOB-NAME TO EVL-JOB-NAME
           MOVE SPACES TO EVL-NOTE
           EVALUATE TRUE
               WHEN JL-STARTED
                   ADD 1 TO RUNS-STARTED-COUNT
                   MOVE 'STARTED' TO EVL-EVENT
                   MOVE SPACES TO EVL-RC-LABEL
                   MOVE SPACES TO EVL-RC-BLANK
                   PERFORM FIND-RUN-END-PARA
                   IF NOT RUN-CLOSED
                       ADD 1 TO NO-END-COUNT
                       MOVE 'NO END LOGGED' TO EVL-NOTE
                   END-IF
               WHEN JL-REFUSED
                   ADD 1 TO RUNS-REFUSED-COUNT
                   MOVE 'REFUSED' TO EVL-EVENT
                   MOVE 'RC ' TO EVL-RC-LABEL
                   MOVE JL-RETURN-CODE TO EVL-RETURN-CODE
                   MOVE JL-MESSAGE TO EVL-NOTE
               WHEN JL-ENDED
                   ADD 1 TO RUNS-ENDED-COUNT
                   MOVE 'ENDED' TO EVL-EVENT
                   MOVE 'RC ' TO EVL-RC-LABEL
                   MOVE JL-RETURN-CODE TO EVL-RETURN-CODE
                   IF JL-RETURN-CODE >= 8
                       ADD 1 TO RUNS-FAILED-COUNT
                       MOVE 'ENDED IN ERROR - SEE THE JOB OUTPUT'
                           TO EVL-NOTE
                   END-IF
               WHEN OTHER
                   MOVE JL-EVENT TO EVL-EVENT
                   MOVE SPACES TO EVL-RC-LABEL
                   MOVE SPACES TO EVL-RC-BLANK
                   MOVE 'LOG LINE NOT RECOGNISED' TO EVL-NOTE
           END-EVALUATE
           WRITE STATUS-REPORT-RECORD FROM EVENT-LINE

           PERFORM VARYING JL-SUB FROM 1 BY 1 UNTIL JL-SUB > 8
               IF JL-FILE-NAME(JL-SUB) NOT = SPACES
                   IF NOT JL-ENDED
                           OR JL-FILE-USE(JL-SUB) = 'P'
                           OR JL-FILE-USE(JL-SUB) = 'D'
                           OR JL-FILE-USE(JL-SUB) = 'F'
                       PERFORM WRITE-FILE-USED-PARA
                   END-IF
               END-IF
           END-PERFORM.

       FIND-RUN-END-PARA.
           MOVE 'N' TO RUN-CLOSED-FLAG
           PERFORM VARYING NEXT-SUB FROM EVT-SUB BY 1
                   UNTIL NEXT-SUB >= EVENT-COUNT
               IF EVT-JOB-NAME(NEXT-SUB + 1) = JL-JOB-NAME
                   IF EVT-EVENT(NEXT-SUB + 1) = 'E'
                           OR EVT-EVENT(NEXT-SUB + 1) = 'R'
                       SET RUN-CLOSED TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-FILE-USED-PARA.
           MOVE JL-FILE-NAME(JL-SUB) TO FUL-FILE-NAME
           MOVE JL-FILE-GEN(JL-SUB) TO FUL-GENERATION
           EVALUATE JL-FILE-USE(JL-SUB)
               WHEN 'I'
                   MOVE 'READ' TO FUL-USE
               WHEN 'U'
                   MOVE 'UPDATED IN PLACE' TO FUL-USE
               WHEN 'N'
                   MOVE 'NEW GENERATION FROM' TO FUL-USE
               WHEN 'P'
                   IF JL-ENDED
                       MOVE 'PROMOTED TO' TO FUL-USE
                   ELSE
                       MOVE 'TO PROMOTE OVER' TO FUL-USE
                   END-IF
               WHEN 'D'
                   IF JL-ENDED
                       MOVE 'NEW DISCARDED, KEPT' TO FUL-USE
                   ELSE
                       MOVE 'TO DISCARD, KEEPING' TO FUL-USE
                   END-IF
               WHEN 'F'
                   MOVE 'NOT PROMOTED, STILL' TO FUL-USE
               WHEN OTHER
                   MOVE JL-FILE-USE(JL-SUB) TO FUL-USE
           END-EVALUATE
           WRITE STATUS-REPORT-RECORD FROM FILE-USED-LINE.

      *    Where every file stands now, whatever day is reported.
       WRITE-GENERATIONS-PARA.
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           MOVE 'FILE GENERATIONS NOW ON BOOKRCTL.DAT'
               TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           MOVE 'FILE         GEN  CREATED BY AND WHEN           STATE'
               TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           IF CTL-COUNT = 0
               MOVE 'NO FILES ON RUN CONTROL YET - ALL AT GENERATION 0'
                   TO STATUS-REPORT-LINE
               WRITE STATUS-REPORT-RECORD FROM STATUS-REPORT-LINE
           END-IF
           PERFORM VARYING CTL-SUB FROM 1 BY 1
                   UNTIL CTL-SUB > CTL-COUNT
               PERFORM WRITE-ONE-GENERATION-PARA
           END-PERFORM.

       WRITE-ONE-GENERATION-PARA.
           MOVE CTL-FILE-NAME(CTL-SUB) TO GNL-FILE-NAME
           MOVE CTL-GENERATION(CTL-SUB) TO GNL-GENERATION
           MOVE CTL-CREATED-BY(CTL-SUB) TO GNL-CREATED-BY
           MOVE CTL-CREATED-DATE(CTL-SUB) TO GNL-CREATED-DATE
           MOVE CTL-CREATED-TIME(CTL-SUB) TO TIME-EDIT
           PERFORM EDIT-TIME-PARA
           MOVE TIME-TEXT TO GNL-CREATED-TIME
           MOVE SPACES TO GNL-STATE
           EVALUATE TRUE
               WHEN CTL-UPDATE-OPEN(CTL-SUB)
                   ADD 1 TO FILES-OPEN-COUNT
                   STRING 'UPDATE BY ' CTL-UPDATE-BY(CTL-SUB)
                       ' OPEN SINCE ' CTL-UPDATE-DATE(CTL-SUB)
                       INTO GNL-STATE
               WHEN CTL-NEW-WAITING(CTL-SUB)
                   ADD 1 TO FILES-WAITING-COUNT
                   STRING 'NEW BY ' CTL-NEW-CREATED-BY(CTL-SUB)
                       ' ON GEN ' CTL-NEW-BASE-GEN(CTL-SUB)
                       ' WAITING'
                       INTO GNL-STATE
               WHEN OTHER
                   MOVE 'LIVE' TO GNL-STATE
           END-EVALUATE
           WRITE STATUS-REPORT-RECORD FROM GENERATION-LINE

      *    An update left open on a file with a new generation also
      *    waiting gets a second line for the new generation.
           IF CTL-UPDATE-OPEN(CTL-SUB) AND CTL-NEW-WAITING(CTL-SUB)
               ADD 1 TO FILES-WAITING-COUNT
               MOVE SPACES TO GENERATION-LINE
               STRING 'NEW BY ' CTL-NEW-CREATED-BY(CTL-SUB)
                   ' ON GEN ' CTL-NEW-BASE-GEN(CTL-SUB)
                   ' WAITING'
                   INTO GNL-STATE
               WRITE STATUS-REPORT-RECORD FROM GENERATION-LINE
           END-IF.

      *    HHMMSS as HH:MM:SS.
       EDIT-TIME-PARA.
           MOVE SPACES TO TIME-TEXT
           STRING TIME-EDIT(1:2) ':' TIME-EDIT(3:2) ':'
               TIME-EDIT(5:2)
               INTO TIME-TEXT.
