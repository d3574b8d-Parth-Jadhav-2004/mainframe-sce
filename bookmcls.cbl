       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKPCAL ASSIGN TO 'BOOKPCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS-CODE.

           SELECT OPTIONAL BOOKCKPT ASSIGN TO 'BOOKCKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS-CODE.

           SELECT BOOKPAUD ASSIGN TO 'BOOKPAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-AUDIT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *    Period calendar, one record per month in period order.
      *    This job is its only writer: each close locks the month
      *    on the request card and opens the one after it.  Months
      *    lock strictly in order, so every month up to the highest
      *    locked one is locked - the nightly job posts a sale dated
      *    in any of them to the open month as a late adjustment,
      *    and the year-end close will not archive a year until its
      *    December is locked.
       FD BOOKPCAL.
       01 PERIOD-CALENDAR-RECORD.
           05 PCAL-PERIOD             PIC 9(6).
           05 PCAL-STATUS             PIC X.
               88 PCAL-OPEN           VALUE 'O'.
               88 PCAL-LOCKED         VALUE 'L'.
           05 PCAL-LOCKED-DATE        PIC 9(8).

      *    Only the record type is looked at: a month must not lock
      *    while a nightly run that may still post into it is
      *    waiting on a restart.
       FD BOOKCKPT.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-TYPE           PIC X.
               88 CKPT-TYPE-COMPLETE  VALUE 'C'.
           05 FILLER                  PIC X(299).

       FD BOOKPAUD.
       01 CLOSE-AUDIT-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       01 CALENDAR-STATUS-CODE   PIC XX.
       01 CKPT-FILE-STATUS-CODE  PIC XX.
       01 CLOSE-AUDIT-STATUS-CODE PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card: the month to lock.
       01 CLOSE-REQUEST.
           05 REQ-PERIOD             PIC X(6).
           05 REQ-PERIOD-NUM REDEFINES REQ-PERIOD PIC 9(6).
           05 FILLER                 PIC X(74).
       01 CLOSE-PERIOD           PIC 9(6).
       01 NEXT-OPEN-PERIOD       PIC 9(6).
       01 EXPECTED-PERIOD        PIC 9(6).
       01 LOCKED-THROUGH-PERIOD  PIC 9(6) VALUE ZERO.
       01 PERIOD-YEAR-WORK       PIC 9(4).
       01 PERIOD-MONTH-WORK      PIC 9(2).
       01 RUN-DATE               PIC 9(8).
       01 RUN-PERIOD             PIC 9(6).

      *    The calendar held whole in period order, so the lock and
      *    the new open month slot in by key and the file is
      *    rewritten in one pass.  Fifty years of months.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 600 TIMES INDEXED BY CLX.
               10 CAL-PERIOD          PIC 9(6).
               10 CAL-STATUS          PIC X.
               10 CAL-LOCKED-DATE     PIC 9(8).
       01 CALENDAR-COUNT         PIC 9(5) VALUE ZERO.
       01 MAX-CALENDAR-ENTRIES   PIC 9(5) VALUE 600.
       01 REJECTED-CALENDAR-COUNT PIC 9(5) VALUE ZERO.
       01 BAD-CALENDAR-COUNT     PIC 9(5) VALUE ZERO.
       01 SEARCH-CAL-PERIOD      PIC 9(6).

       01 BSEARCH-LOW            PIC 9(5).
       01 BSEARCH-HIGH           PIC 9(5).
       01 BSEARCH-MID            PIC 9(5).
       01 BSEARCH-INSERT-AT      PIC 9(5).
       01 SHIFT-SUB              PIC 9(5).
       01 MATCHED-FLAG           PIC X VALUE 'N'.
           88 MATCHED             VALUE 'Y'.
           88 NOT-MATCHED         VALUE 'N'.

       01 CALENDAR-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
       01 CLOSE-AUDIT-LINE       PIC X(100).

       PROCEDURE DIVISION.
      *    Return codes: 0 month locked; 8 request refused (bad
      *    card, month not over yet, already locked, or out of
      *    order); 12 calendar unreadable, too large to hold whole,
      *    or not rewritten; 16 the last nightly run still needs a
      *    restart.
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:6) TO RUN-PERIOD
           MOVE SPACES TO CLOSE-REQUEST
           ACCEPT CLOSE-REQUEST

           IF REQ-PERIOD NOT NUMERIC
                   OR REQ-PERIOD(5:2) < '01' OR REQ-PERIOD(5:2) > '12'
               DISPLAY 'MONTH-END CLOSE - PERIOD MISSING OR NOT A '
                   'VALID MONTH: ' REQ-PERIOD
               DISPLAY 'REQUEST CARD: COLS 1-6 = MONTH TO LOCK '
                   '(YYYYMM)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REQ-PERIOD-NUM TO CLOSE-PERIOD

           OPEN OUTPUT BOOKPAUD
           MOVE SPACES TO CLOSE-AUDIT-LINE
           STRING 'MONTH-END CLOSE AUDIT TRAIL - RUN DATE: ' RUN-DATE
               ' LOCKING PERIOD: ' CLOSE-PERIOD
               INTO CLOSE-AUDIT-LINE
           WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE

           PERFORM CHECK-NIGHTLY-COMPLETE-PARA

           IF CLOSE-PERIOD NOT < RUN-PERIOD
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'PERIOD ' CLOSE-PERIOD ' HAS NOT ENDED YET - '
                   'RUN DATE IS ' RUN-DATE ' - NOTHING LOCKED'
                   INTO CLOSE-AUDIT-LINE
               PERFORM REFUSE-CLOSE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CALENDAR-PARA
           IF REJECTED-CALENDAR-COUNT > 0 OR BAD-CALENDAR-COUNT > 0
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'BOOKPCAL.DAT NOT LOADED WHOLE - '
                   REJECTED-CALENDAR-COUNT ' OVER CAPACITY, '
                   BAD-CALENDAR-COUNT ' UNREADABLE - NOTHING LOCKED'
                   INTO CLOSE-AUDIT-LINE
               PERFORM REFUSE-CLOSE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CLOSE-PERIOD NOT > LOCKED-THROUGH-PERIOD
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'PERIOD ' CLOSE-PERIOD ' IS ALREADY LOCKED - '
                   'CALENDAR LOCKED THROUGH ' LOCKED-THROUGH-PERIOD
                   INTO CLOSE-AUDIT-LINE
               PERFORM REFUSE-CLOSE-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The first close on an empty calendar may start anywhere;
      *    after that every month is closed, one after another.
           IF LOCKED-THROUGH-PERIOD > 0
               MOVE LOCKED-THROUGH-PERIOD TO EXPECTED-PERIOD
               PERFORM NEXT-PERIOD-PARA
               IF CLOSE-PERIOD NOT = EXPECTED-PERIOD
                   MOVE SPACES TO CLOSE-AUDIT-LINE
                   STRING 'MONTHS LOCK IN ORDER - NEXT TO LOCK IS '
                       EXPECTED-PERIOD ' NOT ' CLOSE-PERIOD
                       ' - NOTHING LOCKED'
                       INTO CLOSE-AUDIT-LINE
                   PERFORM REFUSE-CLOSE-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE CLOSE-PERIOD TO EXPECTED-PERIOD
           PERFORM NEXT-PERIOD-PARA
           MOVE EXPECTED-PERIOD TO NEXT-OPEN-PERIOD
           IF CALENDAR-COUNT + 2 > MAX-CALENDAR-ENTRIES
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'CALENDAR-TABLE FULL AT ' CALENDAR-COUNT
                   ' MONTHS - NOTHING LOCKED'
                   INTO CLOSE-AUDIT-LINE
               PERFORM REFUSE-CLOSE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CLOSE-PERIOD TO SEARCH-CAL-PERIOD
           PERFORM FIND-OR-ADD-PERIOD-PARA
           MOVE 'L' TO CAL-STATUS(CLX)
           MOVE RUN-DATE TO CAL-LOCKED-DATE(CLX)
           MOVE NEXT-OPEN-PERIOD TO SEARCH-CAL-PERIOD
           PERFORM FIND-OR-ADD-PERIOD-PARA

           PERFORM WRITE-CALENDAR-PARA

           MOVE SPACES TO CLOSE-AUDIT-LINE
           STRING 'PERIOD ' CLOSE-PERIOD ' LOCKED - OPEN PERIOD IS '
               'NOW ' NEXT-OPEN-PERIOD ' - CALENDAR MONTHS WRITTEN='
               CALENDAR-WRITTEN-COUNT
               INTO CLOSE-AUDIT-LINE
           WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
           DISPLAY CLOSE-AUDIT-LINE
           DISPLAY 'SALES DATED IN ' CLOSE-PERIOD ' OR EARLIER NOW '
               'POST TO ' NEXT-OPEN-PERIOD ' AS LATE ADJUSTMENTS'

           CLOSE BOOKPAUD
           STOP RUN.

       CHECK-NIGHTLY-COMPLETE-PARA.
           OPEN INPUT BOOKCKPT
           IF CKPT-FILE-STATUS-CODE = '00'
               READ BOOKCKPT
                   AT END
                       MOVE 'C' TO CKPT-REC-TYPE
               END-READ
               CLOSE BOOKCKPT
               IF NOT CKPT-TYPE-COMPLETE
                   MOVE SPACES TO CLOSE-AUDIT-LINE
                   STRING 'LAST NIGHTLY RUN NOT COMPLETE - RESTART IT'
                       ' BEFORE THE CLOSE - NOTHING LOCKED'
                       INTO CLOSE-AUDIT-LINE
                   PERFORM REFUSE-CLOSE-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Writes the refusal already in CLOSE-AUDIT-LINE to the
      *    console and the audit trail and closes the trail; the
      *    caller sets the return code and stops.
       REFUSE-CLOSE-PARA.
           DISPLAY CLOSE-AUDIT-LINE
           WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
           CLOSE BOOKPAUD.

      *    No calendar on file is the first close.  A calendar that
      *    is there but will not open, or a record that is not a
      *    month, refuses the run: the file is rewritten whole, and
      *    must not lose what it cannot read.
       LOAD-CALENDAR-PARA.
           OPEN INPUT BOOKPCAL
           IF CALENDAR-STATUS-CODE = '00'
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BOOKPCAL
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-CALENDAR-ENTRY-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE BOOKPCAL
           ELSE
               IF CALENDAR-STATUS-CODE = '05'
                       OR CALENDAR-STATUS-CODE = '35'
                   IF CALENDAR-STATUS-CODE = '05'
                       CLOSE BOOKPCAL
                   END-IF
                   MOVE SPACES TO CLOSE-AUDIT-LINE
                   STRING 'NO PERIOD CALENDAR ON FILE - STATUS='
                       CALENDAR-STATUS-CODE ' - STARTING A NEW ONE'
                       INTO CLOSE-AUDIT-LINE
                   WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
                   DISPLAY CLOSE-AUDIT-LINE
               ELSE
                   MOVE SPACES TO CLOSE-AUDIT-LINE
                   STRING 'BOOKPCAL.DAT NOT AVAILABLE - STATUS='
                       CALENDAR-STATUS-CODE ' - NOTHING LOCKED'
                       INTO CLOSE-AUDIT-LINE
                   PERFORM REFUSE-CLOSE-PARA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-ONE-CALENDAR-ENTRY-PARA.
           IF PCAL-PERIOD NOT NUMERIC
                   OR (NOT PCAL-OPEN AND NOT PCAL-LOCKED)
               ADD 1 TO BAD-CALENDAR-COUNT
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'BOOKPCAL.DAT RECORD NOT READABLE: '
                   PERIOD-CALENDAR-RECORD
                   INTO CLOSE-AUDIT-LINE
               WRITE CLOSE-AUDIT-RECORD FROM CLOSE-AUDIT-LINE
           ELSE
               IF CALENDAR-COUNT >= MAX-CALENDAR-ENTRIES
                   ADD 1 TO REJECTED-CALENDAR-COUNT
               ELSE
                   MOVE PCAL-PERIOD TO SEARCH-CAL-PERIOD
                   PERFORM FIND-OR-ADD-PERIOD-PARA
                   MOVE PCAL-STATUS TO CAL-STATUS(CLX)
                   MOVE PCAL-LOCKED-DATE TO CAL-LOCKED-DATE(CLX)
                   IF PCAL-LOCKED
                           AND PCAL-PERIOD > LOCKED-THROUGH-PERIOD
                       MOVE PCAL-PERIOD TO LOCKED-THROUGH-PERIOD
                   END-IF
               END-IF
           END-IF.

      *    Leaves CLX on SEARCH-CAL-PERIOD's entry, adding it as an
      *    open month in key order when it is not there yet.  The
      *    caller has already made sure there is room.
       FIND-OR-ADD-PERIOD-PARA.
           SET NOT-MATCHED TO TRUE
           MOVE 1 TO BSEARCH-LOW
           MOVE CALENDAR-COUNT TO BSEARCH-HIGH
           PERFORM UNTIL BSEARCH-LOW > BSEARCH-HIGH
               COMPUTE BSEARCH-MID =
                   (BSEARCH-LOW + BSEARCH-HIGH) / 2
               IF CAL-PERIOD(BSEARCH-MID) = SEARCH-CAL-PERIOD
                   SET MATCHED TO TRUE
                   MOVE BSEARCH-MID TO BSEARCH-INSERT-AT
                   EXIT PERFORM
               END-IF
               IF CAL-PERIOD(BSEARCH-MID) < SEARCH-CAL-PERIOD
                   COMPUTE BSEARCH-LOW = BSEARCH-MID + 1
               ELSE
                   COMPUTE BSEARCH-HIGH = BSEARCH-MID - 1
               END-IF
           END-PERFORM
           IF MATCHED
               SET CLX TO BSEARCH-INSERT-AT
           ELSE
               MOVE BSEARCH-LOW TO BSEARCH-INSERT-AT
               PERFORM VARYING SHIFT-SUB FROM CALENDAR-COUNT
                       BY -1 UNTIL SHIFT-SUB < BSEARCH-INSERT-AT
                   MOVE CALENDAR-ENTRY(SHIFT-SUB)
                       TO CALENDAR-ENTRY(SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO CALENDAR-COUNT
               SET CLX TO BSEARCH-INSERT-AT
               MOVE SEARCH-CAL-PERIOD TO CAL-PERIOD(CLX)
               MOVE 'O' TO CAL-STATUS(CLX)
               MOVE ZERO TO CAL-LOCKED-DATE(CLX)
           END-IF.

      *    Steps EXPECTED-PERIOD on one month.
       NEXT-PERIOD-PARA.
           MOVE EXPECTED-PERIOD(1:4) TO PERIOD-YEAR-WORK
           MOVE EXPECTED-PERIOD(5:2) TO PERIOD-MONTH-WORK
           IF PERIOD-MONTH-WORK >= 12
               ADD 1 TO PERIOD-YEAR-WORK
               MOVE 1 TO PERIOD-MONTH-WORK
           ELSE
               ADD 1 TO PERIOD-MONTH-WORK
           END-IF
           COMPUTE EXPECTED-PERIOD =
               PERIOD-YEAR-WORK * 100 + PERIOD-MONTH-WORK.

       WRITE-CALENDAR-PARA.
           OPEN OUTPUT BOOKPCAL
           IF CALENDAR-STATUS-CODE NOT = '00'
               MOVE SPACES TO CLOSE-AUDIT-LINE
               STRING 'BOOKPCAL.DAT NOT WRITTEN - STATUS='
                   CALENDAR-STATUS-CODE ' - NOTHING LOCKED'
                   INTO CLOSE-AUDIT-LINE
               PERFORM REFUSE-CLOSE-PARA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CALENDAR-COUNT
               MOVE CAL-PERIOD(CLX) TO PCAL-PERIOD
               MOVE CAL-STATUS(CLX) TO PCAL-STATUS
               MOVE CAL-LOCKED-DATE(CLX) TO PCAL-LOCKED-DATE
               WRITE PERIOD-CALENDAR-RECORD
               ADD 1 TO CALENDAR-WRITTEN-COUNT
           END-PERFORM
           CLOSE BOOKPCAL.
