       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-PROMOTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKRCTL ASSIGN TO 'BOOKRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCTL-STATUS-CODE.

           SELECT OPTIONAL BOOKJLOG ASSIGN TO 'BOOKJLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JLOG-STATUS-CODE.

           SELECT BOOKWAUD ASSIGN TO 'BOOKWAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTE-AUDIT-STATUS-CODE.

      *    Each new file and the live file it replaces.  One status
      *    field serves every new file and one every live file: only
      *    one pair is ever open at a time.
           SELECT BOOKMNEW ASSIGN TO 'BOOKMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT BOOKMAST ASSIGN TO 'BOOKMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT STORMNEW ASSIGN TO 'STORMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT STORMAST ASSIGN TO 'STORMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT BOOKHNEW ASSIGN TO 'BOOKHNEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-HIST-KEY
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT BOOKHIST ASSIGN TO 'BOOKHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT BOOKSNEW ASSIGN TO 'BOOKSNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT BOOKSTCK ASSIGN TO 'BOOKSTCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT PUBLMNEW ASSIGN TO 'PUBLMNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT PUBLMAST ASSIGN TO 'PUBLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT PUBLANEW ASSIGN TO 'PUBLANEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT PUBLADVN ASSIGN TO 'PUBLADVN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT BOOKBNEW ASSIGN TO 'BOOKBNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT BOOKBDGT ASSIGN TO 'BOOKBDGT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

           SELECT BOOKONEW ASSIGN TO 'BOOKONEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS-CODE.

           SELECT BOOKPROM ASSIGN TO 'BOOKPROM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *    Both records are carried whole in working storage, where
      *    their layouts are spelled out: RUN-CONTROL-TABLE and
      *    JOB-LOG-ENTRY.
       FD BOOKRCTL.
       01 RUN-CONTROL-RECORD     PIC X(94).

       FD BOOKJLOG.
       01 JOB-LOG-RECORD         PIC X(208).

       FD BOOKWAUD.
       01 PROMOTE-AUDIT-RECORD   PIC X(100).

      *    The files are copied as record images - the layouts
      *    belong to the jobs that write them, and only the lengths
      *    matter here.  The history is keyed: its key is the first
      *    sixteen bytes, as on HIST-REC-KEY in the reporting job.
       FD BOOKMNEW.
       01 NEW-TITLE-IMAGE        PIC X(49).

       FD BOOKMAST.
       01 TITLE-IMAGE            PIC X(49).

       FD STORMNEW.
       01 NEW-STORE-IMAGE        PIC X(35).

       FD STORMAST.
       01 STORE-IMAGE            PIC X(35).

       FD BOOKHNEW.
       01 NEW-HISTORY-RECORD.
           05 NEW-HIST-KEY            PIC X(16).
           05 FILLER                  PIC X(196).

       FD BOOKHIST.
       01 HISTORY-RECORD.
           05 HIST-REC-KEY            PIC X(16).
           05 FILLER                  PIC X(196).

       FD BOOKSNEW.
       01 NEW-STOCK-IMAGE        PIC X(54).

       FD BOOKSTCK.
       01 STOCK-IMAGE            PIC X(54).

       FD PUBLMNEW.
       01 NEW-PUBLISHER-IMAGE    PIC X(127).

       FD PUBLMAST.
       01 PUBLISHER-IMAGE        PIC X(127).

       FD PUBLANEW.
       01 NEW-ADVANCE-IMAGE      PIC X(28).

       FD PUBLADVN.
       01 ADVANCE-IMAGE          PIC X(28).

       FD BOOKBNEW.
       01 NEW-BUDGET-IMAGE       PIC X(28).

       FD BOOKBDGT.
       01 BUDGET-IMAGE           PIC X(28).

       FD BOOKONEW.
       01 NEW-PROMO-IMAGE        PIC X(55).

       FD BOOKPROM.
       01 PROMO-IMAGE            PIC X(55).

       WORKING-STORAGE SECTION.
       01 PROMOTE-AUDIT-STATUS-CODE PIC XX.
       01 NEW-FILE-STATUS-CODE   PIC XX.
       01 LIVE-FILE-STATUS-CODE  PIC XX.
       01 EOF-FLAG               PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.

      *    Request card: the live file to promote, or blank for
      *    every file with a new generation waiting; col 10 P (or
      *    blank) to promote, D to discard a new generation that is
      *    not to go live - the live file then stays as it is and
      *    the jobs that were refused may run again.
       01 PROMOTE-REQUEST.
           05 REQ-FILE-NAME          PIC X(8).
           05 FILLER                 PIC X.
           05 REQ-ACTION             PIC X.
               88 REQ-PROMOTE        VALUE 'P' ' '.
               88 REQ-DISCARD        VALUE 'D'.
           05 FILLER                 PIC X(70).

      *    Every live file the suite writes through a new file, and
      *    the new file's name.
       01 FILE-PAIR-TABLE.
           05 FILE-PAIR OCCURS 8 TIMES.
               10 PAIR-LIVE-NAME      PIC X(8).
               10 PAIR-NEW-NAME       PIC X(8).
       01 PAIR-COUNT             PIC 9(2) VALUE 8.
       01 PAIR-SUB               PIC 9(2).
       01 PAIR-FOUND-FLAG        PIC X VALUE 'N'.
           88 PAIR-FOUND         VALUE 'Y'.

       01 RUN-DATE               PIC 9(8).
       01 PROMOTE-AUDIT-LINE     PIC X(100).
       01 RECORDS-COPIED-COUNT   PIC 9(9).
       01 COPY-FAILED-FLAG       PIC X VALUE 'N'.
           88 COPY-FAILED        VALUE 'Y'.
       01 FILES-PROMOTED-COUNT   PIC 9(2) VALUE ZERO.
       01 FILES-DISCARDED-COUNT  PIC 9(2) VALUE ZERO.
       01 FILES-FAILED-COUNT     PIC 9(2) VALUE ZERO.

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
       01 SIDE-SUB               PIC 9(3).
       01 CTL-FOUND-FLAG         PIC X VALUE 'N'.
           88 CTL-FOUND          VALUE 'Y'.
           88 CTL-NOT-FOUND      VALUE 'N'.
       01 CTL-JOB-NAME           PIC X(10) VALUE 'BOOKSWAP'.
       01 CTL-CHECK-NAME         PIC X(8).
       01 CTL-CHECK-USE          PIC X.
       01 CTL-RUN-DATE           PIC 9(8).
       01 CTL-CLOCK.
           05 CTL-CLOCK-HHMMSS   PIC 9(6).
           05 FILLER             PIC 9(2).

      *    One job-log line: started, refused or ended, the return
      *    code, and each file the job uses with the generation it
      *    used and how.  Here that is P promoted, with the new
      *    generation, or D discarded, with the generation kept.
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
      *    Swaps a new generation written by a maintenance or close
      *    job in over the live file, record for record, and moves
      *    the live file up one generation on the run-control file,
      *    created by the job that wrote the new file.  A new file
      *    is only promoted over the generation it was built from;
      *    every file asked for is checked before any is copied.
      *
      *      0  - everything asked for promoted or discarded, or
      *           nothing waiting on a blank card
      *      8  - request card not valid, or nothing waiting for
      *           the file named
      *     12  - run-control file unreadable or not rewritten, or
      *           a new file unreadable or a live file not written
      *           whole - that file stays waiting; rerun to finish
      *     16  - refused: an update of the file is still open, or
      *           the new generation was built on one no longer live,
      *           or a discard was asked for a new generation whose
      *           run also changed another file in place (a receipt,
      *           price or pending file it appends to or rewrites, or
      *           a history it updated) or had another new generation
      *           already promoted - that change cannot be taken back
      *           by a discard, so the run's work goes forward by
      *           promotion and is corrected from there - nothing
      *           promoted or discarded
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PROMOTE-REQUEST
           ACCEPT PROMOTE-REQUEST
           PERFORM LOAD-FILE-PAIRS-PARA

           MOVE 'N' TO PAIR-FOUND-FLAG
           IF REQ-FILE-NAME NOT = SPACES
               PERFORM VARYING PAIR-SUB FROM 1 BY 1
                       UNTIL PAIR-SUB > PAIR-COUNT
                   IF PAIR-LIVE-NAME(PAIR-SUB) = REQ-FILE-NAME
                       SET PAIR-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF (REQ-FILE-NAME NOT = SPACES AND NOT PAIR-FOUND)
                   OR NOT (REQ-PROMOTE OR REQ-DISCARD)
                   OR (REQ-DISCARD AND REQ-FILE-NAME = SPACES)
               DISPLAY 'GENERATION PROMOTION - REQUEST NOT VALID: '
                   PROMOTE-REQUEST(1:10)
               DISPLAY 'REQUEST CARD: COLS 1-8 LIVE FILE (BLANK FOR'
                   ' ALL WAITING), COL 10 P PROMOTE OR D DISCARD'
               DISPLAY 'FILES: BOOKMAST STORMAST BOOKHIST BOOKSTCK'
                   ' PUBLMAST PUBLADVN BOOKBDGT BOOKPROM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Everything asked for is checked first, so a refusal
      *    leaves every file as it was.
           PERFORM LOAD-RUN-CONTROL-PARA
           PERFORM VARYING PAIR-SUB FROM 1 BY 1
                   UNTIL PAIR-SUB > PAIR-COUNT
               IF REQ-FILE-NAME = SPACES
                       OR REQ-FILE-NAME = PAIR-LIVE-NAME(PAIR-SUB)
                   PERFORM CHECK-ONE-PAIR-PARA
               END-IF
           END-PERFORM

           IF JL-FILE-COUNT = 0
               IF REQ-FILE-NAME = SPACES
                   DISPLAY 'GENERATION PROMOTION - NO NEW GENERATION'
                       ' WAITING - NOTHING TO DO'
               ELSE
                   DISPLAY 'GENERATION PROMOTION - NO NEW GENERATION'
                       ' OF ' REQ-FILE-NAME ' WAITING'
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM START-JOB-RUN-PARA
               PERFORM END-JOB-RUN-PARA
               STOP RUN
           END-IF

           PERFORM START-JOB-RUN-PARA
           OPEN OUTPUT BOOKWAUD
           MOVE SPACES TO PROMOTE-AUDIT-LINE
           STRING 'GENERATION PROMOTION AUDIT TRAIL - RUN DATE: '
               RUN-DATE
               INTO PROMOTE-AUDIT-LINE
           WRITE PROMOTE-AUDIT-RECORD FROM PROMOTE-AUDIT-LINE

           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-FILE-COUNT
               MOVE JL-FILE-NAME(JL-SUB) TO CTL-CHECK-NAME
               PERFORM FIND-RUN-CONTROL-ENTRY-PARA
               IF REQ-DISCARD
                   PERFORM DISCARD-ONE-FILE-PARA
               ELSE
                   PERFORM PROMOTE-ONE-FILE-PARA
               END-IF
           END-PERFORM

           CLOSE BOOKWAUD

           DISPLAY 'GENERATION PROMOTION COMPLETE'
           DISPLAY 'FILES PROMOTED .......... ' FILES-PROMOTED-COUNT
           DISPLAY 'FILES DISCARDED ......... ' FILES-DISCARDED-COUNT
           DISPLAY 'FILES NOT PROMOTED ...... ' FILES-FAILED-COUNT
           IF FILES-FAILED-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM END-JOB-RUN-PARA
           STOP RUN.

       LOAD-FILE-PAIRS-PARA.
           MOVE 'BOOKMAST' TO PAIR-LIVE-NAME(1)
           MOVE 'BOOKMNEW' TO PAIR-NEW-NAME(1)
           MOVE 'STORMAST' TO PAIR-LIVE-NAME(2)
           MOVE 'STORMNEW' TO PAIR-NEW-NAME(2)
           MOVE 'BOOKHIST' TO PAIR-LIVE-NAME(3)
           MOVE 'BOOKHNEW' TO PAIR-NEW-NAME(3)
           MOVE 'BOOKSTCK' TO PAIR-LIVE-NAME(4)
           MOVE 'BOOKSNEW' TO PAIR-NEW-NAME(4)
           MOVE 'PUBLMAST' TO PAIR-LIVE-NAME(5)
           MOVE 'PUBLMNEW' TO PAIR-NEW-NAME(5)
           MOVE 'PUBLADVN' TO PAIR-LIVE-NAME(6)
           MOVE 'PUBLANEW' TO PAIR-NEW-NAME(6)
           MOVE 'BOOKBDGT' TO PAIR-LIVE-NAME(7)
           MOVE 'BOOKBNEW' TO PAIR-NEW-NAME(7)
           MOVE 'BOOKPROM' TO PAIR-LIVE-NAME(8)
           MOVE 'BOOKONEW' TO PAIR-NEW-NAME(8).

      *    A file with nothing waiting is skipped on a blank card.
      *    One with an update still open, or whose new generation
      *    was built on a generation since replaced, refuses the
      *    whole run: promoting it would throw away that update.
       CHECK-ONE-PAIR-PARA.
           MOVE PAIR-LIVE-NAME(PAIR-SUB) TO CTL-CHECK-NAME
           PERFORM FIND-RUN-CONTROL-ENTRY-PARA
           IF CTL-FOUND
               IF CTL-NEW-WAITING(CTL-SUB)
                   IF CTL-UPDATE-OPEN(CTL-SUB)
                       MOVE SPACES TO JL-MESSAGE
                       STRING CTL-CHECK-NAME ' UPDATE BY '
                           CTL-UPDATE-BY(CTL-SUB)
                           ' NOT COMPLETE - RERUN IT'
                           INTO JL-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       PERFORM REFUSE-RUN-PARA
                   END-IF
                   IF REQ-PROMOTE AND CTL-NEW-BASE-GEN(CTL-SUB)
                           NOT = CTL-GENERATION(CTL-SUB)
                       MOVE SPACES TO JL-MESSAGE
                       STRING CTL-CHECK-NAME ' OUT OF SEQUENCE - NEW '
                           'ON GEN ' CTL-NEW-BASE-GEN(CTL-SUB)
                           ', LIVE ' CTL-GENERATION(CTL-SUB)
                           INTO JL-MESSAGE
                       MOVE 16 TO RETURN-CODE
                       PERFORM REFUSE-RUN-PARA
                   END-IF
                   IF REQ-DISCARD
                       PERFORM CHECK-SIDE-FILES-PARA
                   END-IF
                   ADD 1 TO JL-FILE-COUNT
                   MOVE CTL-CHECK-NAME TO JL-FILE-NAME(JL-FILE-COUNT)
                   MOVE CTL-GENERATION(CTL-SUB)
                       TO JL-FILE-GEN(JL-FILE-COUNT)
                   IF REQ-DISCARD
                       MOVE 'D' TO JL-FILE-USE(JL-FILE-COUNT)
                   ELSE
                       MOVE 'P' TO JL-FILE-USE(JL-FILE-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Every file a job changes in place goes up a generation
      *    stamped with the job and the same date and time as any
      *    new generation the run wrote, and a new generation keeps
      *    that stamp when it is promoted.  Any other row carrying
      *    the waiting generation's stamp was changed by the same
      *    run, and a discard would leave that change standing
      *    without the rest of the run's work.
       CHECK-SIDE-FILES-PARA.
           PERFORM VARYING SIDE-SUB FROM 1 BY 1
                   UNTIL SIDE-SUB > CTL-COUNT
               IF SIDE-SUB NOT = CTL-SUB
                       AND CTL-CREATED-BY(SIDE-SUB)
                           = CTL-NEW-CREATED-BY(CTL-SUB)
                       AND CTL-CREATED-DATE(SIDE-SUB)
                           = CTL-NEW-CREATED-DATE(CTL-SUB)
                       AND CTL-CREATED-TIME(SIDE-SUB)
                           = CTL-NEW-CREATED-TIME(CTL-SUB)
                   MOVE SPACES TO JL-MESSAGE
                   STRING CTL-CHECK-NAME ' WRITER ALSO CHANGED '
                       CTL-FILE-NAME(SIDE-SUB) ' - PROMOTE IT'
                       INTO JL-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   PERFORM REFUSE-RUN-PARA
               END-IF
           END-PERFORM.

      *    The live file is only opened once the new one has opened,
      *    and the run-control row is only moved on once every
      *    record is across: a copy that fails part-way leaves the
      *    new generation waiting, so every job that reads the file
      *    still refuses and a rerun of this step finishes the swap.
       PROMOTE-ONE-FILE-PARA.
           MOVE ZERO TO RECORDS-COPIED-COUNT
           MOVE 'N' TO COPY-FAILED-FLAG
           EVALUATE CTL-CHECK-NAME
               WHEN 'BOOKMAST'
                   PERFORM COPY-TITLE-MASTER-PARA
               WHEN 'STORMAST'
                   PERFORM COPY-STORE-MASTER-PARA
               WHEN 'BOOKHIST'
                   PERFORM COPY-HISTORY-PARA
               WHEN 'BOOKSTCK'
                   PERFORM COPY-STOCK-LEDGER-PARA
               WHEN 'PUBLMAST'
                   PERFORM COPY-PUBLISHER-MASTER-PARA
               WHEN 'PUBLADVN'
                   PERFORM COPY-ADVANCE-FILE-PARA
               WHEN 'BOOKBDGT'
                   PERFORM COPY-BUDGET-FILE-PARA
               WHEN 'BOOKPROM'
                   PERFORM COPY-PROMOTIONS-PARA
           END-EVALUATE

           IF COPY-FAILED
               ADD 1 TO FILES-FAILED-COUNT
               MOVE 'F' TO JL-FILE-USE(JL-SUB)
               PERFORM WRITE-PROMOTE-AUDIT-PARA
           ELSE
               ADD 1 TO CTL-GENERATION(CTL-SUB)
               MOVE CTL-NEW-CREATED-BY(CTL-SUB)
                   TO CTL-CREATED-BY(CTL-SUB)
               MOVE CTL-NEW-CREATED-DATE(CTL-SUB)
                   TO CTL-CREATED-DATE(CTL-SUB)
               MOVE CTL-NEW-CREATED-TIME(CTL-SUB)
                   TO CTL-CREATED-TIME(CTL-SUB)
               MOVE 'N' TO CTL-NEW-FLAG(CTL-SUB)
               PERFORM WRITE-RUN-CONTROL-PARA
               PERFORM FIND-RUN-CONTROL-ENTRY-PARA
               IF RCTL-STATUS-CODE NOT = '00'
                   ADD 1 TO FILES-FAILED-COUNT
                   MOVE 'F' TO JL-FILE-USE(JL-SUB)
                   MOVE SPACES TO PROMOTE-AUDIT-LINE
                   STRING CTL-CHECK-NAME ' COPIED BUT BOOKRCTL.DAT NOT'
                       ' WRITTEN - STATUS=' RCTL-STATUS-CODE
                       ' - RERUN THE PROMOTION'
                       INTO PROMOTE-AUDIT-LINE
                   PERFORM WRITE-PROMOTE-AUDIT-PARA
               ELSE
                   ADD 1 TO FILES-PROMOTED-COUNT
                   MOVE CTL-GENERATION(CTL-SUB) TO JL-FILE-GEN(JL-SUB)
                   MOVE SPACES TO PROMOTE-AUDIT-LINE
                   STRING CTL-CHECK-NAME ' PROMOTED - GENERATION '
                       CTL-GENERATION(CTL-SUB) ' CREATED BY '
                       CTL-CREATED-BY(CTL-SUB) ' ON '
                       CTL-CREATED-DATE(CTL-SUB) ' - RECORDS '
                       RECORDS-COPIED-COUNT
                       INTO PROMOTE-AUDIT-LINE
                   PERFORM WRITE-PROMOTE-AUDIT-PARA
               END-IF
           END-IF.

      *    The new file is left where it is; the next job to write
      *    one replaces it.  Only a run that changed nothing else
      *    gets this far - see CHECK-SIDE-FILES-PARA.
       DISCARD-ONE-FILE-PARA.
           MOVE 'N' TO CTL-NEW-FLAG(CTL-SUB)
           PERFORM WRITE-RUN-CONTROL-PARA
           PERFORM FIND-RUN-CONTROL-ENTRY-PARA
           IF RCTL-STATUS-CODE NOT = '00'
               ADD 1 TO FILES-FAILED-COUNT
               MOVE 'F' TO JL-FILE-USE(JL-SUB)
               MOVE SPACES TO PROMOTE-AUDIT-LINE
               STRING CTL-CHECK-NAME ' NOT DISCARDED - BOOKRCTL.DAT'
                   ' NOT WRITTEN - STATUS=' RCTL-STATUS-CODE
                   INTO PROMOTE-AUDIT-LINE
           ELSE
               ADD 1 TO FILES-DISCARDED-COUNT
               MOVE SPACES TO PROMOTE-AUDIT-LINE
               STRING CTL-CHECK-NAME ' NEW GENERATION BY '
                   CTL-NEW-CREATED-BY(CTL-SUB) ' DISCARDED - LIVE'
                   ' FILE STAYS AT GENERATION '
                   CTL-GENERATION(CTL-SUB)
                   INTO PROMOTE-AUDIT-LINE
           END-IF
           PERFORM WRITE-PROMOTE-AUDIT-PARA.

       WRITE-PROMOTE-AUDIT-PARA.
           DISPLAY PROMOTE-AUDIT-LINE
           WRITE PROMOTE-AUDIT-RECORD FROM PROMOTE-AUDIT-LINE.

      *    Sets the failure line for a new file that will not open;
      *    nothing of the live file has been touched.
       NEW-FILE-FAILED-PARA.
           SET COPY-FAILED TO TRUE
           MOVE SPACES TO PROMOTE-AUDIT-LINE
           STRING CTL-CHECK-NAME ' NOT PROMOTED - NEW FILE NOT'
               ' AVAILABLE - STATUS=' NEW-FILE-STATUS-CODE
               INTO PROMOTE-AUDIT-LINE.

      *    Sets the failure line for a live file that would not
      *    open or took a bad write part-way through the copy.
       LIVE-FILE-FAILED-PARA.
           SET COPY-FAILED TO TRUE
           MOVE SPACES TO PROMOTE-AUDIT-LINE
           STRING CTL-CHECK-NAME ' NOT PROMOTED - LIVE FILE WRITE'
               ' FAILED - STATUS=' LIVE-FILE-STATUS-CODE
               ' AFTER ' RECORDS-COPIED-COUNT ' RECORDS - RERUN'
               INTO PROMOTE-AUDIT-LINE.

       COPY-TITLE-MASTER-PARA.
           OPEN INPUT BOOKMNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT BOOKMAST
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ BOOKMNEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE TITLE-IMAGE FROM NEW-TITLE-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKMAST
               END-IF
               CLOSE BOOKMNEW
           END-IF.

       COPY-STORE-MASTER-PARA.
           OPEN INPUT STORMNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT STORMAST
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ STORMNEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE STORE-IMAGE FROM NEW-STORE-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORMAST
               END-IF
               CLOSE STORMNEW
           END-IF.

      *    The new history is read in key order, so the live file is
      *    rebuilt in key order too.
       COPY-HISTORY-PARA.
           OPEN INPUT BOOKHNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT BOOKHIST
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ BOOKHNEW NEXT RECORD
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE HISTORY-RECORD
                                   FROM NEW-HISTORY-RECORD
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKHIST
               END-IF
               CLOSE BOOKHNEW
           END-IF.

       COPY-STOCK-LEDGER-PARA.
           OPEN INPUT BOOKSNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT BOOKSTCK
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ BOOKSNEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE STOCK-IMAGE FROM NEW-STOCK-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKSTCK
               END-IF
               CLOSE BOOKSNEW
           END-IF.

       COPY-PUBLISHER-MASTER-PARA.
           OPEN INPUT PUBLMNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT PUBLMAST
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ PUBLMNEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE PUBLISHER-IMAGE
                                   FROM NEW-PUBLISHER-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PUBLMAST
               END-IF
               CLOSE PUBLMNEW
           END-IF.

       COPY-ADVANCE-FILE-PARA.
           OPEN INPUT PUBLANEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT PUBLADVN
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ PUBLANEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE ADVANCE-IMAGE
                                   FROM NEW-ADVANCE-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PUBLADVN
               END-IF
               CLOSE PUBLANEW
           END-IF.

       COPY-BUDGET-FILE-PARA.
           OPEN INPUT BOOKBNEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT BOOKBDGT
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ BOOKBNEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE BUDGET-IMAGE FROM NEW-BUDGET-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKBDGT
               END-IF
               CLOSE BOOKBNEW
           END-IF.

       COPY-PROMOTIONS-PARA.
           OPEN INPUT BOOKONEW
           IF NEW-FILE-STATUS-CODE NOT = '00'
               PERFORM NEW-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT BOOKPROM
               IF LIVE-FILE-STATUS-CODE NOT = '00'
                   PERFORM LIVE-FILE-FAILED-PARA
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL END-OF-FILE OR COPY-FAILED
                       READ BOOKONEW
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE PROMO-IMAGE FROM NEW-PROMO-IMAGE
                               IF LIVE-FILE-STATUS-CODE NOT = '00'
                                   PERFORM LIVE-FILE-FAILED-PARA
                               ELSE
                                   ADD 1 TO RECORDS-COPIED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BOOKPROM
               END-IF
               CLOSE BOOKONEW
           END-IF.

      *    Run control, loaded before anything else is opened.  A
      *    missing control file means every file is at generation
      *    zero with nothing waiting; an unreadable one refuses the
      *    run.
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

      *    The reason already in JL-MESSAGE goes to the console and
      *    the job log under the return code the caller set, and the
      *    run stops.
       REFUSE-RUN-PARA.
           DISPLAY CTL-JOB-NAME ' REFUSED - ' JL-MESSAGE
           IF RETURN-CODE = 16
               DISPLAY 'FINISH THE JOB NAMED, OR DISCARD THE NEW'
                   ' GENERATION AND RERUN THE JOB THAT WROTE IT'
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

      *    The control file is written back after each file, so it
      *    never claims more than has actually been copied.  The
      *    write runs CTL-SUB through the table; callers find their
      *    entry again afterwards.
       WRITE-RUN-CONTROL-PARA.
           OPEN OUTPUT BOOKRCTL
           IF RCTL-STATUS-CODE = '00' OR RCTL-STATUS-CODE = '05'
               PERFORM VARYING CTL-SUB FROM 1 BY 1
                       UNTIL CTL-SUB > CTL-COUNT
                   WRITE RUN-CONTROL-RECORD FROM CTL-ENTRY(CTL-SUB)
               END-PERFORM
               CLOSE BOOKRCTL
           END-IF.

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
