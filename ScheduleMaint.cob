      * fixture header against it, and the unplayed-fixtures
      * chaser (FixtureChaser) compares it with the run ledger.
      * One record per scheduled match: match ID, round, opponent,
      * venue, scheduled date, and the grade (XI) that plays it -
      * one schedule carries every XI the club puts out, and a
      * record with no grade is the 1st XI's.
      *
      * The whole schedule is loaded into a table, maintained
      * there, and the file rewritten after every change, the same
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
           05 SCH-GRADE-CODE        PIC X(01).


      * Operator identity signed on through CricketMenu and passed
           05 JRN-ACTION            PIC X(20).
           05 JRN-KEY               PIC X(08).

      * Work-directory lock shared by every program that loads and
      * rewrites the club's stores: who holds it (the operator, or
      * BATCH), which program, and since when. Empty or absent
      * while no such run is in progress.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-HOLDER-ID         PIC X(08).
           05 LCK-PROGRAM           PIC X(20).
           05 LCK-DATE              PIC X(08).
           05 LCK-TIME              PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS      PIC XX VALUE SPACES.
      * Audit journal work fields: the signed-on operator (BATCH
       01 WS-JOURNAL-KEY             PIC X(08) VALUE SPACES.
       01 WS-JRN-DATE-RAW            PIC X(08) VALUE SPACES.
       01 WS-JRN-TIME-RAW            PIC X(08) VALUE SPACES.
      * Work-directory lock: whether this run holds it or was
      * turned away, and the lock found on file when it was.
       01 WS-LOCK-STATUS             PIC XX VALUE SPACES.
       01 WS-LOCK-HELD               PIC X VALUE 'N'.
       01 WS-LOCK-REFUSED            PIC X VALUE 'N'.
       01 WS-LOCK-DATE-RAW           PIC X(08) VALUE SPACES.
       01 WS-LOCK-TIME-RAW           PIC X(08) VALUE SPACES.
       01 WS-LOCK-ON-FILE.
           05 WS-LOCK-ON-HOLDER     PIC X(08) VALUE SPACES.
           05 WS-LOCK-ON-PROGRAM    PIC X(20) VALUE SPACES.
           05 WS-LOCK-ON-DATE       PIC X(08) VALUE SPACES.
           05 WS-LOCK-ON-TIME       PIC X(06) VALUE SPACES.

       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-EXIT-FLAG            PIC X VALUE 'N'.
       01 WS-ENTER-OPPONENT       PIC X(20) VALUE SPACES.
       01 WS-ENTER-VENUE          PIC X(20) VALUE SPACES.
       01 WS-ENTER-DATE           PIC X(08) VALUE SPACES.
       01 WS-ENTER-GRADE          PIC X(01) VALUE SPACE.
           88 WS-ENTER-GRADE-VALID    VALUES "1" THRU "9".
       01 WS-DEFAULT-GRADE        PIC X(01) VALUE "1".

       01 WS-MAX-FIXTURES         PIC 9(3) VALUE 150.
       01 WS-SCHEDULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 150 TIMES
                                 INDEXED BY WS-SCHEDULE-IDX.
               10 WS-SCH-MATCH-ID      PIC X(08) VALUE SPACES.
               10 WS-SCH-ROUND         PIC 9(02) VALUE 0.
               10 WS-SCH-OPPONENT      PIC X(20) VALUE SPACES.
               10 WS-SCH-VENUE         PIC X(20) VALUE SPACES.
               10 WS-SCH-DATE          PIC X(08) VALUE SPACES.
               10 WS-SCH-GRADE         PIC X(01) VALUE SPACE.
       01 WS-LIST-IDX             PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM LOAD-SCHEDULE
               PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "Schedule maintenance finished."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

      * A missing schedule.ctl is a normal first run - maintenance
                   TO WS-SCH-OPPONENT(WS-SCHEDULE-IDX)
               MOVE SCH-VENUE-NAME TO WS-SCH-VENUE(WS-SCHEDULE-IDX)
               MOVE SCH-SCHED-DATE TO WS-SCH-DATE(WS-SCHEDULE-IDX)
               IF SCH-GRADE-CODE = SPACE
                   MOVE "1" TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               ELSE
                   MOVE SCH-GRADE-CODE TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               END-IF
           ELSE
               DISPLAY "WARNING: schedule table full at "
                   WS-MAX-FIXTURES " entries - record for match "

       ADD-FIXTURE-DETAILS.
           IF WS-SCHEDULE-COUNT < WS-MAX-FIXTURES
               MOVE "1" TO WS-DEFAULT-GRADE
               PERFORM ACCEPT-FIXTURE-DETAILS
               ADD 1 TO WS-SCHEDULE-COUNT
               SET WS-SCHEDULE-IDX TO WS-SCHEDULE-COUNT
                   WS-SCH-ROUND(WS-SCHEDULE-IDX) " vs "
                   WS-SCH-OPPONENT(WS-SCHEDULE-IDX) " at "
                   WS-SCH-VENUE(WS-SCHEDULE-IDX) " on "
                   WS-SCH-DATE(WS-SCHEDULE-IDX) ", grade "
                   WS-SCH-GRADE(WS-SCHEDULE-IDX)
               MOVE WS-SCH-GRADE(WS-SCHEDULE-IDX) TO WS-DEFAULT-GRADE
               PERFORM ACCEPT-FIXTURE-DETAILS
               PERFORM STORE-FIXTURE-DETAILS
               PERFORM SAVE-SCHEDULE
               DISPLAY "Match " WS-ENTER-MATCH-ID " amended."
           END-IF.

      * A blank grade keeps WS-DEFAULT-GRADE: the 1st XI for a new
      * fixture, the grade it already has for one being amended.
       ACCEPT-FIXTURE-DETAILS.
           DISPLAY "Round number (1-99): " WITH NO ADVANCING
           ACCEPT WS-ENTER-ROUND
           DISPLAY "Venue: " WITH NO ADVANCING
           ACCEPT WS-ENTER-VENUE
           DISPLAY "Scheduled date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           DISPLAY "Grade 1-9 (1=1st XI, 2=2nd XI ...) ["
               WS-DEFAULT-GRADE "]: " WITH NO ADVANCING
           ACCEPT WS-ENTER-GRADE
           IF WS-ENTER-GRADE = SPACE
               MOVE WS-DEFAULT-GRADE TO WS-ENTER-GRADE
           END-IF
           IF NOT WS-ENTER-GRADE-VALID
               DISPLAY "Grade " WS-ENTER-GRADE " is not a grade - "
                   "the fixture is kept as grade " WS-DEFAULT-GRADE
                   "."
               MOVE WS-DEFAULT-GRADE TO WS-ENTER-GRADE
           END-IF.

       STORE-FIXTURE-DETAILS.
           MOVE WS-ENTER-ROUND TO WS-SCH-ROUND(WS-SCHEDULE-IDX)
           MOVE WS-ENTER-OPPONENT
               TO WS-SCH-OPPONENT(WS-SCHEDULE-IDX)
           MOVE WS-ENTER-VENUE TO WS-SCH-VENUE(WS-SCHEDULE-IDX)
           MOVE WS-ENTER-DATE TO WS-SCH-DATE(WS-SCHEDULE-IDX)
           MOVE WS-ENTER-GRADE TO WS-SCH-GRADE(WS-SCHEDULE-IDX).

       LIST-SCHEDULE.
           IF WS-SCHEDULE-COUNT = 0
               DISPLAY "The schedule is empty."
           ELSE
               DISPLAY "MATCH ID RD OPPONENT             "
                   "VENUE                DATE     G"
               PERFORM LIST-SCHEDULE-LINE
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-SCHEDULE-COUNT
               WS-SCH-ROUND(WS-LIST-IDX) " "
               WS-SCH-OPPONENT(WS-LIST-IDX) " "
               WS-SCH-VENUE(WS-LIST-IDX) " "
               WS-SCH-DATE(WS-LIST-IDX) " "
               WS-SCH-GRADE(WS-LIST-IDX).

       FIND-SCHEDULE-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE WS-SCH-OPPONENT(WS-LIST-IDX) TO SCH-OPPONENT-NAME
           MOVE WS-SCH-VENUE(WS-LIST-IDX) TO SCH-VENUE-NAME
           MOVE WS-SCH-DATE(WS-LIST-IDX) TO SCH-SCHED-DATE
           MOVE WS-SCH-GRADE(WS-LIST-IDX) TO SCH-GRADE-CODE
           WRITE SCHEDULE-RECORD.

      * Picks up the operator signed on through CricketMenu; no
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

      * Takes the shared work-directory lock before anything is
      * loaded. A lock already on file means another run - the
      * nightly stream or another operator - is part-way through
      * its own load and rewrite, and whichever finished last
      * would wipe out the other's changes, so this run is refused
      * and the refusal journalled. A lock left behind by a run
      * that abended is cleared through LockRelease.
       TAKE-WORK-LOCK.
           MOVE 'N' TO WS-LOCK-REFUSED
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-HOLDER-ID NOT = SPACES
                           MOVE LOCK-RECORD TO WS-LOCK-ON-FILE
                           MOVE 'Y' TO WS-LOCK-REFUSED
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-REFUSED = 'Y'
               DISPLAY "REFUSED: the work files are locked by "
                   WS-LOCK-ON-HOLDER " running " WS-LOCK-ON-PROGRAM
               DISPLAY "  since " WS-LOCK-ON-DATE " "
                   WS-LOCK-ON-TIME " - try again when that run has "
                   "finished, or have a stale lock released"
               DISPLAY "  through LockRelease. Nothing changed."
               MOVE "REFUSED - LOCKED" TO WS-JOURNAL-ACTION
               MOVE WS-LOCK-ON-HOLDER TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-LOCK-DATE-RAW FROM DATE YYYYMMDD
               ACCEPT WS-LOCK-TIME-RAW FROM TIME
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-STATUS NOT = "00"
                   DISPLAY "WARNING: could not take the work-file "
                       "lock, status " WS-LOCK-STATUS
                       " - this run is not locked"
               ELSE
                   MOVE WS-OPERATOR-ID TO LCK-HOLDER-ID
                   MOVE "ScheduleMaint" TO LCK-PROGRAM
                   MOVE WS-LOCK-DATE-RAW TO LCK-DATE
                   MOVE WS-LOCK-TIME-RAW(1:6) TO LCK-TIME
                   WRITE LOCK-RECORD
                   CLOSE LOCK-FILE
                   MOVE 'Y' TO WS-LOCK-HELD
               END-IF
           END-IF.

      * Empties lock.ctl once this run's rewrites are finished, so
      * the next updating run can start.
       RELEASE-WORK-LOCK.
           IF WS-LOCK-HELD = 'Y'
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.
