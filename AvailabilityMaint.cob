       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvailabilityMaint IS INITIAL PROGRAM.

      * Maintains the player availability register
      * (availability.ctl): one record per fixture and player,
      * keyed on the match ID from schedule.ctl and the player ID
      * from roster.txt, holding the reply the selectors got when
      * they rang round - available, unavailable, or injured - with
      * a short note ("away until the 14th", "hamstring"). A player
      * with no record for a fixture has not replied yet.
      * SelectionSheet reads the register to split the sheet for a
      * fixture into the available and the rest.
      *
      * The whole register is loaded into a table, maintained
      * there, and the file rewritten after every change, the same
      * load-work-rewrite shape the roster and the schedule
      * masters already use, and every change is journalled the
      * same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVAILABILITY-FILE ASSIGN TO "availability.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AVAILABILITY-FILE.
       01 AVAILABILITY-RECORD.
           05 AVL-MATCH-ID          PIC X(08).
           05 AVL-PLAYER-ID         PIC X(05).
           05 AVL-STATUS            PIC X(01).
               88 AVL-AVAILABLE          VALUE "A".
               88 AVL-UNAVAILABLE        VALUE "U".
               88 AVL-INJURED            VALUE "I".
           05 AVL-NOTE              PIC X(30).
           05 AVL-REPLY-DATE        PIC X(08).

      * Same layout ScheduleMaint maintains in schedule.ctl.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-MATCH-ID          PIC X(08).
           05 SCH-ROUND             PIC 9(02).
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
           05 SCH-GRADE-CODE        PIC X(01).

      * Same layout RosterMaint maintains in roster.txt.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 ROS-PLAYER-ID        PIC X(05).
           05 ROS-PLAYER-NAME      PIC X(20).
           05 ROS-SQUAD-STATUS     PIC X(01).
           05 ROS-DATE-JOINED      PIC X(08).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

      * Operator identity signed on through CricketMenu and passed
      * down in operator.ctl; a run with no operator.ctl (the
      * nightly stream) journals as BATCH.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID       PIC X(08).

      * Shared append-only audit journal: operator, date and time,
      * program, the action taken, and the key affected. Printed
      * by JournalPrint.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-OPERATOR-ID       PIC X(08).
           05 JRN-DATE              PIC X(08).
           05 JRN-TIME              PIC X(06).
           05 JRN-PROGRAM           PIC X(20).
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
       01 WS-AVAIL-STATUS         PIC XX VALUE SPACES.
       01 WS-SCHEDULE-STATUS      PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
      * Audit journal work fields: the signed-on operator (BATCH
      * when none is on file) and the action/key the next journal
      * entry will carry.
       01 WS-OPERATOR-STATUS         PIC XX VALUE SPACES.
       01 WS-JOURNAL-STATUS          PIC XX VALUE SPACES.
       01 WS-OPERATOR-ID             PIC X(08) VALUE "BATCH".
       01 WS-JOURNAL-ACTION          PIC X(20) VALUE SPACES.
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

      * The grade (XI) chosen at sign-on: a blank fixture reply
      * means this grade's next scheduled fixture.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-ROW-GRADE            PIC X(01) VALUE SPACE.
       01 WS-TODAY                PIC X(08) VALUE SPACES.

       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-EXIT-FLAG            PIC X VALUE 'N'.
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-ROSTER-FOUND         PIC X VALUE 'N'.

       01 WS-ENTER-MATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-ENTER-PLAYER-ID      PIC X(05) VALUE SPACES.
       01 WS-ENTER-STATUS         PIC X(01) VALUE SPACE.
           88 WS-ENTER-STATUS-VALID   VALUES "A" "U" "I".
       01 WS-ENTER-NOTE           PIC X(30) VALUE SPACES.
       01 WS-STATUS-WORD          PIC X(11) VALUE SPACES.

       01 WS-MAX-FIXTURES         PIC 9(3) VALUE 150.
       01 WS-SCHEDULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 150 TIMES
                                 INDEXED BY WS-SCHEDULE-IDX.
               10 WS-SCH-MATCH-ID      PIC X(08) VALUE SPACES.
               10 WS-SCH-OPPONENT      PIC X(20) VALUE SPACES.
               10 WS-SCH-DATE          PIC X(08) VALUE SPACES.
               10 WS-SCH-GRADE         PIC X(01) VALUE SPACE.
       01 WS-NEXT-SUB             PIC 9(3) VALUE 0.
       01 WS-FIXTURE-SUB          PIC 9(3) VALUE 0.

       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
               10 WS-ROSTER-STAT       PIC X(01) VALUE SPACES.

      * A season's replies: a full fixture list for every XI times
      * a ring-round of the squad fits comfortably.
       01 WS-MAX-REPLIES          PIC 9(4) VALUE 3000.
       01 WS-AVAIL-COUNT          PIC 9(4) VALUE 0.
       01 WS-AVAIL-TABLE.
           05 WS-AVAIL-ENTRY OCCURS 3000 TIMES
                              INDEXED BY WS-AVAIL-IDX.
               10 WS-AVL-MATCH-ID      PIC X(08) VALUE SPACES.
               10 WS-AVL-PLAYER-ID     PIC X(05) VALUE SPACES.
               10 WS-AVL-STATUS        PIC X(01) VALUE SPACE.
               10 WS-AVL-NOTE          PIC X(30) VALUE SPACES.
               10 WS-AVL-REPLY-DATE    PIC X(08) VALUE SPACES.
       01 WS-AVAIL-SUB            PIC 9(4) VALUE 0.
       01 WS-LIST-IDX             PIC 9(4) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM READ-GRADE-CODE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM LOAD-SCHEDULE
               PERFORM LOAD-ROSTER
               PERFORM LOAD-AVAILABILITY
               PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "Availability maintenance finished."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

       LOAD-SCHEDULE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-SCHEDULE-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "No schedule.ctl found - replies cannot be "
                   "recorded until the fixtures are scheduled."
           END-IF.

       ADD-SCHEDULE-TABLE-ENTRY.
           IF WS-SCHEDULE-COUNT < WS-MAX-FIXTURES
               ADD 1 TO WS-SCHEDULE-COUNT
               SET WS-SCHEDULE-IDX TO WS-SCHEDULE-COUNT
               MOVE SCH-MATCH-ID
                   TO WS-SCH-MATCH-ID(WS-SCHEDULE-IDX)
               MOVE SCH-OPPONENT-NAME
                   TO WS-SCH-OPPONENT(WS-SCHEDULE-IDX)
               MOVE SCH-SCHED-DATE TO WS-SCH-DATE(WS-SCHEDULE-IDX)
               MOVE SCH-GRADE-CODE TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               IF WS-SCH-GRADE(WS-SCHEDULE-IDX) = SPACE
                   MOVE "1" TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               END-IF
           ELSE
               DISPLAY "WARNING: schedule table full at "
                   WS-MAX-FIXTURES " fixtures - fixture "
                   SCH-MATCH-ID " cannot take replies"
           END-IF.

       LOAD-ROSTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ ROSTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-ROSTER-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "No roster.txt found - run RosterMaint first."
           END-IF.

       ADD-ROSTER-TABLE-ENTRY.
           IF WS-ROSTER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-ROSTER-COUNT
               SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
               MOVE ROS-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-IDX)
               MOVE ROS-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-IDX)
               MOVE ROS-SQUAD-STATUS TO WS-ROSTER-STAT(WS-ROSTER-IDX)
           ELSE
               DISPLAY "WARNING: roster table full at "
                   WS-MAX-PLAYERS " entries - player "
                   ROS-PLAYER-ID " cannot take replies"
           END-IF.

      * A missing availability.ctl is a normal first run - the
      * register starts empty and the file is created on the
      * first reply that is saved.
       LOAD-AVAILABILITY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AVAILABILITY-FILE
           IF WS-AVAIL-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ AVAILABILITY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-AVAIL-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AVAILABILITY-FILE
               DISPLAY "Availability loaded: " WS-AVAIL-COUNT
                   " reply(ies)."
           ELSE
               DISPLAY "No availability file found - starting a new "
                   "register."
           END-IF.

       ADD-AVAIL-TABLE-ENTRY.
           IF WS-AVAIL-COUNT < WS-MAX-REPLIES
               ADD 1 TO WS-AVAIL-COUNT
               SET WS-AVAIL-IDX TO WS-AVAIL-COUNT
               MOVE AVL-MATCH-ID TO WS-AVL-MATCH-ID(WS-AVAIL-IDX)
               MOVE AVL-PLAYER-ID TO WS-AVL-PLAYER-ID(WS-AVAIL-IDX)
               MOVE AVL-STATUS TO WS-AVL-STATUS(WS-AVAIL-IDX)
               MOVE AVL-NOTE TO WS-AVL-NOTE(WS-AVAIL-IDX)
               MOVE AVL-REPLY-DATE TO WS-AVL-REPLY-DATE(WS-AVAIL-IDX)
           ELSE
               DISPLAY "WARNING: availability table full at "
                   WS-MAX-REPLIES " replies - reply for "
                   AVL-MATCH-ID "/" AVL-PLAYER-ID
                   " was not loaded and will be dropped on save"
           END-IF.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE
           PERFORM PROCESS-MENU-CHOICE.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "Player Availability Register"
           DISPLAY "----------------------------"
           DISPLAY "1. Record a reply"
           DISPLAY "2. Withdraw a reply"
           DISPLAY "3. List replies for a fixture"
           DISPLAY "4. List players yet to reply"
           DISPLAY "5. Exit".

       ACCEPT-MENU-CHOICE.
           DISPLAY "Enter choice (1-5): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RECORD-REPLY
               WHEN 2
                   PERFORM WITHDRAW-REPLY
               WHEN 3
                   PERFORM LIST-FIXTURE-REPLIES
               WHEN 4
                   PERFORM LIST-UNANSWERED
               WHEN 5
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1 to 5."
           END-EVALUATE.

      * A second reply for the same fixture and player replaces
      * the first - the register holds the latest word, and the
      * journal holds the history.
       RECORD-REPLY.
           PERFORM ACCEPT-FIXTURE
           IF WS-FIXTURE-SUB > 0
               DISPLAY "Player ID: " WITH NO ADVANCING
               ACCEPT WS-ENTER-PLAYER-ID
               PERFORM FIND-ROSTER-ENTRY
               IF WS-ROSTER-FOUND = 'N'
                   DISPLAY "Player " WS-ENTER-PLAYER-ID
                       " is not on the roster."
               ELSE
                   IF WS-ROSTER-STAT(WS-ROSTER-IDX) NOT = 'A'
                       DISPLAY "Player " WS-ENTER-PLAYER-ID " ("
                           WS-ROSTER-NAME(WS-ROSTER-IDX)
                           ") is retired - reinstate first."
                   ELSE
                       PERFORM RECORD-REPLY-DETAILS
                   END-IF
               END-IF
           END-IF.

       RECORD-REPLY-DETAILS.
           DISPLAY "A=available, U=unavailable, I=injured: "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-STATUS
           IF NOT WS-ENTER-STATUS-VALID
               DISPLAY "Reply must be A, U or I - nothing recorded."
           ELSE
               DISPLAY "Note (optional): " WITH NO ADVANCING
               ACCEPT WS-ENTER-NOTE
               PERFORM FIND-AVAIL-ENTRY
               IF WS-FOUND = 'N'
                   IF WS-AVAIL-COUNT < WS-MAX-REPLIES
                       ADD 1 TO WS-AVAIL-COUNT
                       MOVE WS-AVAIL-COUNT TO WS-AVAIL-SUB
                       MOVE 'Y' TO WS-FOUND
                   ELSE
                       DISPLAY "Register is full at " WS-MAX-REPLIES
                           " replies - nothing recorded."
                   END-IF
               END-IF
               IF WS-FOUND = 'Y'
                   MOVE WS-ENTER-MATCH-ID
                       TO WS-AVL-MATCH-ID(WS-AVAIL-SUB)
                   MOVE WS-ENTER-PLAYER-ID
                       TO WS-AVL-PLAYER-ID(WS-AVAIL-SUB)
                   MOVE WS-ENTER-STATUS TO WS-AVL-STATUS(WS-AVAIL-SUB)
                   MOVE WS-ENTER-NOTE TO WS-AVL-NOTE(WS-AVAIL-SUB)
                   MOVE WS-TODAY TO WS-AVL-REPLY-DATE(WS-AVAIL-SUB)
                   PERFORM SAVE-AVAILABILITY
                   PERFORM SET-STATUS-WORD
                   MOVE SPACES TO WS-JOURNAL-ACTION
                   STRING WS-STATUS-WORD DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-ENTER-PLAYER-ID DELIMITED BY SIZE
                       INTO WS-JOURNAL-ACTION
                   MOVE WS-ENTER-MATCH-ID TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
                   DISPLAY "Player " WS-ENTER-PLAYER-ID " recorded "
                       WS-STATUS-WORD " for " WS-ENTER-MATCH-ID "."
               END-IF
           END-IF.

       WITHDRAW-REPLY.
           PERFORM ACCEPT-FIXTURE
           IF WS-FIXTURE-SUB > 0
               DISPLAY "Player ID: " WITH NO ADVANCING
               ACCEPT WS-ENTER-PLAYER-ID
               PERFORM FIND-AVAIL-ENTRY
               IF WS-FOUND = 'N'
                   DISPLAY "No reply on file from " WS-ENTER-PLAYER-ID
                       " for " WS-ENTER-MATCH-ID "."
               ELSE
                   PERFORM CLOSE-AVAIL-GAP
                       VARYING WS-LIST-IDX FROM WS-AVAIL-SUB BY 1
                       UNTIL WS-LIST-IDX >= WS-AVAIL-COUNT
                   MOVE SPACES TO WS-AVAIL-ENTRY(WS-AVAIL-COUNT)
                   SUBTRACT 1 FROM WS-AVAIL-COUNT
                   PERFORM SAVE-AVAILABILITY
                   MOVE SPACES TO WS-JOURNAL-ACTION
                   STRING "WITHDRAW " DELIMITED BY SIZE
                          WS-ENTER-PLAYER-ID DELIMITED BY SIZE
                       INTO WS-JOURNAL-ACTION
                   MOVE WS-ENTER-MATCH-ID TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
                   DISPLAY "Reply from " WS-ENTER-PLAYER-ID " for "
                       WS-ENTER-MATCH-ID " withdrawn - now unanswered."
               END-IF
           END-IF.

       CLOSE-AVAIL-GAP.
           MOVE WS-AVAIL-ENTRY(WS-LIST-IDX + 1)
               TO WS-AVAIL-ENTRY(WS-LIST-IDX).

       LIST-FIXTURE-REPLIES.
           PERFORM ACCEPT-FIXTURE
           IF WS-FIXTURE-SUB > 0
               MOVE 0 TO WS-LIST-COUNT
               DISPLAY "ID    NAME                 REPLY       "
                   "NOTE"
               PERFORM LIST-REPLY-LINE
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-AVAIL-COUNT
               DISPLAY WS-LIST-COUNT " reply(ies) for "
                   WS-ENTER-MATCH-ID "."
           END-IF.

       LIST-REPLY-LINE.
           IF WS-AVL-MATCH-ID(WS-LIST-IDX) = WS-ENTER-MATCH-ID
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-AVL-PLAYER-ID(WS-LIST-IDX)
                   TO WS-ENTER-PLAYER-ID
               PERFORM FIND-ROSTER-ENTRY
               MOVE WS-AVL-STATUS(WS-LIST-IDX) TO WS-ENTER-STATUS
               PERFORM SET-STATUS-WORD
               IF WS-ROSTER-FOUND = 'Y'
                   DISPLAY WS-AVL-PLAYER-ID(WS-LIST-IDX) " "
                       WS-ROSTER-NAME(WS-ROSTER-IDX) " "
                       WS-STATUS-WORD " "
                       WS-AVL-NOTE(WS-LIST-IDX)
               ELSE
                   DISPLAY WS-AVL-PLAYER-ID(WS-LIST-IDX) " "
                       "(not on roster)     "
                       WS-STATUS-WORD " "
                       WS-AVL-NOTE(WS-LIST-IDX)
               END-IF
           END-IF.

      * The selectors' ring-round list: every ACTIVE player with
      * no reply on file for the fixture, which by default is the
      * grade's next scheduled one.
       LIST-UNANSWERED.
           PERFORM ACCEPT-FIXTURE
           IF WS-FIXTURE-SUB > 0
               MOVE 0 TO WS-LIST-COUNT
               DISPLAY "Yet to reply for " WS-ENTER-MATCH-ID " v "
                   WS-SCH-OPPONENT(WS-FIXTURE-SUB) " on "
                   WS-SCH-DATE(WS-FIXTURE-SUB) ":"
               PERFORM LIST-UNANSWERED-LINE
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-ROSTER-COUNT
               DISPLAY WS-LIST-COUNT " active player(s) yet to reply."
           END-IF.

       LIST-UNANSWERED-LINE.
           IF WS-ROSTER-STAT(WS-LIST-IDX) = 'A'
               MOVE WS-ROSTER-ID(WS-LIST-IDX) TO WS-ENTER-PLAYER-ID
               PERFORM FIND-AVAIL-ENTRY
               IF WS-FOUND = 'N'
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY "  " WS-ROSTER-ID(WS-LIST-IDX) " "
                       WS-ROSTER-NAME(WS-LIST-IDX)
               END-IF
           END-IF.

      * The fixture is keyed by match ID; a blank reply takes the
      * grade's next scheduled fixture, the one the selectors are
      * ringing round for. WS-FIXTURE-SUB is left at zero when no
      * fixture qualifies.
       ACCEPT-FIXTURE.
           MOVE 0 TO WS-FIXTURE-SUB
           DISPLAY "Match ID (blank = next fixture): "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-MATCH-ID
           IF WS-ENTER-MATCH-ID = SPACES
               PERFORM FIND-NEXT-FIXTURE
               IF WS-NEXT-SUB = 0
                   DISPLAY "No fixture scheduled on or after today "
                       "for grade " WS-GRADE-CODE "."
               ELSE
                   MOVE WS-NEXT-SUB TO WS-FIXTURE-SUB
                   MOVE WS-SCH-MATCH-ID(WS-FIXTURE-SUB)
                       TO WS-ENTER-MATCH-ID
                   DISPLAY "Next fixture: " WS-ENTER-MATCH-ID " v "
                       WS-SCH-OPPONENT(WS-FIXTURE-SUB) " on "
                       WS-SCH-DATE(WS-FIXTURE-SUB)
               END-IF
           ELSE
               SET WS-SCHEDULE-IDX TO 1
               SEARCH WS-SCHEDULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCH-MATCH-ID(WS-SCHEDULE-IDX)
                       = WS-ENTER-MATCH-ID
                       SET WS-FIXTURE-SUB TO WS-SCHEDULE-IDX
               END-SEARCH
               IF WS-FIXTURE-SUB > WS-SCHEDULE-COUNT
                   MOVE 0 TO WS-FIXTURE-SUB
               END-IF
               IF WS-FIXTURE-SUB = 0
                   DISPLAY "Match " WS-ENTER-MATCH-ID
                       " is not on schedule.ctl."
               END-IF
           END-IF.

      * The earliest-dated fixture of this grade scheduled for
      * today or later.
       FIND-NEXT-FIXTURE.
           MOVE 0 TO WS-NEXT-SUB
           PERFORM CHECK-NEXT-FIXTURE
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-SCHEDULE-COUNT.

       CHECK-NEXT-FIXTURE.
           IF WS-SCH-GRADE(WS-LIST-IDX) = WS-GRADE-CODE
               AND WS-SCH-DATE(WS-LIST-IDX) >= WS-TODAY
               IF WS-NEXT-SUB = 0
                   MOVE WS-LIST-IDX TO WS-NEXT-SUB
               ELSE
                   IF WS-SCH-DATE(WS-LIST-IDX)
                       < WS-SCH-DATE(WS-NEXT-SUB)
                       MOVE WS-LIST-IDX TO WS-NEXT-SUB
                   END-IF
               END-IF
           END-IF.

       FIND-ROSTER-ENTRY.
           MOVE 'N' TO WS-ROSTER-FOUND
           SET WS-ROSTER-IDX TO 1
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = WS-ENTER-PLAYER-ID
                   MOVE 'Y' TO WS-ROSTER-FOUND
           END-SEARCH
           IF WS-ENTER-PLAYER-ID = SPACES
               MOVE 'N' TO WS-ROSTER-FOUND
           END-IF.

       FIND-AVAIL-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-AVAIL-SUB
           IF WS-AVAIL-COUNT > 0
               SET WS-AVAIL-IDX TO 1
               SEARCH WS-AVAIL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AVL-MATCH-ID(WS-AVAIL-IDX)
                       = WS-ENTER-MATCH-ID
                       AND WS-AVL-PLAYER-ID(WS-AVAIL-IDX)
                       = WS-ENTER-PLAYER-ID
                       SET WS-AVAIL-SUB TO WS-AVAIL-IDX
               END-SEARCH
               IF WS-AVAIL-SUB > 0
                   AND WS-AVAIL-SUB NOT > WS-AVAIL-COUNT
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-IF.

       SET-STATUS-WORD.
           EVALUATE WS-ENTER-STATUS
               WHEN "A"
                   MOVE "AVAILABLE" TO WS-STATUS-WORD
               WHEN "U"
                   MOVE "UNAVAILABLE" TO WS-STATUS-WORD
               WHEN "I"
                   MOVE "INJURED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE.

      * The register is rewritten in full after every change, so
      * a maintenance session interrupted between changes leaves
      * a complete, usable file behind rather than a partial one.
       SAVE-AVAILABILITY.
           OPEN OUTPUT AVAILABILITY-FILE
           PERFORM SAVE-AVAIL-ENTRY
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-AVAIL-COUNT
           IF WS-AVAIL-STATUS NOT = "00"
               DISPLAY "WARNING: availability save failed, status "
                   WS-AVAIL-STATUS
           END-IF
           CLOSE AVAILABILITY-FILE.

       SAVE-AVAIL-ENTRY.
           MOVE WS-AVL-MATCH-ID(WS-LIST-IDX) TO AVL-MATCH-ID
           MOVE WS-AVL-PLAYER-ID(WS-LIST-IDX) TO AVL-PLAYER-ID
           MOVE WS-AVL-STATUS(WS-LIST-IDX) TO AVL-STATUS
           MOVE WS-AVL-NOTE(WS-LIST-IDX) TO AVL-NOTE
           MOVE WS-AVL-REPLY-DATE(WS-LIST-IDX) TO AVL-REPLY-DATE
           WRITE AVAILABILITY-RECORD.

      * The grade chosen at sign-on in CricketMenu, passed down in
      * grade.ctl; with no grade.ctl it is the 1st XI.
       READ-GRADE-CODE.
           OPEN INPUT GRADE-FILE
           IF WS-GRADE-STATUS = "00"
               READ GRADE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRD-GRADE-CODE >= "1"
                           AND GRD-GRADE-CODE <= "9"
                           MOVE GRD-GRADE-CODE TO WS-GRADE-CODE
                       END-IF
               END-READ
               CLOSE GRADE-FILE
           END-IF.

      * Picks up the operator signed on through CricketMenu; no
      * operator.ctl (the nightly stream, or a standalone run)
      * keeps the BATCH default.
       READ-OPERATOR-ID.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "00"
               READ OPERATOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPR-OPERATOR-ID NOT = SPACES
                           MOVE OPR-OPERATOR-ID TO WS-OPERATOR-ID
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      * One line on the shared audit journal for the change just
      * made - append-only, so the season's change history reads
      * back in order. A missing journal.ctl is created here.
       WRITE-JOURNAL-ENTRY.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: could not open journal.ctl, "
                   "status " WS-JOURNAL-STATUS
                   " - this change is not on the audit journal"
           ELSE
               ACCEPT WS-JRN-DATE-RAW FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               MOVE WS-JRN-DATE-RAW TO JRN-DATE
               MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME
               MOVE "AvailabilityMaint" TO JRN-PROGRAM
               MOVE WS-JOURNAL-ACTION TO JRN-ACTION
               MOVE WS-JOURNAL-KEY TO JRN-KEY
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "WARNING: journal write failed, status "
                       WS-JOURNAL-STATUS
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
                   MOVE "AvailabilityMaint" TO LCK-PROGRAM
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
