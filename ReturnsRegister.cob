       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnsRegister IS INITIAL PROGRAM.

      * The league secretary's register of results returns
      * (returns.ctl). StatisticsCalculator writes the league's
      * return for every fixture it posts, to leaguereturn.txt,
      * and notes it on the register as waiting to be sent; the
      * secretary marks each one sent here once it has gone to the
      * league. The register report, returns.txt, lists every
      * return still to send with the Monday it is due by - the
      * Monday after the match - and flags the overdue ones, then
      * the returns already sent, so nothing is missed before the
      * league's deadline.
      *
      * returns.ctl is append-only and covers every XI: a return
      * is outstanding while its latest entry is a written ("W")
      * one, so a fixture backed out and posted again comes back
      * onto the list to be sent again. Marking a return sent is
      * journalled like the other maintenance programs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETREG-FILE ASSIGN TO "returns.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StatisticsCalculator appends written returns
      * to.
       FD RETREG-FILE.
       01 RETREG-RECORD.
           05 RGR-MATCH-ID          PIC X(08).
           05 RGR-GRADE-CODE        PIC X(01).
           05 RGR-MATCH-DATE        PIC X(08).
           05 RGR-OPPONENT-NAME     PIC X(20).
           05 RGR-ENTRY-TYPE        PIC X(01).
               88 RGR-RETURN-WRITTEN    VALUE "W".
               88 RGR-RETURN-SENT       VALUE "S".
           05 RGR-ENTRY-DATE        PIC X(08).
           05 RGR-OPERATOR-ID       PIC X(08).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(100).

      * Operator identity signed on through CricketMenu and passed
      * down in operator.ctl; a run with no operator.ctl journals
      * as BATCH.
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

       WORKING-STORAGE SECTION.
       01 WS-RETREG-STATUS        PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS        PIC XX VALUE SPACES.
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

       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-EXIT-FLAG            PIC X VALUE 'N'.
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-TODAY                PIC X(08) VALUE SPACES.
       01 WS-ENTER-MATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-ENTER-DATE           PIC X(08) VALUE SPACES.
       01 WS-DISPLAY-MESSAGE      PIC X(100) VALUE SPACES.

      * One row per fixture on the register, as its latest entry
      * leaves it: written and waiting ("W") or sent ("S"), when,
      * and by whom. WS-REG-RESEND marks a return that had already
      * been sent when the fixture was posted again, so the
      * secretary knows the league needs the amended one.
       01 WS-MAX-RETURNS          PIC 9(3) VALUE 300.
       01 WS-RETURN-COUNT         PIC 9(3) VALUE 0.
       01 WS-RETURN-TABLE.
           05 WS-REG-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-REG-IDX.
               10 WS-REG-MATCH-ID      PIC X(08) VALUE SPACES.
               10 WS-REG-GRADE         PIC X(01) VALUE SPACE.
               10 WS-REG-MATCH-DATE    PIC X(08) VALUE SPACES.
               10 WS-REG-OPPONENT      PIC X(20) VALUE SPACES.
               10 WS-REG-STATE         PIC X(01) VALUE SPACE.
               10 WS-REG-WRITTEN-DATE  PIC X(08) VALUE SPACES.
               10 WS-REG-SENT-DATE     PIC X(08) VALUE SPACES.
               10 WS-REG-SENT-BY       PIC X(08) VALUE SPACES.
               10 WS-REG-RESEND        PIC X(01) VALUE 'N'.
       01 WS-LIST-IDX             PIC 9(3) VALUE 0.

      * The Monday a return is due by: the first Monday after the
      * match date, worked from the day number of the match (day
      * 1 of the count, 1 January 1601, was a Monday).
       01 WS-MATCH-DAY-NUMBER     PIC 9(07) VALUE 0.
       01 WS-DAYS-PAST-MONDAY     PIC 9(01) VALUE 0.
       01 WS-DAY-WORK             PIC 9(07) VALUE 0.
       01 WS-WEEKS-WORK           PIC 9(07) VALUE 0.
       01 WS-DUE-DATE             PIC 9(08) VALUE 0.
       01 WS-DUE-TEXT             PIC X(08) VALUE SPACES.
       01 WS-RETURN-NOTE          PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

       01 WS-SENT-COUNT           PIC 9(3) VALUE 0.
       01 WS-UNSENT-COUNT         PIC 9(3) VALUE 0.
       01 WS-OVERDUE-COUNT        PIC 9(3) VALUE 0.
       01 WS-EDIT-WRITTEN         PIC ZZ9.
       01 WS-EDIT-SENT            PIC ZZ9.
       01 WS-EDIT-UNSENT          PIC ZZ9.
       01 WS-EDIT-OVERDUE         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW TO WS-TODAY
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           PERFORM LOAD-RETURNS-REGISTER
           PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
           DISPLAY "Returns register finished."
           GOBACK.

      * No returns.ctl just means no fixture has been posted since
      * the register began - there is nothing to send.
       LOAD-RETURNS-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT RETREG-FILE
           IF WS-RETREG-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ RETREG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RETREG-FILE
           END-IF.

      * Entries are applied in the order they were appended, so
      * each fixture's row ends up as its latest entry left it.
       APPLY-REGISTER-ENTRY.
           MOVE RGR-MATCH-ID TO WS-ENTER-MATCH-ID
           PERFORM FIND-REGISTER-ROW
           IF WS-FOUND = 'N'
               IF WS-RETURN-COUNT < WS-MAX-RETURNS
                   ADD 1 TO WS-RETURN-COUNT
                   SET WS-REG-IDX TO WS-RETURN-COUNT
                   MOVE RGR-MATCH-ID TO WS-REG-MATCH-ID(WS-REG-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   DISPLAY "WARNING: register table full at "
                       WS-MAX-RETURNS " fixtures - return for "
                       RGR-MATCH-ID " is not listed"
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               EVALUATE TRUE
                   WHEN RGR-RETURN-WRITTEN
                       IF WS-REG-STATE(WS-REG-IDX) = "S"
                           MOVE 'Y' TO WS-REG-RESEND(WS-REG-IDX)
                       END-IF
                       MOVE RGR-GRADE-CODE TO WS-REG-GRADE(WS-REG-IDX)
                       MOVE RGR-MATCH-DATE
                           TO WS-REG-MATCH-DATE(WS-REG-IDX)
                       MOVE RGR-OPPONENT-NAME
                           TO WS-REG-OPPONENT(WS-REG-IDX)
                       MOVE "W" TO WS-REG-STATE(WS-REG-IDX)
                       MOVE RGR-ENTRY-DATE
                           TO WS-REG-WRITTEN-DATE(WS-REG-IDX)
                   WHEN RGR-RETURN-SENT
                       MOVE "S" TO WS-REG-STATE(WS-REG-IDX)
                       MOVE RGR-ENTRY-DATE
                           TO WS-REG-SENT-DATE(WS-REG-IDX)
                       MOVE RGR-OPERATOR-ID
                           TO WS-REG-SENT-BY(WS-REG-IDX)
                       MOVE 'N' TO WS-REG-RESEND(WS-REG-IDX)
                   WHEN OTHER
                       DISPLAY "WARNING: returns.ctl entry for "
                           RGR-MATCH-ID " has type ["
                           RGR-ENTRY-TYPE "] - ignored"
               END-EVALUATE
           END-IF.

       FIND-REGISTER-ROW.
           MOVE 'N' TO WS-FOUND
           IF WS-RETURN-COUNT > 0
               SET WS-REG-IDX TO 1
               SEARCH WS-REG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REG-MATCH-ID(WS-REG-IDX)
                       = WS-ENTER-MATCH-ID
                       MOVE 'Y' TO WS-FOUND
               END-SEARCH
           END-IF.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE
           PERFORM PROCESS-MENU-CHOICE.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "League Results Returns"
           DISPLAY "----------------------"
           DISPLAY "1. Print the returns register"
           DISPLAY "2. Mark a return sent"
           DISPLAY "3. Exit".

       ACCEPT-MENU-CHOICE.
           DISPLAY "Enter choice (1-3): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM PRINT-RETURNS-REGISTER
               WHEN 2
                   PERFORM MARK-RETURN-SENT
               WHEN 3
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1 to 3."
           END-EVALUATE.

      * A return can only be marked sent once it has been written
      * and is still waiting; the date sent defaults to today.
       MARK-RETURN-SENT.
           DISPLAY "Match ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-MATCH-ID
           PERFORM FIND-REGISTER-ROW
           IF WS-FOUND = 'N'
               DISPLAY "No return for " WS-ENTER-MATCH-ID
                   " is on the register - post the fixture first."
           ELSE
               IF WS-REG-STATE(WS-REG-IDX) = "S"
                   DISPLAY "The return for " WS-ENTER-MATCH-ID
                       " was marked sent on "
                       WS-REG-SENT-DATE(WS-REG-IDX) " by "
                       WS-REG-SENT-BY(WS-REG-IDX) "."
               ELSE
                   DISPLAY "Date sent (YYYYMMDD, blank = today): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTER-DATE
                   IF WS-ENTER-DATE = SPACES
                       MOVE WS-TODAY TO WS-ENTER-DATE
                   END-IF
                   IF WS-ENTER-DATE IS NOT NUMERIC
                       DISPLAY "Date must be eight digits, YYYYMMDD."
                   ELSE
                       PERFORM APPEND-SENT-ENTRY
                   END-IF
               END-IF
           END-IF.

       APPEND-SENT-ENTRY.
           OPEN EXTEND RETREG-FILE
           IF WS-RETREG-STATUS = "35"
               OPEN OUTPUT RETREG-FILE
           END-IF
           IF WS-RETREG-STATUS NOT = "00"
               DISPLAY "WARNING: could not open returns.ctl, status "
                   WS-RETREG-STATUS " - return not marked sent"
           ELSE
               MOVE WS-REG-MATCH-ID(WS-REG-IDX) TO RGR-MATCH-ID
               MOVE WS-REG-GRADE(WS-REG-IDX) TO RGR-GRADE-CODE
               MOVE WS-REG-MATCH-DATE(WS-REG-IDX) TO RGR-MATCH-DATE
               MOVE WS-REG-OPPONENT(WS-REG-IDX) TO RGR-OPPONENT-NAME
               SET RGR-RETURN-SENT TO TRUE
               MOVE WS-ENTER-DATE TO RGR-ENTRY-DATE
               MOVE WS-OPERATOR-ID TO RGR-OPERATOR-ID
               WRITE RETREG-RECORD
               IF WS-RETREG-STATUS NOT = "00"
                   DISPLAY "WARNING: returns.ctl write failed, "
                       "status " WS-RETREG-STATUS
                   CLOSE RETREG-FILE
               ELSE
                   CLOSE RETREG-FILE
                   MOVE "S" TO WS-REG-STATE(WS-REG-IDX)
                   MOVE WS-ENTER-DATE TO WS-REG-SENT-DATE(WS-REG-IDX)
                   MOVE WS-OPERATOR-ID TO WS-REG-SENT-BY(WS-REG-IDX)
                   MOVE 'N' TO WS-REG-RESEND(WS-REG-IDX)
                   MOVE "RETURN SENT" TO WS-JOURNAL-ACTION
                   MOVE WS-REG-MATCH-ID(WS-REG-IDX) TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
                   DISPLAY "Return for " WS-ENTER-MATCH-ID
                       " marked sent on " WS-ENTER-DATE "."
               END-IF
           END-IF.

      * Returns still to send first, each with its due Monday,
      * then the ones already sent.
       PRINT-RETURNS-REGISTER.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: could not open returns.txt, status "
                   WS-REPORT-STATUS
           ELSE
               MOVE 0 TO WS-SENT-COUNT
               MOVE 0 TO WS-UNSENT-COUNT
               MOVE 0 TO WS-OVERDUE-COUNT
               PERFORM WRITE-REGISTER-HEADER
               PERFORM WRITE-UNSENT-HEADER
               PERFORM WRITE-UNSENT-LINE
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-RETURN-COUNT
               PERFORM WRITE-SENT-HEADER
               PERFORM WRITE-SENT-LINE
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-RETURN-COUNT
               PERFORM WRITE-REGISTER-FOOTER
               CLOSE REPORT-FILE
               DISPLAY WS-UNSENT-COUNT " return(s) not yet sent, "
                   WS-OVERDUE-COUNT " overdue - printed to "
                   "returns.txt."
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "LEAGUE RESULTS RETURNS REGISTER" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Run Date : " DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-UNSENT-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "RETURNS NOT YET SENT" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "MATCH ID  XI  PLAYED    OPPONENT              "
                  "WRITTEN   DUE BY" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * A return not sent by its due Monday is OVERDUE; one due
      * today says so, and one amended after it was first sent
      * says it must go again.
       WRITE-UNSENT-LINE.
           IF WS-REG-STATE(WS-LIST-IDX) = "W"
               ADD 1 TO WS-UNSENT-COUNT
               PERFORM WORK-OUT-DUE-DATE
               MOVE SPACES TO WS-RETURN-NOTE
               IF WS-DUE-TEXT IS NUMERIC
                   IF WS-TODAY > WS-DUE-TEXT
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE "OVERDUE" TO WS-RETURN-NOTE
                   END-IF
                   IF WS-TODAY = WS-DUE-TEXT
                       MOVE "DUE TODAY" TO WS-RETURN-NOTE
                   END-IF
               END-IF
               IF WS-REG-RESEND(WS-LIST-IDX) = 'Y'
                   EVALUATE WS-RETURN-NOTE
                       WHEN "OVERDUE"
                           MOVE "OVERDUE - AMENDED, SEND AGAIN"
                               TO WS-RETURN-NOTE
                       WHEN "DUE TODAY"
                           MOVE "DUE TODAY - AMENDED, SEND AGAIN"
                               TO WS-RETURN-NOTE
                       WHEN OTHER
                           MOVE "AMENDED - SEND AGAIN"
                               TO WS-RETURN-NOTE
                   END-EVALUATE
               END-IF
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-REG-MATCH-ID(WS-LIST-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-GRADE(WS-LIST-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-REG-MATCH-DATE(WS-LIST-IDX)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-OPPONENT(WS-LIST-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-WRITTEN-DATE(WS-LIST-IDX)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DUE-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RETURN-NOTE DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * The due Monday is the first Monday after the match: a
      * Saturday match is due two days later, a Monday one a week
      * later. A match date that is not a date leaves it blank.
       WORK-OUT-DUE-DATE.
           MOVE SPACES TO WS-DUE-TEXT
           IF WS-REG-MATCH-DATE(WS-LIST-IDX) IS NUMERIC
               AND WS-REG-MATCH-DATE(WS-LIST-IDX) > "16010101"
               MOVE WS-REG-MATCH-DATE(WS-LIST-IDX) TO WS-DUE-DATE
               COMPUTE WS-MATCH-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-DAY-WORK = WS-MATCH-DAY-NUMBER - 1
               DIVIDE WS-DAY-WORK BY 7
                   GIVING WS-WEEKS-WORK
                   REMAINDER WS-DAYS-PAST-MONDAY
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-MATCH-DAY-NUMBER + 7 - WS-DAYS-PAST-MONDAY)
               MOVE WS-DUE-DATE TO WS-DUE-TEXT
           END-IF.

       WRITE-SENT-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "RETURNS SENT" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "MATCH ID  XI  PLAYED    OPPONENT              "
                  "SENT      BY" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-SENT-LINE.
           IF WS-REG-STATE(WS-LIST-IDX) = "S"
               ADD 1 TO WS-SENT-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-REG-MATCH-ID(WS-LIST-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-GRADE(WS-LIST-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-REG-MATCH-DATE(WS-LIST-IDX)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-OPPONENT(WS-LIST-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-SENT-DATE(WS-LIST-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REG-SENT-BY(WS-LIST-IDX) DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-REGISTER-FOOTER.
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-RETURN-COUNT TO WS-EDIT-WRITTEN
           MOVE WS-SENT-COUNT TO WS-EDIT-SENT
           MOVE WS-UNSENT-COUNT TO WS-EDIT-UNSENT
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-OVERDUE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "RETURNS WRITTEN: " DELIMITED BY SIZE
                  WS-EDIT-WRITTEN DELIMITED BY SIZE
                  "   SENT: " DELIMITED BY SIZE
                  WS-EDIT-SENT DELIMITED BY SIZE
                  "   NOT YET SENT: " DELIMITED BY SIZE
                  WS-EDIT-UNSENT DELIMITED BY SIZE
                  "   OVERDUE: " DELIMITED BY SIZE
                  WS-EDIT-OVERDUE DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * Picks up the operator signed on through CricketMenu; no
      * operator.ctl (a standalone run) keeps the BATCH default.
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
               MOVE "ReturnsRegister" TO JRN-PROGRAM
               MOVE WS-JOURNAL-ACTION TO JRN-ACTION
               MOVE WS-JOURNAL-KEY TO JRN-KEY
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "WARNING: journal write failed, status "
                       WS-JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.
