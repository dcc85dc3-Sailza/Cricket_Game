      * is chased the week it is missed, not weeks later when the
      * ladder looks wrong. A posting reversed by SeasonBackout
      * counts as not posted: it is no longer inside the totals.
      * The chase covers one grade (XI) at a time - the grade
      * chosen at sign-on - against that grade's own ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "chaser.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
           05 SCH-GRADE-CODE        PIC X(01).

      * Same layout the ledger is written with in
      * StatisticsCalculator's WRITE-RUN-LEDGER.
           05 LED-MATCH-TOTAL       PIC 9(10).
           05 LED-RECON-OUTCOME     PIC X(10).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).
       01 WS-SCHEDULED-COUNT      PIC 9(3) VALUE 0.
       01 WS-UNPLAYED-COUNT       PIC 9(3) VALUE 0.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.
       01 WS-ROW-GRADE            PIC X(01) VALUE SPACE.

      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".

      * Match IDs of every active posting on the run ledger -
      * a BACKED OUT posting is not inside the season totals, so
           GOBACK.

       INITIALIZE-PROGRAM.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

      * The grade to work on is the one chosen at sign-on in
      * CricketMenu and passed down in grade.ctl; with no grade.ctl
      * it is the 1st XI.
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
                       ELSE
                           DISPLAY "WARNING: grade.ctl holds ["
                               GRD-GRADE-CODE "] - not a grade, "
                               "chasing the 1st XI"
                       END-IF
               END-READ
               CLOSE GRADE-FILE
           END-IF
           PERFORM SET-GRADE-FILE-NAMES.

      * Same naming StatisticsCalculator posts under.
       SET-GRADE-FILE-NAMES.
           EVALUATE WS-GRADE-CODE
               WHEN "1"
                   MOVE "1st XI" TO WS-GRADE-NAME
               WHEN "2"
                   MOVE "2nd XI" TO WS-GRADE-NAME
               WHEN "3"
                   MOVE "3rd XI" TO WS-GRADE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-GRADE-NAME
                   STRING WS-GRADE-CODE DELIMITED BY SIZE
                          "th XI" DELIMITED BY SIZE
                       INTO WS-GRADE-NAME
           END-EVALUATE
           IF WS-GRADE-CODE NOT = "1"
               MOVE SPACES TO WS-LEDGER-FILE-NAME
               STRING "ledger-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-NAME
           END-IF.

      * No ledger.ctl just means nothing has been posted this
      * season - every scheduled fixture is chased.
       LOAD-RUN-LEDGER.
                       AT END
                           MOVE 'Y' TO WS-SCHEDULE-EOF
                       NOT AT END
                           PERFORM CHASE-ONE-FIXTURE
                   END-READ
               END-PERFORM
                   "printed to chaser.txt."
           END-IF.

      * Other grades' fixtures are passed over; a row with no grade
      * is the 1st XI's, as it always was.
       CHASE-ONE-FIXTURE.
           MOVE SCH-GRADE-CODE TO WS-ROW-GRADE
           IF WS-ROW-GRADE = SPACE
               MOVE "1" TO WS-ROW-GRADE
           END-IF
           IF WS-ROW-GRADE = WS-GRADE-CODE
               ADD 1 TO WS-SCHEDULED-COUNT
               PERFORM CHASE-GRADE-FIXTURE
           END-IF.

       CHASE-GRADE-FIXTURE.
           MOVE 'N' TO WS-POSTED
           IF WS-LEDGER-COUNT > 0
               SET WS-LEDGER-IDX TO 1
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Grade    : " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

