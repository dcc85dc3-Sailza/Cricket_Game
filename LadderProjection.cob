       IDENTIFICATION DIVISION.
       PROGRAM-ID. LadderProjection IS INITIAL PROGRAM.

      * Ladder run-in projection for the committee: what we need
      * from the fixtures we have left. It starts from the grade's
      * ladder (ladder.ctl - every team's points and the runs and
      * overs behind its net run rate), takes our fixtures still
      * to play from schedule.ctl - those not yet on the run
      * ledger, as FixtureChaser lists them - and the other teams'
      * remaining fixtures keyed by hand in leaguefix.ctl, and
      * prints runin.txt:
      *
      *   the ladder as it stands, with each team's fixtures left
      *   and the most points it can still reach;
      *   our best and worst possible finish, and for each haul of
      *   points from our remaining fixtures the best and worst
      *   finish it leaves us;
      *   what the finish the committee asks for (top two unless
      *   told otherwise) needs - how many more points keep it
      *   possible, how many make it certain, and which fixtures
      *   are must-wins (or, two-day, must-not-loses);
      *   for a rival named at the prompt, the winning margin
      *   batting first, or the overs a chase must be won inside,
      *   that lifts our net run rate past theirs, fixture by
      *   fixture.
      *
      * Every combination of results in our fixtures is tried
      * (the first twelve left, or eight on a two-day grade, if
      * there are more). In each
      * the other teams' fixtures are settled one at a time in the
      * way that most helps us for the best case and most hurts
      * us for the worst. A team level with us on points is
      * counted below us in the best case and above us in the
      * worst - net run rate decides it, which is what the rival
      * section is for.
      *
      * Points are those StatisticsCalculator awards. A one-day
      * fixture is two for a win, one each for a tie or no result,
      * and ours are tried as won or lost. A two-day fixture is six
      * for an outright win, three for a first-innings lead (kept
      * by a side that goes on to lose outright), three each for an
      * outright tie, and one each for first innings level or no
      * play; ours are tried as won outright, three points taken,
      * or no points, each with the least and the most the
      * opposition can take alongside, and the other fixtures can
      * end any of the ways those points allow. The grade is taken
      * as two-day when a fixture it has posted this season keyed
      * an innings number - the way posting tells a two-innings
      * match - and the operator can say otherwise at the prompt.
      * The projection is for the grade chosen at sign-on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LADDER-FILE ASSIGN TO DYNAMIC WS-LADDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADDER-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEAGUEFIX-FILE
               ASSIGN TO DYNAMIC WS-LEAGUEFIX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGUEFIX-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "runin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StatisticsCalculator keeps the ladder in
      * (LADDER-RECORD). Overs are decimal overs, balls over six.
       FD LADDER-FILE.
       01 LADDER-RECORD.
           05 LAD-TEAM-NAME         PIC X(20).
           05 LAD-PLAYED            PIC 9(03).
           05 LAD-WON               PIC 9(03).
           05 LAD-LOST              PIC 9(03).
           05 LAD-TIED              PIC 9(03).
           05 LAD-NORES             PIC 9(03).
           05 LAD-POINTS            PIC 9(04).
           05 LAD-FOR-RUNS          PIC 9(07).
           05 LAD-FOR-OVERS         PIC 9(05)V9(01).
           05 LAD-AGN-RUNS          PIC 9(07).
           05 LAD-AGN-OVERS         PIC 9(05)V9(01).

      * Same layout ScheduleMaint maintains in schedule.ctl.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-MATCH-ID          PIC X(08).
           05 SCH-ROUND             PIC 9(02).
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
           05 SCH-GRADE-CODE        PIC X(01).

      * Same layout the ledger is written with in
      * StatisticsCalculator's WRITE-RUN-LEDGER.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LED-MATCH-ID          PIC X(08).
           05 LED-RUN-DATE          PIC X(08).
           05 LED-RECORDS-READ      PIC 9(06).
           05 LED-EXCEPTION-COUNT   PIC 9(05).
           05 LED-MATCH-TOTAL       PIC 9(10).
           05 LED-RECON-OUTCOME     PIC X(10).

      * The other teams' remaining fixtures, keyed by hand from the
      * draw the league publishes - one file per grade's
      * competition (leaguefix.ctl, leaguefix-2.ctl ...), one line
      * per fixture: round, date (YYYYMMDD), home team, away team,
      * the team names spelt as they are on the ladder. A fixture
      * is deleted from the file once it has been played. Our own
      * fixtures come from schedule.ctl and are not keyed here.
       FD LEAGUEFIX-FILE.
       01 LEAGUEFIX-RECORD.
           05 LFX-ROUND             PIC 9(02).
           05 LFX-FIX-DATE          PIC X(08).
           05 LFX-HOME-TEAM         PIC X(20).
           05 LFX-AWAY-TEAM         PIC X(20).

      * Same layout StatisticsCalculator archives each posted
      * score file line in (ARCHIVE-RECORD). Only the innings
      * number of an innings, dismissal, ball or extras line is
      * looked at here; it sits where that record's layout
      * (INPUT-RECORD) puts it.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-MATCH-ID          PIC X(08).
           05 ARC-LEDGER-SEQ        PIC 9(04).
           05 ARC-POSTED-DATE       PIC X(08).
           05 ARC-POSTED-TIME       PIC X(08).
           05 ARC-LINE-NO           PIC 9(05).
           05 ARC-INPUT-LINE.
               10 ARC-RECORD-TYPE   PIC X(01).
               10 FILLER            PIC X(58).
           05 ARC-INNINGS-VIEW REDEFINES ARC-INPUT-LINE.
               10 FILLER            PIC X(51).
               10 ARC-INNINGS-NO    PIC X(01).
               10 FILLER            PIC X(07).
           05 ARC-DETAIL-VIEW REDEFINES ARC-INPUT-LINE.
               10 FILLER            PIC X(18).
               10 ARC-DETAIL-INNINGS-NO PIC X(01).
               10 FILLER            PIC X(40).
           05 ARC-EXTRAS-VIEW REDEFINES ARC-INPUT-LINE.
               10 FILLER            PIC X(17).
               10 ARC-EXTRAS-INNINGS-NO PIC X(01).
               10 FILLER            PIC X(41).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-LADDER-STATUS        PIC XX VALUE SPACES.
       01 WS-SCHEDULE-STATUS      PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS        PIC XX VALUE SPACES.
       01 WS-LEAGUEFIX-STATUS     PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-POSTED               PIC X VALUE 'N'.
       01 WS-ROW-GRADE            PIC X(01) VALUE SPACE.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.
       01 WS-STRING-PTR           PIC 9(03) VALUE 0.

      * The grade (XI) being projected and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ladder-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-LADDER-FILE-NAME     PIC X(20) VALUE "ladder.ctl".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".
       01 WS-LEAGUEFIX-FILE-NAME  PIC X(20) VALUE "leaguefix.ctl".
       01 WS-ARCHIVE-FILE-NAME    PIC X(20) VALUE "matcharch.ctl".

      * Same name StatisticsCalculator gives our own ladder row,
      * and the points it awards a one-day fixture and (as in its
      * AWARD-TWO-DAY-POINTS) a two-day one.
       01 WS-OWN-TEAM-NAME        PIC X(20) VALUE "OUR OWN XI".
       01 WS-PTS-ONE-DAY-WIN      PIC 9(02) VALUE 2.
       01 WS-PTS-ONE-DAY-SHARED   PIC 9(02) VALUE 1.
       01 WS-PTS-OUTRIGHT-WIN     PIC 9(02) VALUE 6.
       01 WS-PTS-FIRST-INNS-WIN   PIC 9(02) VALUE 3.
       01 WS-PTS-OUTRIGHT-TIE     PIC 9(02) VALUE 3.
       01 WS-PTS-FIRST-INNS-LEVEL PIC 9(02) VALUE 1.

      * The grade's fixture format and what it plays for:
      * WS-PTS-WIN is the most one fixture can bring a side.
       01 WS-FIXTURE-FORMAT       PIC X(01) VALUE "1".
           88 ONE-DAY-FORMAT          VALUE "1".
           88 TWO-DAY-FORMAT          VALUE "2".
       01 WS-FORMAT-REPLY         PIC X(01) VALUE SPACE.
       01 WS-ARCHIVED-INNINGS     PIC X(01) VALUE SPACE.
       01 WS-PTS-WIN              PIC 9(02) VALUE 2.

      * Every way one fixture between two other teams can share
      * its points, home side first.
       01 WS-OUTCOME-COUNT        PIC 9(02) VALUE 0.
       01 WS-OUTCOME-TABLE.
           05 WS-OUTCOME OCCURS 10 TIMES.
               10 WS-OUT-HOME-PTS      PIC 9(02).
               10 WS-OUT-AWAY-PTS      PIC 9(02).
       01 WS-OUTCOME-SUB          PIC 9(02) VALUE 0.
       01 WS-CHOSEN-SUB           PIC 9(02) VALUE 0.
       01 WS-OUTCOME-SCORE        PIC 9(06) VALUE 0.
       01 WS-CHOSEN-SCORE         PIC 9(06) VALUE 0.
       01 WS-OLD-POINTS           PIC 9(04) VALUE 0.
       01 WS-GIVEN-POINTS         PIC 9(02) VALUE 0.
       01 WS-SHARE-HOME           PIC 9(02) VALUE 0.
       01 WS-SHARE-AWAY           PIC 9(02) VALUE 0.

      * The results each of our fixtures is tried with (W won, P
      * points short of a win, L no points): our points, and the
      * least and the most the opposition can take alongside them.
      * Result digit + 1 is the subscript.
       01 WS-RESULT-BASE          PIC 9(01) VALUE 2.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ROW OCCURS 3 TIMES.
               10 WS-RES-CODE          PIC X(01).
               10 WS-RES-OUR-PTS       PIC 9(02).
               10 WS-RES-OPP-LEAST     PIC 9(02).
               10 WS-RES-OPP-MOST      PIC 9(02).
       01 WS-RESULT-SUB           PIC 9(01) VALUE 0.

      * What the committee asks: the finish wanted, and the rival
      * to pass on net run rate with the innings length and
      * first-innings total the margins are worked on.
       01 WS-TARGET-PLACE         PIC 9(03) VALUE 2.
       01 WS-RIVAL-NAME           PIC X(20) VALUE SPACES.
       01 WS-INNINGS-OVERS        PIC 9(03) VALUE 50.
       01 WS-PAR-TOTAL            PIC 9(04) VALUE 200.
       01 WS-ENTER-TEXT           PIC X(04) VALUE SPACES.
       01 WS-ENTER-LEN            PIC 9(02) VALUE 0.
       01 WS-ENTER-VALUE          PIC 9(04) VALUE 0.
       01 WS-ENTER-VALID          PIC X VALUE 'N'.

      * Every team on the ladder, and any team a remaining fixture
      * names that is not on it yet (no points so far). The best
      * and worst points are one projection's working figures.
       01 WS-MAX-TEAMS            PIC 9(03) VALUE 30.
       01 WS-TEAM-COUNT           PIC 9(03) VALUE 0.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ROW OCCURS 30 TIMES.
               10 WS-TM-LADDER.
                   15 WS-TM-NAME        PIC X(20).
                   15 WS-TM-PLAYED      PIC 9(03).
                   15 WS-TM-WON         PIC 9(03).
                   15 WS-TM-LOST        PIC 9(03).
                   15 WS-TM-TIED        PIC 9(03).
                   15 WS-TM-NORES       PIC 9(03).
                   15 WS-TM-POINTS      PIC 9(04).
                   15 WS-TM-FOR-RUNS    PIC 9(07).
                   15 WS-TM-FOR-OVERS   PIC 9(05)V9(01).
                   15 WS-TM-AGN-RUNS    PIC 9(07).
                   15 WS-TM-AGN-OVERS   PIC 9(05)V9(01).
               10 WS-TM-NRR             PIC S9(03)V9(04).
               10 WS-TM-LEFT            PIC 9(03).
               10 WS-TM-ADDED           PIC X(01).
               10 WS-TM-BEST-POINTS     PIC 9(04).
               10 WS-TM-WORST-POINTS    PIC 9(04).
       01 WS-TEAM-SUB             PIC 9(03) VALUE 0.
       01 WS-SWEEP-SUB            PIC 9(03) VALUE 0.
       01 WS-OWN-SUB              PIC 9(03) VALUE 0.
       01 WS-RIVAL-SUB            PIC 9(03) VALUE 0.
       01 WS-LOOKUP-NAME          PIC X(20) VALUE SPACES.

      * Match IDs of every active posting on the run ledger - a
      * BACKED OUT posting is no longer in the ladder, so its
      * fixture is still to play.
       01 WS-MAX-LEDGER           PIC 9(3) VALUE 300.
       01 WS-LEDGER-COUNT         PIC 9(3) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-LEDGER-IDX.
               10 WS-LEDGER-MATCH-ID   PIC X(08) VALUE SPACES.

      * Our fixtures still to play, in schedule order, with the
      * result each projection gives them and whether every way of
      * reaching the finish wanted wins them / does not lose them.
      * Twelve are projected, eight on a two-day grade (three
      * results each).
       01 WS-MAX-OWN-FIXTURES     PIC 9(02) VALUE 12.
       01 WS-PROJ-LIMIT           PIC 9(02) VALUE 12.
       01 WS-PROJ-COUNT           PIC 9(02) VALUE 0.
       01 WS-OWN-SKIPPED          PIC 9(03) VALUE 0.
       01 WS-OWN-FIXTURE-TABLE.
           05 WS-OWN-FIXTURE OCCURS 12 TIMES.
               10 WS-OFX-MATCH-ID      PIC X(08).
               10 WS-OFX-ROUND         PIC 9(02).
               10 WS-OFX-OPPONENT      PIC X(20).
               10 WS-OFX-DATE          PIC X(08).
               10 WS-OFX-TEAM-SUB      PIC 9(03).
               10 WS-OFX-RESULT-SUB    PIC 9(01).
               10 WS-OFX-MUST-WIN      PIC X(01).
               10 WS-OFX-MUST-NOT-LOSE PIC X(01).
       01 WS-FIX-SUB              PIC 9(02) VALUE 0.

      * The other teams' remaining fixtures from leaguefix.ctl.
       01 WS-MAX-OTHER-FIXTURES   PIC 9(03) VALUE 200.
       01 WS-OTHER-COUNT          PIC 9(03) VALUE 0.
       01 WS-OTHER-REFUSED        PIC 9(03) VALUE 0.
       01 WS-OTHER-FIXTURE-TABLE.
           05 WS-OTHER-FIXTURE OCCURS 200 TIMES.
               10 WS-XFX-ROUND         PIC 9(02).
               10 WS-XFX-DATE          PIC X(08).
               10 WS-XFX-HOME-SUB      PIC 9(03).
               10 WS-XFX-AWAY-SUB      PIC 9(03).
       01 WS-OTHER-SUB            PIC 9(03) VALUE 0.
       01 WS-HOME-SUB             PIC 9(03) VALUE 0.
       01 WS-AWAY-SUB             PIC 9(03) VALUE 0.

      * One projection is one combination of results in our
      * fixtures, numbered 0 to base**n - 1 (base = results tried
      * per fixture); digit i of the number is fixture i's result.
      * Per haul of points it brings us (subscript haul + 1):
      * whether any combination brings it, the best and worst
      * finish they give, and whether some / every one of them
      * reaches the finish wanted.
       01 WS-COMBO-COUNT          PIC 9(05) VALUE 0.
       01 WS-COMBO                PIC 9(05) VALUE 0.
       01 WS-COMBO-WORK           PIC 9(05) VALUE 0.
       01 WS-COMBO-DIGIT          PIC 9(01) VALUE 0.
       01 WS-COMBO-HAUL           PIC 9(02) VALUE 0.
       01 WS-MAX-HAUL             PIC 9(02) VALUE 0.
       01 WS-HAUL-SUB             PIC 9(02) VALUE 0.
       01 WS-HAUL-TABLE.
           05 WS-HAUL-ROW OCCURS 73 TIMES.
               10 WS-HR-SEEN           PIC X(01).
               10 WS-HR-BEST           PIC 9(03).
               10 WS-HR-WORST          PIC 9(03).
               10 WS-HR-ANY-MAKES      PIC X(01).
               10 WS-HR-ALL-MAKE       PIC X(01).
       01 WS-OUR-POINTS           PIC 9(04) VALUE 0.
       01 WS-HOME-GAP             PIC S9(04) VALUE 0.
       01 WS-AWAY-GAP             PIC S9(04) VALUE 0.
       01 WS-BEST-PLACE           PIC 9(03) VALUE 0.
       01 WS-WORST-PLACE          PIC 9(03) VALUE 0.
       01 WS-OVERALL-BEST         PIC 9(03) VALUE 0.
       01 WS-OVERALL-WORST        PIC 9(03) VALUE 0.
       01 WS-TARGET-POSSIBLE      PIC X VALUE 'N'.
       01 WS-FEWEST-HAUL          PIC 9(02) VALUE 0.
       01 WS-FEWEST-FOUND         PIC X VALUE 'N'.
       01 WS-MUST-WIN-COUNT       PIC 9(02) VALUE 0.

      * The ladder in printing order, best first: points, then net
      * run rate - the order StatisticsCalculator prints it in.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 30 TIMES.
               10 WS-RANK-KEY          PIC S9(07)V9(04).
               10 WS-RANK-TEAM-SUB     PIC 9(03).
       01 WS-RANK-SWAP            PIC X(14).
       01 WS-RANK-POS             PIC 9(03) VALUE 0.
       01 WS-SORT-PASS            PIC 9(03) VALUE 0.
       01 WS-SORT-SUB             PIC 9(03) VALUE 0.
       01 WS-SORT-LIMIT           PIC 9(03) VALUE 0.

      * Net run rate trials: one side's runs and overs after a
      * fixture played a given way, and the rates it leaves us and
      * the rival on.
       01 WS-CALC-FOR-RUNS        PIC 9(07) VALUE 0.
       01 WS-CALC-FOR-OVERS       PIC 9(05)V9(04) VALUE 0.
       01 WS-CALC-AGN-RUNS        PIC 9(07) VALUE 0.
       01 WS-CALC-AGN-OVERS       PIC 9(05)V9(04) VALUE 0.
       01 WS-CALC-NRR             PIC S9(03)V9(04) VALUE 0.
       01 WS-OUR-NRR-AFTER        PIC S9(03)V9(04) VALUE 0.
       01 WS-RIVAL-NRR-AFTER      PIC S9(03)V9(04) VALUE 0.
       01 WS-TRIAL-OUR-RUNS       PIC 9(04) VALUE 0.
       01 WS-TRIAL-OUR-OVERS      PIC 9(03)V9(04) VALUE 0.
       01 WS-TRIAL-OPP-RUNS       PIC 9(04) VALUE 0.
       01 WS-TRIAL-OPP-OVERS      PIC 9(03)V9(04) VALUE 0.
       01 WS-INNINGS-BALLS        PIC 9(04) VALUE 0.
       01 WS-MARGIN               PIC 9(04) VALUE 0.
       01 WS-MARGIN-FOUND         PIC 9(04) VALUE 0.
       01 WS-CHASE-BALLS          PIC 9(04) VALUE 0.
       01 WS-CHASE-FOUND          PIC 9(04) VALUE 0.
       01 WS-CHASE-OVERS          PIC 9(03) VALUE 0.
       01 WS-CHASE-ODD-BALLS      PIC 9(01) VALUE 0.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

       01 WS-EDIT-PLACE              PIC ZZ9.
       01 WS-EDIT-PLACE-2            PIC ZZ9.
       01 WS-EDIT-POINTS             PIC ZZZ9.
       01 WS-EDIT-MAX-POINTS         PIC ZZZ9.
       01 WS-EDIT-PLAYED             PIC ZZ9.
       01 WS-EDIT-LEFT               PIC ZZ9.
       01 WS-EDIT-NRR                PIC ----9.99.
       01 WS-EDIT-NRR-2              PIC ----9.99.
       01 WS-EDIT-WINS               PIC Z9.
       01 WS-EDIT-HAUL               PIC Z9.
       01 WS-EDIT-COUNT              PIC ZZ9.
       01 WS-EDIT-ROUND              PIC Z9.
       01 WS-EDIT-MARGIN             PIC ZZZ9.
       01 WS-EDIT-TOTAL              PIC ZZZ9.
       01 WS-EDIT-TOTAL-2            PIC ZZZ9.
       01 WS-EDIT-OVERS              PIC ZZ9.
       01 WS-EDIT-ODD-BALLS          PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ladder Run-in Projection"
           DISPLAY "------------------------"
           PERFORM INITIALIZE-PROGRAM
           PERFORM FIND-GRADE-FORMAT
           PERFORM ASK-PROJECTION-QUESTIONS
           PERFORM LOAD-LADDER
           MOVE WS-OWN-TEAM-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-TEAM
           MOVE WS-TEAM-SUB TO WS-OWN-SUB
           IF WS-OWN-SUB = 0
               DISPLAY "ERROR: ladder table full at " WS-MAX-TEAMS
                   " teams with no row for " WS-OWN-TEAM-NAME
                   " - nothing projected"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RUN-LEDGER
               PERFORM LOAD-OWN-FIXTURES
               PERFORM LOAD-OTHER-FIXTURES
               PERFORM FIND-RIVAL
               PERFORM COMPUTE-TEAM-NRR
                   VARYING WS-TEAM-SUB FROM 1 BY 1
                   UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
               PERFORM PROJECT-RUN-IN
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-PROJECTION-HEADER
               PERFORM WRITE-LADDER-SECTION
               PERFORM WRITE-FIXTURES-SECTION
               PERFORM WRITE-FINISH-SECTION
               PERFORM WRITE-NEEDS-SECTION
               IF WS-RIVAL-NAME NOT = SPACES
                   PERFORM WRITE-RIVAL-SECTION
               END-IF
               CLOSE REPORT-FILE
               MOVE WS-OVERALL-BEST TO WS-EDIT-PLACE
               MOVE WS-OVERALL-WORST TO WS-EDIT-PLACE-2
               DISPLAY "Best possible finish " WS-EDIT-PLACE
                   ", worst " WS-EDIT-PLACE-2
                   " - projection written to runin.txt."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-PROGRAM.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           MOVE SPACES TO WS-TEAM-TABLE
           MOVE SPACES TO WS-OWN-FIXTURE-TABLE
           MOVE SPACES TO WS-OTHER-FIXTURE-TABLE.

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
                               "projecting the 1st XI"
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
               MOVE SPACES TO WS-LADDER-FILE-NAME
               STRING "ladder-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LADDER-FILE-NAME
               MOVE SPACES TO WS-LEDGER-FILE-NAME
               STRING "ledger-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-NAME
               MOVE SPACES TO WS-LEAGUEFIX-FILE-NAME
               STRING "leaguefix-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEAGUEFIX-FILE-NAME
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING "matcharch-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-NAME
           END-IF.

      * A blank reply keeps the default shown in brackets; a reply
      * that is not a whole number is refused and keeps it too.
       ASK-PROJECTION-QUESTIONS.
           DISPLAY "Fixture format - 1 one-day, 2 two-day ["
               WS-FIXTURE-FORMAT "]: " WITH NO ADVANCING
           ACCEPT WS-FORMAT-REPLY
           EVALUATE WS-FORMAT-REPLY
               WHEN SPACE
                   CONTINUE
               WHEN "1"
               WHEN "2"
                   MOVE WS-FORMAT-REPLY TO WS-FIXTURE-FORMAT
               WHEN OTHER
                   DISPLAY "Not a format - working on format "
                       WS-FIXTURE-FORMAT "."
           END-EVALUATE
           PERFORM SET-FORMAT-POINTS
           DISPLAY "Finish wanted - top how many? [2]: "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-TEXT
           PERFORM PARSE-ENTERED-NUMBER
           IF WS-ENTER-VALID = 'Y'
               IF WS-ENTER-VALUE > 0 AND WS-ENTER-VALUE <= 30
                   MOVE WS-ENTER-VALUE TO WS-TARGET-PLACE
               ELSE
                   DISPLAY "Not a ladder place - projecting for the "
                       "top 2."
               END-IF
           END-IF
           DISPLAY "Rival to pass on net run rate "
               "(blank for none): " WITH NO ADVANCING
           ACCEPT WS-RIVAL-NAME
           IF WS-RIVAL-NAME NOT = SPACES
               DISPLAY "Overs per innings [50]: " WITH NO ADVANCING
               ACCEPT WS-ENTER-TEXT
               PERFORM PARSE-ENTERED-NUMBER
               IF WS-ENTER-VALID = 'Y'
                   IF WS-ENTER-VALUE > 0 AND WS-ENTER-VALUE <= 200
                       MOVE WS-ENTER-VALUE TO WS-INNINGS-OVERS
                   ELSE
                       DISPLAY "Not an innings length - working on "
                           "50 overs."
                   END-IF
               END-IF
               DISPLAY "First-innings total to plan on [200]: "
                   WITH NO ADVANCING
               ACCEPT WS-ENTER-TEXT
               PERFORM PARSE-ENTERED-NUMBER
               IF WS-ENTER-VALID = 'Y'
                   IF WS-ENTER-VALUE > 0
                       MOVE WS-ENTER-VALUE TO WS-PAR-TOTAL
                   ELSE
                       DISPLAY "A total must be more than nothing - "
                           "working on 200."
                   END-IF
               END-IF
           END-IF.

      * The grade plays two-day fixtures when any fixture it has
      * posted this season keyed an innings number on an innings,
      * dismissal, ball or extras line - what makes posting treat
      * a match as two-innings. With nothing posted yet it is
      * taken as one-day.
       FIND-GRADE-FORMAT.
           MOVE "1" TO WS-FIXTURE-FORMAT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM NOTE-ARCHIVED-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       NOTE-ARCHIVED-LINE.
           EVALUATE ARC-RECORD-TYPE
               WHEN "I"
                   MOVE ARC-INNINGS-NO TO WS-ARCHIVED-INNINGS
               WHEN "D"
               WHEN "B"
                   MOVE ARC-DETAIL-INNINGS-NO TO WS-ARCHIVED-INNINGS
               WHEN "X"
                   MOVE ARC-EXTRAS-INNINGS-NO TO WS-ARCHIVED-INNINGS
               WHEN OTHER
                   MOVE SPACE TO WS-ARCHIVED-INNINGS
           END-EVALUATE
           IF WS-ARCHIVED-INNINGS = "1" OR WS-ARCHIVED-INNINGS = "2"
               MOVE "2" TO WS-FIXTURE-FORMAT
           END-IF.

      * The points the format plays for. Our fixtures: one-day won
      * (2, the opposition none) or lost (none, they take 2);
      * two-day won outright (6, the opposition none, or 3 if it
      * led on first innings), three points (a first-innings lead
      * in a draw - they take none - up to a tie or an outright
      * loss after leading - they take 3 or 6), or none (they take
      * 3 leading a draw, up to 6 winning outright).
       SET-FORMAT-POINTS.
           MOVE 0 TO WS-OUTCOME-COUNT
           IF TWO-DAY-FORMAT
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-PTS-WIN
               MOVE 3 TO WS-RESULT-BASE
               MOVE 8 TO WS-PROJ-LIMIT
               MOVE "L" TO WS-RES-CODE(1)
               MOVE 0 TO WS-RES-OUR-PTS(1)
               MOVE WS-PTS-FIRST-INNS-WIN TO WS-RES-OPP-LEAST(1)
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-RES-OPP-MOST(1)
               MOVE "P" TO WS-RES-CODE(2)
               MOVE WS-PTS-FIRST-INNS-WIN TO WS-RES-OUR-PTS(2)
               MOVE 0 TO WS-RES-OPP-LEAST(2)
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-RES-OPP-MOST(2)
               MOVE "W" TO WS-RES-CODE(3)
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-RES-OUR-PTS(3)
               MOVE 0 TO WS-RES-OPP-LEAST(3)
               MOVE WS-PTS-FIRST-INNS-WIN TO WS-RES-OPP-MOST(3)
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-SHARE-HOME
               MOVE 0 TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-FIRST-INNS-WIN TO WS-SHARE-HOME
               MOVE 0 TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-FIRST-INNS-LEVEL TO WS-SHARE-HOME
               MOVE WS-PTS-FIRST-INNS-LEVEL TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-OUTRIGHT-TIE TO WS-SHARE-HOME
               MOVE WS-PTS-OUTRIGHT-TIE TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-SHARE-HOME
               MOVE WS-PTS-FIRST-INNS-LEVEL TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-OUTRIGHT-WIN TO WS-SHARE-HOME
               MOVE WS-PTS-FIRST-INNS-WIN TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
           ELSE
               MOVE WS-PTS-ONE-DAY-WIN TO WS-PTS-WIN
               MOVE 2 TO WS-RESULT-BASE
               MOVE WS-MAX-OWN-FIXTURES TO WS-PROJ-LIMIT
               MOVE "L" TO WS-RES-CODE(1)
               MOVE 0 TO WS-RES-OUR-PTS(1)
               MOVE WS-PTS-ONE-DAY-WIN TO WS-RES-OPP-LEAST(1)
               MOVE WS-PTS-ONE-DAY-WIN TO WS-RES-OPP-MOST(1)
               MOVE "W" TO WS-RES-CODE(2)
               MOVE WS-PTS-ONE-DAY-WIN TO WS-RES-OUR-PTS(2)
               MOVE 0 TO WS-RES-OPP-LEAST(2)
               MOVE 0 TO WS-RES-OPP-MOST(2)
               MOVE WS-PTS-ONE-DAY-WIN TO WS-SHARE-HOME
               MOVE 0 TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
               MOVE WS-PTS-ONE-DAY-SHARED TO WS-SHARE-HOME
               MOVE WS-PTS-ONE-DAY-SHARED TO WS-SHARE-AWAY
               PERFORM ADD-OUTCOME-PAIR
           END-IF.

      * A sharing and, when the sides take different points, the
      * same sharing the other way round.
       ADD-OUTCOME-PAIR.
           ADD 1 TO WS-OUTCOME-COUNT
           MOVE WS-SHARE-HOME TO WS-OUT-HOME-PTS(WS-OUTCOME-COUNT)
           MOVE WS-SHARE-AWAY TO WS-OUT-AWAY-PTS(WS-OUTCOME-COUNT)
           IF WS-SHARE-HOME NOT = WS-SHARE-AWAY
               ADD 1 TO WS-OUTCOME-COUNT
               MOVE WS-SHARE-AWAY TO WS-OUT-HOME-PTS(WS-OUTCOME-COUNT)
               MOVE WS-SHARE-HOME TO WS-OUT-AWAY-PTS(WS-OUTCOME-COUNT)
           END-IF.

       PARSE-ENTERED-NUMBER.
           MOVE 'N' TO WS-ENTER-VALID
           MOVE 0 TO WS-ENTER-LEN
           IF WS-ENTER-TEXT NOT = SPACES
               INSPECT WS-ENTER-TEXT TALLYING WS-ENTER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-ENTER-LEN > 0
                   AND WS-ENTER-TEXT(1:WS-ENTER-LEN) IS NUMERIC
                   MOVE WS-ENTER-TEXT(1:WS-ENTER-LEN)
                       TO WS-ENTER-VALUE
                   MOVE 'Y' TO WS-ENTER-VALID
               ELSE
                   DISPLAY "[" WS-ENTER-TEXT "] is not a whole "
                       "number - the default is kept."
               END-IF
           END-IF
           MOVE SPACES TO WS-ENTER-TEXT.

      * No ladder yet just means nothing has been posted this
      * season - every team starts from nothing.
       LOAD-LADDER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LADDER-FILE
           IF WS-LADDER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LADDER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-LADDER-TEAM
                   END-READ
               END-PERFORM
               CLOSE LADDER-FILE
           ELSE
               DISPLAY "No " WS-LADDER-FILE-NAME " found - every "
                   "team starts the run-in from nothing."
           END-IF.

       ADD-LADDER-TEAM.
           IF WS-TEAM-COUNT < WS-MAX-TEAMS
               ADD 1 TO WS-TEAM-COUNT
               MOVE LADDER-RECORD TO WS-TM-LADDER(WS-TEAM-COUNT)
               MOVE 0 TO WS-TM-LEFT(WS-TEAM-COUNT)
               MOVE 'N' TO WS-TM-ADDED(WS-TEAM-COUNT)
           ELSE
               DISPLAY "WARNING: ladder table full at "
                   WS-MAX-TEAMS " teams - " LAD-TEAM-NAME
                   " is left out of the projection"
           END-IF.

      * The team named in WS-LOOKUP-NAME, added with no points when
      * the ladder does not have it yet. WS-TEAM-SUB is 0 when the
      * table is full.
       FIND-TEAM.
           MOVE 0 TO WS-TEAM-SUB
           PERFORM SCAN-TEAM-ROW
               VARYING WS-SWEEP-SUB FROM 1 BY 1
               UNTIL WS-SWEEP-SUB > WS-TEAM-COUNT
                   OR WS-TEAM-SUB > 0
           IF WS-TEAM-SUB = 0
               IF WS-TEAM-COUNT < WS-MAX-TEAMS
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE WS-TEAM-COUNT TO WS-TEAM-SUB
                   MOVE WS-LOOKUP-NAME TO WS-TM-NAME(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-PLAYED(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-WON(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-LOST(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-TIED(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-NORES(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-POINTS(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-FOR-RUNS(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-FOR-OVERS(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-AGN-RUNS(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-AGN-OVERS(WS-TEAM-SUB)
                   MOVE 0 TO WS-TM-LEFT(WS-TEAM-SUB)
                   MOVE 'Y' TO WS-TM-ADDED(WS-TEAM-SUB)
               END-IF
           END-IF.

       SCAN-TEAM-ROW.
           IF WS-TM-NAME(WS-SWEEP-SUB) = WS-LOOKUP-NAME
               MOVE WS-SWEEP-SUB TO WS-TEAM-SUB
           END-IF.

      * No ledger just means nothing has been posted this season -
      * every scheduled fixture is still to play.
       LOAD-RUN-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM NOTE-LEDGER-POSTING
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE-LEDGER-POSTING.
           IF LED-RECON-OUTCOME = "BACKED OUT"
               CONTINUE
           ELSE
               IF WS-LEDGER-COUNT < WS-MAX-LEDGER
                   ADD 1 TO WS-LEDGER-COUNT
                   SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
                   MOVE LED-MATCH-ID
                       TO WS-LEDGER-MATCH-ID(WS-LEDGER-IDX)
               ELSE
                   DISPLAY "WARNING: ledger table full at "
                       WS-MAX-LEDGER " entries - posting "
                       LED-MATCH-ID " may be projected in error"
               END-IF
           END-IF.

      * Our fixtures still to play: the grade's scheduled fixtures
      * with no active posting on the ledger, the same ones
      * FixtureChaser chases. A row with no grade is the 1st XI's.
       LOAD-OWN-FIXTURES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM NOTE-SCHEDULED-FIXTURE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           ELSE
               DISPLAY "No schedule.ctl found - our remaining "
                   "fixtures are unknown, so none are projected."
           END-IF.

       NOTE-SCHEDULED-FIXTURE.
           MOVE SCH-GRADE-CODE TO WS-ROW-GRADE
           IF WS-ROW-GRADE = SPACE
               MOVE "1" TO WS-ROW-GRADE
           END-IF
           IF WS-ROW-GRADE = WS-GRADE-CODE
               MOVE 'N' TO WS-POSTED
               IF WS-LEDGER-COUNT > 0
                   SET WS-LEDGER-IDX TO 1
                   SEARCH WS-LEDGER-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-LEDGER-MATCH-ID(WS-LEDGER-IDX)
                           = SCH-MATCH-ID
                           MOVE 'Y' TO WS-POSTED
                   END-SEARCH
               END-IF
               IF WS-POSTED = 'N'
                   PERFORM ADD-OWN-FIXTURE
               END-IF
           END-IF.

       ADD-OWN-FIXTURE.
           IF WS-PROJ-COUNT < WS-PROJ-LIMIT
               MOVE SCH-OPPONENT-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-TEAM
               IF WS-TEAM-SUB = 0
                   DISPLAY "WARNING: ladder table full - fixture "
                       SCH-MATCH-ID " v " SCH-OPPONENT-NAME
                       " is left out of the projection"
               ELSE
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE SCH-MATCH-ID TO WS-OFX-MATCH-ID(WS-PROJ-COUNT)
                   MOVE SCH-ROUND TO WS-OFX-ROUND(WS-PROJ-COUNT)
                   MOVE SCH-OPPONENT-NAME
                       TO WS-OFX-OPPONENT(WS-PROJ-COUNT)
                   MOVE SCH-SCHED-DATE TO WS-OFX-DATE(WS-PROJ-COUNT)
                   MOVE WS-TEAM-SUB TO WS-OFX-TEAM-SUB(WS-PROJ-COUNT)
                   ADD 1 TO WS-TM-LEFT(WS-TEAM-SUB)
                   ADD 1 TO WS-TM-LEFT(WS-OWN-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-OWN-SKIPPED
           END-IF.

      * No leaguefix.ctl means no other fixtures have been keyed:
      * the other teams are projected on the points they have.
       LOAD-OTHER-FIXTURES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAGUEFIX-FILE
           IF WS-LEAGUEFIX-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ LEAGUEFIX-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-OTHER-FIXTURE
                   END-READ
               END-PERFORM
               CLOSE LEAGUEFIX-FILE
           END-IF.

      * A line naming no team, the same team twice, or our own XI
      * (ours come from schedule.ctl) is refused.
       ADD-OTHER-FIXTURE.
           EVALUATE TRUE
               WHEN LFX-HOME-TEAM = SPACES
                   OR LFX-AWAY-TEAM = SPACES
                   OR LFX-HOME-TEAM = LFX-AWAY-TEAM
                   DISPLAY "WARNING: " WS-LEAGUEFIX-FILE-NAME
                       " line [" LEAGUEFIX-RECORD "] does not name "
                       "two teams - left out"
                   ADD 1 TO WS-OTHER-REFUSED
               WHEN LFX-HOME-TEAM = WS-OWN-TEAM-NAME
                   OR LFX-AWAY-TEAM = WS-OWN-TEAM-NAME
                   DISPLAY "WARNING: " WS-LEAGUEFIX-FILE-NAME
                       " line [" LEAGUEFIX-RECORD "] is one of our "
                       "own - schedule.ctl gives those; left out"
                   ADD 1 TO WS-OTHER-REFUSED
               WHEN WS-OTHER-COUNT NOT < WS-MAX-OTHER-FIXTURES
                   DISPLAY "WARNING: other-fixture table full at "
                       WS-MAX-OTHER-FIXTURES " - " LFX-HOME-TEAM
                       " v " LFX-AWAY-TEAM " left out"
                   ADD 1 TO WS-OTHER-REFUSED
               WHEN OTHER
                   PERFORM TAKE-OTHER-FIXTURE
           END-EVALUATE.

       TAKE-OTHER-FIXTURE.
           MOVE LFX-HOME-TEAM TO WS-LOOKUP-NAME
           PERFORM FIND-TEAM
           MOVE WS-TEAM-SUB TO WS-HOME-SUB
           MOVE LFX-AWAY-TEAM TO WS-LOOKUP-NAME
           PERFORM FIND-TEAM
           MOVE WS-TEAM-SUB TO WS-AWAY-SUB
           IF WS-HOME-SUB = 0 OR WS-AWAY-SUB = 0
               DISPLAY "WARNING: ladder table full - " LFX-HOME-TEAM
                   " v " LFX-AWAY-TEAM " left out"
               ADD 1 TO WS-OTHER-REFUSED
           ELSE
               ADD 1 TO WS-OTHER-COUNT
               IF LFX-ROUND IS NUMERIC
                   MOVE LFX-ROUND TO WS-XFX-ROUND(WS-OTHER-COUNT)
               ELSE
                   MOVE 0 TO WS-XFX-ROUND(WS-OTHER-COUNT)
               END-IF
               MOVE LFX-FIX-DATE TO WS-XFX-DATE(WS-OTHER-COUNT)
               MOVE WS-HOME-SUB TO WS-XFX-HOME-SUB(WS-OTHER-COUNT)
               MOVE WS-AWAY-SUB TO WS-XFX-AWAY-SUB(WS-OTHER-COUNT)
               ADD 1 TO WS-TM-LEFT(WS-HOME-SUB)
               ADD 1 TO WS-TM-LEFT(WS-AWAY-SUB)
           END-IF.

      * The rival must be on the ladder, and must not be us.
       FIND-RIVAL.
           MOVE 0 TO WS-RIVAL-SUB
           IF WS-RIVAL-NAME NOT = SPACES
               PERFORM SCAN-RIVAL-ROW
                   VARYING WS-SWEEP-SUB FROM 1 BY 1
                   UNTIL WS-SWEEP-SUB > WS-TEAM-COUNT
                       OR WS-RIVAL-SUB > 0
               IF WS-RIVAL-SUB = 0
                   DISPLAY "WARNING: " WS-RIVAL-NAME " is not on "
                       "the ladder - no net run rate section"
               END-IF
               IF WS-RIVAL-SUB = WS-OWN-SUB
                   DISPLAY "WARNING: the rival named is our own XI "
                       "- no net run rate section"
                   MOVE 0 TO WS-RIVAL-SUB
               END-IF
           END-IF.

       SCAN-RIVAL-ROW.
           IF WS-TM-NAME(WS-SWEEP-SUB) = WS-RIVAL-NAME
               AND WS-TM-ADDED(WS-SWEEP-SUB) = 'N'
               MOVE WS-SWEEP-SUB TO WS-RIVAL-SUB
           END-IF.

      * Net run rate as StatisticsCalculator works it: runs scored
      * per over faced less runs conceded per over bowled.
       COMPUTE-TEAM-NRR.
           MOVE WS-TM-FOR-RUNS(WS-TEAM-SUB) TO WS-CALC-FOR-RUNS
           MOVE WS-TM-FOR-OVERS(WS-TEAM-SUB) TO WS-CALC-FOR-OVERS
           MOVE WS-TM-AGN-RUNS(WS-TEAM-SUB) TO WS-CALC-AGN-RUNS
           MOVE WS-TM-AGN-OVERS(WS-TEAM-SUB) TO WS-CALC-AGN-OVERS
           PERFORM COMPUTE-TRIAL-NRR
           MOVE WS-CALC-NRR TO WS-TM-NRR(WS-TEAM-SUB).

       COMPUTE-TRIAL-NRR.
           MOVE 0 TO WS-CALC-NRR
           IF WS-CALC-FOR-OVERS > 0
               COMPUTE WS-CALC-NRR =
                   WS-CALC-FOR-RUNS / WS-CALC-FOR-OVERS
           END-IF
           IF WS-CALC-AGN-OVERS > 0
               COMPUTE WS-CALC-NRR = WS-CALC-NRR
                   - (WS-CALC-AGN-RUNS / WS-CALC-AGN-OVERS)
           END-IF.

      * Every combination of results in our fixtures, each with
      * the other fixtures settled for the best and the worst
      * case. A fixture stays a must-win until some combination
      * that does not win it still reaches the finish wanted, and
      * a must-not-lose until one that loses it does.
       PROJECT-RUN-IN.
           PERFORM CLEAR-HAUL-ROW
               VARYING WS-HAUL-SUB FROM 1 BY 1
               UNTIL WS-HAUL-SUB > 73
           PERFORM MARK-FIXTURE-NEEDED
               VARYING WS-FIX-SUB FROM 1 BY 1
               UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           MOVE 999 TO WS-OVERALL-BEST
           MOVE 0 TO WS-OVERALL-WORST
           MOVE 'N' TO WS-TARGET-POSSIBLE
           COMPUTE WS-MAX-HAUL = WS-PROJ-COUNT * WS-PTS-WIN
           COMPUTE WS-COMBO-COUNT = WS-RESULT-BASE ** WS-PROJ-COUNT
           PERFORM PROJECT-ONE-COMBO
               VARYING WS-COMBO FROM 0 BY 1
               UNTIL WS-COMBO >= WS-COMBO-COUNT.

       CLEAR-HAUL-ROW.
           MOVE 'N' TO WS-HR-SEEN(WS-HAUL-SUB)
           MOVE 999 TO WS-HR-BEST(WS-HAUL-SUB)
           MOVE 0 TO WS-HR-WORST(WS-HAUL-SUB)
           MOVE 'N' TO WS-HR-ANY-MAKES(WS-HAUL-SUB)
           MOVE 'Y' TO WS-HR-ALL-MAKE(WS-HAUL-SUB).

       MARK-FIXTURE-NEEDED.
           MOVE 'Y' TO WS-OFX-MUST-WIN(WS-FIX-SUB)
           MOVE 'Y' TO WS-OFX-MUST-NOT-LOSE(WS-FIX-SUB).

       PROJECT-ONE-COMBO.
           MOVE WS-COMBO TO WS-COMBO-WORK
           MOVE 0 TO WS-COMBO-HAUL
           PERFORM DECODE-COMBO-DIGIT
               VARYING WS-FIX-SUB FROM 1 BY 1
               UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           PERFORM RESET-COMBO-POINTS
               VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
           PERFORM APPLY-OWN-RESULT
               VARYING WS-FIX-SUB FROM 1 BY 1
               UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           MOVE WS-TM-BEST-POINTS(WS-OWN-SUB) TO WS-OUR-POINTS
           PERFORM SETTLE-OTHER-BEST
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-OTHER-COUNT
           PERFORM SETTLE-OTHER-WORST
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > WS-OTHER-COUNT
           MOVE 1 TO WS-BEST-PLACE
           MOVE 1 TO WS-WORST-PLACE
           PERFORM PLACE-AGAINST-TEAM
               VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
           PERFORM NOTE-COMBO-RESULT.

      * Digit i of the combination number, counted in the number
      * of results tried for each fixture, is fixture i's result.
       DECODE-COMBO-DIGIT.
           DIVIDE WS-COMBO-WORK BY WS-RESULT-BASE
               GIVING WS-COMBO-WORK REMAINDER WS-COMBO-DIGIT
           COMPUTE WS-RESULT-SUB = WS-COMBO-DIGIT + 1
           MOVE WS-RESULT-SUB TO WS-OFX-RESULT-SUB(WS-FIX-SUB)
           ADD WS-RES-OUR-PTS(WS-RESULT-SUB) TO WS-COMBO-HAUL.

       RESET-COMBO-POINTS.
           MOVE WS-TM-POINTS(WS-TEAM-SUB)
               TO WS-TM-BEST-POINTS(WS-TEAM-SUB)
           MOVE WS-TM-POINTS(WS-TEAM-SUB)
               TO WS-TM-WORST-POINTS(WS-TEAM-SUB).

      * Our points count in both cases; alongside them the
      * opposition takes the least it can in the best case and the
      * most it can in the worst.
       APPLY-OWN-RESULT.
           MOVE WS-OFX-RESULT-SUB(WS-FIX-SUB) TO WS-RESULT-SUB
           MOVE WS-OFX-TEAM-SUB(WS-FIX-SUB) TO WS-TEAM-SUB
           ADD WS-RES-OUR-PTS(WS-RESULT-SUB)
               TO WS-TM-BEST-POINTS(WS-OWN-SUB)
           ADD WS-RES-OUR-PTS(WS-RESULT-SUB)
               TO WS-TM-WORST-POINTS(WS-OWN-SUB)
           ADD WS-RES-OPP-LEAST(WS-RESULT-SUB)
               TO WS-TM-BEST-POINTS(WS-TEAM-SUB)
           ADD WS-RES-OPP-MOST(WS-RESULT-SUB)
               TO WS-TM-WORST-POINTS(WS-TEAM-SUB).

      * Best case: of every way the fixture can share its points,
      * the one that lifts fewest teams past us; then the one that
      * hands fewest points to teams still level with us or below
      * (a team already above us takes them for nothing); then the
      * one that lifts the team nearest us rather than one further
      * back. Lowest score wins, the earlier sharing on a tie.
       SETTLE-OTHER-BEST.
           MOVE WS-XFX-HOME-SUB(WS-OTHER-SUB) TO WS-HOME-SUB
           MOVE WS-XFX-AWAY-SUB(WS-OTHER-SUB) TO WS-AWAY-SUB
           MOVE 999999 TO WS-CHOSEN-SCORE
           MOVE 1 TO WS-CHOSEN-SUB
           PERFORM SCORE-OUTCOME-BEST
               VARYING WS-OUTCOME-SUB FROM 1 BY 1
               UNTIL WS-OUTCOME-SUB > WS-OUTCOME-COUNT
           ADD WS-OUT-HOME-PTS(WS-CHOSEN-SUB)
               TO WS-TM-BEST-POINTS(WS-HOME-SUB)
           ADD WS-OUT-AWAY-PTS(WS-CHOSEN-SUB)
               TO WS-TM-BEST-POINTS(WS-AWAY-SUB).

       SCORE-OUTCOME-BEST.
           MOVE 0 TO WS-OUTCOME-SCORE
           MOVE WS-TM-BEST-POINTS(WS-HOME-SUB) TO WS-OLD-POINTS
           MOVE WS-OUT-HOME-PTS(WS-OUTCOME-SUB) TO WS-GIVEN-POINTS
           PERFORM SCORE-SIDE-BEST
           MOVE WS-TM-BEST-POINTS(WS-AWAY-SUB) TO WS-OLD-POINTS
           MOVE WS-OUT-AWAY-PTS(WS-OUTCOME-SUB) TO WS-GIVEN-POINTS
           PERFORM SCORE-SIDE-BEST
           IF WS-OUTCOME-SCORE < WS-CHOSEN-SCORE
               MOVE WS-OUTCOME-SCORE TO WS-CHOSEN-SCORE
               MOVE WS-OUTCOME-SUB TO WS-CHOSEN-SUB
           END-IF.

       SCORE-SIDE-BEST.
           IF WS-OLD-POINTS <= WS-OUR-POINTS
               IF WS-OLD-POINTS + WS-GIVEN-POINTS > WS-OUR-POINTS
                   COMPUTE WS-OUTCOME-SCORE = WS-OUTCOME-SCORE
                       + 10000 + WS-OUR-POINTS - WS-OLD-POINTS
               ELSE
                   COMPUTE WS-OUTCOME-SCORE = WS-OUTCOME-SCORE
                       + (WS-GIVEN-POINTS * 10)
               END-IF
           END-IF.

      * Worst case: the sharing that brings most teams up level
      * with us or past; then the one that takes teams still below
      * us furthest towards us (points past what a team needs, or
      * to a team already level or above, count for nothing).
      * Highest score wins, the earlier sharing on a tie.
       SETTLE-OTHER-WORST.
           MOVE WS-XFX-HOME-SUB(WS-OTHER-SUB) TO WS-HOME-SUB
           MOVE WS-XFX-AWAY-SUB(WS-OTHER-SUB) TO WS-AWAY-SUB
           MOVE 0 TO WS-CHOSEN-SCORE
           MOVE 0 TO WS-CHOSEN-SUB
           PERFORM SCORE-OUTCOME-WORST
               VARYING WS-OUTCOME-SUB FROM 1 BY 1
               UNTIL WS-OUTCOME-SUB > WS-OUTCOME-COUNT
           ADD WS-OUT-HOME-PTS(WS-CHOSEN-SUB)
               TO WS-TM-WORST-POINTS(WS-HOME-SUB)
           ADD WS-OUT-AWAY-PTS(WS-CHOSEN-SUB)
               TO WS-TM-WORST-POINTS(WS-AWAY-SUB).

       SCORE-OUTCOME-WORST.
           MOVE 0 TO WS-OUTCOME-SCORE
           MOVE WS-TM-WORST-POINTS(WS-HOME-SUB) TO WS-OLD-POINTS
           MOVE WS-OUT-HOME-PTS(WS-OUTCOME-SUB) TO WS-GIVEN-POINTS
           PERFORM SCORE-SIDE-WORST
           MOVE WS-TM-WORST-POINTS(WS-AWAY-SUB) TO WS-OLD-POINTS
           MOVE WS-OUT-AWAY-PTS(WS-OUTCOME-SUB) TO WS-GIVEN-POINTS
           PERFORM SCORE-SIDE-WORST
           IF WS-OUTCOME-SCORE > WS-CHOSEN-SCORE
               OR WS-CHOSEN-SUB = 0
               MOVE WS-OUTCOME-SCORE TO WS-CHOSEN-SCORE
               MOVE WS-OUTCOME-SUB TO WS-CHOSEN-SUB
           END-IF.

       SCORE-SIDE-WORST.
           IF WS-OLD-POINTS < WS-OUR-POINTS
               IF WS-OLD-POINTS + WS-GIVEN-POINTS >= WS-OUR-POINTS
                   COMPUTE WS-OUTCOME-SCORE = WS-OUTCOME-SCORE
                       + 1000 + WS-OUR-POINTS - WS-OLD-POINTS
               ELSE
                   ADD WS-GIVEN-POINTS TO WS-OUTCOME-SCORE
               END-IF
           END-IF.

      * Level on points counts for us in the best case and against
      * us in the worst.
       PLACE-AGAINST-TEAM.
           IF WS-TEAM-SUB NOT = WS-OWN-SUB
               IF WS-TM-BEST-POINTS(WS-TEAM-SUB) > WS-OUR-POINTS
                   ADD 1 TO WS-BEST-PLACE
               END-IF
               IF WS-TM-WORST-POINTS(WS-TEAM-SUB) >= WS-OUR-POINTS
                   ADD 1 TO WS-WORST-PLACE
               END-IF
           END-IF.

       NOTE-COMBO-RESULT.
           COMPUTE WS-HAUL-SUB = WS-COMBO-HAUL + 1
           MOVE 'Y' TO WS-HR-SEEN(WS-HAUL-SUB)
           IF WS-BEST-PLACE < WS-HR-BEST(WS-HAUL-SUB)
               MOVE WS-BEST-PLACE TO WS-HR-BEST(WS-HAUL-SUB)
           END-IF
           IF WS-WORST-PLACE > WS-HR-WORST(WS-HAUL-SUB)
               MOVE WS-WORST-PLACE TO WS-HR-WORST(WS-HAUL-SUB)
           END-IF
           IF WS-BEST-PLACE < WS-OVERALL-BEST
               MOVE WS-BEST-PLACE TO WS-OVERALL-BEST
           END-IF
           IF WS-WORST-PLACE > WS-OVERALL-WORST
               MOVE WS-WORST-PLACE TO WS-OVERALL-WORST
           END-IF
           IF WS-BEST-PLACE <= WS-TARGET-PLACE
               MOVE 'Y' TO WS-TARGET-POSSIBLE
               MOVE 'Y' TO WS-HR-ANY-MAKES(WS-HAUL-SUB)
               PERFORM CLEAR-FIXTURE-NEEDED
                   VARYING WS-FIX-SUB FROM 1 BY 1
                   UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           END-IF
           IF WS-WORST-PLACE > WS-TARGET-PLACE
               MOVE 'N' TO WS-HR-ALL-MAKE(WS-HAUL-SUB)
           END-IF.

       CLEAR-FIXTURE-NEEDED.
           MOVE WS-OFX-RESULT-SUB(WS-FIX-SUB) TO WS-RESULT-SUB
           IF WS-RES-CODE(WS-RESULT-SUB) NOT = "W"
               MOVE 'N' TO WS-OFX-MUST-WIN(WS-FIX-SUB)
           END-IF
           IF WS-RES-CODE(WS-RESULT-SUB) = "L"
               MOVE 'N' TO WS-OFX-MUST-NOT-LOSE(WS-FIX-SUB)
           END-IF.

       WRITE-PROJECTION-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "LADDER RUN-IN PROJECTION" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Run Date : " DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Grade    : " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF TWO-DAY-FORMAT
               MOVE "Format   : two-day" TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE "Format   : one-day" TO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-TARGET-PLACE TO WS-EDIT-PLACE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Wanted   : a finish in the top" DELIMITED BY SIZE
                  WS-EDIT-PLACE DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * The ladder as it stands, best first, with what each team
      * has left: fixtures still to play (ours and those keyed)
      * and the most points they could bring.
       WRITE-LADDER-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "THE LADDER NOW" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "POS TEAM                   P   PTS      NRR  LEFT"
                  DELIMITED BY SIZE
                  "  MAX PTS" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM ADD-RANK-ENTRY
               VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
           PERFORM SORT-RANK-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-TEAM-COUNT
           PERFORM WRITE-LADDER-LINE
               VARYING WS-RANK-POS FROM 1 BY 1
               UNTIL WS-RANK-POS > WS-TEAM-COUNT.

      * Rank key: points in the thousands, the net run rate below
      * them as the tie-break, clamped into 0-99.99 around a
      * midpoint of 50 to keep it under the points.
       ADD-RANK-ENTRY.
           MOVE WS-TEAM-SUB TO WS-RANK-TEAM-SUB(WS-TEAM-SUB)
           EVALUATE TRUE
               WHEN WS-TM-NRR(WS-TEAM-SUB) > 49.99
                   COMPUTE WS-RANK-KEY(WS-TEAM-SUB) =
                       (WS-TM-POINTS(WS-TEAM-SUB) * 1000) + 99.99
               WHEN WS-TM-NRR(WS-TEAM-SUB) < -49.99
                   COMPUTE WS-RANK-KEY(WS-TEAM-SUB) =
                       (WS-TM-POINTS(WS-TEAM-SUB) * 1000)
               WHEN OTHER
                   COMPUTE WS-RANK-KEY(WS-TEAM-SUB) =
                       (WS-TM-POINTS(WS-TEAM-SUB) * 1000)
                           + WS-TM-NRR(WS-TEAM-SUB) + 50
           END-EVALUATE.

       SORT-RANK-PASS.
           COMPUTE WS-SORT-LIMIT = WS-TEAM-COUNT - WS-SORT-PASS
           PERFORM SORT-RANK-PAIR
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB > WS-SORT-LIMIT.

       SORT-RANK-PAIR.
           IF WS-RANK-KEY(WS-SORT-SUB)
               < WS-RANK-KEY(WS-SORT-SUB + 1)
               MOVE WS-RANK-ENTRY(WS-SORT-SUB) TO WS-RANK-SWAP
               MOVE WS-RANK-ENTRY(WS-SORT-SUB + 1)
                   TO WS-RANK-ENTRY(WS-SORT-SUB)
               MOVE WS-RANK-SWAP TO WS-RANK-ENTRY(WS-SORT-SUB + 1)
           END-IF.

       WRITE-LADDER-LINE.
           MOVE WS-RANK-TEAM-SUB(WS-RANK-POS) TO WS-TEAM-SUB
           MOVE WS-RANK-POS TO WS-EDIT-PLACE
           MOVE WS-TM-PLAYED(WS-TEAM-SUB) TO WS-EDIT-PLAYED
           MOVE WS-TM-POINTS(WS-TEAM-SUB) TO WS-EDIT-POINTS
           MOVE WS-TM-NRR(WS-TEAM-SUB) TO WS-EDIT-NRR
           MOVE WS-TM-LEFT(WS-TEAM-SUB) TO WS-EDIT-LEFT
           COMPUTE WS-EDIT-MAX-POINTS = WS-TM-POINTS(WS-TEAM-SUB)
               + (WS-TM-LEFT(WS-TEAM-SUB) * WS-PTS-WIN)
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-EDIT-PLACE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TM-NAME(WS-TEAM-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-PLAYED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-POINTS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-NRR DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-LEFT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-EDIT-MAX-POINTS DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           IF WS-TM-ADDED(WS-TEAM-SUB) = 'Y'
               MOVE "(not on the ladder yet)"
                   TO WS-DISPLAY-MESSAGE(66:23)
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * Our fixtures left, then the other teams' as keyed.
       WRITE-FIXTURES-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "OUR FIXTURES LEFT" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-PROJ-COUNT = 0
               MOVE "  None - every scheduled fixture is posted."
                   TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               PERFORM WRITE-OWN-FIXTURE-LINE
                   VARYING WS-FIX-SUB FROM 1 BY 1
                   UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           END-IF
           IF WS-OWN-SKIPPED > 0
               MOVE WS-OWN-SKIPPED TO WS-EDIT-COUNT
               MOVE WS-PROJ-LIMIT TO WS-EDIT-WINS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  ** " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " more scheduled after these - only the next "
                          DELIMITED BY SIZE
                      WS-EDIT-WINS DELIMITED BY SIZE
                      " are projected" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "OTHER TEAMS' FIXTURES LEFT (" DELIMITED BY SIZE
                  WS-LEAGUEFIX-FILE-NAME DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-OTHER-COUNT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  None keyed - the other teams are projected on "
                          DELIMITED BY SIZE
                      "the points they have." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               PERFORM WRITE-OTHER-FIXTURE-LINE
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-OTHER-COUNT
           END-IF
           IF WS-OTHER-REFUSED > 0
               MOVE WS-OTHER-REFUSED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  ** " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " keyed line(s) left out - see the console"
                          DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-OWN-FIXTURE-LINE.
           MOVE WS-OFX-ROUND(WS-FIX-SUB) TO WS-EDIT-ROUND
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  RD " DELIMITED BY SIZE
                  WS-EDIT-ROUND DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OFX-DATE(WS-FIX-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OFX-MATCH-ID(WS-FIX-SUB) DELIMITED BY SIZE
                  "  v " DELIMITED BY SIZE
                  WS-OFX-OPPONENT(WS-FIX-SUB) DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-OTHER-FIXTURE-LINE.
           MOVE WS-XFX-ROUND(WS-OTHER-SUB) TO WS-EDIT-ROUND
           MOVE WS-XFX-HOME-SUB(WS-OTHER-SUB) TO WS-HOME-SUB
           MOVE WS-XFX-AWAY-SUB(WS-OTHER-SUB) TO WS-AWAY-SUB
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  RD " DELIMITED BY SIZE
                  WS-EDIT-ROUND DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-XFX-DATE(WS-OTHER-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TM-NAME(WS-HOME-SUB) DELIMITED BY SIZE
                  " v " DELIMITED BY SIZE
                  WS-TM-NAME(WS-AWAY-SUB) DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * Best and worst finish overall, then for each haul of points
      * our fixtures left can bring us, biggest first.
       WRITE-FINISH-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "WHERE WE CAN FINISH" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-OVERALL-BEST TO WS-EDIT-PLACE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Best possible finish : " DELIMITED BY SIZE
                  WS-EDIT-PLACE DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-OVERALL-WORST TO WS-EDIT-PLACE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Worst possible finish: " DELIMITED BY SIZE
                  WS-EDIT-PLACE DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  (level on points counts for us in the best case "
                      DELIMITED BY SIZE
                  "and against us in the worst)" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF ONE-DAY-FORMAT
               MOVE "  MORE PTS  POINTS  BEST  WORST  WINS"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE "  MORE PTS  POINTS  BEST  WORST"
                   TO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           COMPUTE WS-HAUL-SUB = WS-MAX-HAUL + 1
           PERFORM WRITE-HAUL-LINE
               VARYING WS-HAUL-SUB FROM WS-HAUL-SUB BY -1
               UNTIL WS-HAUL-SUB < 1.

       WRITE-HAUL-LINE.
           IF WS-HR-SEEN(WS-HAUL-SUB) = 'Y'
               COMPUTE WS-EDIT-HAUL = WS-HAUL-SUB - 1
               COMPUTE WS-EDIT-POINTS = WS-TM-POINTS(WS-OWN-SUB)
                   + WS-HAUL-SUB - 1
               MOVE WS-HR-BEST(WS-HAUL-SUB) TO WS-EDIT-PLACE
               MOVE WS-HR-WORST(WS-HAUL-SUB) TO WS-EDIT-PLACE-2
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "        " DELIMITED BY SIZE
                      WS-EDIT-HAUL DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-EDIT-POINTS DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-EDIT-PLACE DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-EDIT-PLACE-2 DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               IF ONE-DAY-FORMAT
                   COMPUTE WS-EDIT-WINS =
                       (WS-HAUL-SUB - 1) / WS-PTS-WIN
                   MOVE WS-EDIT-WINS TO WS-DISPLAY-MESSAGE(36:2)
               END-IF
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * What the finish wanted needs: whether it is still there,
      * the fewest more points that keep it possible and that make
      * it certain, and the fixtures every way to it has to win or
      * must not lose.
       WRITE-NEEDS-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "WHAT THE FINISH WANTED NEEDS" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-TARGET-POSSIBLE = 'N'
               MOVE WS-OVERALL-BEST TO WS-EDIT-PLACE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  Out of reach - winning every fixture left "
                          DELIMITED BY SIZE
                      "still leaves us " DELIMITED BY SIZE
                      WS-EDIT-PLACE DELIMITED BY SIZE
                      " at best." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               PERFORM WRITE-FEWEST-POINTS-POSSIBLE
               PERFORM WRITE-FEWEST-POINTS-CERTAIN
               PERFORM WRITE-MUST-WINS
           END-IF.

       WRITE-FEWEST-POINTS-POSSIBLE.
           MOVE 'N' TO WS-FEWEST-FOUND
           PERFORM FIND-FEWEST-POSSIBLE
               VARYING WS-HAUL-SUB FROM 1 BY 1
               UNTIL WS-HAUL-SUB > WS-MAX-HAUL + 1
                   OR WS-FEWEST-FOUND = 'Y'
           MOVE WS-FEWEST-HAUL TO WS-EDIT-HAUL
           MOVE WS-PROJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-FEWEST-HAUL = 0
               STRING "  Still possible without another point "
                          DELIMITED BY SIZE
                      "- on other results." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               STRING "  Possible with as few as " DELIMITED BY SIZE
                      WS-EDIT-HAUL DELIMITED BY SIZE
                      " more point(s) from our " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " left, others going our way."
                          DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       FIND-FEWEST-POSSIBLE.
           IF WS-HR-SEEN(WS-HAUL-SUB) = 'Y'
               AND WS-HR-ANY-MAKES(WS-HAUL-SUB) = 'Y'
               MOVE 'Y' TO WS-FEWEST-FOUND
               COMPUTE WS-FEWEST-HAUL = WS-HAUL-SUB - 1
           END-IF.

       WRITE-FEWEST-POINTS-CERTAIN.
           MOVE 'N' TO WS-FEWEST-FOUND
           PERFORM FIND-FEWEST-CERTAIN
               VARYING WS-HAUL-SUB FROM 1 BY 1
               UNTIL WS-HAUL-SUB > WS-MAX-HAUL + 1
                   OR WS-FEWEST-FOUND = 'Y'
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-FEWEST-FOUND = 'N'
               STRING "  No haul of points makes it certain - "
                          DELIMITED BY SIZE
                      "other results or net run rate "
                          DELIMITED BY SIZE
                      "decide it." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-FEWEST-HAUL TO WS-EDIT-HAUL
               IF WS-FEWEST-HAUL = 0
                   STRING "  Already certain, whatever happens now."
                          DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
               ELSE
                   STRING "  Certain with " DELIMITED BY SIZE
                          WS-EDIT-HAUL DELIMITED BY SIZE
                          " more point(s), however they come and "
                              DELIMITED BY SIZE
                          "whatever else happens."
                              DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * Certain with N more points only if every haul from N up
      * that the fixtures can bring is certain too - a result that
      * hands a rival points can undo what a win elsewhere did.
       FIND-FEWEST-CERTAIN.
           IF WS-HR-SEEN(WS-HAUL-SUB) = 'Y'
               AND WS-HR-ALL-MAKE(WS-HAUL-SUB) = 'Y'
               MOVE 'Y' TO WS-FEWEST-FOUND
               COMPUTE WS-FEWEST-HAUL = WS-HAUL-SUB - 1
               PERFORM CHECK-HIGHER-CERTAIN
                   VARYING WS-SORT-SUB FROM WS-HAUL-SUB BY 1
                   UNTIL WS-SORT-SUB > WS-MAX-HAUL + 1
           END-IF.

       CHECK-HIGHER-CERTAIN.
           IF WS-HR-SEEN(WS-SORT-SUB) = 'Y'
               AND WS-HR-ALL-MAKE(WS-SORT-SUB) = 'N'
               MOVE 'N' TO WS-FEWEST-FOUND
           END-IF.

       WRITE-MUST-WINS.
           MOVE 0 TO WS-MUST-WIN-COUNT
           PERFORM WRITE-MUST-WIN-LINE
               VARYING WS-FIX-SUB FROM 1 BY 1
               UNTIL WS-FIX-SUB > WS-PROJ-COUNT
           IF WS-MUST-WIN-COUNT = 0 AND WS-PROJ-COUNT > 0
               MOVE "  No single fixture is a must-win."
                   TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * On a two-day grade a must-win is an outright win, and a
      * fixture not to be lost needs three points at least - a
      * first-innings lead or an outright tie.
       WRITE-MUST-WIN-LINE.
           MOVE WS-OFX-ROUND(WS-FIX-SUB) TO WS-EDIT-ROUND
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           EVALUATE TRUE
               WHEN WS-OFX-MUST-WIN(WS-FIX-SUB) = 'Y'
                   AND ONE-DAY-FORMAT
                   MOVE "  MUST WIN         : RD "
                       TO WS-DISPLAY-MESSAGE
               WHEN WS-OFX-MUST-WIN(WS-FIX-SUB) = 'Y'
                   MOVE "  MUST WIN OUTRIGHT: RD "
                       TO WS-DISPLAY-MESSAGE
               WHEN WS-OFX-MUST-NOT-LOSE(WS-FIX-SUB) = 'Y'
                   MOVE "  MUST NOT LOSE    : RD "
                       TO WS-DISPLAY-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DISPLAY-MESSAGE NOT = SPACES
               ADD 1 TO WS-MUST-WIN-COUNT
               MOVE 25 TO WS-STRING-PTR
               STRING WS-EDIT-ROUND DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-OFX-DATE(WS-FIX-SUB) DELIMITED BY SIZE
                      "  v " DELIMITED BY SIZE
                      WS-OFX-OPPONENT(WS-FIX-SUB) DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
                   WITH POINTER WS-STRING-PTR
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * Passing the rival on net run rate, fixture by fixture: the
      * smallest winning margin batting first, and the most overs
      * a chase can take, that leave our rate above theirs. Each
      * fixture is worked as if it were the next one played, with
      * the side batting first using its full overs; a fixture
      * against the rival moves their rate as well as ours.
       WRITE-RIVAL-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "PASSING " DELIMITED BY SIZE
                  WS-RIVAL-NAME DELIMITED BY "  "
                  " ON NET RUN RATE" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-RIVAL-SUB = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  " DELIMITED BY SIZE
                      WS-RIVAL-NAME DELIMITED BY "  "
                      " is not on the ladder, or is our own XI - "
                          DELIMITED BY SIZE
                      "nothing to compare." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-TM-POINTS(WS-OWN-SUB) TO WS-EDIT-POINTS
               MOVE WS-TM-NRR(WS-OWN-SUB) TO WS-EDIT-NRR
               MOVE WS-TM-POINTS(WS-RIVAL-SUB) TO WS-EDIT-MAX-POINTS
               MOVE WS-TM-NRR(WS-RIVAL-SUB) TO WS-EDIT-NRR-2
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  Now: us " DELIMITED BY SIZE
                      WS-EDIT-POINTS DELIMITED BY SIZE
                      " pts, NRR " DELIMITED BY SIZE
                      WS-EDIT-NRR DELIMITED BY SIZE
                      "   them " DELIMITED BY SIZE
                      WS-EDIT-MAX-POINTS DELIMITED BY SIZE
                      " pts, NRR " DELIMITED BY SIZE
                      WS-EDIT-NRR-2 DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               MOVE WS-PAR-TOTAL TO WS-EDIT-TOTAL
               MOVE WS-INNINGS-OVERS TO WS-EDIT-OVERS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  Worked on a first-innings total of "
                          DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      " in" DELIMITED BY SIZE
                      WS-EDIT-OVERS DELIMITED BY SIZE
                      " overs." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               IF WS-PROJ-COUNT = 0
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "  We have no fixtures left - our net run "
                              DELIMITED BY SIZE
                          "rate can no longer change." DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               ELSE
                   COMPUTE WS-INNINGS-BALLS = WS-INNINGS-OVERS * 6
                   PERFORM WRITE-RIVAL-FIXTURE
                       VARYING WS-FIX-SUB FROM 1 BY 1
                       UNTIL WS-FIX-SUB > WS-PROJ-COUNT
               END-IF
           END-IF.

       WRITE-RIVAL-FIXTURE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM WRITE-OWN-FIXTURE-LINE
           PERFORM FIND-BATTING-FIRST-MARGIN
           MOVE WS-PAR-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-MARGIN-FOUND = 0
               STRING "    Batting first with " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      ": no winning margin is enough" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-MARGIN-FOUND TO WS-EDIT-MARGIN
               STRING "    Batting first with " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      ": win by" DELIMITED BY SIZE
                      WS-EDIT-MARGIN DELIMITED BY SIZE
                      " run(s) or more" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM FIND-CHASE-OVERS
           COMPUTE WS-EDIT-TOTAL-2 = WS-PAR-TOTAL + 1
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-CHASE-FOUND = 0
               STRING "    Chasing " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      ": no winning chase inside the overs is "
                          DELIMITED BY SIZE
                      "enough" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               DIVIDE WS-CHASE-FOUND BY 6 GIVING WS-CHASE-OVERS
                   REMAINDER WS-CHASE-ODD-BALLS
               MOVE WS-CHASE-OVERS TO WS-EDIT-OVERS
               MOVE WS-CHASE-ODD-BALLS TO WS-EDIT-ODD-BALLS
               STRING "    Chasing " DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                      ": reach" DELIMITED BY SIZE
                      WS-EDIT-TOTAL-2 DELIMITED BY SIZE
                      " within" DELIMITED BY SIZE
                      WS-EDIT-OVERS DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-EDIT-ODD-BALLS DELIMITED BY SIZE
                      " overs" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * We make the planned total in our overs and bowl them out
      * of them short of it by the margin, tried from one run up.
       FIND-BATTING-FIRST-MARGIN.
           MOVE 0 TO WS-MARGIN-FOUND
           MOVE WS-PAR-TOTAL TO WS-TRIAL-OUR-RUNS
           MOVE WS-INNINGS-OVERS TO WS-TRIAL-OUR-OVERS
           MOVE WS-INNINGS-OVERS TO WS-TRIAL-OPP-OVERS
           PERFORM TRY-BATTING-FIRST-MARGIN
               VARYING WS-MARGIN FROM 1 BY 1
               UNTIL WS-MARGIN > WS-PAR-TOTAL
                   OR WS-MARGIN-FOUND > 0.

       TRY-BATTING-FIRST-MARGIN.
           COMPUTE WS-TRIAL-OPP-RUNS = WS-PAR-TOTAL - WS-MARGIN
           PERFORM COMPUTE-TRIAL-RATES
           IF WS-OUR-NRR-AFTER > WS-RIVAL-NRR-AFTER
               MOVE WS-MARGIN TO WS-MARGIN-FOUND
           END-IF.

      * They make the planned total in their overs and we pass it
      * in so many balls; the last ball count that still leaves us
      * above the rival is the most the chase can take.
       FIND-CHASE-OVERS.
           MOVE 0 TO WS-CHASE-FOUND
           MOVE WS-PAR-TOTAL TO WS-TRIAL-OPP-RUNS
           MOVE WS-INNINGS-OVERS TO WS-TRIAL-OPP-OVERS
           COMPUTE WS-TRIAL-OUR-RUNS = WS-PAR-TOTAL + 1
           PERFORM TRY-CHASE-BALLS
               VARYING WS-CHASE-BALLS FROM 1 BY 1
               UNTIL WS-CHASE-BALLS > WS-INNINGS-BALLS.

       TRY-CHASE-BALLS.
           COMPUTE WS-TRIAL-OUR-OVERS = WS-CHASE-BALLS / 6
           PERFORM COMPUTE-TRIAL-RATES
           IF WS-OUR-NRR-AFTER > WS-RIVAL-NRR-AFTER
               MOVE WS-CHASE-BALLS TO WS-CHASE-FOUND
           END-IF.

      * Our rate and the rival's after the fixture on WS-FIX-SUB
      * is played as the trial figures say.
       COMPUTE-TRIAL-RATES.
           COMPUTE WS-CALC-FOR-RUNS =
               WS-TM-FOR-RUNS(WS-OWN-SUB) + WS-TRIAL-OUR-RUNS
           COMPUTE WS-CALC-FOR-OVERS =
               WS-TM-FOR-OVERS(WS-OWN-SUB) + WS-TRIAL-OUR-OVERS
           COMPUTE WS-CALC-AGN-RUNS =
               WS-TM-AGN-RUNS(WS-OWN-SUB) + WS-TRIAL-OPP-RUNS
           COMPUTE WS-CALC-AGN-OVERS =
               WS-TM-AGN-OVERS(WS-OWN-SUB) + WS-TRIAL-OPP-OVERS
           PERFORM COMPUTE-TRIAL-NRR
           MOVE WS-CALC-NRR TO WS-OUR-NRR-AFTER
           IF WS-OFX-TEAM-SUB(WS-FIX-SUB) = WS-RIVAL-SUB
               COMPUTE WS-CALC-FOR-RUNS =
                   WS-TM-FOR-RUNS(WS-RIVAL-SUB) + WS-TRIAL-OPP-RUNS
               COMPUTE WS-CALC-FOR-OVERS =
                   WS-TM-FOR-OVERS(WS-RIVAL-SUB) + WS-TRIAL-OPP-OVERS
               COMPUTE WS-CALC-AGN-RUNS =
                   WS-TM-AGN-RUNS(WS-RIVAL-SUB) + WS-TRIAL-OUR-RUNS
               COMPUTE WS-CALC-AGN-OVERS =
                   WS-TM-AGN-OVERS(WS-RIVAL-SUB) + WS-TRIAL-OUR-OVERS
               PERFORM COMPUTE-TRIAL-NRR
               MOVE WS-CALC-NRR TO WS-RIVAL-NRR-AFTER
           ELSE
               MOVE WS-TM-NRR(WS-RIVAL-SUB) TO WS-RIVAL-NRR-AFTER
           END-IF.
