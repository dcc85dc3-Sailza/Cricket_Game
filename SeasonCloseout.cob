       PROGRAM-ID. SeasonCloseout IS INITIAL PROGRAM.

      * End-of-season close-out. Freezes the final season totals in
      * season.ctl and seasonply.dat and the run ledger, settles
      * the season's awards from the players' season rows -
      * most runs, best batting average, best economy, highest score
      * from the top-5 board, and most consistent batter from the
      * per-player standard-deviation work - and prints them to
      * awards.txt for presentation night.
      *
      * The frozen season is archived under an operator-keyed season
      * identifier: the final season record, followed by every
      * player's season row, is appended to seasonhist.ctl and
      * every run-ledger posting to ledgerhist.ctl, each prefixed
      * with that identifier, so prior years stay queryable long
      * after the working files have been reset. The working files
      * (season.ctl, seasonply.dat, ledger.ctl, partnerships.txt,
      * seasongen.ctl, override.ctl, balance.ctl, restart.ctl,
      * schedule.ctl) are then cleared
      * down ready for round one of the new season - the closing
      * season's fixture schedule is archived to schedhist.ctl
      * first, the same way the ladder is, so the chaser never
      * chases last year's fixtures.
      *
      * Each grade (XI) is closed out on its own, the grade chosen
      * at sign-on: its season, ledger, ladder and generations go
      * to that grade's own histories (seasonhist-2.ctl and so on;
      * the 1st XI keeps the original names) and only its own
      * fixtures leave the shared schedule. The club-wide working
      * files - partnerships.txt, override.ctl, balance.ctl and
      * restart.ctl - are archived and cleared only by the
      * close-out of the last grade still holding a season, so
      * closing the 2nd XI early cannot clear a stand or a restart
      * the 1st XI still needs.
      *
      * The grade's match archive - the score file lines behind
      * every posting - goes to matchhist.ctl with the ledger, and
      * the opening copies the season's first posting took
      * (oppopen.ctl for the grade; careeropen.ctl and
      * playersopen.dat for the club, by the last close-out) are
      * removed, so the new season's first posting takes its own.
      *
      * The close-out runs as seven steps - the six history writes
      * (season record, run ledger, match archive, partnerships,
      * ladder, schedule) and then the clear-down - and records the
      * last step confirmed in the grade's closeprog.ctl
      * (closeprog-2.ctl and so on). A step is confirmed only when
      * its history, read back, holds every row it wrote, and
      * nothing is cleared down until all six are. A close-out that
      * stops part way is finished by running it again with the
      * same season identifier: it takes back whatever the stopped
      * step had written and carries on from that step. A fresh
      * close-out refuses an identifier the grade's histories
      * already hold, so no season can be archived twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO DYNAMIC WS-SEASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT SEASON-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-SEAPLY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-PLAYER-ID
               FILE STATUS IS WS-SEAPLY-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT AWARDS-FILE ASSIGN TO "awards.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEASON-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-SEAHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAHIST-STATUS.
           SELECT LEDGER-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-LEDHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDHIST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "restart.ctl"
           SELECT PARTNER-HISTORY-FILE ASSIGN TO "partnerhist.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTHIST-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT LADDER-FILE ASSIGN TO DYNAMIC WS-LADDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADDER-STATUS.
           SELECT LADDER-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-LADHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADHIST-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "override.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDMST-STATUS.
           SELECT SCHEDULE-HISTORY-FILE ASSIGN TO "schedhist.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHHIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MATCH-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-MATCHHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHHIST-STATUS.
           SELECT PROGRESS-FILE
               ASSIGN TO DYNAMIC WS-PROGRESS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-STATUS.
           SELECT HISTORY-SCAN-FILE
               ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT HISTORY-KEEP-FILE
               ASSIGN TO DYNAMIC WS-KEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OTHER-SEASON-FILE
               ASSIGN TO DYNAMIC WS-OTHER-SEASON-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTHER-STATUS.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StatisticsCalculator writes in
      * WRITE-SEASON-TOTALS - team pool, top-5 board, and the
      * number of players with a season row.
       FD SEASON-FILE.
       01 SEASON-RECORD.
           05 SEA-LAST-MATCH-ID      PIC X(08).
                   15 SEA-TOP5-PLAYER-ID   PIC X(05).
                   15 SEA-TOP5-PLAYER-NAME PIC X(20).
           05 SEA-PLAYER-COUNT       PIC 9(03).

      * Same layout StatisticsCalculator keeps in seasonply.dat,
      * one row per player keyed on player ID.
       FD SEASON-PLAYER-FILE.
       01 SEASON-PLAYER-RECORD.
           05 SPL-PLAYER-ID            PIC X(05).
           05 SPL-PLAYER-NAME          PIC X(20).
           05 SPL-PLAYER-RUNS-SUM      PIC 9(07).
           05 SPL-PLAYER-INNINGS       PIC 9(03).
           05 SPL-PLAYER-OUTS          PIC 9(03).
           05 SPL-PLAYER-MAX-RUNS      PIC 9(05).
           05 SPL-PLAYER-MIN-RUNS      PIC 9(05).
           05 SPL-PLAYER-AVERAGE       PIC 9(05)V9(02).
           05 SPL-PLAYER-OVERS-BOWLED  PIC 9(05)V9(01).
           05 SPL-PLAYER-RUNS-CONCEDED PIC 9(07).
           05 SPL-PLAYER-ECONOMY       PIC 9(05)V9(02).
           05 SPL-PLAYER-BALLS-FACED   PIC 9(07).
           05 SPL-PLAYER-FOURS         PIC 9(04).
           05 SPL-PLAYER-SIXES         PIC 9(04).
           05 SPL-PLAYER-STRIKE-RATE   PIC 9(05)V9(02).
           05 SPL-PLAYER-BOUNDARY-PCT  PIC 9(03)V9(02).
           05 SPL-PLAYER-SUM-SQUARES   PIC 9(12).
           05 SPL-PLAYER-BOWLED        PIC 9(03).
           05 SPL-PLAYER-CAUGHT        PIC 9(03).
           05 SPL-PLAYER-LBW           PIC 9(03).
           05 SPL-PLAYER-RUN-OUT       PIC 9(03).
           05 SPL-PLAYER-STUMPED       PIC 9(03).
           05 SPL-PLAYER-WICKETS       PIC 9(03).
           05 SPL-PLAYER-BOWL-AVG      PIC 9(05)V9(02).
           05 SPL-PLAYER-BEST-WKTS     PIC 9(02).
           05 SPL-PLAYER-BEST-RUNS     PIC 9(05).
           05 SPL-PLAYER-MATCH-WKTS    PIC 9(03).
           05 SPL-PLAYER-MATCH-RUNS-CON PIC 9(05).
           05 SPL-PLAYER-CATCHES       PIC 9(03).
           05 SPL-PLAYER-STUMPINGS     PIC 9(03).
           05 SPL-PLAYER-RUNOUTS-EFF   PIC 9(03).
           05 SPL-PLAYER-MATCHES       PIC 9(03).
           05 SPL-PLAYER-VOTES         PIC 9(03).
           05 SPL-PLAYER-VOTES-SHOWN   PIC 9(03).

      * Same layout the ledger is written with in
      * StatisticsCalculator's WRITE-RUN-LEDGER.
       01 AWARDS-RECORD.
           05 AWARDS-MESSAGE        PIC X(90).

      * Rows per closed season, each with the operator's season
      * identifier in front: the frozen season record, then one
      * row per player's season figures, so any prior year can be
      * pulled back by reading this file. The written length
      * tells the two apart.
       FD SEASON-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 8 TO 34654 CHARACTERS
               DEPENDING ON WS-SHX-LEN.
       01 SEASON-HISTORY-RECORD.
           05 SHX-SEASON-ID         PIC X(08).
           05 SHX-SEASON-BODY       PIC X(34646).

      * One record per run-ledger posting of a closed season, again
      * prefixed with the season identifier.
      * and their per-season archive - season identifier in front,
      * the same shape as the ledger history.
       FD PARTNERSHIP-FILE.
       01 PARTNERSHIP-RECORD        PIC X(36).

       FD PARTNER-HISTORY-FILE.
       01 PARTNER-HISTORY-RECORD.
           05 PHX-SEASON-ID         PIC X(08).
           05 PHX-PARTNER-BODY      PIC X(36).

      * The season.ctl generations belong to the season being
      * closed; the file is cleared with the other working files
      * (the final state itself is archived on seasonhist.ctl).
       FD GENERATION-FILE.
       01 GENERATION-RECORD         PIC X(34658).

      * League ladder rows and their per-season archive, season
      * identifier in front like the other histories.
       FD OVERRIDE-FILE.
       01 OVERRIDE-RECORD           PIC X(08).

      * Nor may a leftover scorebook balance override.
       FD BALANCE-FILE.
       01 BALANCE-RECORD            PIC X(08).

      * The season fixture schedule (ScheduleMaint's master) and
      * its per-season archive, season identifier in front like
      * the other histories. The working schedule is reset with
      * the other season-scoped files so FixtureChaser starts the
      * new season clean. Only the grade being closed leaves the
      * schedule; the grade code is its last byte.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-FIXTURE-BODY      PIC X(58).
           05 SCH-GRADE-CODE        PIC X(01).

       FD SCHEDULE-HISTORY-FILE.
       01 SCHEDULE-HISTORY-RECORD.
           05 SDX-SEASON-ID         PIC X(08).
           05 SDX-SCHEDULE-BODY     PIC X(59).

      * The grade's posted-match archive (StatisticsCalculator's
      * ARCHIVE-RECORD) and its per-season history, season
      * identifier in front like the other histories.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(92).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-RECORD.
           05 MHX-SEASON-ID         PIC X(08).
           05 MHX-ARCHIVE-BODY      PIC X(92).

      * The grade's close-out progress: the season identifier
      * being closed and the last step confirmed done, with who
      * ran it and when. Written before the first step and after
      * each one, and emptied when the close-out finishes, so a
      * close-out that stops part way is resumed from the step
      * after the last one on file.
       FD PROGRESS-FILE.
       01 PROGRESS-RECORD.
           05 CLP-SEASON-ID         PIC X(08).
           05 CLP-STEP-DONE         PIC 9(01).
           05 CLP-OPERATOR-ID       PIC X(08).
           05 CLP-DATE              PIC X(08).
           05 CLP-TIME              PIC X(06).

      * Any one of the season histories, read as the season
      * identifier in front and the rest of the row: to see
      * whether an identifier is already archived, to count the
      * rows a step wrote, and to take a stopped step's rows back
      * off before the step is run again (the rows kept are
      * copied through closekeep.tmp).
       FD HISTORY-SCAN-FILE.
       01 HISTORY-SCAN-RECORD.
           05 HSC-SEASON-ID         PIC X(08).
           05 HSC-BODY              PIC X(34646).

       FD HISTORY-KEEP-FILE.
       01 HISTORY-KEEP-RECORD       PIC X(34654).

      * Operator identity signed on through CricketMenu and passed
      * down in operator.ctl; a run with no operator.ctl (the
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

      * Another grade's season file, opened only to see whether
      * that grade still has a season running.
       FD OTHER-SEASON-FILE.
       01 OTHER-SEASON-RECORD       PIC X(08).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-SEASON-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-EOF           PIC X VALUE 'N'.
       01 WS-SHX-LEN              PIC 9(05) VALUE 0.
      * Audit journal work fields: the signed-on operator (BATCH
      * when none is on file) and the action/key the next journal
      * entry will carry.
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

       01 WS-LEDGER-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAHIST-STATUS       PIC XX VALUE SPACES.
       01 WS-LADDER-STATUS        PIC XX VALUE SPACES.
       01 WS-LADHIST-STATUS       PIC XX VALUE SPACES.
       01 WS-OVERRIDE-STATUS      PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 WS-SCHEDMST-STATUS      PIC XX VALUE SPACES.
       01 WS-SCHHIST-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-MATCHHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-ARCHIVE-EOF          PIC X VALUE 'N'.
       01 WS-LINES-ARCHIVED       PIC 9(7) VALUE 0.
       01 WS-SCHEDULE-EOF         PIC X VALUE 'N'.
       01 WS-FIXTURES-ARCHIVED    PIC 9(3) VALUE 0.
       01 WS-LADDER-EOF           PIC X VALUE 'N'.
       01 WS-POSTINGS-ARCHIVED    PIC 9(3) VALUE 0.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

      * Close-out steps. Steps 1-6 each write one history; step 7
      * clears the working files down. The progress file holds
      * the last step confirmed, and a rerun resumes after it.
       01 WS-PROGRESS-STATUS      PIC XX VALUE SPACES.
       01 WS-PROGRESS-FILE-NAME   PIC X(20) VALUE "closeprog.ctl".
       01 WS-PROGRESS-FOUND       PIC X VALUE 'N'.
       01 WS-PROGRESS-SEASON-ID   PIC X(08) VALUE SPACES.
       01 WS-STEPS-DONE           PIC 9(01) VALUE 0.
       01 WS-RESUME-STEP          PIC 9(01) VALUE 1.
       01 WS-LAST-STEP            PIC 9(01) VALUE 7.
       01 WS-STEP-SUB             PIC 9(01) VALUE 0.
       01 WS-STEP-OK              PIC X VALUE 'Y'.
       01 WS-STEP-VERIFY          PIC X VALUE 'Y'.
       01 WS-STEP-WRITTEN         PIC 9(07) VALUE 0.
       01 WS-CLOSE-READY          PIC X VALUE 'N'.
       01 WS-ID-CHECK-OK          PIC X VALUE 'N'.
       01 WS-ID-ARCHIVED          PIC X VALUE 'N'.
       01 WS-STEP-NAME-LIST.
           05 FILLER              PIC X(20) VALUE "season record".
           05 FILLER              PIC X(20) VALUE "run ledger".
           05 FILLER              PIC X(20) VALUE "match archive".
           05 FILLER              PIC X(20) VALUE "partnerships".
           05 FILLER              PIC X(20) VALUE "league ladder".
           05 FILLER              PIC X(20) VALUE "fixture schedule".
           05 FILLER              PIC X(20) VALUE "working file reset".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05 WS-STEP-NAME OCCURS 7 TIMES PIC X(20).

      * History scanning: the file being read, whether only this
      * grade's rows in it count, and the rows found.
       01 WS-SCAN-STATUS          PIC XX VALUE SPACES.
       01 WS-SCAN-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-SCAN-EOF             PIC X VALUE 'N'.
       01 WS-SCAN-GRADE-ONLY      PIC X VALUE 'N'.
       01 WS-SCAN-ROW-OURS        PIC X VALUE 'N'.
       01 WS-SCAN-MATCHES         PIC 9(07) VALUE 0.
       01 WS-KEEP-STATUS          PIC XX VALUE SPACES.
       01 WS-KEEP-FILE-NAME       PIC X(20) VALUE "closekeep.tmp".
       01 WS-CALL-RC              PIC S9(09) VALUE 0.

      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-SEASON-FILE-NAME     PIC X(20) VALUE "season.ctl".
       01 WS-SEAPLY-FILE-NAME     PIC X(20) VALUE "seasonply.dat".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".
       01 WS-GEN-FILE-NAME        PIC X(20) VALUE "seasongen.ctl".
       01 WS-LADDER-FILE-NAME     PIC X(20) VALUE "ladder.ctl".
       01 WS-SEAHIST-FILE-NAME    PIC X(20) VALUE "seasonhist.ctl".
       01 WS-LEDHIST-FILE-NAME    PIC X(20) VALUE "ledgerhist.ctl".
       01 WS-LADHIST-FILE-NAME    PIC X(20) VALUE "ladderhist.ctl".
       01 WS-ARCHIVE-FILE-NAME    PIC X(20) VALUE "matcharch.ctl".
       01 WS-MATCHHIST-FILE-NAME  PIC X(20) VALUE "matchhist.ctl".
       01 WS-OPPOPEN-FILE-NAME    PIC X(20) VALUE "oppopen.ctl".
       01 WS-CAREER-OPEN-NAME     PIC X(20) VALUE "careeropen.ctl".
       01 WS-PLAYER-OPEN-NAME     PIC X(20) VALUE "playersopen.dat".
       01 WS-OPEN-COPY-NAME       PIC X(20) VALUE SPACES.

      * Other grades still holding a season, found by
      * CHECK-OTHER-GRADES-OPEN, and the other grades' fixtures
      * carried over when this grade's leave the schedule.
       01 WS-OTHER-STATUS         PIC XX VALUE SPACES.
       01 WS-OTHER-SEASON-NAME    PIC X(20) VALUE SPACES.
       01 WS-OTHER-SUB            PIC 9(02) VALUE 0.
       01 WS-OTHER-GRADE          PIC 9(01) VALUE 0.
       01 WS-OTHER-GRADES-OPEN    PIC 9(01) VALUE 0.
       01 WS-ROW-GRADE            PIC X(01) VALUE SPACE.
       01 WS-MAX-KEPT             PIC 9(3) VALUE 150.
       01 WS-KEPT-COUNT           PIC 9(3) VALUE 0.
       01 WS-KEPT-SUB             PIC 9(3) VALUE 0.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-FIXTURE OCCURS 150 TIMES PIC X(59).

      * Qualification floors for the averaged awards, so a player
      * with one lucky innings or one cheap over cannot take an
      * award off someone who played the whole season.
       01 WS-MIN-AWARD-INNINGS    PIC 9(3) VALUE 5.
       01 WS-MIN-AWARD-OVERS      PIC 9(3) VALUE 10.

      * Award working fields - the winning player and figure for
      * each award as the season rows are swept.
       01 WS-RUNS-WINNER-ID       PIC X(05) VALUE SPACES.
       01 WS-RUNS-WINNER-NAME     PIC X(20) VALUE SPACES.
       01 WS-AVG-WINNER-ID        PIC X(05) VALUE SPACES.
       01 WS-AVG-WINNER-NAME      PIC X(20) VALUE SPACES.
       01 WS-ECON-WINNER-ID       PIC X(05) VALUE SPACES.
       01 WS-ECON-WINNER-NAME     PIC X(20) VALUE SPACES.
       01 WS-CONSIST-WINNER-ID    PIC X(05) VALUE SPACES.
       01 WS-CONSIST-WINNER-NAME  PIC X(20) VALUE SPACES.
       01 WS-FIELD-WINNER-ID      PIC X(05) VALUE SPACES.
       01 WS-FIELD-WINNER-NAME    PIC X(20) VALUE SPACES.
       01 WS-BEST-RUNS            PIC 9(07) VALUE 0.
       01 WS-BEST-AVERAGE         PIC 9(05)V9(02) VALUE 0.
       01 WS-BEST-ECONOMY         PIC 9(05)V9(02) VALUE 0.
       01 WS-BEST-STD-DEV         PIC 9(07)V9(02) VALUE 0.
       01 WS-FIELD-DISMISSALS     PIC 9(04) VALUE 0.
       01 WS-BEST-FIELDING        PIC 9(04) VALUE 0.
       01 WS-VOTES-WINNER-ID      PIC X(05) VALUE SPACES.
       01 WS-VOTES-WINNER-NAME    PIC X(20) VALUE SPACES.
       01 WS-BEST-VOTES           PIC 9(03) VALUE 0.

      * Per-player consistency rating: the standard deviation of a
      * player's innings scores, from the same running
       01 WS-EDIT-STDDEV             PIC ZZZZ9.99.
       01 WS-EDIT-SCORE              PIC ZZ,ZZ9.
       01 WS-EDIT-INNINGS            PIC ZZ9.
       01 WS-EDIT-VOTES              PIC ZZ9.
       01 WS-EDIT-POSTINGS           PIC ZZ9.
       01 WS-EDIT-FIELDING           PIC ZZZ9.

       MAIN-PROCEDURE.
           DISPLAY "Season Close-Out"
           DISPLAY "----------------"
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM INITIALIZE-PROGRAM
               PERFORM READ-CLOSE-PROGRESS
               PERFORM CHECK-OTHER-GRADES-OPEN
               PERFORM CHECK-SEASON-ID
               IF WS-ID-CHECK-OK = 'Y'
                   PERFORM LOAD-SEASON-TOTALS
                   IF WS-RESUME-STEP = WS-LAST-STEP
                       MOVE 'Y' TO WS-CLOSE-READY
                   ELSE
                       MOVE WS-SEASON-LOADED TO WS-CLOSE-READY
                   END-IF
               END-IF
               IF WS-CLOSE-READY = 'Y'
                   PERFORM CONFIRM-CLOSEOUT
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM RUN-CLOSEOUT
                   ELSE
                       DISPLAY "Close-out abandoned - nothing changed."
                   END-IF
               END-IF
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

       INITIALIZE-PROGRAM.
           PERFORM READ-GRADE-CODE
           DISPLAY "Closing out the " WS-GRADE-NAME " season ("
               WS-SEASON-FILE-NAME ")."
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
               "(e.g. 2026): " WITH NO ADVANCING
           ACCEPT WS-SEASON-ID.

      * A close-out resumed at the clear-down may find season.ctl
      * already emptied, and needs nothing from it.
       LOAD-SEASON-TOTALS.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS NOT = "00"
               IF WS-RESUME-STEP < WS-LAST-STEP
                   DISPLAY "No season file found for the "
                       WS-GRADE-NAME " - there is no season to "
                       "close out."
               END-IF
           ELSE
               READ SEASON-FILE
                   AT END
                       IF WS-RESUME-STEP < WS-LAST-STEP
                           DISPLAY "The " WS-GRADE-NAME " season "
                               "file is empty - there is no "
                               "season to close out."
                       END-IF
                   NOT AT END
                       MOVE 'Y' TO WS-SEASON-LOADED
               END-READ
               CLOSE SEASON-FILE
           END-IF.

      * Closing a season out resets the working files, so make the
      * operator say so in as many words before anything is touched.
      * A resumed close-out says where the stopped one got to.
       CONFIRM-CLOSEOUT.
           IF WS-SEASON-LOADED = 'Y'
               MOVE SEA-COUNT TO WS-EDIT-INNINGS
               DISPLAY "Season " WS-SEASON-ID " holds "
                   WS-EDIT-INNINGS " innings (last match "
                   SEA-LAST-MATCH-ID ")."
           END-IF
           IF WS-PROGRESS-FOUND = 'Y'
               DISPLAY "The close-out of season " WS-SEASON-ID
                   " stopped after step " WS-STEPS-DONE " of "
                   WS-LAST-STEP " - it resumes at step "
                   WS-RESUME-STEP " (" WS-STEP-NAME(WS-RESUME-STEP)
                   ")."
               DISPLAY "Carry on with the close-out?"
           ELSE
               DISPLAY "Freeze, archive, and reset for the new "
                   "season?"
           END-IF
           DISPLAY "Y/N: " WITH NO ADVANCING
           ACCEPT WS-ANSWER.

      * One sweep of the players' season rows, each row judged
      * for every award with the qualification floor that fits
      * it. Most runs needs no floor - the season's heaviest
      * scorer is the heaviest scorer.
       SETTLE-AWARDS.
           MOVE 'N' TO WS-SEAPLY-EOF
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - no player "
                   "awards settled"
           ELSE
               PERFORM UNTIL WS-SEAPLY-EOF = 'Y'
                   READ SEASON-PLAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEAPLY-EOF
                       NOT AT END
                           PERFORM JUDGE-MOST-RUNS
                           PERFORM JUDGE-BEST-AVERAGE
                           PERFORM JUDGE-BEST-ECONOMY
                           PERFORM JUDGE-MOST-CONSISTENT
                           PERFORM JUDGE-BEST-FIELDING
                           PERFORM JUDGE-BEST-AND-FAIREST
                   END-READ
               END-PERFORM
               CLOSE SEASON-PLAYER-FILE
           END-IF.

       JUDGE-MOST-RUNS.
           IF SPL-PLAYER-RUNS-SUM > WS-BEST-RUNS
               OR WS-RUNS-WINNER-ID = SPACES
               MOVE SPL-PLAYER-RUNS-SUM TO WS-BEST-RUNS
               MOVE SPL-PLAYER-ID TO WS-RUNS-WINNER-ID
               MOVE SPL-PLAYER-NAME TO WS-RUNS-WINNER-NAME
           END-IF.

      * The average award follows the same dismissals-based rule
      * (whose "average" is really a runs total) competes only once
      * they have batted often enough to qualify anyway.
       JUDGE-BEST-AVERAGE.
           IF SPL-PLAYER-INNINGS >= WS-MIN-AWARD-INNINGS
               AND SPL-PLAYER-OUTS > 0
               IF WS-AVG-WINNER-ID = SPACES
                   OR SPL-PLAYER-AVERAGE > WS-BEST-AVERAGE
                   MOVE SPL-PLAYER-AVERAGE TO WS-BEST-AVERAGE
                   MOVE SPL-PLAYER-ID TO WS-AVG-WINNER-ID
                   MOVE SPL-PLAYER-NAME TO WS-AVG-WINNER-NAME
               END-IF
           END-IF.

       JUDGE-BEST-ECONOMY.
           IF SPL-PLAYER-OVERS-BOWLED
               >= WS-MIN-AWARD-OVERS
               IF WS-ECON-WINNER-ID = SPACES
                   OR SPL-PLAYER-ECONOMY
                       < WS-BEST-ECONOMY
                   MOVE SPL-PLAYER-ECONOMY
                       TO WS-BEST-ECONOMY
                   MOVE SPL-PLAYER-ID TO WS-ECON-WINNER-ID
                   MOVE SPL-PLAYER-NAME TO WS-ECON-WINNER-NAME
               END-IF
           END-IF.

      * innings, computed from each player's running sum-of-squares
      * the same one-pass way the team figure is.
       JUDGE-MOST-CONSISTENT.
           IF SPL-PLAYER-INNINGS >= WS-MIN-AWARD-INNINGS
               COMPUTE WS-PLAYER-MEAN =
                   SPL-PLAYER-RUNS-SUM
                       / SPL-PLAYER-INNINGS
               COMPUTE WS-PLAYER-VARIANCE =
                   (SPL-PLAYER-SUM-SQUARES
                       / SPL-PLAYER-INNINGS)
                       - (WS-PLAYER-MEAN * WS-PLAYER-MEAN)
               IF WS-PLAYER-VARIANCE > 0
                   COMPUTE WS-PLAYER-STD-DEV =
               ELSE
                   MOVE 0 TO WS-PLAYER-STD-DEV
               END-IF
               IF WS-CONSIST-WINNER-ID = SPACES
                   OR WS-PLAYER-STD-DEV < WS-BEST-STD-DEV
                   MOVE WS-PLAYER-STD-DEV TO WS-BEST-STD-DEV
                   MOVE SPL-PLAYER-ID TO WS-CONSIST-WINNER-ID
                   MOVE SPL-PLAYER-NAME TO WS-CONSIST-WINNER-NAME
               END-IF
           END-IF.

      * with no fielding credits simply awards nobody.
       JUDGE-BEST-FIELDING.
           COMPUTE WS-FIELD-DISMISSALS =
               SPL-PLAYER-CATCHES
                   + SPL-PLAYER-STUMPINGS
                   + SPL-PLAYER-RUNOUTS-EFF
           IF WS-FIELD-DISMISSALS > WS-BEST-FIELDING
               MOVE WS-FIELD-DISMISSALS TO WS-BEST-FIELDING
               MOVE SPL-PLAYER-ID TO WS-FIELD-WINNER-ID
               MOVE SPL-PLAYER-NAME TO WS-FIELD-WINNER-NAME
           END-IF.

      * Best and fairest: the full season's umpire and captain
      * votes, held-back rounds included - closing the season is
      * presentation night's count.
       JUDGE-BEST-AND-FAIREST.
           IF SPL-PLAYER-VOTES > WS-BEST-VOTES
               MOVE SPL-PLAYER-VOTES TO WS-BEST-VOTES
               MOVE SPL-PLAYER-ID TO WS-VOTES-WINNER-ID
               MOVE SPL-PLAYER-NAME TO WS-VOTES-WINNER-NAME
           END-IF.

       WRITE-AWARDS-REPORT.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "END OF SEASON AWARDS - SEASON " DELIMITED BY SIZE
                  WS-SEASON-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE

           PERFORM WRITE-HIGHEST-SCORE-AWARD
           PERFORM WRITE-MOST-CONSISTENT-AWARD
           PERFORM WRITE-BEST-FIELDING-AWARD
           PERFORM WRITE-BEST-AND-FAIREST-AWARD
           CLOSE AWARDS-FILE.

       WRITE-MOST-RUNS-AWARD.
           IF WS-RUNS-WINNER-ID = SPACES
               MOVE "MOST RUNS          : no qualifying player"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-RUNS TO WS-EDIT-RUNS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "MOST RUNS          : " DELIMITED BY SIZE
                      WS-RUNS-WINNER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUNS-WINNER-NAME
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-RUNS DELIMITED BY SIZE
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-BEST-AVERAGE-AWARD.
           IF WS-AVG-WINNER-ID = SPACES
               MOVE "BEST AVERAGE       : no qualifying player"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-AVERAGE TO WS-EDIT-AVERAGE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "BEST AVERAGE       : " DELIMITED BY SIZE
                      WS-AVG-WINNER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AVG-WINNER-NAME
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-AVERAGE DELIMITED BY SIZE
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-BEST-ECONOMY-AWARD.
           IF WS-ECON-WINNER-ID = SPACES
               MOVE "BEST ECONOMY       : no qualifying bowler"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-ECONOMY TO WS-EDIT-ECONOMY
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "BEST ECONOMY       : " DELIMITED BY SIZE
                      WS-ECON-WINNER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ECON-WINNER-NAME
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-ECONOMY DELIMITED BY SIZE
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-MOST-CONSISTENT-AWARD.
           IF WS-CONSIST-WINNER-ID = SPACES
               MOVE "MOST CONSISTENT    : no qualifying player"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-STD-DEV TO WS-EDIT-STDDEV
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "MOST CONSISTENT    : " DELIMITED BY SIZE
                      WS-CONSIST-WINNER-ID
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CONSIST-WINNER-NAME
                          DELIMITED BY SIZE
                      " std dev " DELIMITED BY SIZE
                      WS-EDIT-STDDEV DELIMITED BY SIZE
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-BEST-FIELDING-AWARD.
           IF WS-FIELD-WINNER-ID = SPACES
               MOVE "BEST FIELDER       : no fielding dismissals"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-FIELDING TO WS-EDIT-FIELDING
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "BEST FIELDER       : " DELIMITED BY SIZE
                      WS-FIELD-WINNER-ID
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FIELD-WINNER-NAME
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-FIELDING DELIMITED BY SIZE
           END-IF
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-BEST-AND-FAIREST-AWARD.
           IF WS-VOTES-WINNER-ID = SPACES
               MOVE "BEST AND FAIREST   : no votes recorded"
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BEST-VOTES TO WS-EDIT-VOTES
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "BEST AND FAIREST   : " DELIMITED BY SIZE
                      WS-VOTES-WINNER-ID
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VOTES-WINNER-NAME
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-VOTES DELIMITED BY SIZE
                      " votes" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           WRITE AWARDS-RECORD FROM WS-DISPLAY-MESSAGE.

      * The close-out proper, one step at a time. The progress file
      * is written before the first step, so even a run that stops
      * inside step 1 leaves a record to resume from, and again as
      * each step is confirmed. The working files are cleared only
      * by the last step, once every history write before it has
      * been read back. A run resumed at the clear-down leaves the
      * awards the stopped run printed alone - the players' rows
      * they were settled from may already be emptied.
       RUN-CLOSEOUT.
           IF WS-SEASON-LOADED = 'Y'
               AND WS-RESUME-STEP < WS-LAST-STEP
               PERFORM SETTLE-AWARDS
               PERFORM WRITE-AWARDS-REPORT
           END-IF
           MOVE 'Y' TO WS-STEP-OK
           IF WS-PROGRESS-FOUND = 'N'
               MOVE 0 TO WS-STEPS-DONE
               PERFORM WRITE-CLOSE-PROGRESS
           END-IF
           PERFORM RUN-CLOSEOUT-STEP
               VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
               UNTIL WS-STEP-SUB > WS-LAST-STEP
                  OR WS-STEP-OK = 'N'
           IF WS-STEP-OK = 'Y'
               PERFORM CLEAR-CLOSE-PROGRESS
               IF WS-GRADE-CODE = "1"
                   MOVE "SEASON CLOSED OUT" TO WS-JOURNAL-ACTION
               ELSE
                   MOVE SPACES TO WS-JOURNAL-ACTION
                   STRING "CLOSED OUT " DELIMITED BY SIZE
                          WS-GRADE-NAME DELIMITED BY SIZE
                       INTO WS-JOURNAL-ACTION
               END-IF
               MOVE WS-SEASON-ID TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Season " WS-SEASON-ID " closed out - "
                   "awards in awards.txt, history archived, "
                   "working files reset."
           ELSE
               COMPUTE WS-STEP-SUB = WS-STEPS-DONE + 1
               DISPLAY "Close-out of season " WS-SEASON-ID
                   " stopped at step " WS-STEP-SUB " ("
                   WS-STEP-NAME(WS-STEP-SUB) ")."
               IF WS-STEP-SUB < WS-LAST-STEP
                   DISPLAY "No working file has been cleared. "
                       "Put the error above right and run the "
                       "close-out again"
               ELSE
                   DISPLAY "Every history is written. Put the "
                       "error above right and run the close-out "
                       "again"
               END-IF
               DISPLAY "with season identifier " WS-SEASON-ID
                   " - it carries on from this step."
               MOVE "CLOSE-OUT STOPPED" TO WS-JOURNAL-ACTION
               MOVE WS-SEASON-ID TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE 8 TO RETURN-CODE
           END-IF.

      * One step. The step a stopped run was in may have written
      * part of its history before it stopped, so on a resume
      * those rows are taken back off first; each archive step's
      * rows are then read back and counted before the step is
      * marked done.
       RUN-CLOSEOUT-STEP.
           IF WS-PROGRESS-FOUND = 'Y'
               AND WS-STEP-SUB = WS-RESUME-STEP
               AND WS-STEP-SUB < WS-LAST-STEP
               PERFORM PURGE-PARTIAL-STEP
           END-IF
           MOVE 0 TO WS-STEP-WRITTEN
           MOVE 'Y' TO WS-STEP-VERIFY
           IF WS-STEP-OK = 'Y'
               EVALUATE WS-STEP-SUB
                   WHEN 1
                       PERFORM ARCHIVE-SEASON-RECORD
                   WHEN 2
                       PERFORM ARCHIVE-RUN-LEDGER
                   WHEN 3
                       PERFORM ARCHIVE-MATCH-ARCHIVE
                   WHEN 4
                       IF WS-OTHER-GRADES-OPEN = 0
                           PERFORM ARCHIVE-PARTNERSHIPS
                       ELSE
                           MOVE 'N' TO WS-STEP-VERIFY
                       END-IF
                   WHEN 5
                       PERFORM ARCHIVE-LEAGUE-LADDER
                   WHEN 6
                       PERFORM ARCHIVE-SCHEDULE
                   WHEN OTHER
                       MOVE 'N' TO WS-STEP-VERIFY
                       PERFORM RESET-WORKING-FILES
               END-EVALUATE
           END-IF
           IF WS-STEP-OK = 'Y' AND WS-STEP-VERIFY = 'Y'
               PERFORM VERIFY-STEP-ROWS
           END-IF
           IF WS-STEP-OK = 'Y'
               MOVE WS-STEP-SUB TO WS-STEPS-DONE
               PERFORM WRITE-CLOSE-PROGRESS
           END-IF.

      * The frozen season record goes onto the season history file
      * under its identifier, followed by one row for each player's
      * season figures in player ID order. A missing
      * seasonhist.ctl (first close-out ever) is created here.
       ARCHIVE-SEASON-RECORD.
           OPEN EXTEND SEASON-HISTORY-FILE
           IF WS-SEAHIST-STATUS = "35"
               OPEN OUTPUT SEASON-HISTORY-FILE
           END-IF
           IF WS-SEAHIST-STATUS NOT = "00"
               DISPLAY "ERROR: could not open "
                   WS-SEAHIST-FILE-NAME ", status "
                   WS-SEAHIST-STATUS " - season record "
                   "not archived"
               MOVE 'N' TO WS-STEP-OK
           ELSE
               MOVE WS-SEASON-ID TO SHX-SEASON-ID
               MOVE SEASON-RECORD TO SHX-SEASON-BODY
               MOVE 254 TO WS-SHX-LEN
               WRITE SEASON-HISTORY-RECORD
               IF WS-SEAHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: season history write failed, "
                       "status " WS-SEAHIST-STATUS
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   MOVE 1 TO WS-STEP-WRITTEN
                   PERFORM ARCHIVE-SEASON-PLAYER-ROWS
               END-IF
               CLOSE SEASON-HISTORY-FILE
           END-IF.

       ARCHIVE-SEASON-PLAYER-ROWS.
           MOVE 'N' TO WS-SEAPLY-EOF
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "ERROR: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - players' season "
                   "rows not archived"
               MOVE 'N' TO WS-STEP-OK
           ELSE
               PERFORM UNTIL WS-SEAPLY-EOF = 'Y'
                   READ SEASON-PLAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEAPLY-EOF
                       NOT AT END
                           PERFORM ARCHIVE-SEASON-PLAYER-ROW
                   END-READ
               END-PERFORM
               CLOSE SEASON-PLAYER-FILE
           END-IF.

       ARCHIVE-SEASON-PLAYER-ROW.
           MOVE WS-SEASON-ID TO SHX-SEASON-ID
           MOVE SEASON-PLAYER-RECORD TO SHX-SEASON-BODY
           MOVE 180 TO WS-SHX-LEN
           WRITE SEASON-HISTORY-RECORD
           IF WS-SEAHIST-STATUS = "00"
               ADD 1 TO WS-STEP-WRITTEN
           ELSE
               DISPLAY "ERROR: season history write failed for "
                   "player " SPL-PLAYER-ID ", status "
                   WS-SEAHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
               MOVE 'Y' TO WS-SEAPLY-EOF
           END-IF.

      * Every posting on the run ledger is copied to the ledger
      * history under the season identifier, so the match-by-match
      * account survives the working ledger's reset.
       ARCHIVE-RUN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "No run ledger found - no postings to "
                   "archive."
           ELSE
               OPEN EXTEND LEDGER-HISTORY-FILE
               IF WS-LEDHIST-STATUS = "35"
                   OPEN OUTPUT LEDGER-HISTORY-FILE
               END-IF
               IF WS-LEDHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open "
                       WS-LEDHIST-FILE-NAME ", status "
                       WS-LEDHIST-STATUS " - run ledger "
                       "not archived"
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       READ LEDGER-FILE
                   CLOSE LEDGER-HISTORY-FILE
                   MOVE WS-POSTINGS-ARCHIVED TO WS-EDIT-POSTINGS
                   DISPLAY WS-EDIT-POSTINGS " posting(s) archived to "
                       WS-LEDHIST-FILE-NAME
                   MOVE WS-POSTINGS-ARCHIVED TO WS-STEP-WRITTEN
               END-IF
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-LEDHIST-STATUS = "00"
               ADD 1 TO WS-POSTINGS-ARCHIVED
           ELSE
               DISPLAY "ERROR: ledger history write failed, "
                   "status " WS-LEDHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * The score file lines behind every posting go to the match
      * history under the season identifier, so a closed season
      * can still be replayed from its source. The working archive
      * is cleared with the other working files.
       ARCHIVE-MATCH-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "No match archive found - no score files to "
                   "archive."
           ELSE
               OPEN EXTEND MATCH-HISTORY-FILE
               IF WS-MATCHHIST-STATUS = "35"
                   OPEN OUTPUT MATCH-HISTORY-FILE
               END-IF
               IF WS-MATCHHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open "
                       WS-MATCHHIST-FILE-NAME ", status "
                       WS-MATCHHIST-STATUS " - match archive "
                       "not archived"
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-ARCHIVE-EOF
                           NOT AT END
                               PERFORM ARCHIVE-MATCH-LINE
                       END-READ
                   END-PERFORM
                   CLOSE MATCH-HISTORY-FILE
                   DISPLAY WS-LINES-ARCHIVED " score file line(s) "
                       "archived to " WS-MATCHHIST-FILE-NAME
                   MOVE WS-LINES-ARCHIVED TO WS-STEP-WRITTEN
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

       ARCHIVE-MATCH-LINE.
           MOVE WS-SEASON-ID TO MHX-SEASON-ID
           MOVE ARCHIVE-RECORD TO MHX-ARCHIVE-BODY
           WRITE MATCH-HISTORY-RECORD
           IF WS-MATCHHIST-STATUS = "00"
               ADD 1 TO WS-LINES-ARCHIVED
           ELSE
               DISPLAY "ERROR: match history write failed, "
                   "status " WS-MATCHHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * The partnership register records go to their own history
                   OPEN OUTPUT PARTNER-HISTORY-FILE
               END-IF
               IF WS-PARTHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open partnerhist.ctl, "
                       "status " WS-PARTHIST-STATUS
                       " - partnerships not archived"
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-PARTNER-EOF = 'Y'
                       READ PARTNERSHIP-FILE
                   CLOSE PARTNER-HISTORY-FILE
                   DISPLAY WS-STANDS-ARCHIVED " stand(s) archived "
                       "to partnerhist.ctl."
                   MOVE WS-STANDS-ARCHIVED TO WS-STEP-WRITTEN
               END-IF
               CLOSE PARTNERSHIP-FILE
           END-IF.
           IF WS-PARTHIST-STATUS = "00"
               ADD 1 TO WS-STANDS-ARCHIVED
           ELSE
               DISPLAY "ERROR: partnership history write failed, "
                   "status " WS-PARTHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * The final league ladder goes to its history under the
      * season identifier; the working file is reset with the
      * others, so next season's table starts blank.
       ARCHIVE-LEAGUE-LADDER.
           OPEN INPUT LADDER-FILE
           IF WS-LADDER-STATUS NOT = "00"
               DISPLAY "No league ladder found - no ladder to "
                   "archive."
           ELSE
               OPEN EXTEND LADDER-HISTORY-FILE
               IF WS-LADHIST-STATUS = "35"
                   OPEN OUTPUT LADDER-HISTORY-FILE
               END-IF
               IF WS-LADHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open "
                       WS-LADHIST-FILE-NAME ", status "
                       WS-LADHIST-STATUS
                       " - ladder not archived"
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-LADDER-EOF = 'Y'
                       READ LADDER-FILE
                   END-PERFORM
                   CLOSE LADDER-HISTORY-FILE
                   DISPLAY WS-LADDER-ARCHIVED " ladder row(s) "
                       "archived to " WS-LADHIST-FILE-NAME
                   MOVE WS-LADDER-ARCHIVED TO WS-STEP-WRITTEN
               END-IF
               CLOSE LADDER-FILE
           END-IF.
           IF WS-LADHIST-STATUS = "00"
               ADD 1 TO WS-LADDER-ARCHIVED
           ELSE
               DISPLAY "ERROR: ladder history write failed, "
                   "status " WS-LADHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * The closing season's fixtures go to the schedule history
      * under the season identifier. Only this grade's fixtures
      * are archived; the schedule itself is rewritten without
      * them with the other working files, so FixtureChaser stops
      * chasing fixtures that belonged to a season already closed
      * while a grade still playing keeps its own.
       ARCHIVE-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDMST-STATUS NOT = "00"
                   OPEN OUTPUT SCHEDULE-HISTORY-FILE
               END-IF
               IF WS-SCHHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open schedhist.ctl, "
                       "status " WS-SCHHIST-STATUS
                       " - schedule not archived"
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
                       READ SCHEDULE-FILE
                           AT END
                               MOVE 'Y' TO WS-SCHEDULE-EOF
                           NOT AT END
                               PERFORM SORT-SCHEDULE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-HISTORY-FILE
                   DISPLAY WS-FIXTURES-ARCHIVED " fixture(s) "
                       "archived to schedhist.ctl."
                   MOVE WS-FIXTURES-ARCHIVED TO WS-STEP-WRITTEN
               END-IF
               CLOSE SCHEDULE-FILE
           END-IF.

      * A fixture with no grade is the 1st XI's.
       SORT-SCHEDULE-RECORD.
           MOVE SCH-GRADE-CODE TO WS-ROW-GRADE
           IF WS-ROW-GRADE = SPACE
               MOVE "1" TO WS-ROW-GRADE
           END-IF
           IF WS-ROW-GRADE = WS-GRADE-CODE
               PERFORM ARCHIVE-SCHEDULE-RECORD
           END-IF.

      * Whether any other grade's season file still holds a season
      * record. While one does, the club-wide working files stay as
      * they are for that grade's own close-out to clear.
       CHECK-OTHER-GRADES-OPEN.
           MOVE 0 TO WS-OTHER-GRADES-OPEN
           PERFORM PROBE-OTHER-GRADE
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > 9
           IF WS-OTHER-GRADES-OPEN > 0
               DISPLAY WS-OTHER-GRADES-OPEN " other grade(s) still "
                   "hold a season - partnerships.txt, override.ctl, "
                   "balance.ctl and restart.ctl are left for the "
                   "last close-out."
           END-IF.

       PROBE-OTHER-GRADE.
           MOVE WS-OTHER-SUB TO WS-OTHER-GRADE
           IF WS-OTHER-GRADE NOT = WS-GRADE-CODE
               IF WS-OTHER-GRADE = 1
                   MOVE "season.ctl" TO WS-OTHER-SEASON-NAME
               ELSE
                   MOVE SPACES TO WS-OTHER-SEASON-NAME
                   STRING "season-" DELIMITED BY SIZE
                          WS-OTHER-GRADE DELIMITED BY SIZE
                          ".ctl" DELIMITED BY SIZE
                       INTO WS-OTHER-SEASON-NAME
               END-IF
               OPEN INPUT OTHER-SEASON-FILE
               IF WS-OTHER-STATUS = "00"
                   READ OTHER-SEASON-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-OTHER-GRADES-OPEN
                   END-READ
                   CLOSE OTHER-SEASON-FILE
               END-IF
           END-IF.

       ARCHIVE-SCHEDULE-RECORD.
           IF WS-SCHHIST-STATUS = "00"
               ADD 1 TO WS-FIXTURES-ARCHIVED
           ELSE
               DISPLAY "ERROR: schedule history write failed, "
                   "status " WS-SCHHIST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * The new season starts from nothing: an empty ledger.ctl
      * and ladder, the grade's fixtures gone from the schedule,
      * and a cleared restart checkpoint so no stale restart can
      * skip records. The players' season rows and then season.ctl
      * are emptied last, so a clear-down that stops part way
      * still finds the season on a rerun.
      * The override and the checkpoint are club-wide, so they are
      * left alone while another grade still has a season running.
       RESET-WORKING-FILES.
           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: could not reset "
                   WS-LEDGER-FILE-NAME ", status " WS-LEDGER-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE LEDGER-FILE
           OPEN OUTPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "ERROR: could not reset "
                   WS-GEN-FILE-NAME ", status " WS-GEN-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE GENERATION-FILE
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: could not reset "
                   WS-ARCHIVE-FILE-NAME ", status " WS-ARCHIVE-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE ARCHIVE-FILE
           OPEN OUTPUT LADDER-FILE
           IF WS-LADDER-STATUS NOT = "00"
               DISPLAY "ERROR: could not reset "
                   WS-LADDER-FILE-NAME ", status " WS-LADDER-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE LADDER-FILE
           PERFORM RESET-SCHEDULE
           MOVE WS-OPPOPEN-FILE-NAME TO WS-OPEN-COPY-NAME
           PERFORM REMOVE-OPENING-COPY
           IF WS-OTHER-GRADES-OPEN = 0
               PERFORM RESET-CLUB-WORKING-FILES
           END-IF
           IF WS-STEP-OK = 'Y'
               OPEN OUTPUT SEASON-PLAYER-FILE
               IF WS-SEAPLY-STATUS NOT = "00"
                   DISPLAY "ERROR: could not reset "
                       WS-SEAPLY-FILE-NAME ", status "
                       WS-SEAPLY-STATUS
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   CLOSE SEASON-PLAYER-FILE
               END-IF
           END-IF
           IF WS-STEP-OK = 'Y'
               OPEN OUTPUT SEASON-FILE
               IF WS-SEASON-STATUS NOT = "00"
                   DISPLAY "ERROR: could not reset "
                       WS-SEASON-FILE-NAME ", status "
                       WS-SEASON-STATUS
                   MOVE 'N' TO WS-STEP-OK
               END-IF
               CLOSE SEASON-FILE
           END-IF.

      * Other grades' fixtures are held back and written to the
      * reset schedule again. A schedule with more of them than
      * the table holds is left as it stands rather than lose any.
       RESET-SCHEDULE.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 'N' TO WS-SCHEDULE-EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDMST-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-EOF = 'Y'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-SCHEDULE-EOF
                       NOT AT END
                           PERFORM KEEP-OTHER-FIXTURE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           IF WS-KEPT-COUNT > WS-MAX-KEPT
               DISPLAY "ERROR: more than " WS-MAX-KEPT " other "
                   "grades' fixtures on schedule.ctl - the schedule "
                   "was not rewritten"
               MOVE 'N' TO WS-STEP-OK
           ELSE
               OPEN OUTPUT SCHEDULE-FILE
               IF WS-SCHEDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: could not reset schedule.ctl, "
                       "status " WS-SCHEDMST-STATUS
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM WRITE-KEPT-FIXTURE
                       VARYING WS-KEPT-SUB FROM 1 BY 1
                       UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
               END-IF
               CLOSE SCHEDULE-FILE
           END-IF.

       KEEP-OTHER-FIXTURE.
           MOVE SCH-GRADE-CODE TO WS-ROW-GRADE
           IF WS-ROW-GRADE = SPACE
               MOVE "1" TO WS-ROW-GRADE
           END-IF
           IF WS-ROW-GRADE NOT = WS-GRADE-CODE
               ADD 1 TO WS-KEPT-COUNT
               IF WS-KEPT-COUNT NOT > WS-MAX-KEPT
                   MOVE SCHEDULE-RECORD
                       TO WS-KEPT-FIXTURE(WS-KEPT-COUNT)
               END-IF
           END-IF.

       WRITE-KEPT-FIXTURE.
           MOVE WS-KEPT-FIXTURE(WS-KEPT-SUB) TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           IF WS-SCHEDMST-STATUS NOT = "00"
               DISPLAY "ERROR: schedule rewrite failed, status "
                   WS-SCHEDMST-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF.

       RESET-CLUB-WORKING-FILES.
           OPEN OUTPUT PARTNERSHIP-FILE
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "ERROR: could not reset partnerships.txt, "
                   "status " WS-PARTNER-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE PARTNERSHIP-FILE
           OPEN OUTPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               DISPLAY "ERROR: could not clear override.ctl, "
                   "status " WS-OVERRIDE-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE OVERRIDE-FILE
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR: could not clear balance.ctl, "
                   "status " WS-BALANCE-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE BALANCE-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE ZEROS TO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "ERROR: could not clear restart.ctl, status "
                   WS-CKPT-STATUS
               MOVE 'N' TO WS-STEP-OK
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE WS-CAREER-OPEN-NAME TO WS-OPEN-COPY-NAME
           PERFORM REMOVE-OPENING-COPY
           MOVE WS-PLAYER-OPEN-NAME TO WS-OPEN-COPY-NAME
           PERFORM REMOVE-OPENING-COPY.

      * An opening copy already gone (a season whose first posting
      * predates it) is no fault, so the library routine's return
      * code is not passed on as the close-out's own.
       REMOVE-OPENING-COPY.
           CALL "CBL_DELETE_FILE" USING WS-OPEN-COPY-NAME
           MOVE 0 TO RETURN-CODE.

      * The grade's close-out progress, if a close-out is part way
      * through: an empty or absent file means none is.
       READ-CLOSE-PROGRESS.
           MOVE 'N' TO WS-PROGRESS-FOUND
           MOVE 0 TO WS-STEPS-DONE
           OPEN INPUT PROGRESS-FILE
           IF WS-PROGRESS-STATUS = "00"
               READ PROGRESS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLP-SEASON-ID NOT = SPACES
                           MOVE 'Y' TO WS-PROGRESS-FOUND
                           MOVE CLP-SEASON-ID
                               TO WS-PROGRESS-SEASON-ID
                           MOVE CLP-STEP-DONE TO WS-STEPS-DONE
                       END-IF
               END-READ
               CLOSE PROGRESS-FILE
           END-IF.

      * A close-out part way through can only be finished, under
      * the identifier it was started with. A fresh close-out may
      * not use an identifier any of the grade's histories already
      * hold - closing the same season twice is how a season came
      * to be archived twice. partnerhist.ctl is looked at only
      * when this close-out will write to it.
       CHECK-SEASON-ID.
           MOVE 'N' TO WS-ID-CHECK-OK
           IF WS-SEASON-ID = SPACES
               DISPLAY "A season identifier is required - nothing "
                   "was closed out."
           ELSE
               IF WS-PROGRESS-FOUND = 'Y'
                   IF WS-SEASON-ID NOT = WS-PROGRESS-SEASON-ID
                       DISPLAY "The close-out of season "
                           WS-PROGRESS-SEASON-ID " stopped part way "
                           "and must be finished first - run the"
                       DISPLAY "close-out again with season "
                           "identifier " WS-PROGRESS-SEASON-ID
                           ". Nothing changed."
                   ELSE
                       COMPUTE WS-RESUME-STEP = WS-STEPS-DONE + 1
                       MOVE 'Y' TO WS-ID-CHECK-OK
                   END-IF
               ELSE
                   MOVE 1 TO WS-RESUME-STEP
                   MOVE 'N' TO WS-ID-ARCHIVED
                   PERFORM PROBE-HISTORY-FOR-SEASON
                       VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB = WS-LAST-STEP
                   IF WS-ID-ARCHIVED = 'N'
                       MOVE 'Y' TO WS-ID-CHECK-OK
                   END-IF
               END-IF
           END-IF.

       PROBE-HISTORY-FOR-SEASON.
           IF WS-STEP-SUB NOT = 4 OR WS-OTHER-GRADES-OPEN = 0
               PERFORM SET-STEP-HISTORY-NAME
               PERFORM COUNT-SEASON-ROWS
               IF WS-SCAN-MATCHES > 0
                   DISPLAY "Season " WS-SEASON-ID " is already "
                       "archived on " WS-SCAN-FILE-NAME
                       " - a season is closed out once only."
                   MOVE 'Y' TO WS-ID-ARCHIVED
               END-IF
           END-IF.

      * The history file an archive step writes to. The schedule
      * history is shared by every grade, so only this grade's
      * rows in it count as this close-out's.
       SET-STEP-HISTORY-NAME.
           MOVE 'N' TO WS-SCAN-GRADE-ONLY
           EVALUATE WS-STEP-SUB
               WHEN 1
                   MOVE WS-SEAHIST-FILE-NAME TO WS-SCAN-FILE-NAME
               WHEN 2
                   MOVE WS-LEDHIST-FILE-NAME TO WS-SCAN-FILE-NAME
               WHEN 3
                   MOVE WS-MATCHHIST-FILE-NAME TO WS-SCAN-FILE-NAME
               WHEN 4
                   MOVE "partnerhist.ctl" TO WS-SCAN-FILE-NAME
               WHEN 5
                   MOVE WS-LADHIST-FILE-NAME TO WS-SCAN-FILE-NAME
               WHEN OTHER
                   MOVE "schedhist.ctl" TO WS-SCAN-FILE-NAME
                   MOVE 'Y' TO WS-SCAN-GRADE-ONLY
           END-EVALUATE.

      * Counts the rows on the step's history filed under this
      * season identifier. A history not yet created holds none.
       COUNT-SEASON-ROWS.
           MOVE 0 TO WS-SCAN-MATCHES
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT HISTORY-SCAN-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ HISTORY-SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM MATCH-SCAN-ROW
                           IF WS-SCAN-ROW-OURS = 'Y'
                               ADD 1 TO WS-SCAN-MATCHES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-SCAN-FILE
           END-IF.

       MATCH-SCAN-ROW.
           MOVE 'N' TO WS-SCAN-ROW-OURS
           IF HSC-SEASON-ID = WS-SEASON-ID
               IF WS-SCAN-GRADE-ONLY = 'N'
                   MOVE 'Y' TO WS-SCAN-ROW-OURS
               ELSE
                   MOVE HSC-BODY(59:1) TO WS-ROW-GRADE
                   IF WS-ROW-GRADE = SPACE
                       MOVE "1" TO WS-ROW-GRADE
                   END-IF
                   IF WS-ROW-GRADE = WS-GRADE-CODE
                       MOVE 'Y' TO WS-SCAN-ROW-OURS
                   END-IF
               END-IF
           END-IF.

      * A step is confirmed only when the history, read back,
      * holds exactly the rows the step wrote under the season.
       VERIFY-STEP-ROWS.
           PERFORM SET-STEP-HISTORY-NAME
           PERFORM COUNT-SEASON-ROWS
           IF WS-SCAN-MATCHES NOT = WS-STEP-WRITTEN
               DISPLAY "ERROR: " WS-STEP-WRITTEN " row(s) written to "
                   WS-SCAN-FILE-NAME " but " WS-SCAN-MATCHES
                   " found on reading it back"
               MOVE 'N' TO WS-STEP-OK
           END-IF.

      * Takes back off the step's history whatever rows a stopped
      * run had written to it under this season, by copying the
      * rest to closekeep.tmp and that back over the history.
       PURGE-PARTIAL-STEP.
           PERFORM SET-STEP-HISTORY-NAME
           MOVE 0 TO WS-SCAN-MATCHES
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT HISTORY-SCAN-FILE
           IF WS-SCAN-STATUS = "00"
               OPEN OUTPUT HISTORY-KEEP-FILE
               IF WS-KEEP-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open closekeep.tmp, "
                       "status " WS-KEEP-STATUS
                   MOVE 'N' TO WS-STEP-OK
               ELSE
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ HISTORY-SCAN-FILE
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               PERFORM KEEP-SCAN-ROW
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-KEEP-FILE
               END-IF
               CLOSE HISTORY-SCAN-FILE
               IF WS-STEP-OK = 'Y' AND WS-SCAN-MATCHES > 0
                   CALL "CBL_COPY_FILE" USING WS-KEEP-FILE-NAME
                                              WS-SCAN-FILE-NAME
                   MOVE RETURN-CODE TO WS-CALL-RC
                   IF WS-CALL-RC NOT = 0
                       DISPLAY "ERROR: could not put "
                           WS-SCAN-FILE-NAME " back from "
                           "closekeep.tmp"
                       MOVE 'N' TO WS-STEP-OK
                   ELSE
                       DISPLAY WS-SCAN-MATCHES " row(s) the stopped "
                           "run wrote taken back off "
                           WS-SCAN-FILE-NAME
                   END-IF
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-KEEP-FILE-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

       KEEP-SCAN-ROW.
           PERFORM MATCH-SCAN-ROW
           IF WS-SCAN-ROW-OURS = 'Y'
               ADD 1 TO WS-SCAN-MATCHES
           ELSE
               WRITE HISTORY-KEEP-RECORD FROM HISTORY-SCAN-RECORD
               IF WS-KEEP-STATUS NOT = "00"
                   DISPLAY "ERROR: closekeep.tmp write failed, "
                       "status " WS-KEEP-STATUS
                   MOVE 'N' TO WS-STEP-OK
                   MOVE 'Y' TO WS-SCAN-EOF
               END-IF
           END-IF.

      * The last step confirmed, under the season being closed.
       WRITE-CLOSE-PROGRESS.
           OPEN OUTPUT PROGRESS-FILE
           IF WS-PROGRESS-STATUS NOT = "00"
               DISPLAY "ERROR: could not write "
                   WS-PROGRESS-FILE-NAME ", status "
                   WS-PROGRESS-STATUS
               MOVE 'N' TO WS-STEP-OK
           ELSE
               ACCEPT WS-JRN-DATE-RAW FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-SEASON-ID TO CLP-SEASON-ID
               MOVE WS-STEPS-DONE TO CLP-STEP-DONE
               MOVE WS-OPERATOR-ID TO CLP-OPERATOR-ID
               MOVE WS-JRN-DATE-RAW TO CLP-DATE
               MOVE WS-JRN-TIME-RAW(1:6) TO CLP-TIME
               WRITE PROGRESS-RECORD
               IF WS-PROGRESS-STATUS NOT = "00"
                   DISPLAY "ERROR: " WS-PROGRESS-FILE-NAME
                       " write failed, status " WS-PROGRESS-STATUS
                   MOVE 'N' TO WS-STEP-OK
               END-IF
               CLOSE PROGRESS-FILE
           END-IF.

       CLEAR-CLOSE-PROGRESS.
           OPEN OUTPUT PROGRESS-FILE
           CLOSE PROGRESS-FILE.

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
                               "closing out the 1st XI"
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
               MOVE SPACES TO WS-SEASON-FILE-NAME
               STRING "season-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-SEASON-FILE-NAME
               MOVE SPACES TO WS-SEAPLY-FILE-NAME
               STRING "seasonply-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SEAPLY-FILE-NAME
               MOVE SPACES TO WS-LEDGER-FILE-NAME
               STRING "ledger-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-NAME
               MOVE SPACES TO WS-GEN-FILE-NAME
               STRING "seasongen-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               MOVE SPACES TO WS-LADDER-FILE-NAME
               STRING "ladder-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LADDER-FILE-NAME
               MOVE SPACES TO WS-SEAHIST-FILE-NAME
               STRING "seasonhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-SEAHIST-FILE-NAME
               MOVE SPACES TO WS-LEDHIST-FILE-NAME
               STRING "ledgerhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDHIST-FILE-NAME
               MOVE SPACES TO WS-LADHIST-FILE-NAME
               STRING "ladderhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LADHIST-FILE-NAME
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING "matcharch-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-NAME
               MOVE SPACES TO WS-MATCHHIST-FILE-NAME
               STRING "matchhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-MATCHHIST-FILE-NAME
               MOVE SPACES TO WS-PROGRESS-FILE-NAME
               STRING "closeprog-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-PROGRESS-FILE-NAME
               MOVE SPACES TO WS-OPPOPEN-FILE-NAME
               STRING "oppopen-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-OPPOPEN-FILE-NAME
           END-IF.

      * Picks up the operator signed on through CricketMenu; no
      * operator.ctl (the nightly stream, or a standalone run)
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
                   MOVE "SeasonCloseout" TO LCK-PROGRAM
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
