       PROGRAM-ID. SeasonBackout IS INITIAL PROGRAM.

      * Recovery tooling for the season totals. Every posting
      * retires the outgoing season.ctl, with the before-image of
      * each seasonply.dat row it changes, into the numbered
      * generation file (seasongen.ctl), and this utility puts
      * those generations to work two ways:
      *
      *   RESTORE brings the season totals back to a named
      *   generation - season.ctl, and every seasonply.dat row
      *   changed since, as they stood - the remedy when a run
      *   posted garbage and the cleanest course is to rewind and
      *   repost from there. A restore rewinds the season files
      *   only: careers.dat, the league ladder, and the milestone
      *   ledger still contain the undone postings, so reposting
      *   after a plain restore would count their careers twice.
      *   Per-match REVERSE is the career-exact repair; the
      *   restore note says so.
      *
      *   REVERSE takes one match back out of the current totals.
      *   The match's contribution is the difference between the
      *   generation its posting retired (the before-state) and
      *   the state just after it - the next generation's team
      *   row and each player's next retired row, or the current
      *   files where nothing later retired them - and that
      *   difference is subtracted from the current totals: team
      *   sum, count, sum of squares, the tempo and bowling pools,
      *   and the season figures of every player the match
      *   changed, with top-5 entries the match introduced struck
      *   off. The match's ledger record is marked BACKED OUT,
      *   which both documents the reversal and lets the repaired
      *   fixture repost without the duplicate stop.
      *
      * The per-player runs and innings deltas are also taken back
      * out of careers.dat, so the documented repair - reverse,
      * then repost - leaves career totals (and the landmarks
      * detected from them) exact.
      *
      * before restoring over them. The league ladder and the
      * milestone ledger still contain the reversed posting - the
      * generations do not carry what an exact ladder reversal
      * needs, and milestones are an append-only news ledger - and
      * so do the grade's opponent splits, scouting and match-up
      * registers, so the reversal finishes by naming each of them
      * for a manual look. The scouting and match-up rows keep the
      * match as their last one posted, so a repost does not add
      * it to them twice.
      *
      * Each grade (XI) has its own season, generations and ledger;
      * the utility works on the grade chosen at sign-on. The
      * career totals are club-wide and are adjusted whichever
      * grade the reversed match belonged to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
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
           SELECT CAREER-FILE ASSIGN TO "careers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-PLAYER-ID
               FILE STATUS IS WS-CAREER-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StatisticsCalculator retires generations with:
      * a team row (the outgoing season.ctl), then a player row
      * with the before-image of each seasonply.dat row the
      * posting changed, or a new-player row (ID only) for a
      * player the posting added.
       FD GENERATION-FILE.
       01 GENERATION-RECORD.
           05 GEN-NUMBER            PIC 9(04).
           05 GEN-RETIRED-BY-MATCH  PIC X(08).
           05 GEN-ROW-TYPE          PIC X(01).
           05 GEN-ROW-BODY          PIC X(246).

      * Same layout StatisticsCalculator writes in
      * WRITE-SEASON-TOTALS.
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
           05 LED-MATCH-TOTAL       PIC 9(10).
           05 LED-RECON-OUTCOME     PIC X(10).

      * Same layout StatisticsCalculator maintains in careers.dat,
      * keyed on player ID.
       FD CAREER-FILE.
       01 CAREER-RECORD.
           05 CAR-PLAYER-ID         PIC X(05).
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

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       WORKING-STORAGE SECTION.
      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-SEASON-FILE-NAME     PIC X(20) VALUE "season.ctl".
       01 WS-SEAPLY-FILE-NAME     PIC X(20) VALUE "seasonply.dat".
       01 WS-GEN-FILE-NAME        PIC X(20) VALUE "seasongen.ctl".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".
       01 WS-LADDER-FILE-NAME     PIC X(20) VALUE "ladder.ctl".
       01 WS-OPPSPLIT-FILE-NAME   PIC X(20) VALUE "oppsplits.ctl".
       01 WS-SCOUT-FILE-NAME      PIC X(20) VALUE "scouting.ctl".
       01 WS-MATCHUP-FILE-NAME    PIC X(20) VALUE "matchups.ctl".
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

       01 WS-GEN-STATUS           PIC XX VALUE SPACES.
      * Audit journal work fields: the signed-on operator (BATCH
      * when none is on file) and the action/key the next journal
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

       01 WS-SEASON-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-OPEN          PIC X VALUE 'N'.
       01 WS-SEAPLY-CREATED       PIC X VALUE 'N'.
       01 WS-ROW-ON-FILE          PIC X VALUE 'N'.
       01 WS-LEDGER-STATUS        PIC XX VALUE SPACES.
       01 WS-GEN-EOF              PIC X VALUE 'N'.
       01 WS-LEDGER-EOF           PIC X VALUE 'N'.
       01 WS-AFTER-FOUND          PIC X VALUE 'N'.
       01 WS-CURRENT-LOADED       PIC X VALUE 'N'.

      * The before- and after-states of the reversed match: the
      * team figures, each in the same shape as SEASON-RECORD, and
      * one entry per player the match changed - its before-image
      * (P), or the ID alone for a player new in the match (N) -
      * with the after-image alongside at the same subscript once
      * it is found. A restore loads each player's row as it stood
      * at the wanted generation into the before-side table.
       01 BEF-SEASON-RECORD.
           05 BEF-LAST-MATCH-ID      PIC X(08).
           05 BEF-LAST-MATCH-DATE    PIC X(08).
                   15 BEF-TOP5-PLAYER-ID   PIC X(05).
                   15 BEF-TOP5-PLAYER-NAME PIC X(20).
           05 BEF-PLAYER-COUNT       PIC 9(03).

       01 AFT-SEASON-RECORD.
           05 AFT-LAST-MATCH-ID      PIC X(08).
           05 AFT-LAST-MATCH-DATE    PIC X(08).
           05 AFT-SUM               PIC 9(10).
           05 AFT-COUNT              PIC 9(05).
           05 AFT-MAX                PIC 9(05).
           05 AFT-MIN                PIC 9(05).
           05 AFT-SUM-OF-SQUARES     PIC 9(15).
           05 AFT-TEAM-OVERS-BOWLED  PIC 9(07)V9(01).
           05 AFT-TEAM-RUNS-CONCEDED PIC 9(10).
           05 AFT-TEAM-BALLS-FACED   PIC 9(08).
           05 AFT-TEAM-FOURS         PIC 9(05).
           05 AFT-TEAM-SIXES         PIC 9(05).
           05 AFT-TOP5-COUNT         PIC 9.
           05 AFT-TOP5-TABLE.
               10 AFT-TOP5-ENTRY OCCURS 5 TIMES.
                   15 AFT-TOP5-SCORE       PIC 9(05).
                   15 AFT-TOP5-PLAYER-ID   PIC X(05).
                   15 AFT-TOP5-PLAYER-NAME PIC X(20).
           05 AFT-PLAYER-COUNT       PIC 9(03).

       01 WS-MAX-ROWS             PIC 9(04) VALUE 999.
       01 WS-ROW-COUNT            PIC 9(04) VALUE 0.
       01 WS-ROW-SUB              PIC 9(04) VALUE 0.
       01 WS-FOUND-SUB            PIC 9(04) VALUE 0.
       01 WS-FIND-ID              PIC X(05) VALUE SPACES.
       01 BEF-PLAYER-TABLE.
           05 BEF-PLAYER-ENTRY OCCURS 999 TIMES.
               10 BEF-ROW-TYPE          PIC X(01).
               10 BEF-PLAYER-ROW.
                   15 BEF-PLAYER-ID            PIC X(05).
                   15 BEF-PLAYER-NAME          PIC X(20).
                   15 BEF-PLAYER-RUNS-SUM      PIC 9(07).
                   15 BEF-PLAYER-STUMPINGS     PIC 9(03).
                   15 BEF-PLAYER-RUNOUTS-EFF   PIC 9(03).
                   15 BEF-PLAYER-MATCHES       PIC 9(03).
                   15 BEF-PLAYER-VOTES         PIC 9(03).
                   15 BEF-PLAYER-VOTES-SHOWN   PIC 9(03).

       01 AFT-PLAYER-TABLE.
           05 AFT-PLAYER-ENTRY OCCURS 999 TIMES.
               10 AFT-ROW-FOUND         PIC X(01).
               10 AFT-PLAYER-ROW.
                   15 AFT-PLAYER-ID            PIC X(05).
                   15 AFT-PLAYER-NAME          PIC X(20).
                   15 AFT-PLAYER-RUNS-SUM      PIC 9(07).
                   15 AFT-PLAYER-STUMPINGS     PIC 9(03).
                   15 AFT-PLAYER-RUNOUTS-EFF   PIC 9(03).
                   15 AFT-PLAYER-MATCHES       PIC 9(03).
                   15 AFT-PLAYER-VOTES         PIC 9(03).
                   15 AFT-PLAYER-VOTES-SHOWN   PIC 9(03).

      * Signed working fields for one player's or the team's delta
      * between the after- and before-states.
       01 WS-DELTA                PIC S9(15) VALUE 0.
       01 WS-DELTA-DEC            PIC S9(07)V9(01) VALUE 0.
       01 WS-SWEEP                PIC 9(04) VALUE 0.
       01 WS-TOP5-SUB             PIC 9 VALUE 0.
       01 WS-TOP5-SCAN            PIC 9 VALUE 0.
       01 WS-KEEP-COUNT           PIC 9 VALUE 0.
               10 WS-LEDGER-OUTCOME    PIC X(10).
       01 WS-LEDGER-ENTRY-MATCH-ID    PIC X(08) VALUE SPACES.

      * The career side of a reversal: whether careers.dat is
      * open for update, plus the one player's runs and innings
      * deltas held over from the season-row subtraction.
       01 WS-CAREER-STATUS        PIC XX VALUE SPACES.
       01 WS-CAREER-LOADED        PIC X VALUE 'N'.
       01 WS-CAR-RUNS-DELTA       PIC S9(07) VALUE 0.
       01 WS-CAR-INNINGS-DELTA    PIC S9(05) VALUE 0.
       01 WS-CAR-MATCHES-DELTA    PIC S9(05) VALUE 0.

       01 WS-EDIT-GEN             PIC ZZZ9.
       01 WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01 WS-EDIT-ROWS            PIC ZZ9.
       01 WS-EDIT-SUM             PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               DISPLAY "Season Back-Out Utility"
               DISPLAY "-----------------------"
               PERFORM READ-GRADE-CODE
               DISPLAY "Grade: " WS-GRADE-NAME " (" WS-SEASON-FILE-NAME
                   ")"
               PERFORM DISPLAY-AND-PROCESS-MENU
                   UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "Back-out utility finished."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

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
                               "working on the 1st XI"
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
               MOVE SPACES TO WS-GEN-FILE-NAME
               STRING "seasongen-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               MOVE SPACES TO WS-LEDGER-FILE-NAME
               STRING "ledger-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-NAME
               MOVE SPACES TO WS-LADDER-FILE-NAME
               STRING "ladder-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LADDER-FILE-NAME
               MOVE SPACES TO WS-OPPSPLIT-FILE-NAME
               STRING "oppsplits-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-OPPSPLIT-FILE-NAME
               MOVE SPACES TO WS-SCOUT-FILE-NAME
               STRING "scouting-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-SCOUT-FILE-NAME
               MOVE SPACES TO WS-MATCHUP-FILE-NAME
               STRING "matchups-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-MATCHUP-FILE-NAME
           END-IF.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "1. List the grade's season generations"
           DISPLAY "2. Restore a generation as the grade's season"
           DISPLAY "3. Reverse one match out of the totals"
           DISPLAY "4. Exit".

           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "No " WS-GEN-FILE-NAME " found - no "
                   "generations have been retired yet."
           ELSE
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GENERATION-FILE
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF GEN-ROW-TYPE = "T"
                               ADD 1 TO WS-GEN-COUNT
                               PERFORM LIST-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
               END-IF
           END-IF.

      * One line per generation, from its team row; the player
      * rows that follow it are not listed.
       LIST-ONE-GENERATION.
           MOVE GEN-ROW-BODY TO BEF-SEASON-RECORD
           MOVE GEN-NUMBER TO WS-EDIT-GEN
           MOVE BEF-COUNT TO WS-EDIT-COUNT
           MOVE BEF-SUM TO WS-EDIT-SUM
               WS-EDIT-SUM " runs (last match "
               BEF-LAST-MATCH-ID ")".

      * Brings the season totals back to a named generation:
      * season.ctl from its team row, and every seasonply.dat row
      * changed since from the earliest image retired at or after
      * it - a player added since is taken back off the file. The
      * files being replaced are themselves retired to a new
      * generation first, so a mistaken restore is recoverable the
      * same way.
       RESTORE-GENERATION.
           DISPLAY "Generation number to restore: " WITH NO ADVANCING
           ACCEPT WS-WANTED-GEN
           PERFORM FIND-GENERATION
           IF WS-GEN-FOUND = 'N'
               DISPLAY "Generation " WS-WANTED-GEN " is not on "
                   WS-GEN-FILE-NAME
           ELSE
               MOVE BEF-COUNT TO WS-EDIT-COUNT
               MOVE WS-ROW-COUNT TO WS-EDIT-ROWS
               DISPLAY "Generation holds " WS-EDIT-COUNT " innings "
                   "(last match " BEF-LAST-MATCH-ID "); "
                   WS-EDIT-ROWS " player rows have changed since."
               DISPLAY "Replace the current season totals with it? "
                   "Y/N: " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM RETIRE-CURRENT-SEASON
                   MOVE BEF-SEASON-RECORD TO SEASON-RECORD
                   WRITE SEASON-RECORD
                   IF WS-SEASON-STATUS NOT = "00"
                       DISPLAY "WARNING: " WS-SEASON-FILE-NAME
                           " write failed, status " WS-SEASON-STATUS
                   END-IF
                   CLOSE SEASON-FILE
                   PERFORM RESTORE-PLAYER-ROWS
                   MOVE "RESTORED GENERATION" TO WS-JOURNAL-ACTION
                   MOVE WS-WANTED-GEN TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
                       "Check the run ledger: postings made after "
                       "this generation are no longer in the "
                       "totals and need reversing or reposting."
                   DISPLAY "NOTE: careers.dat, ladder.ctl, and "
                       "milestones.txt still contain the undone "
                       "postings - reposting after a plain restore "
                       "double-counts careers. Use REVERSE (option "
               END-IF
           END-IF.

      * Leaves the wanted generation's team row in
      * BEF-SEASON-RECORD when found, and in the before-side table
      * each player row retired by that generation or any later
      * one - the earliest image of each player wins, which is
      * the row as it stood at the wanted generation.
       FIND-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 'N' TO WS-GEN-EOF
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "No " WS-GEN-FILE-NAME " found."
           ELSE
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GENERATION-FILE
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           PERFORM NOTE-RESTORE-ROW
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.

       NOTE-RESTORE-ROW.
           IF GEN-ROW-TYPE = "T"
               IF GEN-NUMBER = WS-WANTED-GEN
                   AND WS-GEN-FOUND = 'N'
                   MOVE 'Y' TO WS-GEN-FOUND
                   MOVE GEN-ROW-BODY TO BEF-SEASON-RECORD
               END-IF
           ELSE
               IF WS-GEN-FOUND = 'Y'
                   AND GEN-NUMBER >= WS-WANTED-GEN
                   MOVE GEN-ROW-BODY(1:5) TO WS-FIND-ID
                   PERFORM FIND-ROW-ENTRY
                   IF WS-FOUND-SUB = 0
                       PERFORM ADD-GENERATION-PLAYER-ROW
                   END-IF
               END-IF
           END-IF.

      * Adds the player row just read from the generation file to
      * the before-side table: the retired image for a player row,
      * or the ID alone for a new-player row.
       ADD-GENERATION-PLAYER-ROW.
           IF WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               MOVE GEN-ROW-TYPE TO BEF-ROW-TYPE(WS-ROW-COUNT)
               IF GEN-ROW-TYPE = "N"
                   INITIALIZE BEF-PLAYER-ROW(WS-ROW-COUNT)
                   MOVE GEN-ROW-BODY(1:5)
                       TO BEF-PLAYER-ID(WS-ROW-COUNT)
               ELSE
                   MOVE GEN-ROW-BODY TO BEF-PLAYER-ROW(WS-ROW-COUNT)
               END-IF
               MOVE 'N' TO AFT-ROW-FOUND(WS-ROW-COUNT)
           ELSE
               DISPLAY "WARNING: player row table full at "
                   WS-MAX-ROWS " entries - the retired row for "
                   "player " GEN-ROW-BODY(1:5) " was not loaded"
           END-IF.

       FIND-ROW-ENTRY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM SCAN-ROW-ENTRY
               VARYING WS-SWEEP FROM 1 BY 1
               UNTIL WS-SWEEP > WS-ROW-COUNT
                   OR WS-FOUND-SUB > 0.

       SCAN-ROW-ENTRY.
           IF BEF-PLAYER-ID(WS-SWEEP) = WS-FIND-ID
               MOVE WS-SWEEP TO WS-FOUND-SUB
           END-IF.

      * Puts each restored player row back on seasonply.dat: the
      * retired image is rewritten (or written again if the player
      * has since left the file), and a player the wanted
      * generation did not yet hold is deleted.
       RESTORE-PLAYER-ROWS.
           MOVE 'N' TO WS-SEAPLY-CREATED
           OPEN I-O SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "35"
               OPEN OUTPUT SEASON-PLAYER-FILE
               MOVE 'Y' TO WS-SEAPLY-CREATED
           END-IF
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - the player rows "
                   "were not restored"
           ELSE
               PERFORM RESTORE-ONE-PLAYER-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               CLOSE SEASON-PLAYER-FILE
           END-IF.

       RESTORE-ONE-PLAYER-ROW.
           MOVE BEF-PLAYER-ROW(WS-ROW-SUB) TO SEASON-PLAYER-RECORD
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "N"
               IF WS-SEAPLY-CREATED = 'N'
                   DELETE SEASON-PLAYER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           ELSE
               IF WS-SEAPLY-CREATED = 'Y'
                   WRITE SEASON-PLAYER-RECORD
               ELSE
                   REWRITE SEASON-PLAYER-RECORD
                       INVALID KEY
                           WRITE SEASON-PLAYER-RECORD
                   END-REWRITE
               END-IF
               IF WS-SEAPLY-STATUS NOT = "00"
                   DISPLAY "WARNING: season row restore failed for "
                       "player " SPL-PLAYER-ID ", status "
                       WS-SEAPLY-STATUS
               END-IF
           END-IF.

      * Appends the current season.ctl to the generation file the
      * same way a posting does - a team row, then the current
      * image of each player row about to be replaced (or a
      * new-player row for one not on seasonply.dat yet) - tagged
      * so the listing shows it was this utility, not a match,
      * that retired it. The players are the ones in the
      * before-side table.
       RETIRE-CURRENT-SEASON.
           MOVE 'N' TO WS-GEN-EOF
           MOVE 0 TO WS-GEN-COUNT
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF GEN-NUMBER > WS-GEN-COUNT
                               MOVE GEN-NUMBER TO WS-GEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           ELSE
               INITIALIZE SEASON-RECORD
           END-IF
           MOVE 'N' TO WS-SEAPLY-OPEN
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "00"
               MOVE 'Y' TO WS-SEAPLY-OPEN
           END-IF
           OPEN EXTEND GENERATION-FILE
           IF WS-GEN-STATUS = "35"
               OPEN OUTPUT GENERATION-FILE
           END-IF
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-GEN-FILE-NAME
                   ", status " WS-GEN-STATUS " - the outgoing file "
                   "was not retired"
           ELSE
               ADD 1 TO WS-GEN-COUNT
               MOVE "T" TO GEN-ROW-TYPE
               MOVE SEASON-RECORD TO GEN-ROW-BODY
               PERFORM WRITE-GENERATION-ROW
               PERFORM RETIRE-PLAYER-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               CLOSE GENERATION-FILE
           END-IF
           IF WS-SEAPLY-OPEN = 'Y'
               CLOSE SEASON-PLAYER-FILE
               MOVE 'N' TO WS-SEAPLY-OPEN
           END-IF.

       RETIRE-PLAYER-ROW.
           MOVE 'N' TO WS-ROW-ON-FILE
           IF WS-SEAPLY-OPEN = 'Y'
               MOVE BEF-PLAYER-ID(WS-ROW-SUB) TO SPL-PLAYER-ID
               READ SEASON-PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-ON-FILE
               END-READ
           END-IF
           IF WS-ROW-ON-FILE = 'Y'
               MOVE "P" TO GEN-ROW-TYPE
               MOVE SEASON-PLAYER-RECORD TO GEN-ROW-BODY
           ELSE
               MOVE "N" TO GEN-ROW-TYPE
               MOVE BEF-PLAYER-ID(WS-ROW-SUB) TO GEN-ROW-BODY
           END-IF
           PERFORM WRITE-GENERATION-ROW.

       WRITE-GENERATION-ROW.
           MOVE WS-GEN-COUNT TO GEN-NUMBER
           MOVE "BACKOUT " TO GEN-RETIRED-BY-MATCH
           WRITE GENERATION-RECORD
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "WARNING: generation write failed, "
                   "status " WS-GEN-STATUS
           END-IF.

       REVERSE-MATCH.
           END-IF.

      * The before-state is the generation this match's posting
      * retired - its team row, and the player rows for everyone
      * the match changed. The after-state is the next
      * generation's team row, or the current season.ctl when
      * this was the latest posting; each player's after-image is
      * the first row a later generation retired for them, or
      * their current seasonply.dat row when none has.
       LOCATE-MATCH-STATES.
           MOVE 'N' TO WS-BEFORE-FOUND
           MOVE 'N' TO WS-AFTER-FOUND
           MOVE 'N' TO WS-CURRENT-LOADED
           MOVE 'N' TO WS-GEN-EOF
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "No " WS-GEN-FILE-NAME " found - nothing "
                   "can be reversed without generations."
           ELSE
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GENERATION-FILE
               END-IF
           END-IF.

      * A later posting of the same match starts the states over,
      * so the latest posting is the one reversed.
       NOTE-MATCH-STATE.
           IF GEN-ROW-TYPE = "T"
               IF GEN-RETIRED-BY-MATCH = WS-TARGET-MATCH
                   MOVE 'Y' TO WS-BEFORE-FOUND
                   MOVE 'N' TO WS-AFTER-FOUND
                   MOVE GEN-NUMBER TO WS-BEFORE-GEN-NO
                   COMPUTE WS-AFTER-GEN-NO = GEN-NUMBER + 1
                   MOVE GEN-ROW-BODY TO BEF-SEASON-RECORD
                   MOVE 0 TO WS-ROW-COUNT
               ELSE
                   IF WS-BEFORE-FOUND = 'Y'
                       AND GEN-NUMBER = WS-AFTER-GEN-NO
                       MOVE 'Y' TO WS-AFTER-FOUND
                       MOVE GEN-ROW-BODY TO AFT-SEASON-RECORD
                   END-IF
               END-IF
           ELSE
               IF WS-BEFORE-FOUND = 'Y'
                   IF GEN-NUMBER = WS-BEFORE-GEN-NO
                       PERFORM ADD-GENERATION-PLAYER-ROW
                   ELSE
                       IF GEN-ROW-TYPE = "P"
                           PERFORM NOTE-AFTER-PLAYER-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-AFTER-PLAYER-ROW.
           MOVE GEN-ROW-BODY(1:5) TO WS-FIND-ID
           PERFORM FIND-ROW-ENTRY
           IF WS-FOUND-SUB > 0
               IF AFT-ROW-FOUND(WS-FOUND-SUB) = 'N'
                   MOVE 'Y' TO AFT-ROW-FOUND(WS-FOUND-SUB)
                   MOVE GEN-ROW-BODY
                       TO AFT-PLAYER-ROW(WS-FOUND-SUB)
               END-IF
           END-IF.

       LOAD-CURRENT-SEASON.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "No " WS-SEASON-FILE-NAME " found - nothing "
                   "to reverse against."
           ELSE
               READ SEASON-FILE
                   AT END
                       DISPLAY WS-SEASON-FILE-NAME " is empty - "
                           "nothing to reverse against."
                   NOT AT END
                       MOVE 'Y' TO WS-CURRENT-LOADED
               END-READ

       CONFIRM-AND-APPLY-REVERSAL.
           COMPUTE WS-DELTA = AFT-SUM - BEF-SUM
           MOVE WS-ROW-COUNT TO WS-EDIT-ROWS
           DISPLAY "Reversing " WS-TARGET-MATCH " takes "
               WS-DELTA " runs and its innings, bowling, and "
               "top-5 contributions back out of the season totals "
               "and " WS-EDIT-ROWS " players' season rows."
           DISPLAY "Proceed? Y/N: " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM RETIRE-CURRENT-SEASON
               PERFORM OPEN-CAREER-TOTALS
               PERFORM SUBTRACT-TEAM-DELTAS
               PERFORM REVERSE-PLAYER-ROWS
               PERFORM STRIKE-MATCH-TOP5-ENTRIES
               MOVE BEF-LAST-MATCH-ID TO SEA-LAST-MATCH-ID
               MOVE BEF-LAST-MATCH-DATE TO SEA-LAST-MATCH-DATE
               OPEN OUTPUT SEASON-FILE
               WRITE SEASON-RECORD
               IF WS-SEASON-STATUS NOT = "00"
                   DISPLAY "WARNING: " WS-SEASON-FILE-NAME
                       " write failed, status " WS-SEASON-STATUS
               END-IF
               CLOSE SEASON-FILE
               PERFORM CLOSE-CAREER-TOTALS
               PERFORM MARK-LEDGER-BACKED-OUT
               MOVE "REVERSED MATCH" TO WS-JOURNAL-ACTION
               MOVE WS-TARGET-MATCH TO WS-JOURNAL-KEY
               DISPLAY "Match " WS-TARGET-MATCH " reversed out of "
                   "the season totals and marked BACKED OUT on "
                   "the run ledger."
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "NOTE: still counting it - "
                          DELIMITED BY SIZE
                      WS-LADDER-FILE-NAME DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-OPPSPLIT-FILE-NAME DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-SCOUT-FILE-NAME DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-MATCHUP-FILE-NAME DELIMITED BY SPACE
                   INTO WS-DISPLAY-MESSAGE
               DISPLAY WS-DISPLAY-MESSAGE
               DISPLAY "      and milestones.txt. The generations "
                   "cannot reverse those exactly. SeasonReplay "
                   "rebuilds the ladder and "
                   "opponent splits from the archive; correct the "
                   "scouting and match-up registers by hand (a "
                   "repost is not added again to a row whose last "
                   "match it is) and the milestones if need be."
           ELSE
               DISPLAY "Reversal abandoned - nothing changed."
           END-IF.
               SUBTRACT WS-DELTA FROM SEA-SUM
           END-IF.

      * Takes the reversed match's contribution off the season row
      * of every player it changed, then puts the recomputed row
      * back on seasonply.dat.
       REVERSE-PLAYER-ROWS.
           OPEN I-O SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - the players' "
                   "season figures were not reversed"
           ELSE
               PERFORM SUBTRACT-PLAYER-DELTAS
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               CLOSE SEASON-PLAYER-FILE
           END-IF.

      * One player at a time: the difference between their after-
      * and before-figures is what the reversed match gave them,
      * and it comes off their current row. A player new in the
      * match being reversed contributed everything in it. With no
      * later image on file, the current row is the after-image.
       SUBTRACT-PLAYER-DELTAS.
           MOVE BEF-PLAYER-ID(WS-ROW-SUB) TO SPL-PLAYER-ID
           READ SEASON-PLAYER-FILE
               INVALID KEY
                   DISPLAY "WARNING: player "
                       BEF-PLAYER-ID(WS-ROW-SUB) " is no longer on "
                       WS-SEAPLY-FILE-NAME " - their figures were "
                       "not reversed"
               NOT INVALID KEY
                   IF AFT-ROW-FOUND(WS-ROW-SUB) = 'N'
                       MOVE SEASON-PLAYER-RECORD
                           TO AFT-PLAYER-ROW(WS-ROW-SUB)
                   END-IF
                   PERFORM SUBTRACT-ONE-PLAYER-DELTA
                   PERFORM RECOMPUTE-DERIVED-FIGURES
                   REWRITE SEASON-PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: season row rewrite "
                               "failed for player " SPL-PLAYER-ID
                               ", status " WS-SEAPLY-STATUS
                   END-REWRITE
           END-READ.

       SUBTRACT-ONE-PLAYER-DELTA.
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-RUNS-SUM(WS-ROW-SUB)
                   - BEF-PLAYER-RUNS-SUM(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-RUNS-SUM(WS-ROW-SUB) TO WS-DELTA
           END-IF
           MOVE WS-DELTA TO WS-CAR-RUNS-DELTA
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-RUNS-SUM
               SUBTRACT WS-DELTA FROM SPL-PLAYER-RUNS-SUM
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-INNINGS(WS-ROW-SUB)
                   - BEF-PLAYER-INNINGS(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-INNINGS(WS-ROW-SUB) TO WS-DELTA
           END-IF
           MOVE WS-DELTA TO WS-CAR-INNINGS-DELTA
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-INNINGS
               SUBTRACT WS-DELTA FROM SPL-PLAYER-INNINGS
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-MATCHES(WS-ROW-SUB)
                   - BEF-PLAYER-MATCHES(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-MATCHES(WS-ROW-SUB) TO WS-DELTA
           END-IF
           MOVE WS-DELTA TO WS-CAR-MATCHES-DELTA
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-MATCHES
               SUBTRACT WS-DELTA FROM SPL-PLAYER-MATCHES
           END-IF
           PERFORM SUBTRACT-CAREER-DELTA
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-VOTES(WS-ROW-SUB)
                   - BEF-PLAYER-VOTES(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-VOTES(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-VOTES
               SUBTRACT WS-DELTA FROM SPL-PLAYER-VOTES
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-VOTES-SHOWN(WS-ROW-SUB)
                   - BEF-PLAYER-VOTES-SHOWN(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-VOTES-SHOWN(WS-ROW-SUB)
                   TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-VOTES-SHOWN
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-VOTES-SHOWN
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-OUTS(WS-ROW-SUB)
                   - BEF-PLAYER-OUTS(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-OUTS(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-OUTS
               SUBTRACT WS-DELTA FROM SPL-PLAYER-OUTS
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-SUM-SQUARES(WS-ROW-SUB)
                   - BEF-PLAYER-SUM-SQUARES(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-SUM-SQUARES(WS-ROW-SUB)
                   TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-SUM-SQUARES
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-SUM-SQUARES
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA-DEC =
                   AFT-PLAYER-OVERS-BOWLED(WS-ROW-SUB)
                   - BEF-PLAYER-OVERS-BOWLED(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-OVERS-BOWLED(WS-ROW-SUB)
                   TO WS-DELTA-DEC
           END-IF
           IF WS-DELTA-DEC > 0
               AND WS-DELTA-DEC <= SPL-PLAYER-OVERS-BOWLED
               SUBTRACT WS-DELTA-DEC
                   FROM SPL-PLAYER-OVERS-BOWLED
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-RUNS-CONCEDED(WS-ROW-SUB)
                   - BEF-PLAYER-RUNS-CONCEDED(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-RUNS-CONCEDED(WS-ROW-SUB)
                   TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-RUNS-CONCEDED
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-RUNS-CONCEDED
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-BALLS-FACED(WS-ROW-SUB)
                   - BEF-PLAYER-BALLS-FACED(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-BALLS-FACED(WS-ROW-SUB)
                   TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-BALLS-FACED
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-BALLS-FACED
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-FOURS(WS-ROW-SUB)
                   - BEF-PLAYER-FOURS(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-FOURS(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-FOURS
               SUBTRACT WS-DELTA FROM SPL-PLAYER-FOURS
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-SIXES(WS-ROW-SUB)
                   - BEF-PLAYER-SIXES(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-SIXES(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-SIXES
               SUBTRACT WS-DELTA FROM SPL-PLAYER-SIXES
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-WICKETS(WS-ROW-SUB)
                   - BEF-PLAYER-WICKETS(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-WICKETS(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-WICKETS
               SUBTRACT WS-DELTA FROM SPL-PLAYER-WICKETS
           END-IF
           PERFORM SUBTRACT-DISMISSAL-DELTAS.

      * The same runs and innings this match gave the player come
      * off their careers.dat row, so career landmarks stay honest
      * across a reverse-and-repost.
       SUBTRACT-CAREER-DELTA.
           IF WS-CAREER-LOADED = 'Y'
               MOVE BEF-PLAYER-ID(WS-ROW-SUB) TO CAR-PLAYER-ID
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SUBTRACT-FROM-CAREER-RECORD
               END-READ
           END-IF.

       SUBTRACT-FROM-CAREER-RECORD.
           IF WS-CAR-RUNS-DELTA > 0
               AND WS-CAR-RUNS-DELTA <= CAR-RUNS
               SUBTRACT WS-CAR-RUNS-DELTA FROM CAR-RUNS
           END-IF
           IF WS-CAR-INNINGS-DELTA > 0
               AND WS-CAR-INNINGS-DELTA <= CAR-INNINGS
               SUBTRACT WS-CAR-INNINGS-DELTA FROM CAR-INNINGS
           END-IF
           IF WS-CAR-MATCHES-DELTA > 0
               AND WS-CAR-MATCHES-DELTA <= CAR-MATCHES
               SUBTRACT WS-CAR-MATCHES-DELTA FROM CAR-MATCHES
           END-IF
           REWRITE CAREER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: career rewrite failed for "
                       "player " CAR-PLAYER-ID ", status "
                       WS-CAREER-STATUS
           END-REWRITE.

       OPEN-CAREER-TOTALS.
           MOVE 'N' TO WS-CAREER-LOADED
           OPEN I-O CAREER-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE 'Y' TO WS-CAREER-LOADED
           ELSE
               DISPLAY "No careers.dat found - career totals will "
                   "not be adjusted by this reversal."
           END-IF.

       CLOSE-CAREER-TOTALS.
           IF WS-CAREER-LOADED = 'Y'
               CLOSE CAREER-FILE
               MOVE 'N' TO WS-CAREER-LOADED
           END-IF.

       SUBTRACT-DISMISSAL-DELTAS.
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-BOWLED(WS-ROW-SUB)
                   - BEF-PLAYER-BOWLED(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-BOWLED(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-BOWLED
               SUBTRACT WS-DELTA FROM SPL-PLAYER-BOWLED
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-CAUGHT(WS-ROW-SUB)
                   - BEF-PLAYER-CAUGHT(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-CAUGHT(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-CAUGHT
               SUBTRACT WS-DELTA FROM SPL-PLAYER-CAUGHT
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-LBW(WS-ROW-SUB)
                   - BEF-PLAYER-LBW(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-LBW(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-LBW
               SUBTRACT WS-DELTA FROM SPL-PLAYER-LBW
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-RUN-OUT(WS-ROW-SUB)
                   - BEF-PLAYER-RUN-OUT(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-RUN-OUT(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-RUN-OUT
               SUBTRACT WS-DELTA FROM SPL-PLAYER-RUN-OUT
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-STUMPED(WS-ROW-SUB)
                   - BEF-PLAYER-STUMPED(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-STUMPED(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-STUMPED
               SUBTRACT WS-DELTA FROM SPL-PLAYER-STUMPED
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA = AFT-PLAYER-CATCHES(WS-ROW-SUB)
                   - BEF-PLAYER-CATCHES(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-CATCHES(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-CATCHES
               SUBTRACT WS-DELTA FROM SPL-PLAYER-CATCHES
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-STUMPINGS(WS-ROW-SUB)
                   - BEF-PLAYER-STUMPINGS(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-STUMPINGS(WS-ROW-SUB) TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-STUMPINGS
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-STUMPINGS
           END-IF
           IF BEF-ROW-TYPE(WS-ROW-SUB) = "P"
               COMPUTE WS-DELTA =
                   AFT-PLAYER-RUNOUTS-EFF(WS-ROW-SUB)
                   - BEF-PLAYER-RUNOUTS-EFF(WS-ROW-SUB)
           ELSE
               MOVE AFT-PLAYER-RUNOUTS-EFF(WS-ROW-SUB)
                   TO WS-DELTA
           END-IF
           IF WS-DELTA > 0
               AND WS-DELTA <= SPL-PLAYER-RUNOUTS-EFF
               SUBTRACT WS-DELTA
                   FROM SPL-PLAYER-RUNOUTS-EFF
           END-IF.

      * A top-5 entry the reversed match introduced appears in the
      * are recomputed with the same rules StatisticsCalculator
      * applies.
       RECOMPUTE-DERIVED-FIGURES.
           IF SPL-PLAYER-OUTS > 0
               COMPUTE SPL-PLAYER-AVERAGE =
                   SPL-PLAYER-RUNS-SUM / SPL-PLAYER-OUTS
           ELSE
               MOVE SPL-PLAYER-RUNS-SUM TO SPL-PLAYER-AVERAGE
           END-IF
           IF SPL-PLAYER-OVERS-BOWLED > 0
               COMPUTE SPL-PLAYER-ECONOMY =
                   SPL-PLAYER-RUNS-CONCEDED / SPL-PLAYER-OVERS-BOWLED
           ELSE
               MOVE 0 TO SPL-PLAYER-ECONOMY
           END-IF
           IF SPL-PLAYER-BALLS-FACED > 0
               COMPUTE SPL-PLAYER-STRIKE-RATE =
                   (SPL-PLAYER-RUNS-SUM * 100) / SPL-PLAYER-BALLS-FACED
           ELSE
               MOVE 0 TO SPL-PLAYER-STRIKE-RATE
           END-IF
           IF SPL-PLAYER-RUNS-SUM > 0
               COMPUTE SPL-PLAYER-BOUNDARY-PCT =
                   ((SPL-PLAYER-FOURS * 4 + SPL-PLAYER-SIXES * 6)
                       * 100) / SPL-PLAYER-RUNS-SUM
           ELSE
               MOVE 0 TO SPL-PLAYER-BOUNDARY-PCT
           END-IF
           IF SPL-PLAYER-WICKETS > 0
               COMPUTE SPL-PLAYER-BOWL-AVG =
                   SPL-PLAYER-RUNS-CONCEDED / SPL-PLAYER-WICKETS
           ELSE
               MOVE 0 TO SPL-PLAYER-BOWL-AVG
           END-IF.

      * Rewrites the run ledger with the reversed match's posting
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
                   MOVE "SeasonBackout" TO LCK-PROGRAM
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
