      * wicket-takers against them from the cumulative per-player
      * pool. Keying an opponent name prints just
      * that opponent; a blank reply prints every opponent on
      * file. Output goes to oppreport.txt. Each grade (XI) keeps
      * its own splits; the page is for the grade chosen at
      * sign-on.
      *
      * Each captain's page is followed by the scouting page for
      * the same opponent, from the grade's scouting register
      * (scouting.ctl): every one of their players who has batted
      * against us, heaviest run-scorer first, with how often we
      * have got them out and how, and which of our bowlers has
      * taken their wicket.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPPSPLIT-FILE ASSIGN TO DYNAMIC WS-OPPSPLIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPPSPLIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "oppreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT SCOUT-FILE ASSIGN TO DYNAMIC WS-SCOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   15 OPS-LDR-RUNS         PIC 9(07).
                   15 OPS-LDR-WKTS         PIC 9(04).

      * Same layout StatisticsCalculator maintains in
      * scouting.ctl.
       FD SCOUT-FILE.
       01 SCOUT-RECORD.
           05 SCT-OPPONENT-NAME     PIC X(20).
           05 SCT-PLAYER-ID         PIC X(05).
           05 SCT-PLAYER-NAME       PIC X(20).
           05 SCT-MATCHES           PIC 9(03).
           05 SCT-INNINGS           PIC 9(04).
           05 SCT-NOT-OUTS          PIC 9(04).
           05 SCT-OUTS              PIC 9(04).
           05 SCT-RUNS              PIC 9(06).
           05 SCT-BALLS             PIC 9(06).
           05 SCT-HIGH-SCORE        PIC 9(04).
           05 SCT-HOW-OUT.
               10 SCT-BOWLED        PIC 9(03).
               10 SCT-CAUGHT        PIC 9(03).
               10 SCT-LBW           PIC 9(03).
               10 SCT-RUN-OUT       PIC 9(03).
               10 SCT-STUMPED       PIC 9(03).
           05 SCT-TAKER-COUNT       PIC 9(02).
           05 SCT-TAKER OCCURS 6 TIMES.
               10 SCT-TAKER-ID      PIC X(05).
               10 SCT-TAKER-WKTS    PIC 9(03).
           05 SCT-OTHER-WKTS        PIC 9(03).
           05 SCT-LAST-MATCH-ID     PIC X(08).
           05 SCT-LAST-MATCH-DATE   PIC X(08).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).

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
       01 WS-OPPSPLIT-FILE-NAME   PIC X(20) VALUE "oppsplits.ctl".
       01 WS-SCOUT-FILE-NAME      PIC X(20) VALUE "scouting.ctl".

       01 WS-OPPSPLIT-STATUS      PIC XX VALUE SPACES.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-WANTED-OPPONENT      PIC X(20) VALUE SPACES.

      * Ranking work area for the per-opponent leader lists, the
      * same exchange-sort shape the batch leaderboards use.
       01 WS-RANK-COUNT              PIC 9(03) VALUE 0.
       01 WS-RANK-I                  PIC 9(03) VALUE 0.
       01 WS-RANK-J                  PIC 9(03) VALUE 0.
       01 WS-RANK-J1                 PIC 9(03) VALUE 0.
       01 WS-RANK-LIMIT              PIC 9(03) VALUE 0.
       01 WS-RANK-POS                PIC 9(03) VALUE 0.
       01 WS-RANK-SUB                PIC 9(03) VALUE 0.
       01 WS-RANK-SWAP-KEY           PIC 9(07) VALUE 0.
       01 WS-RANK-SWAP-SUB           PIC 9(03) VALUE 0.
       01 WS-SWEEP-IDX               PIC 9(03) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 99 TIMES.
               10 WS-RANK-KEY          PIC 9(07).
               10 WS-RANK-PLAYER-SUB   PIC 9(03).

      * The scouting page: this opponent's players from the
      * register, held here while they are ranked by runs. The
      * page line shows a batter's record against us; the line
      * under it who of ours has taken the wicket.
       01 WS-SCOUT-STATUS         PIC XX VALUE SPACES.
       01 WS-SCOUT-EOF            PIC X VALUE 'N'.
       01 WS-MAX-SCOUT-PLAYERS    PIC 9(03) VALUE 99.
       01 WS-SCOUT-COUNT          PIC 9(03) VALUE 0.
       01 WS-SCOUT-OVERFLOW       PIC 9(03) VALUE 0.
       01 WS-TAKER-SUB            PIC 9(01) VALUE 0.
       01 WS-TAKER-POS            PIC 9(02) VALUE 0.
       01 WS-SCOUT-AVERAGE        PIC 9(04)V9(02) VALUE 0.
       01 WS-SCOUT-STRIKE-RATE    PIC 9(04)V9(02) VALUE 0.
       01 WS-SCOUT-TABLE.
           05 WS-SCOUT-ROW OCCURS 99 TIMES PIC X(160).
       01 WS-SCOUT-HEADING.
           05 FILLER PIC X(06) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(05) VALUE "  INN".
           05 FILLER PIC X(04) VALUE "  NO".
           05 FILLER PIC X(07) VALUE "   RUNS".
           05 FILLER PIC X(05) VALUE "   HS".
           05 FILLER PIC X(08) VALUE "     AVG".
           05 FILLER PIC X(08) VALUE "      SR".
           05 FILLER PIC X(24) VALUE "      OUT  B  C  L RO ST".
       01 WS-SCOUT-LINE.
           05 WS-SCL-ID            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-NAME          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-INNINGS       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-NOT-OUTS      PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-RUNS          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-HIGH          PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-AVERAGE       PIC ZZZ9.99.
           05 WS-SCL-AVERAGE-X REDEFINES WS-SCL-AVERAGE PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SCL-STRIKE-RATE   PIC ZZZ9.99.
           05 WS-SCL-STRIKE-RATE-X REDEFINES WS-SCL-STRIKE-RATE
                                   PIC X(07).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WS-SCL-OUTS          PIC ZZ9.
           05 WS-SCL-BOWLED        PIC ZZ9.
           05 WS-SCL-CAUGHT        PIC ZZ9.
           05 WS-SCL-LBW           PIC ZZ9.
           05 WS-SCL-RUN-OUT       PIC ZZ9.
           05 WS-SCL-STUMPED       PIC ZZ9.
       01 WS-EDIT-TAKER-WKTS      PIC ZZ9.
       01 WS-TAKER-TEXT           PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
           PERFORM PRINT-OPPONENT-REPORT
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
                               "reporting on the 1st XI"
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
           END-IF.

       PRINT-OPPONENT-REPORT.
           OPEN INPUT OPPSPLIT-FILE
           IF WS-OPPSPLIT-STATUS NOT = "00"
               DISPLAY "No " WS-OPPSPLIT-FILE-NAME " found - no "
                   "fixture with an opposition card has been "
                   "posted yet."
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Grade    : " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM WRITE-RUN-LEADERS
           PERFORM WRITE-WICKET-LEADERS
           PERFORM WRITE-SCOUTING-PAGE.

      * The top run-scorers against this opponent, best-first
      * from the cumulative per-player pool the posting run
                   TO WS-RANK-PLAYER-SUB(WS-RANK-J)
               MOVE WS-RANK-SWAP-SUB TO WS-RANK-PLAYER-SUB(WS-RANK-J1)
           END-IF.

      * The scouting page for the opponent on OPS-OPPONENT-NAME,
      * from the register rows for that opponent.
       WRITE-SCOUTING-PAGE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "SCOUTING - " DELIMITED BY SIZE
                  OPS-OPPONENT-NAME DELIMITED BY SIZE
                  " - THEIR BATTERS AGAINST US" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM LOAD-OPPONENT-SCOUTING
           IF WS-SCOUT-COUNT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  (no opposition batters on the scouting "
                          DELIMITED BY SIZE
                      "register yet)" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-SCOUT-HEADING TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               MOVE 0 TO WS-RANK-COUNT
               PERFORM ADD-SCOUT-CANDIDATE
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-SCOUT-COUNT
               PERFORM SORT-RANK-TABLE
               PERFORM WRITE-SCOUT-PLAYER
                   VARYING WS-RANK-POS FROM 1 BY 1
                   UNTIL WS-RANK-POS > WS-RANK-COUNT
           END-IF
           IF WS-SCOUT-OVERFLOW > 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  (" DELIMITED BY SIZE
                      WS-SCOUT-OVERFLOW DELIMITED BY SIZE
                      " more player(s) on the register not shown)"
                          DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * A pass over the register for this opponent's rows. The
      * file is read again for each opponent page, so a blank
      * reply (every opponent) never needs the whole register in
      * storage at once.
       LOAD-OPPONENT-SCOUTING.
           MOVE 0 TO WS-SCOUT-COUNT
           MOVE 0 TO WS-SCOUT-OVERFLOW
           MOVE 'N' TO WS-SCOUT-EOF
           OPEN INPUT SCOUT-FILE
           IF WS-SCOUT-STATUS = "00"
               PERFORM UNTIL WS-SCOUT-EOF = 'Y'
                   READ SCOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-SCOUT-EOF
                       NOT AT END
                           IF SCT-OPPONENT-NAME = OPS-OPPONENT-NAME
                               PERFORM ADD-SCOUT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCOUT-FILE
           END-IF.

       ADD-SCOUT-ROW.
           IF WS-SCOUT-COUNT < WS-MAX-SCOUT-PLAYERS
               ADD 1 TO WS-SCOUT-COUNT
               MOVE SCOUT-RECORD TO WS-SCOUT-ROW(WS-SCOUT-COUNT)
           ELSE
               ADD 1 TO WS-SCOUT-OVERFLOW
           END-IF.

       ADD-SCOUT-CANDIDATE.
           MOVE WS-SCOUT-ROW(WS-SWEEP-IDX) TO SCOUT-RECORD
           ADD 1 TO WS-RANK-COUNT
           MOVE SCT-RUNS TO WS-RANK-KEY(WS-RANK-COUNT)
           MOVE WS-SWEEP-IDX TO WS-RANK-PLAYER-SUB(WS-RANK-COUNT).

      * One batter's line - the average is runs per dismissal and
      * the strike rate runs per hundred balls, each shown as a
      * dash when there is nothing to divide by - then who of
      * ours has taken the wicket.
       WRITE-SCOUT-PLAYER.
           MOVE WS-RANK-PLAYER-SUB(WS-RANK-POS) TO WS-RANK-SUB
           MOVE WS-SCOUT-ROW(WS-RANK-SUB) TO SCOUT-RECORD
           MOVE SCT-PLAYER-ID TO WS-SCL-ID
           MOVE SCT-PLAYER-NAME TO WS-SCL-NAME
           MOVE SCT-INNINGS TO WS-SCL-INNINGS
           MOVE SCT-NOT-OUTS TO WS-SCL-NOT-OUTS
           MOVE SCT-RUNS TO WS-SCL-RUNS
           MOVE SCT-HIGH-SCORE TO WS-SCL-HIGH
           IF SCT-OUTS > 0
               COMPUTE WS-SCOUT-AVERAGE ROUNDED =
                   SCT-RUNS / SCT-OUTS
               MOVE WS-SCOUT-AVERAGE TO WS-SCL-AVERAGE
           ELSE
               MOVE "      -" TO WS-SCL-AVERAGE-X
           END-IF
           IF SCT-BALLS > 0
               COMPUTE WS-SCOUT-STRIKE-RATE ROUNDED =
                   SCT-RUNS * 100 / SCT-BALLS
               MOVE WS-SCOUT-STRIKE-RATE TO WS-SCL-STRIKE-RATE
           ELSE
               MOVE "      -" TO WS-SCL-STRIKE-RATE-X
           END-IF
           MOVE SCT-OUTS TO WS-SCL-OUTS
           MOVE SCT-BOWLED TO WS-SCL-BOWLED
           MOVE SCT-CAUGHT TO WS-SCL-CAUGHT
           MOVE SCT-LBW TO WS-SCL-LBW
           MOVE SCT-RUN-OUT TO WS-SCL-RUN-OUT
           MOVE SCT-STUMPED TO WS-SCL-STUMPED
           MOVE WS-SCOUT-LINE TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF SCT-TAKER-COUNT > 0 OR SCT-OTHER-WKTS > 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               MOVE "      taken by:" TO WS-DISPLAY-MESSAGE
               MOVE 17 TO WS-TAKER-POS
               PERFORM ADD-TAKER-TEXT
                   VARYING WS-TAKER-SUB FROM 1 BY 1
                   UNTIL WS-TAKER-SUB > SCT-TAKER-COUNT
               IF SCT-OTHER-WKTS > 0
                   MOVE SCT-OTHER-WKTS TO WS-EDIT-TAKER-WKTS
                   MOVE SPACES TO WS-TAKER-TEXT
                   STRING "others x" DELIMITED BY SIZE
                          WS-EDIT-TAKER-WKTS DELIMITED BY SIZE
                       INTO WS-TAKER-TEXT
                   MOVE WS-TAKER-TEXT
                       TO WS-DISPLAY-MESSAGE(WS-TAKER-POS:12)
               END-IF
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       ADD-TAKER-TEXT.
           MOVE SCT-TAKER-WKTS(WS-TAKER-SUB) TO WS-EDIT-TAKER-WKTS
           MOVE SPACES TO WS-TAKER-TEXT
           STRING SCT-TAKER-ID(WS-TAKER-SUB) DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  WS-EDIT-TAKER-WKTS DELIMITED BY SIZE
               INTO WS-TAKER-TEXT
           MOVE WS-TAKER-TEXT TO WS-DISPLAY-MESSAGE(WS-TAKER-POS:12)
           ADD 12 TO WS-TAKER-POS.
