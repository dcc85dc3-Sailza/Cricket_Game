       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatchupReport IS INITIAL PROGRAM.

      * Prints the batter-versus-bowler briefing from the grade's
      * match-up register (matchups.ctl, built by
      * StatisticsCalculator from the ball-by-ball book as each
      * fixture posts): each of our batters' record against every
      * opposition bowler they have faced, then each of our
      * bowlers' record against every opposition batter they have
      * bowled to - balls, runs, dot balls, fours and sixes,
      * dismissals, strike rate and runs per dismissal, opponent
      * by opponent. Keying a player ID prints just that player; a
      * blank reply prints the whole squad. Output goes to
      * matchups.txt. Each grade (XI) keeps its own register; the
      * briefing is for the grade chosen at sign-on.
      *
      * A player the register knows but the roster does not (an ID
      * keyed on the book before the roster caught up) is still
      * printed, under the ID alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCHUP-FILE ASSIGN TO DYNAMIC WS-MATCHUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHUP-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "matchups.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout StatisticsCalculator maintains in
      * matchups.ctl.
       FD MATCHUP-FILE.
       01 MATCHUP-RECORD.
           05 MUP-OPPONENT-NAME     PIC X(20).
           05 MUP-SIDE              PIC X(01).
               88 MUP-OUR-BATTER        VALUE "O".
               88 MUP-THEIR-BATTER      VALUE "V".
           05 MUP-STRIKER-ID        PIC X(05).
           05 MUP-BOWLER-ID         PIC X(05).
           05 MUP-MATCHES           PIC 9(03).
           05 MUP-BALLS             PIC 9(05).
           05 MUP-RUNS              PIC 9(05).
           05 MUP-DOTS              PIC 9(05).
           05 MUP-FOURS             PIC 9(04).
           05 MUP-SIXES             PIC 9(04).
           05 MUP-DISMISSALS        PIC 9(03).
           05 MUP-LAST-MATCH-ID     PIC X(08).
           05 MUP-LAST-MATCH-DATE   PIC X(08).

      * Same layout RosterMaint maintains in roster.txt.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 ROS-PLAYER-ID         PIC X(05).
           05 ROS-PLAYER-NAME       PIC X(20).
           05 ROS-SQUAD-STATUS      PIC X(01).
           05 ROS-DATE-JOINED       PIC X(08).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       WORKING-STORAGE SECTION.
      * The grade (XI) being reported on and the name of that
      * grade's register: the 1st XI keeps the original file name,
      * every other grade's carries its code (matchups-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-MATCHUP-FILE-NAME    PIC X(20) VALUE "matchups.ctl".

       01 WS-MATCHUP-STATUS       PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-WANTED-PLAYER        PIC X(05) VALUE SPACES.
       01 WS-PRINTED-COUNT        PIC 9(3) VALUE 0.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

      * Our players, roster order first, then any ID the register
      * holds that the roster does not.
       01 WS-MAX-PLAYERS          PIC 9(03) VALUE 999.
       01 WS-PLAYER-COUNT         PIC 9(04) VALUE 0.
       01 WS-PLAYER-FOUND         PIC X VALUE 'N'.
       01 WS-ROW-IS-PLAYERS       PIC X VALUE 'N'.
       01 WS-KEY-PLAYER-ID        PIC X(05) VALUE SPACES.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-PLAYER-IDX.
               10 WS-PLR-PLAYER-ID     PIC X(05).
               10 WS-PLR-PLAYER-NAME   PIC X(20).
       01 WS-LIST-SUB             PIC 9(04) VALUE 0.

      * The register, held whole while it is printed player by
      * player.
       01 WS-MAX-ROWS             PIC 9(04) VALUE 3000.
       01 WS-ROW-COUNT            PIC 9(04) VALUE 0.
       01 WS-ROW-SUB              PIC 9(04) VALUE 0.
       01 WS-ROWS-FOR-PLAYER      PIC 9(04) VALUE 0.
       01 WS-MATCHUP-TABLE.
           05 WS-MUR-ROW OCCURS 3000 TIMES.
               10 WS-MUR-OPPONENT      PIC X(20).
               10 WS-MUR-SIDE          PIC X(01).
               10 WS-MUR-STRIKER-ID    PIC X(05).
               10 WS-MUR-BOWLER-ID     PIC X(05).
               10 WS-MUR-MATCHES       PIC 9(03).
               10 WS-MUR-BALLS         PIC 9(05).
               10 WS-MUR-RUNS          PIC 9(05).
               10 WS-MUR-DOTS          PIC 9(05).
               10 WS-MUR-FOURS         PIC 9(04).
               10 WS-MUR-SIXES         PIC 9(04).
               10 WS-MUR-DISMISSALS    PIC 9(03).
               10 WS-MUR-LAST-MATCH-ID PIC X(08).
               10 WS-MUR-LAST-MATCH-DATE PIC X(08).

      * Which half of the briefing is printing: "O" our batters
      * against their bowlers, "V" our bowlers against their
      * batters.
       01 WS-REPORT-SIDE          PIC X(01) VALUE "O".
       01 WS-STRIKE-RATE          PIC 9(04)V9(02) VALUE 0.
       01 WS-AVERAGE              PIC 9(04)V9(02) VALUE 0.
       01 WS-MATCHUP-HEADING.
           05 FILLER PIC X(25) VALUE "    OPPONENT".
           05 FILLER PIC X(06) VALUE "VS".
           05 FILLER PIC X(03) VALUE "  M".
           05 FILLER PIC X(06) VALUE " BALLS".
           05 FILLER PIC X(06) VALUE "  RUNS".
           05 FILLER PIC X(06) VALUE "  DOTS".
           05 FILLER PIC X(05) VALUE "   4S".
           05 FILLER PIC X(05) VALUE "   6S".
           05 FILLER PIC X(04) VALUE " OUT".
           05 FILLER PIC X(08) VALUE "      SR".
           05 FILLER PIC X(08) VALUE "     AVG".
       01 WS-MATCHUP-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-MUL-OPPONENT      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-OTHER-ID      PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-MATCHES       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-BALLS         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-RUNS          PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-DOTS          PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-FOURS         PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-SIXES         PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-DISMISSALS    PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-STRIKE-RATE   PIC ZZZ9.99.
           05 WS-MUL-STRIKE-RATE-X REDEFINES WS-MUL-STRIKE-RATE
                                   PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-MUL-AVERAGE       PIC ZZZ9.99.
           05 WS-MUL-AVERAGE-X REDEFINES WS-MUL-AVERAGE PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           DISPLAY "Player ID (blank for the whole squad): "
               WITH NO ADVANCING
           ACCEPT WS-WANTED-PLAYER
           PERFORM LOAD-MATCHUP-REGISTER
           IF WS-ROW-COUNT = 0
               DISPLAY "No match-ups on " WS-MATCHUP-FILE-NAME
                   " - no fixture with a ball-by-ball book has "
                   "been posted yet."
           ELSE
               PERFORM LOAD-ROSTER
               PERFORM NOTE-REGISTER-PLAYER
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               PERFORM PRINT-MATCHUP-REPORT
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
               MOVE SPACES TO WS-MATCHUP-FILE-NAME
               STRING "matchups-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-MATCHUP-FILE-NAME
           END-IF.

       LOAD-MATCHUP-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT MATCHUP-FILE
           IF WS-MATCHUP-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ MATCHUP-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-MATCHUP-ROW
                   END-READ
               END-PERFORM
               CLOSE MATCHUP-FILE
           END-IF.

       ADD-MATCHUP-ROW.
           IF WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               MOVE MATCHUP-RECORD TO WS-MUR-ROW(WS-ROW-COUNT)
           ELSE
               DISPLAY "WARNING: match-up table full at "
                   WS-MAX-ROWS " pairs - " MUP-STRIKER-ID " v "
                   MUP-BOWLER-ID " is left off the report"
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
                           PERFORM ADD-ROSTER-PLAYER
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "No roster.txt found - players are listed "
                   "by ID only."
           END-IF.

       ADD-ROSTER-PLAYER.
           IF WS-PLAYER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-PLAYER-COUNT
               SET WS-PLAYER-IDX TO WS-PLAYER-COUNT
               MOVE ROS-PLAYER-ID TO WS-PLR-PLAYER-ID(WS-PLAYER-IDX)
               MOVE ROS-PLAYER-NAME
                   TO WS-PLR-PLAYER-NAME(WS-PLAYER-IDX)
           ELSE
               DISPLAY "WARNING: player table full at "
                   WS-MAX-PLAYERS " entries - player "
                   ROS-PLAYER-ID " is left off the report"
           END-IF.

      * Our side of each register row - the striker when we were
      * batting, the bowler when they were - must be on the
      * player list for the row to be printed.
       NOTE-REGISTER-PLAYER.
           IF WS-MUR-SIDE(WS-ROW-SUB) = "O"
               MOVE WS-MUR-STRIKER-ID(WS-ROW-SUB) TO WS-KEY-PLAYER-ID
           ELSE
               MOVE WS-MUR-BOWLER-ID(WS-ROW-SUB) TO WS-KEY-PLAYER-ID
           END-IF
           PERFORM FIND-PLAYER.

      * Leaves WS-PLAYER-IDX on the player in WS-KEY-PLAYER-ID,
      * adding an entry for an ID the roster does not hold.
       FIND-PLAYER.
           MOVE 'Y' TO WS-PLAYER-FOUND
           SET WS-PLAYER-IDX TO 1
           SEARCH WS-PLAYER-ENTRY
               AT END
                   PERFORM ADD-UNLISTED-PLAYER
               WHEN WS-PLAYER-IDX > WS-PLAYER-COUNT
                   PERFORM ADD-UNLISTED-PLAYER
               WHEN WS-PLR-PLAYER-ID(WS-PLAYER-IDX)
                   = WS-KEY-PLAYER-ID
                   CONTINUE
           END-SEARCH.

       ADD-UNLISTED-PLAYER.
           IF WS-PLAYER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-PLAYER-COUNT
               SET WS-PLAYER-IDX TO WS-PLAYER-COUNT
               MOVE WS-KEY-PLAYER-ID
                   TO WS-PLR-PLAYER-ID(WS-PLAYER-IDX)
               MOVE "(NOT ON ROSTER)"
                   TO WS-PLR-PLAYER-NAME(WS-PLAYER-IDX)
           ELSE
               DISPLAY "WARNING: player table full at "
                   WS-MAX-PLAYERS " entries - match-ups for "
                   WS-KEY-PLAYER-ID " are left off the report"
               MOVE 'N' TO WS-PLAYER-FOUND
           END-IF.

       PRINT-MATCHUP-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "OUR BATTERS AGAINST THEIR BOWLERS"
               TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "O" TO WS-REPORT-SIDE
           PERFORM REPORT-ONE-PLAYER
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-PLAYER-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "OUR BOWLERS AGAINST THEIR BATTERS"
               TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "V" TO WS-REPORT-SIDE
           PERFORM REPORT-ONE-PLAYER
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-PLAYER-COUNT
           IF WS-PRINTED-COUNT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               MOVE "No match-ups on file for that player."
                   TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY WS-PRINTED-COUNT " player section(s) printed "
               "to matchups.txt.".

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "BATTER V BOWLER - MATCH-UP BRIEFING"
                   DELIMITED BY SIZE
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
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * One player's section in the half of the briefing that is
      * printing, skipped when the register holds nothing for
      * them on that side.
       REPORT-ONE-PLAYER.
           SET WS-PLAYER-IDX TO WS-LIST-SUB
           IF WS-WANTED-PLAYER = SPACES
               OR WS-PLR-PLAYER-ID(WS-PLAYER-IDX) = WS-WANTED-PLAYER
               MOVE 0 TO WS-ROWS-FOR-PLAYER
               PERFORM COUNT-PLAYER-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROWS-FOR-PLAYER > 0
                   ADD 1 TO WS-PRINTED-COUNT
                   PERFORM WRITE-PLAYER-HEADING
                   PERFORM WRITE-PLAYER-ROW
                       VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-ROW-COUNT
               END-IF
           END-IF.

       COUNT-PLAYER-ROW.
           PERFORM CHECK-PLAYER-ROW
           IF WS-ROW-IS-PLAYERS = 'Y'
               ADD 1 TO WS-ROWS-FOR-PLAYER
           END-IF.

      * Sets WS-ROW-IS-PLAYERS when the register row belongs to
      * the current player in the half of the briefing printing.
       CHECK-PLAYER-ROW.
           MOVE 'N' TO WS-ROW-IS-PLAYERS
           IF WS-MUR-SIDE(WS-ROW-SUB) = WS-REPORT-SIDE
               IF WS-REPORT-SIDE = "O"
                   IF WS-MUR-STRIKER-ID(WS-ROW-SUB)
                       = WS-PLR-PLAYER-ID(WS-PLAYER-IDX)
                       MOVE 'Y' TO WS-ROW-IS-PLAYERS
                   END-IF
               ELSE
                   IF WS-MUR-BOWLER-ID(WS-ROW-SUB)
                       = WS-PLR-PLAYER-ID(WS-PLAYER-IDX)
                       MOVE 'Y' TO WS-ROW-IS-PLAYERS
                   END-IF
               END-IF
           END-IF.

       WRITE-PLAYER-HEADING.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-PLR-PLAYER-ID(WS-PLAYER-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PLR-PLAYER-NAME(WS-PLAYER-IDX) DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-MATCHUP-HEADING TO WS-DISPLAY-MESSAGE
           IF WS-REPORT-SIDE = "O"
               MOVE "BOWLER" TO WS-DISPLAY-MESSAGE(26:6)
           ELSE
               MOVE "BATTER" TO WS-DISPLAY-MESSAGE(26:6)
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * One pair's line: the strike rate is runs per hundred balls
      * and the average runs per dismissal, each a dash when there
      * is nothing to divide by.
       WRITE-PLAYER-ROW.
           PERFORM CHECK-PLAYER-ROW
           IF WS-ROW-IS-PLAYERS = 'Y'
               MOVE WS-MUR-OPPONENT(WS-ROW-SUB) TO WS-MUL-OPPONENT
               IF WS-REPORT-SIDE = "O"
                   MOVE WS-MUR-BOWLER-ID(WS-ROW-SUB)
                       TO WS-MUL-OTHER-ID
               ELSE
                   MOVE WS-MUR-STRIKER-ID(WS-ROW-SUB)
                       TO WS-MUL-OTHER-ID
               END-IF
               MOVE WS-MUR-MATCHES(WS-ROW-SUB) TO WS-MUL-MATCHES
               MOVE WS-MUR-BALLS(WS-ROW-SUB) TO WS-MUL-BALLS
               MOVE WS-MUR-RUNS(WS-ROW-SUB) TO WS-MUL-RUNS
               MOVE WS-MUR-DOTS(WS-ROW-SUB) TO WS-MUL-DOTS
               MOVE WS-MUR-FOURS(WS-ROW-SUB) TO WS-MUL-FOURS
               MOVE WS-MUR-SIXES(WS-ROW-SUB) TO WS-MUL-SIXES
               MOVE WS-MUR-DISMISSALS(WS-ROW-SUB) TO WS-MUL-DISMISSALS
               IF WS-MUR-BALLS(WS-ROW-SUB) > 0
                   COMPUTE WS-STRIKE-RATE ROUNDED =
                       WS-MUR-RUNS(WS-ROW-SUB) * 100
                       / WS-MUR-BALLS(WS-ROW-SUB)
                   MOVE WS-STRIKE-RATE TO WS-MUL-STRIKE-RATE
               ELSE
                   MOVE "      -" TO WS-MUL-STRIKE-RATE-X
               END-IF
               IF WS-MUR-DISMISSALS(WS-ROW-SUB) > 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-MUR-RUNS(WS-ROW-SUB)
                       / WS-MUR-DISMISSALS(WS-ROW-SUB)
                   MOVE WS-AVERAGE TO WS-MUL-AVERAGE
               ELSE
                   MOVE "      -" TO WS-MUL-AVERAGE-X
               END-IF
               MOVE WS-MATCHUP-LINE TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.
