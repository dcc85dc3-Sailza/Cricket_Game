      * the season batting tables, and PlayerLookup's one-at-a-
      * time recent-form line. Every ACTIVE player on roster.txt
      * gets a line with their season average, strike rate, and
      * economy from seasonply.dat and their last-five-innings form
      * from players.dat, ranked by season runs best-first.
      * Retired players are excluded automatically, and an active
      * player with no innings this season is flagged at the foot
      * of the sheet - exactly the player the selectors forget
      * exists.
      *
      * The season figures are the selected grade's (XI's), the
      * grade chosen at sign-on; the roster and the recent form
      * are club-wide, since players move between the XIs.
      *
      * The sheet is printed for one fixture - keyed by match ID,
      * or by default the grade's next scheduled fixture - and
      * reads that fixture's replies off the availability register
      * (availability.ctl, kept by AvailabilityMaint). Players who
      * have said they are unavailable or injured come off the
      * ranked list into a block of their own with their note, and
      * active players who have not replied yet are listed at the
      * foot so the selectors know who is still to ring. With no
      * fixture to print for, the sheet lists the whole active
      * squad as before.
      *
      * Each player's account on the club fees ledger (fees.ctl) is
      * totalled too, and anyone on the sheet who owes more than
      * the treasurer's arrears limit (feerates.ctl, kept by
      * FeesMaint) is marked ARREARS against their name and listed
      * with their balance at the foot. No limit set, no flags.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SEASON-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-SEAPLY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-PLAYER-ID
               FILE STATUS IS WS-SEAPLY-STATUS.
           SELECT PLAYER-INDEX-FILE ASSIGN TO "players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-PIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "selection.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT AVAILABILITY-FILE ASSIGN TO "availability.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.
           SELECT FEES-FILE ASSIGN TO "fees.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT FEERATES-FILE ASSIGN TO "feerates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEERATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ROS-SQUAD-STATUS     PIC X(01).
           05 ROS-DATE-JOINED      PIC X(08).

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

      * Same layout BuildPlayerIndex maintains in players.dat.
       FD PLAYER-INDEX-FILE.

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(160).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

      * Same layout ScheduleMaint maintains in schedule.ctl.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 SCH-MATCH-ID          PIC X(08).
           05 SCH-ROUND             PIC 9(02).
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
           05 SCH-GRADE-CODE        PIC X(01).

      * Same layout AvailabilityMaint maintains in
      * availability.ctl.
       FD AVAILABILITY-FILE.
       01 AVAILABILITY-RECORD.
           05 AVL-MATCH-ID          PIC X(08).
           05 AVL-PLAYER-ID         PIC X(05).
           05 AVL-STATUS            PIC X(01).
           05 AVL-NOTE              PIC X(30).
           05 AVL-REPLY-DATE        PIC X(08).

      * Same layout FeesMaint and StatisticsCalculator keep in
      * fees.ctl.
       FD FEES-FILE.
       01 FEES-RECORD.
           05 FEE-PLAYER-ID         PIC X(05).
           05 FEE-ENTRY-DATE        PIC X(08).
           05 FEE-ENTRY-TYPE        PIC X(01).
               88 FEE-MATCH-FEE         VALUE "M".
               88 FEE-SUBSCRIPTION      VALUE "S".
               88 FEE-PAYMENT           VALUE "P".
               88 FEE-CREDIT            VALUE "C".
           05 FEE-REFERENCE         PIC X(08).
           05 FEE-AMOUNT            PIC 9(05)V9(02).
           05 FEE-GRADE-CODE        PIC X(01).
           05 FEE-OPERATOR-ID       PIC X(08).
           05 FEE-NOTE              PIC X(20).

      * Same layout FeesMaint maintains in feerates.ctl.
       FD FEERATES-FILE.
       01 FEERATES-RECORD.
           05 FRT-MATCH-FEE         PIC 9(03)V9(02).
           05 FRT-ANNUAL-SUB        PIC 9(04)V9(02).
           05 FRT-ARREARS-LIMIT     PIC 9(05)V9(02).

       WORKING-STORAGE SECTION.
      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-SEAPLY-FILE-NAME     PIC X(20) VALUE "seasonply.dat".

       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-STATUS        PIC XX VALUE SPACES.
       01 WS-SCHEDULE-STATUS      PIC XX VALUE SPACES.
       01 WS-AVAIL-STATUS         PIC XX VALUE SPACES.
       01 WS-FILE-EOF             PIC X VALUE 'N'.
       01 WS-PIX-STATUS           PIC XX VALUE SPACES.
       01 WS-ROSTER-EOF           PIC X VALUE 'N'.
       01 WS-SEASON-LOADED        PIC X VALUE 'N'.
       01 WS-SEASON-FOUND         PIC X VALUE 'N'.
       01 WS-INDEX-OPEN           PIC X VALUE 'N'.
       01 WS-DONE                 PIC X VALUE 'N'.
       01 WS-DISPLAY-MESSAGE      PIC X(160) VALUE SPACES.

       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
               10 WS-ROSTER-STAT       PIC X(01) VALUE SPACES.
               10 WS-ROSTER-BALANCE    PIC S9(07)V9(02) VALUE 0.

      * Ranking work area in the shape the batch report uses: the
      * key is season runs, the subscript points back into the
      * roster table.
       01 WS-RANK-COUNT           PIC 9(04) VALUE 0.
       01 WS-RANK-I               PIC 9(04) VALUE 0.
       01 WS-RANK-J               PIC 9(04) VALUE 0.
       01 WS-RANK-J1              PIC 9(04) VALUE 0.
       01 WS-RANK-LIMIT           PIC 9(04) VALUE 0.
       01 WS-RANK-POS             PIC 9(04) VALUE 0.
       01 WS-RANK-SWAP-KEY        PIC 9(07) VALUE 0.
       01 WS-RANK-SWAP-SUB        PIC 9(04) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 999 TIMES.
               10 WS-RANK-KEY          PIC 9(07).
               10 WS-RANK-PLAYER-SUB   PIC 9(04).
       01 WS-SWEEP-IDX            PIC 9(04) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(03) VALUE 0.
       01 WS-LOOKUP-ID            PIC X(05) VALUE SPACES.

      * The fixture the sheet is for, and that fixture's replies
      * off the availability register. WS-FIXTURE-FOUND stays 'N'
      * when no fixture qualifies and the sheet lists the whole
      * active squad.
       01 WS-TODAY                PIC X(08) VALUE SPACES.
       01 WS-ROW-GRADE            PIC X(01) VALUE SPACE.
       01 WS-ENTER-MATCH-ID       PIC X(08) VALUE SPACES.
       01 WS-FIXTURE-FOUND        PIC X VALUE 'N'.
       01 WS-FIX-MATCH-ID         PIC X(08) VALUE SPACES.
       01 WS-FIX-OPPONENT         PIC X(20) VALUE SPACES.
       01 WS-FIX-VENUE            PIC X(20) VALUE SPACES.
       01 WS-FIX-DATE             PIC X(08) VALUE SPACES.
       01 WS-REPLY-COUNT          PIC 9(04) VALUE 0.
       01 WS-REPLY-TABLE.
           05 WS-REPLY-ENTRY OCCURS 999 TIMES
                              INDEXED BY WS-REPLY-IDX.
               10 WS-REPLY-PLAYER-ID   PIC X(05) VALUE SPACES.
               10 WS-REPLY-STATUS      PIC X(01) VALUE SPACE.
               10 WS-REPLY-NOTE        PIC X(30) VALUE SPACES.
       01 WS-REPLY-SUB            PIC 9(04) VALUE 0.
       01 WS-REPLY-WORD           PIC X(11) VALUE SPACES.
       01 WS-OUT-COUNT            PIC 9(03) VALUE 0.
       01 WS-UNANSWERED-COUNT     PIC 9(03) VALUE 0.

      * Fees ledger balances against the treasurer's arrears limit.
      * WS-ARREARS-MARK is the column printed after each name.
       01 WS-FEES-STATUS          PIC XX VALUE SPACES.
       01 WS-FEERATES-STATUS      PIC XX VALUE SPACES.
       01 WS-ARREARS-LIMIT        PIC 9(05)V9(02) VALUE 0.
       01 WS-ARREARS-MARK         PIC X(10) VALUE SPACES.
       01 WS-ARREARS-COUNT        PIC 9(03) VALUE 0.
       01 WS-EDIT-BALANCE         PIC ZZ,ZZ9.99.
       01 WS-EDIT-LIMIT           PIC ZZ,ZZ9.99.

      * Rolling last-five window over one player's players.dat
      * innings, the same shape PlayerLookup keeps.
       01 WS-FORM-COUNT           PIC 9 VALUE 0.
           IF WS-INDEX-OPEN = 'Y'
               CLOSE PLAYER-INDEX-FILE
           END-IF
           IF WS-SEASON-LOADED = 'Y'
               CLOSE SEASON-PLAYER-FILE
           END-IF
           GOBACK.

       INITIALIZE-PROGRAM.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-ROSTER
           PERFORM OPEN-SEASON-PLAYERS
           PERFORM CHOOSE-FIXTURE
           IF WS-FIXTURE-FOUND = 'Y'
               PERFORM LOAD-FIXTURE-REPLIES
           END-IF
           PERFORM READ-ARREARS-LIMIT
           IF WS-ARREARS-LIMIT > 0
               PERFORM LOAD-FEES-BALANCES
           END-IF
           OPEN INPUT PLAYER-INDEX-FILE
           IF WS-PIX-STATUS = "00"
               MOVE 'Y' TO WS-INDEX-OPEN
                   "form will show as unrecorded."
           END-IF.

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
                               "selecting for the 1st XI"
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
               MOVE SPACES TO WS-SEAPLY-FILE-NAME
               STRING "seasonply-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-SEAPLY-FILE-NAME
           END-IF.

      * Only ACTIVE players reach the table - a retired player is
      * not a selection and never appears on the sheet.
       LOAD-ROSTER.
                   ROS-PLAYER-ID " left off the sheet"
           END-IF.

      * The season rows stay open for the run; each player's row
      * is read by ID as the sheet needs it.
       OPEN-SEASON-PLAYERS.
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "00"
               MOVE 'Y' TO WS-SEASON-LOADED
           END-IF
           IF WS-SEASON-LOADED = 'N'
               DISPLAY "NOTE: no " WS-SEAPLY-FILE-NAME " - every "
                   "player will show as without an innings this "
                   "season."
           END-IF.

      * The fixture is keyed by match ID; a blank reply takes the
      * grade's next fixture - the earliest of its fixtures
      * scheduled for today or later, the one the selectors are
      * picking for.
       CHOOSE-FIXTURE.
           DISPLAY "Match ID (blank = next fixture): "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-MATCH-ID
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM CONSIDER-FIXTURE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           IF WS-FIXTURE-FOUND = 'N'
               IF WS-ENTER-MATCH-ID = SPACES
                   DISPLAY "NOTE: no " WS-GRADE-NAME " fixture "
                       "scheduled from today - sheet lists the "
                       "whole active squad."
               ELSE
                   DISPLAY "NOTE: " WS-ENTER-MATCH-ID " is not on "
                       "schedule.ctl - sheet lists the whole active "
                       "squad."
               END-IF
           END-IF.

       CONSIDER-FIXTURE.
           IF WS-ENTER-MATCH-ID NOT = SPACES
               IF SCH-MATCH-ID = WS-ENTER-MATCH-ID
                   PERFORM TAKE-FIXTURE
               END-IF
           ELSE
               MOVE SCH-GRADE-CODE TO WS-ROW-GRADE
               IF WS-ROW-GRADE = SPACE
                   MOVE "1" TO WS-ROW-GRADE
               END-IF
               IF WS-ROW-GRADE = WS-GRADE-CODE
                   AND SCH-SCHED-DATE >= WS-TODAY
                   IF WS-FIXTURE-FOUND = 'N'
                       OR SCH-SCHED-DATE < WS-FIX-DATE
                       PERFORM TAKE-FIXTURE
                   END-IF
               END-IF
           END-IF.

       TAKE-FIXTURE.
           MOVE 'Y' TO WS-FIXTURE-FOUND
           MOVE SCH-MATCH-ID TO WS-FIX-MATCH-ID
           MOVE SCH-OPPONENT-NAME TO WS-FIX-OPPONENT
           MOVE SCH-VENUE-NAME TO WS-FIX-VENUE
           MOVE SCH-SCHED-DATE TO WS-FIX-DATE.

      * Only the chosen fixture's replies are kept; no
      * availability.ctl simply means nobody has replied yet.
       LOAD-FIXTURE-REPLIES.
           OPEN INPUT AVAILABILITY-FILE
           IF WS-AVAIL-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ AVAILABILITY-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF AVL-MATCH-ID = WS-FIX-MATCH-ID
                               PERFORM ADD-REPLY-TABLE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVAILABILITY-FILE
           END-IF.

       ADD-REPLY-TABLE-ENTRY.
           IF WS-REPLY-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-REPLY-COUNT
               MOVE AVL-PLAYER-ID
                   TO WS-REPLY-PLAYER-ID(WS-REPLY-COUNT)
               MOVE AVL-STATUS TO WS-REPLY-STATUS(WS-REPLY-COUNT)
               MOVE AVL-NOTE TO WS-REPLY-NOTE(WS-REPLY-COUNT)
           ELSE
               DISPLAY "WARNING: reply table full at "
                   WS-MAX-PLAYERS " entries - reply from "
                   AVL-PLAYER-ID " not on the sheet"
           END-IF.

      * Leaves WS-REPLY-SUB on the reply from the player in
      * WS-LOOKUP-ID, or zero when they have not replied.
       FIND-PLAYER-REPLY.
           MOVE 0 TO WS-REPLY-SUB
           IF WS-REPLY-COUNT > 0
               SET WS-REPLY-IDX TO 1
               SEARCH WS-REPLY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REPLY-PLAYER-ID(WS-REPLY-IDX)
                       = WS-LOOKUP-ID
                       SET WS-REPLY-SUB TO WS-REPLY-IDX
               END-SEARCH
               IF WS-REPLY-SUB > WS-REPLY-COUNT
                   MOVE 0 TO WS-REPLY-SUB
               END-IF
           END-IF.

      * The limit is the treasurer's, set through FeesMaint; with no
      * feerates.ctl (or a zero limit) nobody is flagged.
       READ-ARREARS-LIMIT.
           OPEN INPUT FEERATES-FILE
           IF WS-FEERATES-STATUS = "00"
               READ FEERATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FRT-ARREARS-LIMIT IS NUMERIC
                           MOVE FRT-ARREARS-LIMIT TO WS-ARREARS-LIMIT
                       END-IF
               END-READ
               CLOSE FEERATES-FILE
           END-IF.

      * Match fees and subscriptions add to what a player owes,
      * payments and credits take it off - the same account
      * FeesMaint shows and ArrearsReport prints.
       LOAD-FEES-BALANCES.
           OPEN INPUT FEES-FILE
           IF WS-FEES-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ FEES-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF FEE-AMOUNT IS NUMERIC
                               PERFORM POST-FEE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
           END-IF.

       POST-FEE-BALANCE.
           SET WS-ROSTER-IDX TO 1
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = FEE-PLAYER-ID
                   IF FEE-MATCH-FEE OR FEE-SUBSCRIPTION
                       ADD FEE-AMOUNT
                           TO WS-ROSTER-BALANCE(WS-ROSTER-IDX)
                   ELSE
                       SUBTRACT FEE-AMOUNT
                           FROM WS-ROSTER-BALANCE(WS-ROSTER-IDX)
                   END-IF
           END-SEARCH.

      * Sets WS-ARREARS-MARK for the roster player at WS-SWEEP-IDX.
       SET-ARREARS-MARK.
           MOVE SPACES TO WS-ARREARS-MARK
           IF WS-ARREARS-LIMIT > 0
               AND WS-ROSTER-BALANCE(WS-SWEEP-IDX) > WS-ARREARS-LIMIT
               MOVE " ARREARS" TO WS-ARREARS-MARK
           END-IF.

      * Actives with a season entry are ranked by season runs;
           IF WS-MISSING-COUNT > 0
               PERFORM WRITE-MISSING-SECTION
           END-IF
           IF WS-FIXTURE-FOUND = 'Y'
               PERFORM WRITE-UNAVAILABLE-SECTION
               PERFORM WRITE-UNANSWERED-SECTION
           END-IF
           IF WS-ARREARS-LIMIT > 0
               PERFORM WRITE-ARREARS-SECTION
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Selection sheet written to selection.txt ("
               WS-RANK-COUNT " ranked, " WS-MISSING-COUNT
               " without an innings)."
           IF WS-FIXTURE-FOUND = 'Y'
               DISPLAY "For " WS-FIX-MATCH-ID ": " WS-OUT-COUNT
                   " unavailable or injured, " WS-UNANSWERED-COUNT
                   " yet to reply."
           END-IF.

      * A season entry with no innings and no overs is a player
      * the team sheet created but who has not yet batted or
      * go to the flagged foot section with the players who have
      * no entry at all, not onto the ranked sheet with a row of
      * noughts.
      * A player who has said they cannot play is not a candidate
      * at all - they are listed in the unavailable block instead.
       ADD-SHEET-CANDIDATE.
           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-PLAYER-REPLY
           IF WS-REPLY-SUB > 0
               IF WS-REPLY-STATUS(WS-REPLY-SUB) = "U"
                   OR WS-REPLY-STATUS(WS-REPLY-SUB) = "I"
                   ADD 1 TO WS-OUT-COUNT
               ELSE
                   PERFORM ADD-AVAILABLE-CANDIDATE
               END-IF
           ELSE
               PERFORM ADD-AVAILABLE-CANDIDATE
           END-IF.

       ADD-AVAILABLE-CANDIDATE.
           PERFORM FIND-SEASON-ENTRY
           IF WS-SEASON-FOUND = 'N'
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF SPL-PLAYER-INNINGS = 0
                   AND SPL-PLAYER-OVERS-BOWLED = 0
                   ADD 1 TO WS-MISSING-COUNT
               ELSE
                   ADD 1 TO WS-RANK-COUNT
                   MOVE SPL-PLAYER-RUNS-SUM
                       TO WS-RANK-KEY(WS-RANK-COUNT)
                   MOVE WS-SWEEP-IDX
                       TO WS-RANK-PLAYER-SUB(WS-RANK-COUNT)
               END-IF
           END-IF.

      * Leaves WS-SEASON-FOUND 'Y' with the season row for the
      * player in WS-LOOKUP-ID, or 'N' when they have none.
       FIND-SEASON-ENTRY.
           MOVE 'N' TO WS-SEASON-FOUND
           IF WS-SEASON-LOADED = 'Y'
               MOVE WS-LOOKUP-ID TO SPL-PLAYER-ID
               READ SEASON-PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SEASON-FOUND
               END-READ
           END-IF.

      * Straight exchange sort, descending on season runs - the
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Grade    : " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
                  " season figures" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-FIXTURE-FOUND = 'Y'
               STRING "Fixture  : " DELIMITED BY SIZE
                      WS-FIX-MATCH-ID DELIMITED BY SIZE
                      " v " DELIMITED BY SIZE
                      WS-FIX-OPPONENT DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      WS-FIX-VENUE DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-FIX-DATE DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               MOVE "Fixture  : none chosen - whole active squad"
                   TO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-SEASON-ENTRY
           MOVE WS-RANK-POS TO WS-EDIT-RANK
           MOVE SPL-PLAYER-RUNS-SUM TO WS-EDIT-RUNS
           MOVE SPL-PLAYER-INNINGS TO WS-EDIT-INNINGS
           MOVE SPL-PLAYER-AVERAGE TO WS-EDIT-AVERAGE
           MOVE SPL-PLAYER-STRIKE-RATE
               TO WS-EDIT-STRIKE-RATE
           MOVE SPL-PLAYER-ECONOMY TO WS-EDIT-ECONOMY
           PERFORM BUILD-RECENT-FORM
           PERFORM SET-ARREARS-MARK
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-EDIT-RANK DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-ROSTER-ID(WS-SWEEP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ROSTER-NAME(WS-SWEEP-IDX) DELIMITED BY SIZE
                  WS-ARREARS-MARK DELIMITED BY SIZE
                  " Inns: " DELIMITED BY SIZE
                  WS-EDIT-INNINGS DELIMITED BY SIZE
                  " Runs: " DELIMITED BY SIZE

       WRITE-MISSING-LINE.
           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-PLAYER-REPLY
           IF WS-REPLY-SUB > 0
               IF WS-REPLY-STATUS(WS-REPLY-SUB) = "U"
                   OR WS-REPLY-STATUS(WS-REPLY-SUB) = "I"
                   CONTINUE
               ELSE
                   PERFORM WRITE-MISSING-CHECK
               END-IF
           ELSE
               PERFORM WRITE-MISSING-CHECK
           END-IF.

       WRITE-MISSING-CHECK.
           PERFORM FIND-SEASON-ENTRY
           IF WS-SEASON-FOUND = 'N'
               PERFORM WRITE-MISSING-TEXT
           ELSE
               IF SPL-PLAYER-INNINGS = 0
                   AND SPL-PLAYER-OVERS-BOWLED = 0
                   PERFORM WRITE-MISSING-TEXT
               END-IF
           END-IF.

       WRITE-MISSING-TEXT.
           PERFORM SET-ARREARS-MARK
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  " DELIMITED BY SIZE
                  WS-ROSTER-ID(WS-SWEEP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ROSTER-NAME(WS-SWEEP-IDX) DELIMITED BY SIZE
                  WS-ARREARS-MARK DELIMITED BY SIZE
                  "  ** NOT YET BATTED OR BOWLED **"
                      DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-UNAVAILABLE-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "UNAVAILABLE OR INJURED FOR " DELIMITED BY SIZE
                  WS-FIX-MATCH-ID DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-OUT-COUNT = 0
               MOVE "  (none)" TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               PERFORM WRITE-UNAVAILABLE-LINE
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-ROSTER-COUNT
           END-IF.

       WRITE-UNAVAILABLE-LINE.
           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-PLAYER-REPLY
           IF WS-REPLY-SUB > 0
               IF WS-REPLY-STATUS(WS-REPLY-SUB) = "U"
                   OR WS-REPLY-STATUS(WS-REPLY-SUB) = "I"
                   IF WS-REPLY-STATUS(WS-REPLY-SUB) = "U"
                       MOVE "UNAVAILABLE" TO WS-REPLY-WORD
                   ELSE
                       MOVE "INJURED" TO WS-REPLY-WORD
                   END-IF
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "  " DELIMITED BY SIZE
                          WS-ROSTER-ID(WS-SWEEP-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ROSTER-NAME(WS-SWEEP-IDX)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REPLY-WORD DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REPLY-NOTE(WS-REPLY-SUB)
                              DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               END-IF
           END-IF.

      * Every active player with no reply on the register for the
      * fixture - the selectors' ring-round list.
       WRITE-UNANSWERED-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "NOT YET REPLIED FOR " DELIMITED BY SIZE
                  WS-FIX-MATCH-ID DELIMITED BY SPACE
                  " - STILL TO RING:" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM WRITE-UNANSWERED-LINE
               VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-ROSTER-COUNT
           IF WS-UNANSWERED-COUNT = 0
               MOVE "  (everyone has replied)" TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-UNANSWERED-LINE.
           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-PLAYER-REPLY
           IF WS-REPLY-SUB = 0
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  " DELIMITED BY SIZE
                      WS-ROSTER-ID(WS-SWEEP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ROSTER-NAME(WS-SWEEP-IDX) DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

      * Everyone on the sheet - so not the unavailable or injured -
      * who owes more than the arrears limit, with the balance the
      * treasurer will want settled before they play.
       WRITE-ARREARS-SECTION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-ARREARS-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "OVER THE ARREARS LIMIT OF " DELIMITED BY SIZE
                  WS-EDIT-LIMIT DELIMITED BY SIZE
                  " - SEE THE TREASURER:" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM WRITE-ARREARS-LINE
               VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-ROSTER-COUNT
           IF WS-ARREARS-COUNT = 0
               MOVE "  (none)" TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-ARREARS-LINE.
           MOVE WS-ROSTER-ID(WS-SWEEP-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-PLAYER-REPLY
           IF WS-REPLY-SUB > 0
               IF WS-REPLY-STATUS(WS-REPLY-SUB) = "U"
                   OR WS-REPLY-STATUS(WS-REPLY-SUB) = "I"
                   CONTINUE
               ELSE
                   PERFORM WRITE-ARREARS-TEXT
               END-IF
           ELSE
               PERFORM WRITE-ARREARS-TEXT
           END-IF.

       WRITE-ARREARS-TEXT.
           PERFORM SET-ARREARS-MARK
           IF WS-ARREARS-MARK NOT = SPACES
               ADD 1 TO WS-ARREARS-COUNT
               MOVE WS-ROSTER-BALANCE(WS-SWEEP-IDX) TO WS-EDIT-BALANCE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  " DELIMITED BY SIZE
                      WS-ROSTER-ID(WS-SWEEP-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ROSTER-NAME(WS-SWEEP-IDX) DELIMITED BY SIZE
                      " owes " DELIMITED BY SIZE
                      WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.
