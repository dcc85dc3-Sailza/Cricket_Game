           SELECT CHECKPOINT-FILE ASSIGN TO "restart.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SEASON-FILE ASSIGN TO DYNAMIC WS-SEASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT SEASON-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-SEAPLY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-PLAYER-ID
               FILE STATUS IS WS-SEAPLY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "override.ctl"
           SELECT PARTNERSHIP-FILE ASSIGN TO "partnerships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT LADDER-FILE ASSIGN TO DYNAMIC WS-LADDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADDER-FILE-STATUS.
           SELECT CAREER-FILE ASSIGN TO "careers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-PLAYER-ID
               FILE STATUS IS WS-CAREER-STATUS.
           SELECT OLD-CAREER-FILE ASSIGN TO "careers.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-CAREER-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT OPPSPLIT-FILE ASSIGN TO DYNAMIC WS-OPPSPLIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPPSPLIT-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT MILESTONE-FILE ASSIGN TO "milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILESTONE-STATUS.
           SELECT FEES-FILE ASSIGN TO "fees.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT FEERATES-FILE ASSIGN TO "feerates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEERATES-STATUS.
           SELECT VOTEHOLD-FILE ASSIGN TO "votehold.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTEHOLD-STATUS.
           SELECT RETURN-FILE ASSIGN TO "leaguereturn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RETREG-FILE ASSIGN TO "returns.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREG-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT SCOUT-FILE ASSIGN TO DYNAMIC WS-SCOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOUT-STATUS.
           SELECT MATCHUP-FILE ASSIGN TO DYNAMIC WS-MATCHUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHUP-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CAREER-OPEN-FILE ASSIGN TO "careeropen.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-OPEN-STATUS.
           SELECT OPPSPLIT-OPEN-FILE
               ASSIGN TO DYNAMIC WS-OPPOPEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPPOPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * that fell - how the batter got out and which bowler and
      * fielder were in on it - and, when the scorer kept a full
      * book, one ball-by-ball record ("B") per delivery for the
      * over-by-over analysis. After the game each umpire and
      * captain's best-and-fairest votes follow as a votes record
      * ("V"). The layouts share the record through REDEFINES.
       FD INPUT-FILE.
       01 INPUT-RECORD.
           05 INP-RECORD-TYPE      PIC X(01).
               88 INP-BALL-DETAIL       VALUE "B".
               88 INP-TEAM-SHEET        VALUE "T".
               88 INP-EXTRAS-DETAIL     VALUE "X".
               88 INP-VOTES-DETAIL      VALUE "V".
           05 INP-RECORD-BODY      PIC X(58).
           05 INP-INNINGS-BODY REDEFINES INP-RECORD-BODY.
               10 INP-PLAYER-ID        PIC X(05).
               10 INP-PLAYER-NAME      PIC X(20).
                   88 INP-OWN-INNINGS       VALUES "O" " ".
                   88 INP-OPP-INNINGS       VALUE "V".
                   88 INP-TEAM-FLAG-VALID   VALUES "O" "V" " ".
      * Which innings of the match this is on a two-innings
      * (declaration) fixture, where each side may bat twice: "1"
      * or "2", left as space on a one-innings fixture. Keying a
      * "1" or "2" on any record is what marks the match as a
      * two-innings match. The declared flag is keyed "Y" on any
      * batter's record from an innings the captain closed.
               10 INP-INNINGS-NO       PIC X(01).
                   88 INP-SECOND-INNINGS    VALUE "2".
                   88 INP-INNINGS-NO-VALID  VALUES "1" "2" " ".
               10 INP-DECLARED-FLAG    PIC X(01).
                   88 INP-INNINGS-DECLARED  VALUE "Y".
               10 FILLER               PIC X(05).
           05 INP-HEADER-BODY REDEFINES INP-RECORD-BODY.
               10 INP-MATCH-ID         PIC X(08).
               10 INP-OPPONENT-NAME    PIC X(20).
                   88 INP-STATUS-SHORTENED    VALUE "S".
                   88 INP-STATUS-VALID        VALUES "P" " " "A"
                                                     "F" "L" "S".
      * Which of the club's XIs played the fixture: grade "1" (the
      * 1st XI, or space on files keyed before the byte existed)
      * up to "9". The grade picks the season, ladder, run ledger
      * and opponent-split stores the fixture is posted into.
               10 INP-GRADE-CODE       PIC X(01).
                   88 INP-GRADE-VALID         VALUES "1" THRU "9"
                                                     " ".
           05 INP-DISMISSAL-BODY REDEFINES INP-RECORD-BODY.
               10 INP-DIS-BATTER-ID    PIC X(05).
               10 INP-DIS-KIND         PIC X(01).
                   88 INP-DIS-OWN-BATTING   VALUE "O".
                   88 INP-DIS-OPP-BATTING   VALUE "V".
                   88 INP-DIS-TEAM-VALID    VALUES "O" "V" " ".
      * Innings of a two-innings match the wicket fell in, so a
      * batter out twice has each dismissal set against the right
      * innings on the scorecard.
               10 INP-DIS-INNINGS-NO   PIC X(01).
                   88 INP-DIS-INNINGS-VALID VALUES "1" "2" " ".
               10 FILLER               PIC X(39).
      * One delivery from the ball-by-ball book: which over and
      * ball it was, who faced it, who bowled it, the runs off the
      * bat, and whether the delivery itself was an extra. On an
      * extra ("E") delivery the runs column carries the runs the
      * delivery cost, so the book's runs add up to the innings
      * total. Only the runs off the bat feed the over-by-over
      * chart - extras are the scoreboard's business, not the
      * manhattan's. The non-striker and the batter out on the
      * delivery (blank when no wicket fell) let the posting run
      * work out our partnerships and fall of wickets from the
      * book; books keyed before those columns existed leave them
      * blank.
           05 INP-BALL-BODY REDEFINES INP-RECORD-BODY.
               10 INP-BALL-OVER        PIC 9(02).
               10 INP-BALL-IN-OVER     PIC 9(01).
                   88 INP-BALL-OWN-BATTING  VALUES "O" " ".
                   88 INP-BALL-OPP-BATTING  VALUE "V".
                   88 INP-BALL-TEAM-VALID   VALUES "O" "V" " ".
      * Innings of a two-innings match the ball was bowled in.
      * Only first innings are charted over by over; a second
      * innings, or an over past the limited-overs chart, is
      * accepted but left off the manhattan.
               10 INP-BALL-INNINGS-NO  PIC X(01).
                   88 INP-BALL-INNINGS-VALID VALUES "1" "2" " ".
               10 INP-BALL-NON-STRIKER-ID PIC X(05).
               10 INP-BALL-OUT-ID      PIC X(05).
               10 FILLER               PIC X(29).
      * The selected XI for the fixture, one team-sheet record per
      * match. Every listed player is credited an appearance -
      * matches played no longer depends on having batted or
                   88 INP-EXT-OWN-BATTING   VALUES "O" " ".
                   88 INP-EXT-OPP-BATTING   VALUE "V".
                   88 INP-EXT-TEAM-VALID    VALUES "O" "V" " ".
      * Innings of a two-innings match the extras belong to - one
      * extras record per side per innings.
               10 INP-EXT-INNINGS-NO   PIC X(01).
                   88 INP-EXT-INNINGS-VALID VALUES "1" "2" " ".
               10 FILLER               PIC X(40).
      * One umpire's or captain's best-and-fairest votes for the
      * match: three player IDs in 3-2-1 order, so the first named
      * gets three votes, the second two and the third one. Each
      * must be on our own team sheet and active squad.
           05 INP-VOTES-BODY REDEFINES INP-RECORD-BODY.
               10 INP-VOTE-SOURCE      PIC X(01).
                   88 INP-VOTE-UMPIRE       VALUE "U".
                   88 INP-VOTE-CAPTAIN      VALUE "C".
                   88 INP-VOTE-SOURCE-VALID VALUES "U" "C".
               10 INP-VOTE-PLAYER-ID OCCURS 3 TIMES PIC X(05).
               10 FILLER               PIC X(42).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
           05 EXC-LINE-LABEL       PIC X(06).
           05 EXC-LINE-NUMBER      PIC Z(5)9.
           05 EXC-SEPARATOR        PIC X(02).
           05 EXC-RAW-CONTENT      PIC X(59).
      * The grade the run was posting for, so the night's pooled
      * exceptions can be broken down one XI at a time.
           05 EXC-SEP3             PIC X(01).
           05 EXC-GRADE-CODE       PIC X(01).

       FD CSV-FILE.
       01 CSV-RECORD               PIC X(250).
               10 CKPT-SHEET-ID OCCURS 11 TIMES PIC X(05).
           05 CKPT-CARD-COUNT          PIC 9(02).
           05 CKPT-CARD-TABLE.
               10 CKPT-CARD-ENTRY OCCURS 24 TIMES.
                   15 CKPT-CARD-PLAYER-ID    PIC X(05).
                   15 CKPT-CARD-PLAYER-NAME  PIC X(20).
                   15 CKPT-CARD-RUNS         PIC 9(05).
                   15 CKPT-CARD-DIS-KIND     PIC X(01).
                   15 CKPT-CARD-DIS-BOWLER   PIC X(05).
                   15 CKPT-CARD-DIS-FIELDER  PIC X(05).
                   15 CKPT-CARD-INNINGS-NO   PIC 9(01).
           05 CKPT-BOWL-COUNT          PIC 9(02).
           05 CKPT-BOWL-TABLE.
               10 CKPT-BOWL-ENTRY OCCURS 11 TIMES.
                   15 CKPT-BOWL-OVERS        PIC 9(03)V9(01).
                   15 CKPT-BOWL-RUNS-CON     PIC 9(05).
                   15 CKPT-BOWL-WICKETS      PIC 9(02).
           05 CKPT-TWO-INNINGS-MATCH   PIC X(01).
           05 CKPT-INNS-ORDER-COUNT    PIC 9(01).
           05 CKPT-INNS-TABLE.
               10 CKPT-INNS-SIDE OCCURS 2 TIMES.
                   15 CKPT-INNS-ENTRY OCCURS 2 TIMES.
                       20 CKPT-INNS-RUNS       PIC 9(07).
                       20 CKPT-INNS-EXTRAS     PIC 9(05).
                       20 CKPT-INNS-BYES       PIC 9(03).
                       20 CKPT-INNS-LEG-BYES   PIC 9(03).
                       20 CKPT-INNS-WIDES      PIC 9(03).
                       20 CKPT-INNS-NO-BALLS   PIC 9(03).
                       20 CKPT-INNS-PENALTY    PIC 9(03).
                       20 CKPT-INNS-WKTS       PIC 9(03).
                       20 CKPT-INNS-BALLS      PIC 9(08).
                       20 CKPT-INNS-DECLARED   PIC X(01).
                       20 CKPT-INNS-ORDER      PIC 9(01).
           05 CKPT-BAL-TABLE.
               10 CKPT-BAL-SIDE OCCURS 2 TIMES.
                   15 CKPT-BAL-ENTRY OCCURS 2 TIMES.
                       20 CKPT-BAL-BATTERS     PIC 9(03).
                       20 CKPT-BAL-DISMISSALS  PIC 9(03).
                       20 CKPT-BAL-BOOK-RUNS   PIC 9(07).
                       20 CKPT-BAL-BOOK-KEPT   PIC X(01).
                       20 CKPT-BAL-BOWLED-BALLS PIC 9(07).
           05 CKPT-SCOUT-COUNT         PIC 9(02).
           05 CKPT-SCOUT-TABLE.
               10 CKPT-SCM-ENTRY OCCURS 24 TIMES.
                   15 CKPT-SCM-PLAYER-ID     PIC X(05).
                   15 CKPT-SCM-PLAYER-NAME   PIC X(20).
                   15 CKPT-SCM-INNINGS       PIC 9(01).
                   15 CKPT-SCM-NOT-OUTS      PIC 9(01).
                   15 CKPT-SCM-OUTS          PIC 9(01).
                   15 CKPT-SCM-RUNS          PIC 9(05).
                   15 CKPT-SCM-BALLS         PIC 9(05).
                   15 CKPT-SCM-HIGH          PIC 9(05).
                   15 CKPT-SCM-DIS-COUNT     PIC 9(01).
                   15 CKPT-SCM-DISMISSAL OCCURS 2 TIMES.
                       20 CKPT-SCM-DIS-KIND    PIC X(01).
                       20 CKPT-SCM-DIS-BOWLER  PIC X(05).
           05 CKPT-MUM-COUNT           PIC 9(03).
           05 CKPT-MUM-TABLE.
               10 CKPT-MUM-ENTRY OCCURS 200 TIMES.
                   15 CKPT-MUM-SIDE          PIC X(01).
                   15 CKPT-MUM-STRIKER-ID    PIC X(05).
                   15 CKPT-MUM-BOWLER-ID     PIC X(05).
                   15 CKPT-MUM-BALLS         PIC 9(03).
                   15 CKPT-MUM-RUNS          PIC 9(03).
                   15 CKPT-MUM-DOTS          PIC 9(03).
                   15 CKPT-MUM-FOURS         PIC 9(02).
                   15 CKPT-MUM-SIXES         PIC 9(02).
                   15 CKPT-MUM-DISMISSALS    PIC 9(01).
           05 CKPT-STAND-BOOK-KEPT     PIC X(01).
           05 CKPT-STAND-STATE-TABLE.
               10 CKPT-STS-ENTRY OCCURS 2 TIMES.
                   15 CKPT-STS-B1            PIC X(05).
                   15 CKPT-STS-B2            PIC X(05).
                   15 CKPT-STS-BAT-RUNS      PIC 9(05).
                   15 CKPT-STS-EXTRAS        PIC 9(03).
                   15 CKPT-STS-WKTS          PIC 9(02).
                   15 CKPT-STS-SCORE         PIC 9(05).
           05 CKPT-DERIVED-COUNT       PIC 9(02).
           05 CKPT-DERIVED-TABLE.
               10 CKPT-DRV-ENTRY OCCURS 22 TIMES.
                   15 CKPT-DRV-INNS-SUB      PIC 9(01).
                   15 CKPT-DRV-WICKET        PIC 9(02).
                   15 CKPT-DRV-B1            PIC X(05).
                   15 CKPT-DRV-B2            PIC X(05).
                   15 CKPT-DRV-RUNS          PIC 9(05).
                   15 CKPT-DRV-EXTRAS        PIC 9(03).
                   15 CKPT-DRV-FOW-SCORE     PIC 9(05).
                   15 CKPT-DRV-UNBROKEN      PIC X(01).
                   15 CKPT-DRV-MATCHED       PIC X(01).
           05 CKPT-MATCH-BEST-RUNS     PIC 9(05).
           05 CKPT-MATCH-BEST-ID       PIC X(05).
           05 CKPT-MATCH-BEST-NAME     PIC X(20).
                   15 CKPT-TOP5-SCORE       PIC 9(05).
                   15 CKPT-TOP5-PLAYER-ID   PIC X(05).
                   15 CKPT-TOP5-PLAYER-NAME PIC X(20).
      * Only the careers and season rows this match has touched
      * so far ride in the checkpoint - the rest are still as the
      * indexed files hold them, and a restart reads them back
      * from there.
           05 CKPT-CAREER-COUNT        PIC 9(03).
           05 CKPT-CAREER-TABLE.
               10 CKPT-CAREER-ENTRY OCCURS 50 TIMES.
                   15 CKPT-CAR-PLAYER-ID   PIC X(05).
                   15 CKPT-CAR-PLAYER-NAME PIC X(20).
                   15 CKPT-CAR-RUNS        PIC 9(07).
                   15 CKPT-MST-VALUE       PIC 9(07).
           05 CKPT-PLAYER-COUNT        PIC 9(03).
           05 CKPT-PLAYER-TABLE.
               10 CKPT-PLAYER-ENTRY OCCURS 50 TIMES.
                   15 CKPT-PLAYER-ID            PIC X(05).
                   15 CKPT-PLAYER-NAME          PIC X(20).
                   15 CKPT-PLAYER-RUNS-SUM      PIC 9(07).
                   15 CKPT-PLAYER-STUMPINGS    PIC 9(03).
                   15 CKPT-PLAYER-RUNOUTS-EFF  PIC 9(03).
                   15 CKPT-PLAYER-MATCHES       PIC 9(03).
                   15 CKPT-PLAYER-VOTES         PIC 9(03).
                   15 CKPT-PLAYER-VOTES-SHOWN   PIC 9(03).

       FD SEASON-FILE.
       01 SEASON-RECORD.
                   15 SEA-TOP5-SCORE       PIC 9(05).
                   15 SEA-TOP5-PLAYER-ID   PIC X(05).
                   15 SEA-TOP5-PLAYER-NAME PIC X(20).
      * The per-player season breakdown is kept in the grade's
      * indexed seasonply.dat, one row per player keyed on player
      * ID, so a posting rewrites only the players who appeared
      * and the squad is not capped by the size of this record.
      * The count of rows on that file is carried here.
           05 SEA-PLAYER-COUNT       PIC 9(03).

      * Per-player season figures, one row per player who has
      * appeared for the grade this season. The body is the same
      * layout as a WS-PLAYER-ENTRY after the ID (name, batting,
      * bowling, dismissal, fielding, appearances and votes).
       FD SEASON-PLAYER-FILE.
       01 SEASON-PLAYER-RECORD.
           05 SPL-PLAYER-ID          PIC X(05).
           05 SPL-PLAYER-BODY        PIC X(167).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 LDR-MIN-INNINGS       PIC 9(03).
           05 LDR-MIN-OVERS         PIC 9(03).

      * Partnership records - one per stand, keyed by hand at
      * PartnershipTotal or worked out by this program from the
      * ball-by-ball book. The season partnership register section
      * is built from the whole file each run. A stand worked out
      * from the book carries the extras taken while the pair were
      * together (inside the stand's runs), the score the wicket
      * fell at, and the innings of a two-innings match; a stand
      * still unbroken at the close has no fall of wicket. When
      * the book gives a match's stands, any keyed by hand for
      * that match are kept on file but marked superseded and no
      * longer counted. Records keyed before the extra columns
      * existed read them as spaces.
       FD PARTNERSHIP-FILE.
       01 PARTNERSHIP-RECORD.
           05 PTN-MATCH-ID          PIC X(08).
           05 PTN-BATTER1-ID        PIC X(05).
           05 PTN-BATTER2-ID        PIC X(05).
           05 PTN-RUNS              PIC 9(05).
           05 PTN-INNINGS-NO        PIC X(01).
           05 PTN-EXTRAS            PIC 9(03).
           05 PTN-FOW-SCORE         PIC 9(05).
           05 PTN-SOURCE            PIC X(01).
               88 PTN-HAND-KEYED        VALUE " ".
               88 PTN-FROM-BOOK         VALUE "D".
               88 PTN-SUPERSEDED        VALUE "S".
           05 PTN-UNBROKEN          PIC X(01).
               88 PTN-STAND-UNBROKEN    VALUE "Y".

      * Numbered generations of season.ctl. Before the season
      * totals are overwritten, the file being replaced is appended
      * here with the next generation number and the match ID whose
      * posting retired it - a posting that goes wrong can be
      * backed out with SeasonBackout instead of re-running every
      * fixture from round one. A generation is a team row (the
      * outgoing season.ctl record) followed by one row for each
      * seasonply.dat row the posting changed: a player row with
      * the row as it stood before, or a new-player row (ID only)
      * for a player the posting added. Every row of a generation
      * carries its number.
       FD GENERATION-FILE.
       01 GENERATION-RECORD.
           05 GEN-NUMBER            PIC 9(04).
           05 GEN-RETIRED-BY-MATCH  PIC X(08).
           05 GEN-ROW-TYPE          PIC X(01).
               88 GEN-TEAM-ROW          VALUE "T".
               88 GEN-PLAYER-ROW        VALUE "P".
               88 GEN-NEW-PLAYER-ROW    VALUE "N".
           05 GEN-ROW-BODY          PIC X(246).

      * League ladder rows, one per team, carried across runs the
      * same load-accumulate-rewrite way season.ctl is.
                   15 OPS-LDR-RUNS         PIC 9(07).
                   15 OPS-LDR-WKTS         PIC 9(04).

      * The opposition scouting register: one row per opposition
      * player per opponent, keyed on the opponent name and the
      * player ID the scorer keyed for them (their name when no ID
      * was keyed), built up as each fixture posts and kept from
      * season to season - the close-out leaves it alone. It holds
      * what they have made against us, how often we got them out
      * and how, and which of our bowlers took their wicket (by
      * ID, the first six to take it - any later takers counted
      * together).
      * Each grade keeps its own. OpponentReport prints the
      * scouting page from this file.
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

      * The batter-versus-bowler match-up register, built from the
      * ball-by-ball book as each fixture posts and kept from
      * season to season like the scouting register. One row per
      * striker and bowler within an opponent - side "O" is one of
      * our batters facing their bowler, "V" one of their batters
      * facing ours (opposition IDs only mean anything within
      * their own club). Balls, runs, dots and boundaries come
      * from the "B" records, leaving out "E" deliveries, whose
      * runs column is what the delivery cost rather than runs
      * off the bat; a dismissal counts where the "D" record names
      * the bowler (never a run out). Each grade keeps its own.
      * MatchupReport prints it.
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

      * Career run and innings totals per player, carried across
      * seasons (the close-out leaves this file alone) so career
      * landmarks can be spotted the moment an innings is posted.
      * Indexed on player ID, so a posting reads and rewrites only
      * the careers of the players in the match.
       FD CAREER-FILE.
       01 CAREER-RECORD.
           05 CAR-PLAYER-ID         PIC X(05).
           05 CAR-INNINGS           PIC 9(05).
           05 CAR-MATCHES           PIC 9(05).

      * The career totals as they were kept before careers.dat:
      * one line per player in careers.ctl, same layout as
      * CAREER-RECORD. Read once, to load careers.dat the first
      * time a run finds no careers.dat on file.
       FD OLD-CAREER-FILE.
       01 OLD-CAREER-RECORD        PIC X(42).

      * The posted-match archive: every line of the score file
      * behind each posting, kept in posting order so the season
      * can be replayed from its source (SeasonReplay). One per
      * grade, like the ledger it follows - a posting's lines
      * carry its match ID and its place on the ledger (the 1st
      * ledger record is posting 1), so a fixture backed out and
      * posted again has two sets of lines and the ledger says
      * which one counts. The close-out moves a season's archive
      * to the history and starts the next one empty.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-MATCH-ID          PIC X(08).
           05 ARC-LEDGER-SEQ        PIC 9(04).
           05 ARC-POSTED-DATE       PIC X(08).
           05 ARC-POSTED-TIME       PIC X(08).
           05 ARC-LINE-NO           PIC 9(05).
           05 ARC-INPUT-LINE        PIC X(59).

      * Opening balances for the replay. careers.dat and the
      * opponent splits run on from one season to the next, so a
      * replay of the season's postings has to start from them as
      * they stood before its first posting. The first posting
      * that finds no opening copy takes one; the close-out
      * removes them, so the next season's first posting takes
      * its own. Same layouts as CAREER-RECORD and
      * OPPSPLIT-RECORD.
       FD CAREER-OPEN-FILE.
       01 CAREER-OPEN-RECORD       PIC X(42).

       FD OPPSPLIT-OPEN-FILE.
       01 OPPSPLIT-OPEN-RECORD     PIC X(827).

      * Season fixture schedule master file maintained by
      * ScheduleMaint - one record per scheduled match. When it is
      * present, the incoming fixture header is validated against
           05 SCH-OPPONENT-NAME     PIC X(20).
           05 SCH-VENUE-NAME        PIC X(20).
           05 SCH-SCHED-DATE        PIC X(08).
      * The grade (XI) playing the fixture; space on a schedule
      * keyed before grades were carried reads as the 1st XI.
           05 SCH-GRADE-CODE        PIC X(01).

      * The persistent milestone ledger - every notable moment the
      * posting run spotted, appended with the match it happened
           05 MST-TYPE              PIC X(25).
           05 MST-VALUE             PIC 9(07).

      * The club's fees ledger, shared by every XI: one record per
      * charge or payment against a player's account - match fees
      * ("M", raised here from the team sheet), annual
      * subscriptions ("S"), payments ("P") and credits or
      * write-offs ("C"), the last three keyed through FeesMaint.
      * Amounts are always positive; the entry type decides which
      * side of the account they fall on. Same layout FeesMaint
      * maintains.
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

      * The treasurer's rates, kept by FeesMaint: the match fee
      * raised per appearance, the annual subscription, and the
      * arrears limit SelectionSheet flags against. No feerates.ctl
      * (or a zero match fee) means no match fees are raised.
       FD FEERATES-FILE.
       01 FEERATES-RECORD.
           05 FRT-MATCH-FEE         PIC 9(03)V9(02).
           05 FRT-ANNUAL-SUB        PIC 9(04)V9(02).
           05 FRT-ARREARS-LIMIT     PIC 9(05)V9(02).

      * Best-and-fairest hold-back, keyed by the committee: the
      * last round whose votes may be published on results.html.
      * Votes from later rounds are still counted, and printed on
      * the committee's results.txt, but stay off the published
      * page until presentation night. No votehold.ctl, or a zero
      * round, publishes the full count.
       FD VOTEHOLD-FILE.
       01 VOTEHOLD-RECORD.
           05 VHD-LAST-SHOWN-ROUND  PIC 9(02).

      * The league's results return for the fixture just posted,
      * in the league's fixed-width layout: the match and grade,
      * the status byte as keyed on the header (blank for a match
      * played out), each side's score innings by innings - runs,
      * wickets, overs and balls as the scorebook writes them
      * (45.3 is 45 overs and 3 balls), and whether the innings
      * was declared - then the result, the ladder points claimed,
      * and the XI off the team sheet. Side 1 is our own XI, side
      * 2 the opposition; a one-day match fills the first innings
      * only. The result is W(on), L(ost), T(ied), D(rawn) or
      * N(o result), blank when no opposition innings was keyed.
       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RTN-MATCH-ID          PIC X(08).
           05 RTN-GRADE-CODE        PIC X(01).
           05 RTN-MATCH-DATE        PIC X(08).
           05 RTN-OPPONENT-NAME     PIC X(20).
           05 RTN-MATCH-STATUS      PIC X(01).
           05 RTN-SIDE OCCURS 2 TIMES.
               10 RTN-INNINGS OCCURS 2 TIMES.
                   15 RTN-RUNS          PIC 9(04).
                   15 RTN-WKTS          PIC 9(02).
                   15 RTN-OVERS         PIC 9(03)V9(01).
                   15 RTN-DECLARED      PIC X(01).
           05 RTN-RESULT            PIC X(01).
           05 RTN-POINTS            PIC 9(02).
           05 RTN-XI-PLAYER-ID OCCURS 11 TIMES PIC X(05).
           05 RTN-POSTED-DATE       PIC X(08).

      * Register of league returns, shared by every XI and only
      * ever appended to: a "W" entry each time a fixture's return
      * is written here, and an "S" entry when the secretary marks
      * it sent through ReturnsRegister. A return is outstanding
      * while its latest entry is a "W" - so a fixture backed out
      * and posted again wants its return sending again. Same
      * layout ReturnsRegister maintains.
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

      * Operator override for posting a scorebook that does not
      * balance: balance.ctl names the one match ID the operator
      * has knowingly cleared to post out of balance. Written by
      * ExceptionRepair; honoured once and then cleared, the same
      * as override.ctl.
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-MATCH-ID          PIC X(08).


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

       WORKING-STORAGE SECTION.
       01 WS-NUMBER           PIC 9(5) VALUE 0.
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

       01 WS-SUM              PIC 9(10) VALUE 0.
       01 WS-COUNT            PIC 9(5) VALUE 0.
           88 EXC-EMPTY-TEAM-SHEET       VALUE "15".
           88 EXC-NON-NUMERIC-EXTRAS     VALUE "16".
           88 EXC-INVALID-MATCH-STATUS   VALUE "17".
           88 EXC-INVALID-INNINGS-NO     VALUE "18".
           88 EXC-INVALID-GRADE-CODE     VALUE "19".
           88 EXC-INVALID-VOTES          VALUE "20".
           88 EXC-RUNS-OUT-OF-BALANCE    VALUE "21".
           88 EXC-DISMISSALS-MISMATCH    VALUE "22".
           88 EXC-OVERS-MISMATCH         VALUE "23".
           88 EXC-TOO-MANY-BATTERS       VALUE "24".
       01 WS-INNINGS-VALID    PIC X VALUE 'N'.

      * Scratch identity for the player-table and roster lookups,
      * Keyed by INP-PLAYER-ID; one entry is created the first time
      * a player's ID is seen and accumulated into on every innings
      * after that.
       01 WS-MAX-PLAYERS         PIC 9(3) VALUE 999.
       01 WS-PLAYER-COUNT        PIC 9(3) VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-PLAYER-IDX.
               10 WS-PLAYER-ID         PIC X(05) VALUE SPACES.
               10 WS-PLAYER-NAME       PIC X(20) VALUE SPACES.
      * selection is an appearance whether or not the player
      * batted or bowled.
               10 WS-PLAYER-MATCHES        PIC 9(03) VALUE 0.
      * Best-and-fairest votes from the votes records: the full
      * count, and the part of it from rounds the committee allows
      * on the published page (see VOTEHOLD-FILE).
               10 WS-PLAYER-VOTES          PIC 9(03) VALUE 0.
               10 WS-PLAYER-VOTES-SHOWN    PIC 9(03) VALUE 0.

      * The season rows as seasonply.dat held them when this run
      * loaded it. A row that no longer matches its opening copy,
      * or that lies past the opening count (a player new this
      * season), is one the match has changed - only those rows
      * are retired to a generation, rewritten, and carried in
      * the checkpoint. A restart leaves the checkpoint's rows
      * here until the file is loaded, then lays them over it.
       01 WS-SEAPLY-STATUS           PIC XX VALUE SPACES.
       01 WS-SEAPLY-EOF              PIC X VALUE 'N'.
       01 WS-SEAPLY-CREATED          PIC X VALUE 'N'.
       01 WS-PLAYER-CHANGED          PIC X VALUE 'N'.
       01 WS-PLAYER-OPENING-COUNT    PIC 9(3) VALUE 0.
       01 WS-PLAYER-OPENING-TABLE.
           05 WS-PLAYER-OPENING-ROW OCCURS 999 TIMES PIC X(172).
       01 WS-MAX-CKPT-ROWS           PIC 9(3) VALUE 50.
       01 WS-CKPT-ROW-COUNT          PIC 9(3) VALUE 0.
       01 WS-CKPT-ROW-SUB            PIC 9(3) VALUE 0.
       01 WS-CKPT-ROW-TABLE.
           05 WS-CKPT-ROW OCCURS 50 TIMES PIC X(172).

      * Run date shown on the printed report, and the PIC-edited
      * fields used to lay it out with proper commas and decimal
           05 WS-MATCH-DD            PIC X(2).
       01 WS-MATCH-DATE-DISPLAY      PIC X(10) VALUE SPACES.

      * The grade (XI) the fixture belongs to, taken off the header
      * before any store is opened (see NOTE-FIXTURE-GRADE), and
      * the names of that grade's own stores. The 1st XI keeps the
      * original file names; every other grade's stores carry the
      * grade code in their names (ladder-2.ctl and so on). The
      * roster, the career totals and the fixture schedule are
      * one file for the whole club whatever the grade.
       01 WS-GRADE-CODE              PIC X(01) VALUE "1".
       01 WS-HDR-GRADE-CODE          PIC X(01) VALUE SPACE.
       01 WS-GRADE-NAME              PIC X(06) VALUE "1st XI".
       01 WS-GRADE-SEEN              PIC X VALUE 'N'.
       01 WS-SEASON-FILE-NAME        PIC X(20) VALUE "season.ctl".
       01 WS-SEAPLY-FILE-NAME        PIC X(20) VALUE "seasonply.dat".
       01 WS-GEN-FILE-NAME           PIC X(20) VALUE "seasongen.ctl".
       01 WS-LADDER-FILE-NAME        PIC X(20) VALUE "ladder.ctl".
       01 WS-LEDGER-FILE-NAME        PIC X(20) VALUE "ledger.ctl".
       01 WS-OPPSPLIT-FILE-NAME      PIC X(20) VALUE "oppsplits.ctl".
       01 WS-SCOUT-FILE-NAME         PIC X(20) VALUE "scouting.ctl".
       01 WS-MATCHUP-FILE-NAME       PIC X(20) VALUE "matchups.ctl".
       01 WS-ARCHIVE-FILE-NAME       PIC X(20) VALUE "matcharch.ctl".
       01 WS-OPPOPEN-FILE-NAME       PIC X(20) VALUE "oppopen.ctl".

      * In-storage copy of the roster master file, loaded once at
      * start-up and searched for every innings record. An unknown
      * or retired player ID is an exception, not a new phantom
       01 WS-ROSTER-VALID            PIC X VALUE 'N'.
       01 WS-ROSTER-COUNT            PIC 9(3) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
       01 WS-SCHEDULE-PRESENT        PIC X VALUE 'N'.
       01 WS-SCHEDULE-EOF            PIC X VALUE 'N'.
       01 WS-SCHEDULE-VALID          PIC X VALUE 'N'.
       01 WS-MAX-FIXTURES            PIC 9(03) VALUE 150.
       01 WS-SCHEDULE-COUNT          PIC 9(03) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 150 TIMES
                                 INDEXED BY WS-SCHEDULE-IDX.
               10 WS-SCH-MATCH-ID      PIC X(08) VALUE SPACES.
               10 WS-SCH-OPPONENT      PIC X(20) VALUE SPACES.
               10 WS-SCH-DATE          PIC X(08) VALUE SPACES.
               10 WS-SCH-GRADE         PIC X(01) VALUE SPACE.
               10 WS-SCH-ROUND         PIC 9(02) VALUE 0.

      * Match IDs already posted, loaded from the run ledger at
      * start-up for the duplicate-posting check, plus the one
       01 WS-OVERRIDE-USED           PIC X VALUE 'N'.
       01 WS-MAX-LEDGER              PIC 9(3) VALUE 300.
       01 WS-LEDGER-COUNT            PIC 9(3) VALUE 0.
       01 WS-LEDGER-RECORDS          PIC 9(04) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 300 TIMES
                               INDEXED BY WS-LEDGER-IDX.
       01 WS-MIN-ECON-OVERS          PIC 9(03) VALUE 10.
       01 WS-RANK-COUNT              PIC 9(03) VALUE 0.
       01 WS-RANK-ORDER              PIC X VALUE 'D'.
       01 WS-RANK-I                  PIC 9(04) VALUE 0.
       01 WS-RANK-J                  PIC 9(04) VALUE 0.
       01 WS-RANK-J1                 PIC 9(04) VALUE 0.
       01 WS-RANK-LIMIT              PIC 9(04) VALUE 0.
       01 WS-RANK-SWAP-KEY           PIC 9(07)V9(02) VALUE 0.
       01 WS-RANK-SWAP-SUB           PIC 9(04) VALUE 0.
       01 WS-RANK-POS                PIC 9(04) VALUE 0.
       01 WS-RANK-SUB                PIC 9(04) VALUE 0.
       01 WS-SWEEP-IDX               PIC 9(04) VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 999 TIMES.
               10 WS-RANK-KEY          PIC 9(07)V9(02).
               10 WS-RANK-PLAYER-SUB   PIC 9(03).
       01 WS-EDIT-RANK               PIC ZZ9.
       01 WS-EDIT-MIN-INNINGS        PIC ZZ9.
       01 WS-EDIT-MIN-OVERS          PIC ZZ9.

      * Career totals of the players in this match, each read
      * from careers.dat by key the first time the player turns
      * up, and the milestones this run detected. Milestones are
      * spotted as each innings
      * posts: fifties and hundreds, season and career run
      * landmarks crossed, a fiftieth or hundredth career innings,
      * a new personal best, and a five-wicket haul.
       01 WS-CAREER-STATUS           PIC XX VALUE SPACES.
       01 WS-OLD-CAREER-STATUS       PIC XX VALUE SPACES.
       01 WS-MILESTONE-STATUS        PIC XX VALUE SPACES.
       01 WS-CAREER-EOF              PIC X VALUE 'N'.
       01 WS-CAREER-PRESENT          PIC X VALUE 'N'.
       01 WS-CAREER-CREATED          PIC X VALUE 'N'.
       01 WS-CAREERS-LOADED          PIC 9(05) VALUE 0.
       01 WS-MAX-CAREER-ROWS         PIC 9(03) VALUE 50.
       01 WS-CAREER-COUNT            PIC 9(03) VALUE 0.
       01 WS-CAREER-SUB              PIC 9(03) VALUE 0.
       01 WS-OLD-SEASON-RUNS         PIC 9(07) VALUE 0.
       01 WS-OLD-CAREER-RUNS         PIC 9(07) VALUE 0.
       01 WS-OLD-CAREER-INNINGS      PIC 9(05) VALUE 0.
       01 WS-CAREER-TABLE.
           05 WS-CAREER-ENTRY OCCURS 50 TIMES.
               10 WS-CAR-PLAYER-ID     PIC X(05) VALUE SPACES.
               10 WS-CAR-PLAYER-NAME   PIC X(20) VALUE SPACES.
               10 WS-CAR-RUNS          PIC 9(07) VALUE 0.
           88 MATCH-LOST                 VALUE "LOST".
           88 MATCH-TIED                 VALUE "TIED".
           88 MATCH-NO-RESULT            VALUE "N/R ".
           88 MATCH-DRAWN                VALUE "DRWN".
       01 WS-RESULT-MARGIN           PIC 9(07) VALUE 0.
       01 WS-EDIT-MARGIN             PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-OPP-RUNS           PIC Z,ZZZ,ZZ9.
      * League ladder carried across runs in ladder.ctl: one row
      * for our own XI and one per opponent met, accumulating
      * played/won/lost/tied, points (two a win, one a tie), and
      * the runs-and-overs pools net run rate falls out of. A
      * two-innings match is pointed on the two-day scale below
      * instead, and a draw is counted in the no-result column.
       01 WS-LADDER-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-LADDER-FILE-EOF         PIC X VALUE 'N'.
       01 WS-OWN-TEAM-NAME           PIC X(20) VALUE "OUR OWN XI".
       01 WS-MATCH-BEST-RUNS         PIC 9(05) VALUE 0.
       01 WS-MATCH-BEST-ID           PIC X(05) VALUE SPACES.
       01 WS-MATCH-BEST-NAME         PIC X(20) VALUE SPACES.
       01 WS-MATCH-BOWL-SUB          PIC 9(04) VALUE 0.
       01 WS-OPP-LDR-SUB             PIC 9(02) VALUE 0.
       01 WS-OPP-LDR-SCAN            PIC 9(02) VALUE 0.
       01 WS-MAX-OPP-LEADERS         PIC 9(02) VALUE 20.
      * bowling figures and opposition wickets - the raw material
      * of the traditional scorecard (scorecard.txt).
       01 WS-SCORECARD-STATUS        PIC XX VALUE SPACES.
       01 WS-MAX-CARD                PIC 9(02) VALUE 24.
       01 WS-CARD-COUNT              PIC 9(02) VALUE 0.
       01 WS-CARD-SUB                PIC 9(02) VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 24 TIMES.
               10 WS-CARD-PLAYER-ID    PIC X(05) VALUE SPACES.
               10 WS-CARD-PLAYER-NAME  PIC X(20) VALUE SPACES.
               10 WS-CARD-RUNS         PIC 9(05) VALUE 0.
               10 WS-CARD-DIS-KIND     PIC X(01) VALUE SPACE.
               10 WS-CARD-DIS-BOWLER   PIC X(05) VALUE SPACES.
               10 WS-CARD-DIS-FIELDER  PIC X(05) VALUE SPACES.
               10 WS-CARD-INNINGS-NO   PIC 9(01) VALUE 1.
       01 WS-MAX-BOWL-CARD           PIC 9(02) VALUE 11.
       01 WS-BOWL-COUNT              PIC 9(02) VALUE 0.
       01 WS-BOWL-SUB                PIC 9(02) VALUE 0.
       01 WS-EDIT-MATCH-EXTRAS       PIC Z,ZZ9.
       01 WS-EDIT-OPP-EXTRAS         PIC Z,ZZ9.

      * Two-innings (declaration) fixtures: each side's first and
      * second innings kept apart - runs off the bat, extras and
      * their breakdown, wickets, balls, whether the innings was
      * declared, and its place in the batting order of the match
      * (zero while not batted) - so the result can tell an
      * innings victory from a run chase from a draw. Side 1 is
      * our own XI, side 2 the opposition. The match-wide totals
      * above still carry the aggregate of both innings.
       01 WS-TWO-INNINGS-MATCH       PIC X VALUE 'N'.
       01 WS-INNINGS-KEYED           PIC X(01) VALUE SPACE.
       01 WS-SIDE-SUB                PIC 9(01) VALUE 0.
       01 WS-INNS-SUB                PIC 9(01) VALUE 0.
       01 WS-INNS-ORDER-COUNT        PIC 9(01) VALUE 0.
       01 WS-INNS-TABLE.
           05 WS-INNS-SIDE OCCURS 2 TIMES.
               10 WS-INNS-ENTRY OCCURS 2 TIMES.
                   15 WS-INNS-RUNS       PIC 9(07) VALUE 0.
                   15 WS-INNS-EXTRAS     PIC 9(05) VALUE 0.
                   15 WS-INNS-BYES       PIC 9(03) VALUE 0.
                   15 WS-INNS-LEG-BYES   PIC 9(03) VALUE 0.
                   15 WS-INNS-WIDES      PIC 9(03) VALUE 0.
                   15 WS-INNS-NO-BALLS   PIC 9(03) VALUE 0.
                   15 WS-INNS-PENALTY    PIC 9(03) VALUE 0.
                   15 WS-INNS-WKTS       PIC 9(03) VALUE 0.
                   15 WS-INNS-BALLS      PIC 9(08) VALUE 0.
                   15 WS-INNS-DECLARED   PIC X(01) VALUE 'N'.
                   15 WS-INNS-ORDER      PIC 9(01) VALUE 0.
       01 WS-INNS-TOTAL-TABLE.
           05 WS-INNS-TOTAL-SIDE OCCURS 2 TIMES.
               10 WS-INNS-TOTAL OCCURS 2 TIMES PIC 9(08) VALUE 0.
      * How the match was decided, worked out from the innings
      * table when the fixture closes: the first-innings lead, the
      * side that followed on, the side and innings that batted
      * last, and the kind of margin an outright result is quoted
      * in.
       01 WS-FIRST-INNS-LEAD         PIC X(01) VALUE SPACE.
           88 FIRST-INNS-OWN-LEAD        VALUE "O".
           88 FIRST-INNS-OPP-LEAD        VALUE "V".
           88 FIRST-INNS-LEVEL           VALUE "T".
       01 WS-SECOND-BAT-SIDE         PIC 9(01) VALUE 0.
       01 WS-THIRD-BAT-SIDE          PIC 9(01) VALUE 0.
       01 WS-FOLLOW-ON-SIDE          PIC 9(01) VALUE 0.
       01 WS-LAST-SIDE               PIC 9(01) VALUE 0.
       01 WS-LAST-INNS               PIC 9(01) VALUE 0.
       01 WS-AHEAD-SIDE              PIC 9(01) VALUE 0.
       01 WS-BEHIND-SIDE             PIC 9(01) VALUE 0.
       01 WS-OUTRIGHT                PIC X VALUE 'N'.
       01 WS-ALL-OUT-WKTS            PIC 9(02) VALUE 10.
       01 WS-RESULT-KIND             PIC X(01) VALUE "R".
           88 RESULT-BY-RUNS             VALUE "R".
           88 RESULT-BY-WICKETS          VALUE "W".
           88 RESULT-BY-INNINGS          VALUE "I".
       01 WS-RESULT-TEXT             PIC X(60) VALUE SPACES.
       01 WS-FOLLOW-ON-TEXT          PIC X(40) VALUE SPACES.
       01 WS-INNS-SCORE-TEXT         PIC X(30) VALUE SPACES.
       01 WS-INNS-SIDE-NAME          PIC X(20) VALUE SPACES.
       01 WS-INNS-LABEL              PIC X(08) VALUE SPACES.
       01 WS-EDIT-INNS-RUNS          PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-INNS-WKTS          PIC Z9.
       01 WS-EDIT-INNS-BALLS         PIC ZZ,ZZ9.
      * Two-day ladder points: an outright win, a first-innings
      * lead (kept by the side that led even when it went on to
      * lose outright), an outright tie, and first-innings scores
      * level. WS-POINTS-SIDE says which row is being pointed.
       01 WS-PTS-OUTRIGHT-WIN        PIC 9(02) VALUE 6.
       01 WS-PTS-FIRST-INNS-WIN      PIC 9(02) VALUE 3.
       01 WS-PTS-OUTRIGHT-TIE        PIC 9(02) VALUE 3.
       01 WS-PTS-FIRST-INNS-LEVEL    PIC 9(02) VALUE 1.
       01 WS-POINTS-SIDE             PIC X(01) VALUE SPACE.
           88 POINTS-FOR-OWN-ROW         VALUE "O".
           88 POINTS-FOR-OPP-ROW         VALUE "V".

      * This match's selected XI from the team-sheet record, kept
      * for the scorecard's DID NOT BAT list.
       01 WS-SHEET-SUB               PIC 9(02) VALUE 0.
       01 WS-EDIT-WKT-RUNS           PIC ZZ,ZZ9.
       01 WS-EDIT-WKT-NO             PIC Z9.

      * Our partnerships worked out from the ball-by-ball book as
      * it is read: for each of our innings the pair at the
      * crease, what the stand has made so far (runs off the bat
      * and extras apart), the wickets down and the score, and
      * every stand closed so far. A stand closes when the book
      * marks a batter out, or when a third batter turns up with
      * no wicket marked (a retirement, or a wicket the scorer
      * missed), which is taken as the fall of a wicket.
       01 WS-STAND-BOOK-KEPT         PIC X VALUE 'N'.
       01 WS-STAND-INNS              PIC 9(01) VALUE 0.
       01 WS-STAND-KEY-ID            PIC X(05) VALUE SPACES.
       01 WS-STAND-OUT-ID            PIC X(05) VALUE SPACES.
       01 WS-STAND-CLOSE-UNBROKEN    PIC X VALUE 'N'.
       01 WS-STAND-STATE-TABLE.
           05 WS-STS-ENTRY OCCURS 2 TIMES.
               10 WS-STS-B1            PIC X(05) VALUE SPACES.
               10 WS-STS-B2            PIC X(05) VALUE SPACES.
               10 WS-STS-BAT-RUNS      PIC 9(05) VALUE 0.
               10 WS-STS-EXTRAS        PIC 9(03) VALUE 0.
               10 WS-STS-WKTS          PIC 9(02) VALUE 0.
               10 WS-STS-SCORE         PIC 9(05) VALUE 0.
       01 WS-MAX-DERIVED-STANDS      PIC 9(02) VALUE 22.
       01 WS-DERIVED-COUNT           PIC 9(02) VALUE 0.
       01 WS-DERIVED-SUB             PIC 9(02) VALUE 0.
       01 WS-DERIVED-TABLE.
           05 WS-DRV-ENTRY OCCURS 22 TIMES.
               10 WS-DRV-INNS-SUB      PIC 9(01) VALUE 0.
               10 WS-DRV-WICKET        PIC 9(02) VALUE 0.
               10 WS-DRV-B1            PIC X(05) VALUE SPACES.
               10 WS-DRV-B2            PIC X(05) VALUE SPACES.
               10 WS-DRV-RUNS          PIC 9(05) VALUE 0.
               10 WS-DRV-EXTRAS        PIC 9(03) VALUE 0.
               10 WS-DRV-FOW-SCORE     PIC 9(05) VALUE 0.
               10 WS-DRV-UNBROKEN      PIC X(01) VALUE 'N'.
               10 WS-DRV-MATCHED       PIC X(01) VALUE 'N'.
      * partnerships.txt held whole while this match's stands are
      * replaced by the ones from the book, and the reconciliation
      * of every stand keyed by hand for the match against them.
       01 WS-MAX-STAND-ROWS          PIC 9(04) VALUE 2000.
       01 WS-STAND-ROW-COUNT         PIC 9(04) VALUE 0.
       01 WS-STAND-ROW-SUB           PIC 9(04) VALUE 0.
       01 WS-STAND-FILE-FULL         PIC X VALUE 'N'.
       01 WS-STAND-ROW-TABLE.
           05 WS-STAND-ROW OCCURS 2000 TIMES PIC X(36).
       01 WS-MAX-RECON               PIC 9(02) VALUE 22.
       01 WS-RECON-COUNT             PIC 9(02) VALUE 0.
       01 WS-RECON-SUB               PIC 9(02) VALUE 0.
       01 WS-RECON-DIFFERENCES       PIC 9(02) VALUE 0.
       01 WS-RECON-INNS              PIC 9(01) VALUE 0.
       01 WS-RECON-TABLE.
           05 WS-RCN-ENTRY OCCURS 22 TIMES.
               10 WS-RCN-WICKET        PIC 9(02).
               10 WS-RCN-KEYED-B1      PIC X(05).
               10 WS-RCN-KEYED-B2      PIC X(05).
               10 WS-RCN-KEYED-RUNS    PIC 9(05).
               10 WS-RCN-BOOK-SUB      PIC 9(02).
               10 WS-RCN-OUTCOME       PIC X(14).
       01 WS-RECON-DIFF              PIC S9(05) VALUE 0.
       01 WS-EDIT-RECON-DIFF         PIC +(5)9.
       01 WS-EDIT-FOW-SCORE          PIC ZZZZ9.
       01 WS-EDIT-STAND-EXTRAS       PIC ZZ9.
       01 WS-FOW-INNINGS-TEXT        PIC X(10) VALUE SPACES.

      * Match archive and opening-copy work fields: the lines kept
      * for this posting and the time stamp that orders postings
      * from different grades when the season is replayed.
       01 WS-ARCHIVE-STATUS          PIC XX VALUE SPACES.
       01 WS-CAREER-OPEN-STATUS      PIC XX VALUE SPACES.
       01 WS-OPPOPEN-STATUS          PIC XX VALUE SPACES.
       01 WS-ARCHIVE-EOF             PIC X VALUE 'N'.
       01 WS-ARCHIVE-LINE-NO         PIC 9(05) VALUE 0.
       01 WS-ARCHIVE-TIME            PIC X(08) VALUE SPACES.

      * Print-page control for results.txt. Every report line
      * goes through WRITE-REPORT-LINE, which closes a full page
      * with its footer and opens the next with the page heading
       01 WS-EDIT-EXPECTED           PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DIFFERENCE         PIC -Z,ZZZ,ZZZ,ZZ9.

      * Match fees raised from the team sheet. WS-FEE-CHARGED marks
      * the sheet players fees.ctl already holds a fee for against
      * this match, so a fixture backed out and posted again is not
      * charged twice.
       01 WS-FEES-STATUS             PIC XX VALUE SPACES.
       01 WS-FEERATES-STATUS         PIC XX VALUE SPACES.
       01 WS-FEES-EOF                PIC X VALUE 'N'.
       01 WS-MATCH-FEE               PIC 9(03)V9(02) VALUE 0.
       01 WS-FEES-RAISED             PIC 9(02) VALUE 0.
       01 WS-FEE-CHARGED-FLAGS.
           05 WS-FEE-CHARGED OCCURS 11 TIMES PIC X VALUE 'N'.
       01 WS-EDIT-MATCH-FEE          PIC ZZ9.99.

      * Best-and-fairest votes. WS-MATCH-ROUND is the posting
      * fixture's round off the schedule (nought when unscheduled)
      * and WS-VOTE-HOLD-ROUND the last round the committee lets
      * onto results.html (nought for no hold-back). The vote
      * subscripts walk the three IDs on a votes record.
       01 WS-VOTEHOLD-STATUS         PIC XX VALUE SPACES.
       01 WS-VOTE-HOLD-ROUND         PIC 9(02) VALUE 0.
       01 WS-MATCH-ROUND             PIC 9(02) VALUE 0.
       01 WS-VOTES-VALID             PIC X VALUE 'N'.
       01 WS-VOTE-SUB                PIC 9(01) VALUE 0.
       01 WS-VOTE-SUB2               PIC 9(01) VALUE 0.
       01 WS-VOTE-POINTS             PIC 9(01) VALUE 0.
       01 WS-VOTE-ON-SHEET           PIC X VALUE 'N'.
       01 WS-VOTE-BOARD-ROUND        PIC 9(02) VALUE 0.
       01 WS-EDIT-VOTES              PIC ZZ9.

      * The league results return. WS-POINTS-CLAIMED is what the
      * ladder fold gave our own row for this match; the overs
      * work fields turn a side's balls into overs and odd balls.
       01 WS-RETURN-STATUS           PIC XX VALUE SPACES.
       01 WS-RETREG-STATUS           PIC XX VALUE SPACES.
       01 WS-POINTS-BEFORE           PIC 9(04) VALUE 0.
       01 WS-POINTS-CLAIMED          PIC 9(02) VALUE 0.
       01 WS-RTN-BALLS               PIC 9(08) VALUE 0.
       01 WS-RTN-WHOLE-OVERS         PIC 9(07) VALUE 0.
       01 WS-RTN-ODD-BALLS           PIC 9(01) VALUE 0.
       01 WS-VOTES-PUBLISHED         PIC X(16) VALUE SPACES.
       01 WS-EDIT-ROUND              PIC Z9.

      * The scorebook balance, kept per side and innings the same
      * way as WS-INNS-TABLE (side 1 our own XI, side 2 the
      * opposition) from the records accepted so far: batters who
      * batted, dismissal records keyed, the ball-by-ball book's
      * runs and whether a book was kept at all, and - against the
      * side batting - the balls our bowlers say they bowled at
      * it. Checked once the whole file is read; any failure holds
      * the fixture back unless balance.ctl names it.
       01 WS-BALANCE-STATUS          PIC XX VALUE SPACES.
       01 WS-BALANCE-MATCH-ID        PIC X(08) VALUE SPACES.
       01 WS-BALANCE-FAILED          PIC X VALUE 'N'.
       01 WS-BALANCE-OVERRIDDEN      PIC X VALUE 'N'.
       01 WS-MAX-BATTERS             PIC 9(02) VALUE 11.
       01 WS-BAL-TABLE.
           05 WS-BAL-SIDE OCCURS 2 TIMES.
               10 WS-BAL-ENTRY OCCURS 2 TIMES.
                   15 WS-BAL-BATTERS     PIC 9(03) VALUE 0.
                   15 WS-BAL-DISMISSALS  PIC 9(03) VALUE 0.
                   15 WS-BAL-BOOK-RUNS   PIC 9(07) VALUE 0.
                   15 WS-BAL-BOOK-KEPT   PIC X(01) VALUE 'N'.
                   15 WS-BAL-BOWLED-BALLS PIC 9(07) VALUE 0.
       01 WS-BAL-SIDE-SUB            PIC 9(01) VALUE 0.
       01 WS-BAL-INNS-SUB            PIC 9(01) VALUE 0.
       01 WS-BAL-MATCH-DISMISSALS    PIC 9(03) VALUE 0.
       01 WS-BAL-CARD-RUNS           PIC 9(07) VALUE 0.
       01 WS-BAL-WHOLE-OVERS         PIC 9(03) VALUE 0.
       01 WS-BAL-ODD-BALLS           PIC 9(01) VALUE 0.
      * What a balance exception carries in place of a raw record:
      * the match, the side and innings that failed, and the two
      * figures that should have agreed.
       01 WS-BAL-DETAIL.
           05 WS-BAL-DTL-MATCH-ID    PIC X(08).
           05 FILLER                 PIC X(06) VALUE " SIDE ".
           05 WS-BAL-DTL-SIDE        PIC X(01).
           05 FILLER                 PIC X(06) VALUE " INNS ".
           05 WS-BAL-DTL-INNS        PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-BAL-DTL-LABEL-1     PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-BAL-DTL-FIGURE-1    PIC Z(6)9.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-BAL-DTL-LABEL-2     PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-BAL-DTL-FIGURE-2    PIC Z(6)9.
           05 FILLER                 PIC X(07) VALUE SPACES.

      * This match's opposition batters for the scouting register,
      * one entry per player (keyed as the register is) with their
      * innings and up to two dismissals - a two-innings match can
      * see a batter out twice. Folded into the register only when
      * the match posts.
       01 WS-MAX-SCOUT-MATCH         PIC 9(02) VALUE 24.
       01 WS-SCOUT-COUNT             PIC 9(02) VALUE 0.
       01 WS-SCOUT-SUB               PIC 9(02) VALUE 0.
       01 WS-SCOUT-SCAN              PIC 9(02) VALUE 0.
       01 WS-SCOUT-KEY-ID            PIC X(05) VALUE SPACES.
       01 WS-SCOUT-KEY-NAME          PIC X(20) VALUE SPACES.
       01 WS-SCOUT-MATCH-TABLE.
           05 WS-SCM-ENTRY OCCURS 24 TIMES.
               10 WS-SCM-PLAYER-ID     PIC X(05) VALUE SPACES.
               10 WS-SCM-PLAYER-NAME   PIC X(20) VALUE SPACES.
               10 WS-SCM-INNINGS       PIC 9(01) VALUE 0.
               10 WS-SCM-NOT-OUTS      PIC 9(01) VALUE 0.
               10 WS-SCM-OUTS          PIC 9(01) VALUE 0.
               10 WS-SCM-RUNS          PIC 9(05) VALUE 0.
               10 WS-SCM-BALLS         PIC 9(05) VALUE 0.
               10 WS-SCM-HIGH          PIC 9(05) VALUE 0.
               10 WS-SCM-DIS-COUNT     PIC 9(01) VALUE 0.
               10 WS-SCM-DISMISSAL OCCURS 2 TIMES.
                   15 WS-SCM-DIS-KIND    PIC X(01) VALUE SPACE.
                   15 WS-SCM-DIS-BOWLER  PIC X(05) VALUE SPACES.
      * The register itself, loaded, folded into and rewritten
      * whole at posting time.
       01 WS-SCOUT-STATUS            PIC XX VALUE SPACES.
       01 WS-SCOUT-EOF               PIC X VALUE 'N'.
       01 WS-MAX-SCOUT-ROWS          PIC 9(04) VALUE 1500.
       01 WS-SCOUT-ROW-COUNT         PIC 9(04) VALUE 0.
       01 WS-SCOUT-ROW-SUB           PIC 9(04) VALUE 0.
       01 WS-SCOUT-ROW-SCAN          PIC 9(04) VALUE 0.
       01 WS-SCOUT-DIS-SUB           PIC 9(01) VALUE 0.
       01 WS-SCOUT-TAKER-SUB         PIC 9(01) VALUE 0.
       01 WS-SCOUT-TAKER-SCAN        PIC 9(01) VALUE 0.
       01 WS-SCOUT-BOWLER-ID         PIC X(05) VALUE SPACES.
       01 WS-SCOUT-REG-TABLE.
           05 WS-SCR-ROW OCCURS 1500 TIMES.
               10 WS-SCR-OPPONENT      PIC X(20).
               10 WS-SCR-PLAYER-ID     PIC X(05).
               10 WS-SCR-PLAYER-NAME   PIC X(20).
               10 WS-SCR-MATCHES       PIC 9(03).
               10 WS-SCR-INNINGS       PIC 9(04).
               10 WS-SCR-NOT-OUTS      PIC 9(04).
               10 WS-SCR-OUTS          PIC 9(04).
               10 WS-SCR-RUNS          PIC 9(06).
               10 WS-SCR-BALLS         PIC 9(06).
               10 WS-SCR-HIGH-SCORE    PIC 9(04).
               10 WS-SCR-BOWLED        PIC 9(03).
               10 WS-SCR-CAUGHT        PIC 9(03).
               10 WS-SCR-LBW           PIC 9(03).
               10 WS-SCR-RUN-OUT       PIC 9(03).
               10 WS-SCR-STUMPED       PIC 9(03).
               10 WS-SCR-TAKER-COUNT   PIC 9(02).
               10 WS-SCR-TAKER OCCURS 6 TIMES.
                   15 WS-SCR-TAKER-ID    PIC X(05).
                   15 WS-SCR-TAKER-WKTS  PIC 9(03).
               10 WS-SCR-OTHER-WKTS    PIC 9(03).
               10 WS-SCR-LAST-MATCH-ID PIC X(08).
               10 WS-SCR-LAST-MATCH-DATE PIC X(08).
       01 WS-MAX-SCOUT-TAKERS        PIC 9(01) VALUE 6.

      * This match's striker/bowler pairs from the ball-by-ball
      * book, both innings together, folded into the match-up
      * register only when the match posts.
       01 WS-MAX-MATCHUP-MATCH       PIC 9(03) VALUE 200.
       01 WS-MATCHUP-COUNT           PIC 9(03) VALUE 0.
       01 WS-MATCHUP-SUB             PIC 9(03) VALUE 0.
       01 WS-MATCHUP-SCAN            PIC 9(03) VALUE 0.
       01 WS-MATCHUP-KEY-SIDE        PIC X(01) VALUE SPACE.
       01 WS-MATCHUP-KEY-STRIKER     PIC X(05) VALUE SPACES.
       01 WS-MATCHUP-KEY-BOWLER      PIC X(05) VALUE SPACES.
       01 WS-MATCHUP-FULL-WARNED     PIC X(01) VALUE 'N'.
       01 WS-MATCHUP-MATCH-TABLE.
           05 WS-MUM-ENTRY OCCURS 200 TIMES.
               10 WS-MUM-SIDE          PIC X(01) VALUE SPACE.
               10 WS-MUM-STRIKER-ID    PIC X(05) VALUE SPACES.
               10 WS-MUM-BOWLER-ID     PIC X(05) VALUE SPACES.
               10 WS-MUM-BALLS         PIC 9(03) VALUE 0.
               10 WS-MUM-RUNS          PIC 9(03) VALUE 0.
               10 WS-MUM-DOTS          PIC 9(03) VALUE 0.
               10 WS-MUM-FOURS         PIC 9(02) VALUE 0.
               10 WS-MUM-SIXES         PIC 9(02) VALUE 0.
               10 WS-MUM-DISMISSALS    PIC 9(01) VALUE 0.
      * The register itself, loaded, folded into and rewritten
      * whole at posting time.
       01 WS-MATCHUP-STATUS          PIC XX VALUE SPACES.
       01 WS-MATCHUP-EOF             PIC X VALUE 'N'.
       01 WS-MAX-MATCHUP-ROWS        PIC 9(04) VALUE 3000.
       01 WS-MATCHUP-ROW-COUNT       PIC 9(04) VALUE 0.
       01 WS-MATCHUP-ROW-SUB         PIC 9(04) VALUE 0.
       01 WS-MATCHUP-ROW-SCAN        PIC 9(04) VALUE 0.
       01 WS-MATCHUP-REG-TABLE.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM INITIALIZE-PROGRAM
               PERFORM READ-INPUT-FILE
               IF WS-ERROR-FLAG = 'N'
                   PERFORM POST-DERIVED-PARTNERSHIPS
                   PERFORM CALCULATE-STATISTICS
                   PERFORM WRITE-OUTPUT-FILE
                   PERFORM WRITE-CSV-FILE
                   PERFORM WRITE-HTML-FILE
                   PERFORM WRITE-SCORECARD-FILE
                   PERFORM DISPLAY-RESULTS
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM TAKE-OPENING-COPIES
                   PERFORM WRITE-SEASON-TOTALS
                   PERFORM WRITE-RUN-LEDGER
                   PERFORM WRITE-MATCH-ARCHIVE
                   IF WS-OPP-PRESENT = 'Y'
                       OR WS-MATCH-NO-PLAY = 'Y'
                       PERFORM WRITE-LEAGUE-LADDER
                       PERFORM WRITE-OPPONENT-SPLITS
                   END-IF
                   PERFORM WRITE-CAREER-TOTALS
                   PERFORM WRITE-MILESTONE-LEDGER
                   PERFORM WRITE-MATCH-FEES
                   PERFORM WRITE-LEAGUE-RETURN
                   PERFORM WRITE-SCOUTING-REGISTER
                   PERFORM WRITE-MATCHUP-REGISTER
               ELSE
                   DISPLAY "Error: Unable to process input file."
               END-IF
               PERFORM CLEANUP
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

       INITIALIZE-PROGRAM.
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           PERFORM NOTE-FIXTURE-GRADE
           PERFORM READ-CHECKPOINT
           IF WS-RESTART-POINT = 0
               PERFORM READ-SEASON-TOTALS
           END-IF
           PERFORM LOAD-SEASON-PLAYERS
           IF WS-RESTART-POINT > 0
               PERFORM RESTORE-CHECKPOINT-PLAYERS
                   VARYING WS-CKPT-ROW-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-ROW-SUB > WS-CKPT-ROW-COUNT
           END-IF
           PERFORM READ-CONTROL-TOTAL
           PERFORM READ-LEADER-MINIMUMS
           PERFORM READ-FEE-RATES
           PERFORM READ-VOTE-HOLD
           PERFORM LOAD-ROSTER
           PERFORM LOAD-SCHEDULE
           PERFORM READ-RUN-LEDGER
           PERFORM READ-OVERRIDE
           PERFORM READ-BALANCE-OVERRIDE
           PERFORM LOAD-PARTNERSHIPS
           PERFORM LOAD-LEAGUE-LADDER
           PERFORM LOAD-OPPONENT-SPLITS
           PERFORM CHECK-CAREER-FILE.

      * The fixture header's grade decides which grade's stores
      * this run loads and posts into, and those stores are loaded
      * before the main pass reaches the header - so the header is
      * looked up here first, in a pass of its own over
      * numbers.txt. Validating it is still PROCESS-FIXTURE-
      * HEADER's job; a grade code that is not a grade leaves the
      * 1st XI's names set here and the header is rejected there,
      * so nothing is posted under the wrong grade.
       NOTE-FIXTURE-GRADE.
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL WS-GRADE-SEEN = 'Y'
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-GRADE-SEEN
                   NOT AT END
                       IF INP-FIXTURE-HEADER
                           MOVE 'Y' TO WS-GRADE-SEEN
                           IF INP-GRADE-VALID
                               AND INP-GRADE-CODE NOT = SPACE
                               MOVE INP-GRADE-CODE TO WS-GRADE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           PERFORM SET-GRADE-FILE-NAMES
           DISPLAY "Posting for the " WS-GRADE-NAME " - season "
               "store " WS-SEASON-FILE-NAME.

      * The 1st XI keeps the file names it always had, so its
      * stores carry on unchanged; every other grade's stores
      * carry the grade code in their names.
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
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING "matcharch-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-NAME
               MOVE SPACES TO WS-OPPOPEN-FILE-NAME
               STRING "oppopen-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-OPPOPEN-FILE-NAME
           END-IF.

      * Careers are read by key as each player turns up (see
      * FIND-CAREER-ENTRY), so start-up only checks careers.dat is
      * there. A missing careers.dat with the old careers.ctl on
      * file is the first run since the careers went indexed: the
      * old file is loaded into a new careers.dat here and left
      * where it is. With neither on file every career starts
      * from nought, and careers.dat is created when this posting
      * saves them. A checkpoint restart gets the careers touched
      * so far from the checkpoint - careers.dat still holds them
      * as they were before this match.
       CHECK-CAREER-FILE.
           OPEN INPUT CAREER-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE 'Y' TO WS-CAREER-PRESENT
               CLOSE CAREER-FILE
           ELSE
               IF WS-CAREER-STATUS = "35"
                   PERFORM LOAD-CAREERS-FROM-OLD-FILE
               ELSE
                   DISPLAY "WARNING: could not open careers.dat, "
                       "status " WS-CAREER-STATUS " - career "
                       "figures start from nought this run"
               END-IF
           END-IF.

       LOAD-CAREERS-FROM-OLD-FILE.
           OPEN INPUT OLD-CAREER-FILE
           IF WS-OLD-CAREER-STATUS = "00"
               OPEN OUTPUT CAREER-FILE
               IF WS-CAREER-STATUS NOT = "00"
                   DISPLAY "WARNING: could not create careers.dat, "
                       "status " WS-CAREER-STATUS " - careers.ctl "
                       "not loaded"
               ELSE
                   MOVE 0 TO WS-CAREERS-LOADED
                   PERFORM UNTIL WS-CAREER-EOF = 'Y'
                       READ OLD-CAREER-FILE
                           AT END
                               MOVE 'Y' TO WS-CAREER-EOF
                           NOT AT END
                               PERFORM LOAD-ONE-OLD-CAREER
                       END-READ
                   END-PERFORM
                   CLOSE CAREER-FILE
                   MOVE 'Y' TO WS-CAREER-PRESENT
                   DISPLAY "careers.dat built from careers.ctl: "
                       WS-CAREERS-LOADED " careers loaded."
               END-IF
               CLOSE OLD-CAREER-FILE
           END-IF.

      * A careers.ctl written before matches played was carried
      * has spaces where CAR-MATCHES now lives - an appearance
      * credit on a non-numeric field would corrupt the entry, so
      * the old record loads as nought matches, the same grace
      * the fixture header's status byte gets on old files.
       LOAD-ONE-OLD-CAREER.
           MOVE OLD-CAREER-RECORD TO CAREER-RECORD
           IF CAR-MATCHES NOT NUMERIC
               MOVE 0 TO CAR-MATCHES
           END-IF
           WRITE CAREER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: careers.ctl carries player "
                       CAR-PLAYER-ID " twice - the second line "
                       "was not loaded"
           END-WRITE
           IF WS-CAREER-STATUS = "00"
               ADD 1 TO WS-CAREERS-LOADED
           END-IF.

      * Loads the league ladder into its table; a missing
           END-IF.

       REGISTER-PARTNERSHIP.
           IF PTN-SUPERSEDED
               OR (PTN-FROM-BOOK AND PTN-BATTER2-ID = SPACES)
               CONTINUE
           ELSE
               PERFORM REGISTER-COUNTED-STAND
           END-IF.

      * A stand keyed by hand and since replaced by the book's,
      * or one from the book whose partner never reached the
      * crease in it, is not counted in the register.
       REGISTER-COUNTED-STAND.
           IF PTN-WICKET IS NUMERIC AND PTN-RUNS IS NUMERIC
               AND PTN-WICKET >= 1 AND PTN-WICKET <= 10
               AND PTN-BATTER1-ID NOT = SPACES
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           ADD 1 TO WS-LEDGER-RECORDS
                           PERFORM ADD-LEDGER-TABLE-ENTRY
                   END-READ
               END-PERFORM
           CLOSE OVERRIDE-FILE
           MOVE SPACES TO WS-OVERRIDE-MATCH-ID.

      * The balance override is one-shot in the same way.
       CLEAR-BALANCE-OVERRIDE.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "WARNING: could not clear balance.ctl, "
                   "status " WS-BALANCE-STATUS " - remove it by "
                   "hand or the override stands for the next run"
           END-IF
           CLOSE BALANCE-FILE
           MOVE SPACES TO WS-BALANCE-MATCH-ID.

       READ-BALANCE-OVERRIDE.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               READ BALANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BAL-MATCH-ID TO WS-BALANCE-MATCH-ID
                       IF WS-BALANCE-MATCH-ID NOT = SPACES
                           DISPLAY "Balance override on file for "
                               "match " WS-BALANCE-MATCH-ID
                       END-IF
               END-READ
               CLOSE BALANCE-FILE
           END-IF.

       READ-OVERRIDE.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               MOVE SCH-OPPONENT-NAME
                   TO WS-SCH-OPPONENT(WS-SCHEDULE-IDX)
               MOVE SCH-SCHED-DATE TO WS-SCH-DATE(WS-SCHEDULE-IDX)
               IF SCH-ROUND IS NUMERIC
                   MOVE SCH-ROUND TO WS-SCH-ROUND(WS-SCHEDULE-IDX)
               END-IF
               IF SCH-GRADE-CODE = SPACE
                   MOVE "1" TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               ELSE
                   MOVE SCH-GRADE-CODE TO WS-SCH-GRADE(WS-SCHEDULE-IDX)
               END-IF
           ELSE
               DISPLAY "WARNING: schedule table full at "
                   WS-MAX-FIXTURES " fixtures - match "
           END-IF.

      * Seeds WS-SUM/WS-COUNT/WS-MAX/WS-MIN/WS-SUM-OF-SQUARES/
      * WS-TOP5-COUNT/WS-TOP5-TABLE with
      * season-to-date figures from
      * season.ctl, if one exists, so this run's totals and its top-5
      * board both carry forward on top of prior matches - the
                       MOVE SEA-TEAM-SIXES TO WS-TEAM-SIXES
                       MOVE SEA-TOP5-COUNT TO WS-TOP5-COUNT
                       MOVE SEA-TOP5-TABLE TO WS-TOP5-TABLE
                       DISPLAY "Season-to-date totals loaded: "
                           WS-COUNT " innings so far this season."
               END-READ
               CLOSE SEASON-FILE
           END-IF.

      * Loads the grade's season rows from seasonply.dat, in
      * player ID order, into WS-PLAYER-TABLE and keeps a copy of
      * each as it stood, the mark a changed row is told by. The
      * file is not rewritten until the posting goes through, so
      * this runs on a checkpoint restart too - the rows the
      * match had already changed are then laid over these from
      * the checkpoint. No seasonply.dat is the first match of
      * the season.
       LOAD-SEASON-PLAYERS.
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "00"
               PERFORM UNTIL WS-SEAPLY-EOF = 'Y'
                   READ SEASON-PLAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEAPLY-EOF
                       NOT AT END
                           PERFORM ADD-SEASON-PLAYER-ROW
                   END-READ
               END-PERFORM
               CLOSE SEASON-PLAYER-FILE
               MOVE WS-PLAYER-COUNT TO WS-PLAYER-OPENING-COUNT
           END-IF.

       ADD-SEASON-PLAYER-ROW.
           IF WS-PLAYER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-PLAYER-COUNT
               SET WS-PLAYER-IDX TO WS-PLAYER-COUNT
               MOVE SEASON-PLAYER-RECORD
                   TO WS-PLAYER-ENTRY(WS-PLAYER-IDX)
               PERFORM RESET-MATCH-FIGURES
               MOVE WS-PLAYER-ENTRY(WS-PLAYER-IDX)
                   TO WS-PLAYER-OPENING-ROW(WS-PLAYER-COUNT)
           ELSE
               DISPLAY "WARNING: player table full at "
                   WS-MAX-PLAYERS " entries - season row for "
                   "player " SPL-PLAYER-ID " was not loaded"
           END-IF.

      * A checkpoint row for a player already loaded replaces the
      * loaded row; any other is a player the match had added.
       RESTORE-CHECKPOINT-PLAYERS.
           MOVE WS-CKPT-ROW(WS-CKPT-ROW-SUB)(1:5) TO WS-LOOKUP-ID
           SET WS-PLAYER-IDX TO 1
           SEARCH WS-PLAYER-ENTRY
               AT END
                   IF WS-PLAYER-COUNT < WS-MAX-PLAYERS
                       ADD 1 TO WS-PLAYER-COUNT
                       SET WS-PLAYER-IDX TO WS-PLAYER-COUNT
                       MOVE WS-CKPT-ROW(WS-CKPT-ROW-SUB)
                           TO WS-PLAYER-ENTRY(WS-PLAYER-IDX)
                   END-IF
               WHEN WS-PLAYER-ID(WS-PLAYER-IDX) = WS-LOOKUP-ID
                   MOVE WS-CKPT-ROW(WS-CKPT-ROW-SUB)
                       TO WS-PLAYER-ENTRY(WS-PLAYER-IDX)
           END-SEARCH.

      * Reads the scoreboard operator's expected total for this match
      * from control.ctl, if one was keyed in. Reconciliation against
      * this figure happens once this run's own total is known, in
               CLOSE LEADERS-FILE
           END-IF.

      * Reads the treasurer's match fee from feerates.ctl. No
      * feerates.ctl, or one that is not numeric, leaves the fee
      * at zero and no match fees are raised.
       READ-FEE-RATES.
           OPEN INPUT FEERATES-FILE
           IF WS-FEERATES-STATUS = "00"
               READ FEERATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FRT-MATCH-FEE IS NUMERIC
                           MOVE FRT-MATCH-FEE TO WS-MATCH-FEE
                       ELSE
                           DISPLAY "WARNING: feerates.ctl is not "
                               "numeric - no match fees raised."
                       END-IF
               END-READ
               CLOSE FEERATES-FILE
           END-IF.

      * Reads the committee's best-and-fairest hold-back round
      * from votehold.ctl. No votehold.ctl, or one that is not
      * numeric, publishes the full count.
       READ-VOTE-HOLD.
           OPEN INPUT VOTEHOLD-FILE
           IF WS-VOTEHOLD-STATUS = "00"
               READ VOTEHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VHD-LAST-SHOWN-ROUND IS NUMERIC
                           MOVE VHD-LAST-SHOWN-ROUND
                               TO WS-VOTE-HOLD-ROUND
                       ELSE
                           DISPLAY "WARNING: votehold.ctl is not "
                               "numeric - full votes count "
                               "published."
                       END-IF
               END-READ
               CLOSE VOTEHOLD-FILE
           END-IF
           IF WS-VOTE-HOLD-ROUND > 0
               DISPLAY "Best-and-fairest votes after round "
                   WS-VOTE-HOLD-ROUND " held back from results.html."
           END-IF.

       READ-CONTROL-TOTAL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
      * and this is treated as a normal start from record one. When
      * a checkpoint is found, every total it carries - team sum,
      * count, max, min, sum-of-squares, match sum, bowling totals,
      * the top-5 table, and the season and career rows the match
      * has changed - is restored
      * right along with the line number, so the records being
      * skipped really were already folded into these figures.
       READ-CHECKPOINT.
           MOVE CKPT-CARD-TABLE TO WS-CARD-TABLE
           MOVE CKPT-BOWL-COUNT TO WS-BOWL-COUNT
           MOVE CKPT-BOWL-TABLE TO WS-BOWL-TABLE
           MOVE CKPT-TWO-INNINGS-MATCH TO WS-TWO-INNINGS-MATCH
           MOVE CKPT-INNS-ORDER-COUNT TO WS-INNS-ORDER-COUNT
           MOVE CKPT-INNS-TABLE TO WS-INNS-TABLE
           MOVE CKPT-BAL-TABLE TO WS-BAL-TABLE
           MOVE CKPT-SCOUT-COUNT TO WS-SCOUT-COUNT
           MOVE CKPT-SCOUT-TABLE TO WS-SCOUT-MATCH-TABLE
           MOVE CKPT-MUM-COUNT TO WS-MATCHUP-COUNT
           MOVE CKPT-MUM-TABLE TO WS-MATCHUP-MATCH-TABLE
           MOVE CKPT-STAND-BOOK-KEPT TO WS-STAND-BOOK-KEPT
           MOVE CKPT-STAND-STATE-TABLE TO WS-STAND-STATE-TABLE
           MOVE CKPT-DERIVED-COUNT TO WS-DERIVED-COUNT
           MOVE CKPT-DERIVED-TABLE TO WS-DERIVED-TABLE
           MOVE CKPT-MATCH-BEST-RUNS TO WS-MATCH-BEST-RUNS
           MOVE CKPT-MATCH-BEST-ID TO WS-MATCH-BEST-ID
           MOVE CKPT-MATCH-BEST-NAME TO WS-MATCH-BEST-NAME
           MOVE CKPT-CAREER-TABLE TO WS-CAREER-TABLE
           MOVE CKPT-MILESTONE-COUNT TO WS-MILESTONE-COUNT
           MOVE CKPT-MILESTONE-TABLE TO WS-MILESTONE-TABLE
           MOVE CKPT-PLAYER-COUNT TO WS-CKPT-ROW-COUNT
           MOVE CKPT-PLAYER-TABLE TO WS-CKPT-ROW-TABLE.

       READ-INPUT-FILE.
           OPEN INPUT INPUT-FILE
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF WS-HEADER-PRESENT = 'Y' AND WS-ERROR-FLAG = 'N'
               AND WS-MATCH-NO-PLAY = 'N'
               PERFORM CHECK-SCOREBOOK-BALANCE
           END-IF
           CLOSE EXCEPTION-FILE
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY WS-EXCEPTION-COUNT
                   " bad record(s) written to exceptions.txt"
           END-IF
           IF WS-BALANCE-FAILED = 'Y'
               PERFORM SETTLE-BALANCE-FAILURE
           END-IF
           IF WS-HEADER-PRESENT = 'N' AND WS-ERROR-FLAG = 'N'
               DISPLAY "ERROR: no valid fixture header record at the "
                   "top of numbers.txt - the match cannot be "
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The scorebook must balance inside itself before the match
      * posts, not just against the operator's control total. For
      * each side's innings: where a ball-by-ball book was kept its
      * runs must equal the batters' runs plus the extras record;
      * where the book keys dismissals at all, one per batter not
      * marked not out; where both were keyed, our
      * bowlers' overs must come to the balls the opposition
      * faced; and no more than eleven may bat. Each failure is a
      * reason-coded exception of its own.
       CHECK-SCOREBOOK-BALANCE.
           COMPUTE WS-BAL-MATCH-DISMISSALS =
               WS-BAL-DISMISSALS(1 1) + WS-BAL-DISMISSALS(1 2)
               + WS-BAL-DISMISSALS(2 1) + WS-BAL-DISMISSALS(2 2)
           PERFORM CHECK-SIDE-BALANCE
               VARYING WS-BAL-SIDE-SUB FROM 1 BY 1
               UNTIL WS-BAL-SIDE-SUB > 2.

       CHECK-SIDE-BALANCE.
           PERFORM CHECK-INNINGS-BALANCE
               VARYING WS-BAL-INNS-SUB FROM 1 BY 1
               UNTIL WS-BAL-INNS-SUB > 2.

       CHECK-INNINGS-BALANCE.
           COMPUTE WS-BAL-CARD-RUNS =
               WS-INNS-RUNS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
               + WS-INNS-EXTRAS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
           IF WS-BAL-BOOK-KEPT(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB) = 'Y'
               AND WS-BAL-CARD-RUNS NOT =
                   WS-BAL-BOOK-RUNS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
               SET EXC-RUNS-OUT-OF-BALANCE TO TRUE
               MOVE "CARD+X" TO WS-BAL-DTL-LABEL-1
               MOVE WS-BAL-CARD-RUNS TO WS-BAL-DTL-FIGURE-1
               MOVE "BOOK" TO WS-BAL-DTL-LABEL-2
               MOVE WS-BAL-BOOK-RUNS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-2
               PERFORM WRITE-BALANCE-EXCEPTION
           END-IF
           IF WS-BAL-MATCH-DISMISSALS > 0
               AND WS-INNS-WKTS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   NOT = WS-BAL-DISMISSALS(WS-BAL-SIDE-SUB
                                           WS-BAL-INNS-SUB)
               SET EXC-DISMISSALS-MISMATCH TO TRUE
               MOVE "OUT" TO WS-BAL-DTL-LABEL-1
               MOVE WS-INNS-WKTS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-1
               MOVE "D RECS" TO WS-BAL-DTL-LABEL-2
               MOVE WS-BAL-DISMISSALS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-2
               PERFORM WRITE-BALANCE-EXCEPTION
           END-IF
           IF WS-BAL-BOWLED-BALLS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB) > 0
               AND WS-INNS-BALLS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB) > 0
               AND WS-BAL-BOWLED-BALLS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   NOT = WS-INNS-BALLS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
               SET EXC-OVERS-MISMATCH TO TRUE
               MOVE "BOWLED" TO WS-BAL-DTL-LABEL-1
               MOVE WS-BAL-BOWLED-BALLS(WS-BAL-SIDE-SUB
                                        WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-1
               MOVE "FACED" TO WS-BAL-DTL-LABEL-2
               MOVE WS-INNS-BALLS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-2
               PERFORM WRITE-BALANCE-EXCEPTION
           END-IF
           IF WS-BAL-BATTERS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
               > WS-MAX-BATTERS
               SET EXC-TOO-MANY-BATTERS TO TRUE
               MOVE "BATTED" TO WS-BAL-DTL-LABEL-1
               MOVE WS-BAL-BATTERS(WS-BAL-SIDE-SUB WS-BAL-INNS-SUB)
                   TO WS-BAL-DTL-FIGURE-1
               MOVE "LIMIT" TO WS-BAL-DTL-LABEL-2
               MOVE WS-MAX-BATTERS TO WS-BAL-DTL-FIGURE-2
               PERFORM WRITE-BALANCE-EXCEPTION
           END-IF.

      * A balance exception belongs to the match, not to one line,
      * so it is labelled MATCH with the count of records read, and
      * carries the failing side, innings and figures where a
      * record exception carries the raw record.
       WRITE-BALANCE-EXCEPTION.
           MOVE 'Y' TO WS-BALANCE-FAILED
           MOVE WS-MATCH-ID TO WS-BAL-DTL-MATCH-ID
           IF WS-BAL-SIDE-SUB = 2
               MOVE "V" TO WS-BAL-DTL-SIDE
           ELSE
               MOVE "O" TO WS-BAL-DTL-SIDE
           END-IF
           MOVE WS-BAL-INNS-SUB TO WS-BAL-DTL-INNS
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXC-REASON TO EXC-REASON-CODE
           MOVE SPACE TO EXC-SEP1
           MOVE SPACE TO EXC-SEP2
           PERFORM SET-EXCEPTION-REASON-TEXT
           MOVE "MATCH " TO EXC-LINE-LABEL
           MOVE WS-LINE-NUMBER TO EXC-LINE-NUMBER
           MOVE ": " TO EXC-SEPARATOR
           MOVE WS-BAL-DETAIL TO EXC-RAW-CONTENT
           MOVE SPACE TO EXC-SEP3
           MOVE WS-GRADE-CODE TO EXC-GRADE-CODE
           IF WS-EXC-STATUS = "00"
               WRITE EXCEPTION-RECORD
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "WARNING: write to exceptions.txt failed, "
                       "status " WS-EXC-STATUS " for match "
                       WS-MATCH-ID
               END-IF
           END-IF
           MOVE "99" TO WS-EXC-REASON.

      * A book that does not balance is held back from posting -
      * unless balance.ctl names this match, in which case the
      * operator has looked at it and it posts as it stands. The
      * whole file was read, so the restart checkpoint is cleared
      * either way: the corrected file starts again from record
      * one.
       SETTLE-BALANCE-FAILURE.
           IF WS-MATCH-ID = WS-BALANCE-MATCH-ID
               DISPLAY "NOTE: the scorebook for match " WS-MATCH-ID
                   " does not balance - balance.ctl accepted, "
                   "posting it as it stands."
               MOVE 'Y' TO WS-BALANCE-OVERRIDDEN
               PERFORM CLEAR-BALANCE-OVERRIDE
           ELSE
               DISPLAY "ERROR: the scorebook for match " WS-MATCH-ID
                   " does not balance (see exceptions.txt). Match "
                   "held back - correct the records, or supply "
                   "balance.ctl naming this match ID to post it "
                   "as it stands."
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               PERFORM CLEAR-CHECKPOINT
           END-IF.

      * Routes each input record by its record-type byte. The
      * fixture header must be seen before any innings detail is
      * accepted, so a wrongly staged file that opens mid-match is
                   PERFORM PROCESS-TEAM-SHEET
               WHEN INP-EXTRAS-DETAIL
                   PERFORM PROCESS-EXTRAS-RECORD
               WHEN INP-VOTES-DETAIL
                   PERFORM PROCESS-VOTES-RECORD
               WHEN OTHER
                   SET EXC-BAD-RECORD-TYPE TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               SET EXC-DUPLICATE-HEADER TO TRUE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE INP-GRADE-CODE TO WS-HDR-GRADE-CODE
               IF WS-HDR-GRADE-CODE = SPACE
                   MOVE "1" TO WS-HDR-GRADE-CODE
               END-IF
               IF INP-MATCH-ID NOT = SPACES
                   AND INP-MATCH-DATE IS NUMERIC
                   AND INP-STATUS-VALID
                   AND WS-HDR-GRADE-CODE = WS-GRADE-CODE
                   PERFORM CHECK-FIXTURE-SCHEDULE
                   IF WS-SCHEDULE-VALID = 'Y'
                       PERFORM CHECK-RUN-LEDGER
               ELSE
                   IF INP-MATCH-ID NOT = SPACES
                       AND INP-MATCH-DATE IS NUMERIC
                       IF INP-STATUS-VALID
                           SET EXC-INVALID-GRADE-CODE TO TRUE
                       ELSE
                           SET EXC-INVALID-MATCH-STATUS TO TRUE
                       END-IF
                   ELSE
                       SET EXC-INVALID-HEADER TO TRUE
                   END-IF
      * schedule: the match ID must be a scheduled fixture, and
      * the opponent and date keyed on the header must agree with
      * the schedule's own - a scorer's wrong opponent or date is
      * rejected here instead of growing a phantom ladder row. The
      * grade must agree too, or the fixture would post into
      * another XI's season.
      * With no schedule loaded every well-formed header passes,
      * as it always did.
       CHECK-FIXTURE-SCHEDULE.
                               = INP-OPPONENT-NAME
                           AND WS-SCH-DATE(WS-SCHEDULE-IDX)
                               = INP-MATCH-DATE
                           AND WS-SCH-GRADE(WS-SCHEDULE-IDX)
                               = WS-GRADE-CODE
                           CONTINUE
                       ELSE
                           SET EXC-SCHEDULE-MISMATCH TO TRUE
                       SET EXC-INVALID-TEAM-FLAG TO TRUE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       IF NOT INP-DIS-INNINGS-VALID
                           SET EXC-INVALID-INNINGS-NO TO TRUE
                           PERFORM WRITE-EXCEPTION-RECORD
                       ELSE
                           IF INP-DIS-KIND-VALID
                               PERFORM NOTE-BALANCE-DISMISSAL
                               PERFORM NOTE-MATCHUP-DISMISSAL
                               IF INP-DIS-OWN-BATTING
                                   PERFORM CREDIT-BATTER-DISMISSAL
                               ELSE
                                   IF INP-DIS-OPP-BATTING
                                       PERFORM CREDIT-BOWLER-WICKET
                                       PERFORM CREDIT-FIELDER-DISMISSAL
                                       PERFORM NOTE-SCOUT-DISMISSAL
                                   ELSE
                                       PERFORM CREDIT-BATTER-DISMISSAL
                                       PERFORM CREDIT-BOWLER-WICKET
                                       PERFORM CREDIT-FIELDER-DISMISSAL
                                   END-IF
                               END-IF
                           ELSE
                               SET EXC-INVALID-DISMISSAL TO TRUE
                               PERFORM WRITE-EXCEPTION-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Every accepted dismissal record counts towards its side's
      * innings in the scorebook balance, whoever is on our squad.
       NOTE-BALANCE-DISMISSAL.
           MOVE INP-DIS-INNINGS-NO TO WS-INNINGS-KEYED
           PERFORM NOTE-INNINGS-NUMBER
           IF INP-DIS-OPP-BATTING
               ADD 1 TO WS-BAL-DISMISSALS(2 WS-INNS-SUB)
           ELSE
               ADD 1 TO WS-BAL-DISMISSALS(1 WS-INNS-SUB)
           END-IF.

      * The opposition batter's dismissal for the scouting
      * register: how they got out and, unless run out, which of
      * our bowlers took the wicket.
       NOTE-SCOUT-DISMISSAL.
           MOVE INP-DIS-BATTER-ID TO WS-SCOUT-KEY-ID
           MOVE SPACES TO WS-SCOUT-KEY-NAME
           PERFORM FIND-SCOUT-ENTRY
           IF WS-SCOUT-SUB > 0
               AND WS-SCM-DIS-COUNT(WS-SCOUT-SUB) < 2
               ADD 1 TO WS-SCM-DIS-COUNT(WS-SCOUT-SUB)
               MOVE WS-SCM-DIS-COUNT(WS-SCOUT-SUB) TO WS-SCOUT-DIS-SUB
               MOVE INP-DIS-KIND
                   TO WS-SCM-DIS-KIND(WS-SCOUT-SUB WS-SCOUT-DIS-SUB)
               IF INP-DIS-RUN-OUT
                   MOVE SPACES TO
                       WS-SCM-DIS-BOWLER(WS-SCOUT-SUB WS-SCOUT-DIS-SUB)
               ELSE
                   MOVE INP-DIS-BOWLER-ID TO
                       WS-SCM-DIS-BOWLER(WS-SCOUT-SUB WS-SCOUT-DIS-SUB)
               END-IF
           END-IF.

      * Locates (or adds) this match's scouting entry for the
      * opposition batter in WS-SCOUT-KEY-ID - or, when the scorer
      * keyed no ID, in WS-SCOUT-KEY-NAME - leaving WS-SCOUT-SUB on
      * it, zero when the table is full.
       FIND-SCOUT-ENTRY.
           MOVE 0 TO WS-SCOUT-SUB
           PERFORM SCAN-SCOUT-ENTRY
               VARYING WS-SCOUT-SCAN FROM 1 BY 1
               UNTIL WS-SCOUT-SCAN > WS-SCOUT-COUNT
                   OR WS-SCOUT-SUB > 0
           IF WS-SCOUT-SUB = 0
               IF WS-SCOUT-COUNT < WS-MAX-SCOUT-MATCH
                   ADD 1 TO WS-SCOUT-COUNT
                   MOVE WS-SCOUT-COUNT TO WS-SCOUT-SUB
                   MOVE WS-SCOUT-KEY-ID
                       TO WS-SCM-PLAYER-ID(WS-SCOUT-SUB)
                   MOVE WS-SCOUT-KEY-NAME
                       TO WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
               ELSE
                   DISPLAY "WARNING: scouting table full at "
                       WS-MAX-SCOUT-MATCH " opposition batters - "
                       WS-SCOUT-KEY-ID " " WS-SCOUT-KEY-NAME
                       " is off the scouting register"
               END-IF
           END-IF.

       SCAN-SCOUT-ENTRY.
           IF WS-SCM-PLAYER-ID(WS-SCOUT-SCAN) = WS-SCOUT-KEY-ID
               IF WS-SCOUT-KEY-ID NOT = SPACES
                   OR WS-SCM-PLAYER-NAME(WS-SCOUT-SCAN)
                       = WS-SCOUT-KEY-NAME
                   MOVE WS-SCOUT-SCAN TO WS-SCOUT-SUB
               END-IF
           END-IF.

       CREDIT-BATTER-DISMISSAL.
           PERFORM NOTE-CARD-DISMISSAL
           MOVE INP-DIS-BATTER-ID TO WS-LOOKUP-ID
      * Attaches the wicket's story to the batting-card line it
      * belongs to - the first card line for that batter still
      * without a dismissal, so a player who batted twice across
      * a staged double-header keeps each innings' own ending. On
      * a two-innings match only card lines from the innings the
      * wicket fell in are considered.
       NOTE-CARD-DISMISSAL.
           MOVE INP-DIS-INNINGS-NO TO WS-INNINGS-KEYED
           PERFORM NOTE-INNINGS-NUMBER
           MOVE 0 TO WS-CARD-FOUND
           PERFORM SCAN-CARD-FOR-BATTER
               VARYING WS-CARD-SUB FROM 1 BY 1
       SCAN-CARD-FOR-BATTER.
           IF WS-CARD-PLAYER-ID(WS-CARD-SUB) = INP-DIS-BATTER-ID
               AND WS-CARD-DIS-KIND(WS-CARD-SUB) = SPACE
               AND WS-CARD-INNINGS-NO(WS-CARD-SUB) = WS-INNS-SUB
               MOVE WS-CARD-SUB TO WS-CARD-FOUND
           END-IF.


      * A ball-by-ball record lands its runs off the bat in the
      * over slot for whichever side was batting, so the analysis
      * section can chart the innings over by over, and to its
      * striker/bowler pair for the match-up register. The
      * striker and bowler IDs are not validated here - the
      * innings and dismissal records already carry the figures
      * that reach the player tables.
      * A two-innings match has no overs limit, so an over past
      * the chart is only a bad ball when no innings is keyed.
       PROCESS-BALL-RECORD.
           IF WS-HEADER-PRESENT = 'N'
               SET EXC-INNINGS-BEFORE-HDR TO TRUE
                   SET EXC-INVALID-TEAM-FLAG TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF NOT INP-BALL-INNINGS-VALID
                       SET EXC-INVALID-INNINGS-NO TO TRUE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       IF INP-BALL-OVER IS NUMERIC
                           AND INP-BALL-IN-OVER IS NUMERIC
                           AND INP-BALL-BAT-RUNS IS NUMERIC
                           AND INP-BALL-OVER >= 1
                           AND (INP-BALL-OVER <= WS-MAX-OVERS
                               OR INP-BALL-INNINGS-NO NOT = SPACE)
                           PERFORM POST-BALL-TO-OVER
                       ELSE
                           SET EXC-INVALID-BALL TO TRUE
                           PERFORM WRITE-EXCEPTION-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   SET EXC-INVALID-TEAM-FLAG TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF NOT INP-EXT-INNINGS-VALID
                       SET EXC-INVALID-INNINGS-NO TO TRUE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       IF INP-EXT-BYES IS NUMERIC
                           AND INP-EXT-LEG-BYES IS NUMERIC
                           AND INP-EXT-WIDES IS NUMERIC
                           AND INP-EXT-NO-BALLS IS NUMERIC
                           AND INP-EXT-PENALTY IS NUMERIC
                           PERFORM POST-EXTRAS
                       ELSE
                           SET EXC-NON-NUMERIC-EXTRAS TO TRUE
                           PERFORM WRITE-EXCEPTION-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-EXTRAS.
           PERFORM POST-INNINGS-EXTRAS
           IF INP-EXT-OPP-BATTING
               ADD INP-EXT-BYES TO WS-OPP-EXTRAS
               ADD INP-EXT-LEG-BYES TO WS-OPP-EXTRAS
               ADD INP-EXT-PENALTY TO WS-MATCH-EXTRAS
           END-IF.

      * The same extras set against the side's own innings of a
      * two-innings match, component by component, so each
      * innings' total and extras line stand on their own.
       POST-INNINGS-EXTRAS.
           MOVE INP-EXT-INNINGS-NO TO WS-INNINGS-KEYED
           IF INP-EXT-OPP-BATTING
               MOVE 2 TO WS-SIDE-SUB
           ELSE
               MOVE 1 TO WS-SIDE-SUB
           END-IF
           PERFORM NOTE-INNINGS-BATTED
           ADD INP-EXT-BYES TO WS-INNS-BYES(WS-SIDE-SUB WS-INNS-SUB)
           ADD INP-EXT-LEG-BYES
               TO WS-INNS-LEG-BYES(WS-SIDE-SUB WS-INNS-SUB)
           ADD INP-EXT-WIDES TO WS-INNS-WIDES(WS-SIDE-SUB WS-INNS-SUB)
           ADD INP-EXT-NO-BALLS
               TO WS-INNS-NO-BALLS(WS-SIDE-SUB WS-INNS-SUB)
           ADD INP-EXT-PENALTY
               TO WS-INNS-PENALTY(WS-SIDE-SUB WS-INNS-SUB)
           COMPUTE WS-INNS-EXTRAS(WS-SIDE-SUB WS-INNS-SUB) =
               WS-INNS-EXTRAS(WS-SIDE-SUB WS-INNS-SUB)
               + INP-EXT-BYES + INP-EXT-LEG-BYES + INP-EXT-WIDES
               + INP-EXT-NO-BALLS + INP-EXT-PENALTY.

      * Byes and leg byes are the keeper's and the field's
      * business, not the bowler's; only wides and no-balls are
      * charged against the bowler who sent them down.
               PERFORM CHECK-CAREER-LANDMARKS
           END-IF.

      * Only a first innings within the chart's overs is charted;
      * the rest of a two-innings match's book is accepted as read.
       POST-BALL-TO-OVER.
           MOVE 'Y' TO WS-BALL-PRESENT
           MOVE INP-BALL-INNINGS-NO TO WS-INNINGS-KEYED
           PERFORM NOTE-INNINGS-NUMBER
           IF INP-BALL-OPP-BATTING
               MOVE 2 TO WS-BAL-SIDE-SUB
           ELSE
               MOVE 1 TO WS-BAL-SIDE-SUB
           END-IF
           MOVE 'Y' TO WS-BAL-BOOK-KEPT(WS-BAL-SIDE-SUB WS-INNS-SUB)
           ADD INP-BALL-BAT-RUNS
               TO WS-BAL-BOOK-RUNS(WS-BAL-SIDE-SUB WS-INNS-SUB)
           IF WS-INNS-SUB = 1
               AND INP-BALL-OVER <= WS-MAX-OVERS
               PERFORM CHART-BALL-TO-OVER
           END-IF
           IF NOT INP-BALL-EXTRA
               AND INP-BALL-STRIKER-ID NOT = SPACES
               AND INP-BALL-BOWLER-ID NOT = SPACES
               PERFORM NOTE-MATCHUP-BALL
           END-IF
           IF INP-BALL-OWN-BATTING
               AND INP-BALL-STRIKER-ID NOT = SPACES
               PERFORM NOTE-STAND-BALL
           END-IF.

      * The delivery goes to its striker/bowler pair for the
      * match-up register.
       NOTE-MATCHUP-BALL.
           IF INP-BALL-OPP-BATTING
               MOVE "V" TO WS-MATCHUP-KEY-SIDE
           ELSE
               MOVE "O" TO WS-MATCHUP-KEY-SIDE
           END-IF
           MOVE INP-BALL-STRIKER-ID TO WS-MATCHUP-KEY-STRIKER
           MOVE INP-BALL-BOWLER-ID TO WS-MATCHUP-KEY-BOWLER
           PERFORM FIND-MATCHUP-ENTRY
           IF WS-MATCHUP-SUB > 0
               ADD 1 TO WS-MUM-BALLS(WS-MATCHUP-SUB)
               ADD INP-BALL-BAT-RUNS TO WS-MUM-RUNS(WS-MATCHUP-SUB)
               EVALUATE INP-BALL-BAT-RUNS
                   WHEN 0
                       ADD 1 TO WS-MUM-DOTS(WS-MATCHUP-SUB)
                   WHEN 4
                       ADD 1 TO WS-MUM-FOURS(WS-MATCHUP-SUB)
                   WHEN 6
                       ADD 1 TO WS-MUM-SIXES(WS-MATCHUP-SUB)
               END-EVALUATE
           END-IF.

      * A wicket the "D" record gives to a named bowler goes to
      * that batter/bowler pair; a run out credits no bowler.
       NOTE-MATCHUP-DISMISSAL.
           IF NOT INP-DIS-RUN-OUT
               AND INP-DIS-BOWLER-ID NOT = SPACES
               IF INP-DIS-OPP-BATTING
                   MOVE "V" TO WS-MATCHUP-KEY-SIDE
               ELSE
                   MOVE "O" TO WS-MATCHUP-KEY-SIDE
               END-IF
               MOVE INP-DIS-BATTER-ID TO WS-MATCHUP-KEY-STRIKER
               MOVE INP-DIS-BOWLER-ID TO WS-MATCHUP-KEY-BOWLER
               PERFORM FIND-MATCHUP-ENTRY
               IF WS-MATCHUP-SUB > 0
                   ADD 1 TO WS-MUM-DISMISSALS(WS-MATCHUP-SUB)
               END-IF
           END-IF.

      * Locates (or adds) this match's entry for the pair in the
      * WS-MATCHUP-KEY fields, leaving WS-MATCHUP-SUB on it - zero
      * when the table is full. The table is searched for every
      * delivery, so a full table is reported once, for the first
      * pair it turns away.
       FIND-MATCHUP-ENTRY.
           MOVE 0 TO WS-MATCHUP-SUB
           PERFORM SCAN-MATCHUP-ENTRY
               VARYING WS-MATCHUP-SCAN FROM 1 BY 1
               UNTIL WS-MATCHUP-SCAN > WS-MATCHUP-COUNT
                   OR WS-MATCHUP-SUB > 0
           IF WS-MATCHUP-SUB = 0
               IF WS-MATCHUP-COUNT < WS-MAX-MATCHUP-MATCH
                   ADD 1 TO WS-MATCHUP-COUNT
                   MOVE WS-MATCHUP-COUNT TO WS-MATCHUP-SUB
                   MOVE WS-MATCHUP-KEY-SIDE
                       TO WS-MUM-SIDE(WS-MATCHUP-SUB)
                   MOVE WS-MATCHUP-KEY-STRIKER
                       TO WS-MUM-STRIKER-ID(WS-MATCHUP-SUB)
                   MOVE WS-MATCHUP-KEY-BOWLER
                       TO WS-MUM-BOWLER-ID(WS-MATCHUP-SUB)
               ELSE
                   IF WS-MATCHUP-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-MATCHUP-FULL-WARNED
                       DISPLAY "WARNING: match-up table full at "
                           WS-MAX-MATCHUP-MATCH " pairs - "
                           WS-MATCHUP-KEY-STRIKER " v "
                           WS-MATCHUP-KEY-BOWLER " and any later "
                           "new pairs are off the match-up register"
                   END-IF
               END-IF
           END-IF.

       SCAN-MATCHUP-ENTRY.
           IF WS-MUM-SIDE(WS-MATCHUP-SCAN) = WS-MATCHUP-KEY-SIDE
               AND WS-MUM-STRIKER-ID(WS-MATCHUP-SCAN)
                   = WS-MATCHUP-KEY-STRIKER
               AND WS-MUM-BOWLER-ID(WS-MATCHUP-SCAN)
                   = WS-MATCHUP-KEY-BOWLER
               MOVE WS-MATCHUP-SCAN TO WS-MATCHUP-SUB
           END-IF.

      * One of our deliveries for the partnership in progress: the
      * striker and non-striker take their places at the crease,
      * the runs go to the stand (an "E" delivery's runs as
      * extras), and a batter marked out closes it. Only a book
      * that names the non-striker is trusted to give the stands.
       NOTE-STAND-BALL.
           MOVE WS-INNS-SUB TO WS-STAND-INNS
           IF INP-BALL-NON-STRIKER-ID NOT = SPACES
               MOVE 'Y' TO WS-STAND-BOOK-KEPT
           END-IF
           MOVE INP-BALL-STRIKER-ID TO WS-STAND-KEY-ID
           PERFORM SEAT-STAND-BATTER
           MOVE INP-BALL-NON-STRIKER-ID TO WS-STAND-KEY-ID
           PERFORM SEAT-STAND-BATTER
           IF INP-BALL-EXTRA
               ADD INP-BALL-BAT-RUNS TO WS-STS-EXTRAS(WS-STAND-INNS)
           ELSE
               ADD INP-BALL-BAT-RUNS
                   TO WS-STS-BAT-RUNS(WS-STAND-INNS)
           END-IF
           ADD INP-BALL-BAT-RUNS TO WS-STS-SCORE(WS-STAND-INNS)
           IF INP-BALL-OUT-ID NOT = SPACES
               MOVE INP-BALL-OUT-ID TO WS-STAND-OUT-ID
               MOVE 'N' TO WS-STAND-CLOSE-UNBROKEN
               PERFORM CLOSE-DERIVED-STAND
           END-IF.

      * A batter not already in the stand fills its empty place;
      * with both places taken, the batter of the pair who is not
      * on this delivery has gone, and the stand closes before the
      * newcomer joins the survivor.
       SEAT-STAND-BATTER.
           IF WS-STAND-KEY-ID NOT = SPACES
               AND WS-STAND-KEY-ID NOT = WS-STS-B1(WS-STAND-INNS)
               AND WS-STAND-KEY-ID NOT = WS-STS-B2(WS-STAND-INNS)
               IF WS-STS-B1(WS-STAND-INNS) = SPACES
                   MOVE WS-STAND-KEY-ID TO WS-STS-B1(WS-STAND-INNS)
               ELSE
                   IF WS-STS-B2(WS-STAND-INNS) = SPACES
                       MOVE WS-STAND-KEY-ID
                           TO WS-STS-B2(WS-STAND-INNS)
                   ELSE
                       IF WS-STS-B1(WS-STAND-INNS)
                               = INP-BALL-STRIKER-ID
                           OR WS-STS-B1(WS-STAND-INNS)
                               = INP-BALL-NON-STRIKER-ID
                           MOVE WS-STS-B2(WS-STAND-INNS)
                               TO WS-STAND-OUT-ID
                       ELSE
                           MOVE WS-STS-B1(WS-STAND-INNS)
                               TO WS-STAND-OUT-ID
                       END-IF
                       MOVE 'N' TO WS-STAND-CLOSE-UNBROKEN
                       PERFORM CLOSE-DERIVED-STAND
                       MOVE WS-STAND-KEY-ID
                           TO WS-STS-B2(WS-STAND-INNS)
                   END-IF
               END-IF
           END-IF.

      * Puts the stand in progress on the derived table - its
      * wicket number, the pair, its runs with the extras inside
      * them, and the score at its close - then, unless it is the
      * unbroken stand at the end of the innings, records the
      * wicket and leaves the survivor waiting for a partner.
      * Past the tenth wicket there is no stand to record.
       CLOSE-DERIVED-STAND.
           IF WS-STS-WKTS(WS-STAND-INNS) < 10
               AND WS-DERIVED-COUNT < WS-MAX-DERIVED-STANDS
               ADD 1 TO WS-DERIVED-COUNT
               MOVE WS-DERIVED-COUNT TO WS-DERIVED-SUB
               MOVE WS-STAND-INNS TO WS-DRV-INNS-SUB(WS-DERIVED-SUB)
               COMPUTE WS-DRV-WICKET(WS-DERIVED-SUB) =
                   WS-STS-WKTS(WS-STAND-INNS) + 1
               MOVE WS-STS-B1(WS-STAND-INNS)
                   TO WS-DRV-B1(WS-DERIVED-SUB)
               MOVE WS-STS-B2(WS-STAND-INNS)
                   TO WS-DRV-B2(WS-DERIVED-SUB)
               COMPUTE WS-DRV-RUNS(WS-DERIVED-SUB) =
                   WS-STS-BAT-RUNS(WS-STAND-INNS)
                   + WS-STS-EXTRAS(WS-STAND-INNS)
               MOVE WS-STS-EXTRAS(WS-STAND-INNS)
                   TO WS-DRV-EXTRAS(WS-DERIVED-SUB)
               MOVE WS-STS-SCORE(WS-STAND-INNS)
                   TO WS-DRV-FOW-SCORE(WS-DERIVED-SUB)
               MOVE WS-STAND-CLOSE-UNBROKEN
                   TO WS-DRV-UNBROKEN(WS-DERIVED-SUB)
               MOVE 'N' TO WS-DRV-MATCHED(WS-DERIVED-SUB)
           END-IF
           IF WS-STAND-CLOSE-UNBROKEN = 'N'
               ADD 1 TO WS-STS-WKTS(WS-STAND-INNS)
               IF WS-STS-B1(WS-STAND-INNS) = WS-STAND-OUT-ID
                   MOVE WS-STS-B2(WS-STAND-INNS)
                       TO WS-STS-B1(WS-STAND-INNS)
               END-IF
               MOVE SPACES TO WS-STS-B2(WS-STAND-INNS)
               MOVE 0 TO WS-STS-BAT-RUNS(WS-STAND-INNS)
               MOVE 0 TO WS-STS-EXTRAS(WS-STAND-INNS)
           END-IF.

       CHART-BALL-TO-OVER.
           MOVE INP-BALL-OVER TO WS-OVER-SUB
           IF INP-BALL-OPP-BATTING
               IF NOT INP-BALL-EXTRA
                   ADD INP-BALL-BAT-RUNS
                       TO WS-OPP-OVER-RUNS(WS-OVER-SUB)
               END-IF
               IF WS-OVER-SUB > WS-OPP-LAST-OVER
                   MOVE WS-OVER-SUB TO WS-OPP-LAST-OVER
               END-IF
           ELSE
               IF NOT INP-BALL-EXTRA
                   ADD INP-BALL-BAT-RUNS
                       TO WS-OWN-OVER-RUNS(WS-OVER-SUB)
               END-IF
               IF WS-OVER-SUB > WS-OWN-LAST-OVER
                   MOVE WS-OVER-SUB TO WS-OWN-LAST-OVER
               END-IF
               MOVE 'Y' TO WS-LOOKUP-ON-SQUAD
           END-IF.

      * A votes record carries one umpire's or captain's 3-2-1
      * votes. The whole record is refused - under its own reason
      * code, so ExceptionRepair can put it right - when the
      * source byte is not U or C, or any of the three IDs is
      * blank, named twice, off the active squad, or (once the
      * file has given a team sheet) not on that sheet. A good
      * record credits all three players at once.
       PROCESS-VOTES-RECORD.
           IF WS-HEADER-PRESENT = 'N'
               SET EXC-INNINGS-BEFORE-HDR TO TRUE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE 'Y' TO WS-VOTES-VALID
               IF NOT INP-VOTE-SOURCE-VALID
                   MOVE 'N' TO WS-VOTES-VALID
               END-IF
               PERFORM VALIDATE-VOTE-PLAYER
                   VARYING WS-VOTE-SUB FROM 1 BY 1
                   UNTIL WS-VOTE-SUB > 3
                       OR WS-VOTES-VALID = 'N'
               IF WS-VOTES-VALID = 'Y'
                   PERFORM FIND-MATCH-ROUND
                   PERFORM CREDIT-VOTES
                       VARYING WS-VOTE-SUB FROM 1 BY 1
                       UNTIL WS-VOTE-SUB > 3
               ELSE
                   SET EXC-INVALID-VOTES TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

       VALIDATE-VOTE-PLAYER.
           IF INP-VOTE-PLAYER-ID(WS-VOTE-SUB) = SPACES
               MOVE 'N' TO WS-VOTES-VALID
           ELSE
               PERFORM CHECK-VOTE-REPEATED
                   VARYING WS-VOTE-SUB2 FROM 1 BY 1
                   UNTIL WS-VOTE-SUB2 >= WS-VOTE-SUB
               MOVE INP-VOTE-PLAYER-ID(WS-VOTE-SUB) TO WS-LOOKUP-ID
               MOVE SPACES TO WS-LOOKUP-NAME
               PERFORM CHECK-LOOKUP-SQUAD
               IF WS-LOOKUP-ON-SQUAD = 'N'
                   MOVE 'N' TO WS-VOTES-VALID
               END-IF
               IF WS-SHEET-COUNT > 0
                   MOVE 'N' TO WS-VOTE-ON-SHEET
                   PERFORM CHECK-VOTE-ON-SHEET
                       VARYING WS-SHEET-SUB FROM 1 BY 1
                       UNTIL WS-SHEET-SUB > WS-SHEET-COUNT
                   IF WS-VOTE-ON-SHEET = 'N'
                       MOVE 'N' TO WS-VOTES-VALID
                   END-IF
               END-IF
           END-IF.

       CHECK-VOTE-REPEATED.
           IF INP-VOTE-PLAYER-ID(WS-VOTE-SUB2)
               = INP-VOTE-PLAYER-ID(WS-VOTE-SUB)
               MOVE 'N' TO WS-VOTES-VALID
           END-IF.

       CHECK-VOTE-ON-SHEET.
           IF WS-SHEET-ID(WS-SHEET-SUB) = WS-LOOKUP-ID
               MOVE 'Y' TO WS-VOTE-ON-SHEET
           END-IF.

      * Three votes for the first ID, two for the second, one for
      * the third. They count towards the published figure too
      * unless the committee is holding this round back: with a
      * hold-back round set, a fixture past it - or one whose
      * round is not known - stays off the published count.
       CREDIT-VOTES.
           COMPUTE WS-VOTE-POINTS = 4 - WS-VOTE-SUB
           MOVE INP-VOTE-PLAYER-ID(WS-VOTE-SUB) TO WS-LOOKUP-ID
           MOVE SPACES TO WS-LOOKUP-NAME
           PERFORM CHECK-LOOKUP-SQUAD
           PERFORM FIND-PLAYER-INDEX
           ADD WS-VOTE-POINTS TO WS-PLAYER-VOTES(WS-PLAYER-IDX)
           IF WS-VOTE-HOLD-ROUND = 0
               OR (WS-MATCH-ROUND > 0
                   AND WS-MATCH-ROUND <= WS-VOTE-HOLD-ROUND)
               ADD WS-VOTE-POINTS
                   TO WS-PLAYER-VOTES-SHOWN(WS-PLAYER-IDX)
           END-IF.

      * The posting fixture's round, from the schedule entry the
      * header was checked against. An unscheduled fixture (no
      * schedule.ctl on file) has no round and is left at nought.
       FIND-MATCH-ROUND.
           MOVE 0 TO WS-MATCH-ROUND
           IF WS-SCHEDULE-PRESENT = 'Y'
               SET WS-SCHEDULE-IDX TO 1
               SEARCH WS-SCHEDULE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCH-MATCH-ID(WS-SCHEDULE-IDX)
                           = WS-MATCH-ID
                       MOVE WS-SCH-ROUND(WS-SCHEDULE-IDX)
                           TO WS-MATCH-ROUND
               END-SEARCH
           END-IF.

       PROCESS-INNINGS-RECORD.
           IF WS-HEADER-PRESENT = 'N'
               SET EXC-INNINGS-BEFORE-HDR TO TRUE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF NOT INP-TEAM-FLAG-VALID
                   SET EXC-INVALID-TEAM-FLAG TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF NOT INP-INNINGS-NO-VALID
                       SET EXC-INVALID-INNINGS-NO TO TRUE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       IF INP-OPP-INNINGS
                           PERFORM PROCESS-OPPONENT-INNINGS
                       ELSE
                           PERFORM VALIDATE-INNINGS-RECORD
                           IF WS-INNINGS-VALID = 'Y'
                               MOVE INP-RUNS TO WS-NUMBER
                               PERFORM PROCESS-NUMBER
                           ELSE
                               PERFORM WRITE-EXCEPTION-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The opposition's batting card: their runs, wickets, and
      * balls feed the match result and the net-run-rate pools and
      * nothing else - their names are not on our roster and their
      * figures never reach our player statistics. Their batter
      * IDs are whatever the scorer keyed, so only the numeric
      * fields are validated.
       PROCESS-OPPONENT-INNINGS.
           EVALUATE TRUE
               WHEN INP-RUNS NOT NUMERIC
                   SET EXC-NON-NUMERIC-RUNS TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN INP-BALLS-FACED NOT NUMERIC
                   SET EXC-NON-NUMERIC-TEMPO TO TRUE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   MOVE 'Y' TO WS-OPP-PRESENT
                   IF INP-NOT-OUT-FLAG NOT = 'Y'
                       ADD 1 TO WS-OPP-WKTS
                   END-IF
                   MOVE 2 TO WS-SIDE-SUB
                   PERFORM POST-INNINGS-DETAIL
                   PERFORM NOTE-SCOUT-INNINGS
           END-EVALUATE.

      * The opposition batter's innings for the scouting register.
       NOTE-SCOUT-INNINGS.
           MOVE INP-PLAYER-ID TO WS-SCOUT-KEY-ID
           MOVE INP-PLAYER-NAME TO WS-SCOUT-KEY-NAME
           PERFORM FIND-SCOUT-ENTRY
           IF WS-SCOUT-SUB > 0
               IF INP-PLAYER-NAME NOT = SPACES
                   MOVE INP-PLAYER-NAME
                       TO WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
               END-IF
               ADD 1 TO WS-SCM-INNINGS(WS-SCOUT-SUB)
               IF INP-NOT-OUT-FLAG = 'Y'
                   ADD 1 TO WS-SCM-NOT-OUTS(WS-SCOUT-SUB)
               ELSE
                   ADD 1 TO WS-SCM-OUTS(WS-SCOUT-SUB)
               END-IF
               ADD INP-RUNS TO WS-SCM-RUNS(WS-SCOUT-SUB)
               ADD INP-BALLS-FACED TO WS-SCM-BALLS(WS-SCOUT-SUB)
               IF INP-RUNS > WS-SCM-HIGH(WS-SCOUT-SUB)
                   MOVE INP-RUNS TO WS-SCM-HIGH(WS-SCOUT-SUB)
               END-IF
           END-IF.

      * Sets an accepted innings record against its side's first
      * or second innings (WS-SIDE-SUB names the side). The match
      * aggregates are posted by the callers as before.
       POST-INNINGS-DETAIL.
           MOVE INP-INNINGS-NO TO WS-INNINGS-KEYED
           PERFORM NOTE-INNINGS-BATTED
           ADD INP-RUNS TO WS-INNS-RUNS(WS-SIDE-SUB WS-INNS-SUB)
           ADD INP-BALLS-FACED TO WS-INNS-BALLS(WS-SIDE-SUB WS-INNS-SUB)
           IF INP-NOT-OUT-FLAG NOT = 'Y'
               ADD 1 TO WS-INNS-WKTS(WS-SIDE-SUB WS-INNS-SUB)
           END-IF
           IF INP-INNINGS-DECLARED
               MOVE 'Y' TO WS-INNS-DECLARED(WS-SIDE-SUB WS-INNS-SUB)
           END-IF
           PERFORM NOTE-BALANCE-INNINGS.

      * Each innings record is one batter to the scorebook balance.
      * Our own records carry our bowlers' spells too, bowled at the
      * opposition in the same innings of the match, so their overs
      * are turned into balls (the digit after the point is odd
      * balls, not tenths) and set against the opposition's side.
       NOTE-BALANCE-INNINGS.
           ADD 1 TO WS-BAL-BATTERS(WS-SIDE-SUB WS-INNS-SUB)
           IF WS-SIDE-SUB = 1 AND INP-OVERS-BOWLED > 0
               MOVE INP-OVERS-BOWLED TO WS-BAL-WHOLE-OVERS
               COMPUTE WS-BAL-ODD-BALLS =
                   (INP-OVERS-BOWLED - WS-BAL-WHOLE-OVERS) * 10
               COMPUTE WS-BAL-BOWLED-BALLS(2 WS-INNS-SUB) =
                   WS-BAL-BOWLED-BALLS(2 WS-INNS-SUB)
                   + WS-BAL-WHOLE-OVERS * 6 + WS-BAL-ODD-BALLS
           END-IF.

      * Turns the keyed innings number in WS-INNINGS-KEYED into the
      * innings subscript - second innings only on a "2", so a
      * one-innings fixture keeps everything in the first - and
      * marks the match as two-innings as soon as any record keys
      * a number.
       NOTE-INNINGS-NUMBER.
           IF WS-INNINGS-KEYED = "2"
               MOVE 2 TO WS-INNS-SUB
           ELSE
               MOVE 1 TO WS-INNS-SUB
           END-IF
           IF WS-INNINGS-KEYED NOT = SPACE
               MOVE 'Y' TO WS-TWO-INNINGS-MATCH
           END-IF.

      * The first record seen for a side's innings fixes that
      * innings' place in the batting order of the match - the
      * scorer keys each innings' records together, in the order
      * the innings were played.
       NOTE-INNINGS-BATTED.
           PERFORM NOTE-INNINGS-NUMBER
           IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) = 0
               ADD 1 TO WS-INNS-ORDER-COUNT
               MOVE WS-INNS-ORDER-COUNT
                   TO WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB)
           END-IF.

      * Field-level validation of an innings record, tried in the
      * order that gives the repair operator the most specific
      * reason: identity first, then the numeric fields, then the
           MOVE WS-LINE-NUMBER TO EXC-LINE-NUMBER
           MOVE ": " TO EXC-SEPARATOR
           MOVE INPUT-RECORD TO EXC-RAW-CONTENT
           MOVE SPACE TO EXC-SEP3
           MOVE WS-GRADE-CODE TO EXC-GRADE-CODE
           IF WS-EXC-STATUS = "00"
               WRITE EXCEPTION-RECORD
               IF WS-EXC-STATUS NOT = "00"
                   MOVE "NON-NUMERIC EXTRAS" TO EXC-REASON-TEXT
               WHEN EXC-INVALID-MATCH-STATUS
                   MOVE "INVALID MATCH STATUS" TO EXC-REASON-TEXT
               WHEN EXC-INVALID-INNINGS-NO
                   MOVE "INVALID INNINGS NUMBER" TO EXC-REASON-TEXT
               WHEN EXC-INVALID-GRADE-CODE
                   MOVE "INVALID GRADE CODE" TO EXC-REASON-TEXT
               WHEN EXC-INVALID-VOTES
                   MOVE "INVALID VOTES RECORD" TO EXC-REASON-TEXT
               WHEN EXC-RUNS-OUT-OF-BALANCE
                   MOVE "RUNS DO NOT BALANCE" TO EXC-REASON-TEXT
               WHEN EXC-DISMISSALS-MISMATCH
                   MOVE "DISMISSALS MISMATCH" TO EXC-REASON-TEXT
               WHEN EXC-OVERS-MISMATCH
                   MOVE "OVERS DO NOT TALLY" TO EXC-REASON-TEXT
               WHEN EXC-TOO-MANY-BATTERS
                   MOVE "TOO MANY BATTERS" TO EXC-REASON-TEXT
               WHEN OTHER
                   MOVE "UNCLASSIFIED" TO EXC-REASON-TEXT
           END-EVALUATE.
               PERFORM WRITE-CHECKPOINT
           END-IF.

      * The checkpoint carries only the season rows the match has
      * changed so far. Should more have changed than it holds,
      * restart.ctl is left at the last checkpoint that fitted,
      * from which a restart still comes out right.
       WRITE-CHECKPOINT.
           MOVE 0 TO WS-CKPT-ROW-COUNT
           PERFORM NOTE-CHANGED-PLAYER
               VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
           IF WS-CKPT-ROW-COUNT > WS-MAX-CKPT-ROWS
               DISPLAY "WARNING: " WS-CKPT-ROW-COUNT " season rows "
                   "changed, more than the checkpoint holds - "
                   "restart.ctl left at the last checkpoint"
           ELSE
               PERFORM SAVE-CHECKPOINT
           END-IF.

       NOTE-CHANGED-PLAYER.
           PERFORM TEST-PLAYER-CHANGED
           IF WS-PLAYER-CHANGED = 'Y'
               ADD 1 TO WS-CKPT-ROW-COUNT
               IF WS-CKPT-ROW-COUNT NOT > WS-MAX-CKPT-ROWS
                   MOVE WS-PLAYER-ENTRY(WS-SWEEP-IDX)
                       TO WS-CKPT-ROW(WS-CKPT-ROW-COUNT)
               END-IF
           END-IF.

      * A row past the opening count is a player new this season;
      * any other has changed when it no longer matches the copy
      * taken as seasonply.dat was loaded.
       TEST-PLAYER-CHANGED.
           MOVE 'N' TO WS-PLAYER-CHANGED
           IF WS-SWEEP-IDX > WS-PLAYER-OPENING-COUNT
               MOVE 'Y' TO WS-PLAYER-CHANGED
           ELSE
               IF WS-PLAYER-ENTRY(WS-SWEEP-IDX)
                   NOT = WS-PLAYER-OPENING-ROW(WS-SWEEP-IDX)
                   MOVE 'Y' TO WS-PLAYER-CHANGED
               END-IF
           END-IF.

       SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-LINE-NUMBER TO CKPT-LINE-NUMBER
           MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
           MOVE WS-CARD-TABLE TO CKPT-CARD-TABLE
           MOVE WS-BOWL-COUNT TO CKPT-BOWL-COUNT
           MOVE WS-BOWL-TABLE TO CKPT-BOWL-TABLE
           MOVE WS-TWO-INNINGS-MATCH TO CKPT-TWO-INNINGS-MATCH
           MOVE WS-INNS-ORDER-COUNT TO CKPT-INNS-ORDER-COUNT
           MOVE WS-INNS-TABLE TO CKPT-INNS-TABLE
           MOVE WS-BAL-TABLE TO CKPT-BAL-TABLE
           MOVE WS-SCOUT-COUNT TO CKPT-SCOUT-COUNT
           MOVE WS-SCOUT-MATCH-TABLE TO CKPT-SCOUT-TABLE
           MOVE WS-MATCHUP-COUNT TO CKPT-MUM-COUNT
           MOVE WS-MATCHUP-MATCH-TABLE TO CKPT-MUM-TABLE
           MOVE WS-STAND-BOOK-KEPT TO CKPT-STAND-BOOK-KEPT
           MOVE WS-STAND-STATE-TABLE TO CKPT-STAND-STATE-TABLE
           MOVE WS-DERIVED-COUNT TO CKPT-DERIVED-COUNT
           MOVE WS-DERIVED-TABLE TO CKPT-DERIVED-TABLE
           MOVE WS-MATCH-BEST-RUNS TO CKPT-MATCH-BEST-RUNS
           MOVE WS-MATCH-BEST-ID TO CKPT-MATCH-BEST-ID
           MOVE WS-MATCH-BEST-NAME TO CKPT-MATCH-BEST-NAME
           MOVE WS-CAREER-TABLE TO CKPT-CAREER-TABLE
           MOVE WS-MILESTONE-COUNT TO CKPT-MILESTONE-COUNT
           MOVE WS-MILESTONE-TABLE TO CKPT-MILESTONE-TABLE
           MOVE WS-CKPT-ROW-COUNT TO CKPT-PLAYER-COUNT
           MOVE WS-CKPT-ROW-TABLE TO CKPT-PLAYER-TABLE
           WRITE CHECKPOINT-RECORD
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "WARNING: checkpoint write to restart.ctl "
      * Writes the updated season-to-date totals back to season.ctl
      * so the next match's run picks up where this one left off.
      * The top-5 board travels with the rest of the season pool so
      * it never drifts out of step with SEA-MAX/SEA-MIN. The
      * player rows the match changed go back to seasonply.dat.
       WRITE-SEASON-TOTALS.
           PERFORM RETIRE-SEASON-GENERATION
           OPEN OUTPUT SEASON-FILE
           MOVE WS-TOP5-COUNT TO SEA-TOP5-COUNT
           MOVE WS-TOP5-TABLE TO SEA-TOP5-TABLE
           MOVE WS-PLAYER-COUNT TO SEA-PLAYER-COUNT
           WRITE SEASON-RECORD
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "WARNING: season totals write to "
                   WS-SEASON-FILE-NAME " failed, status "
                   WS-SEASON-STATUS
                   " - next run will not see this match's figures"
           END-IF
           CLOSE SEASON-FILE
           PERFORM WRITE-SEASON-PLAYERS.

      * Rewrites the rows this match changed and adds the players
      * new this season; every other row is left as it stands.
      * A missing seasonply.dat (first match of the season) is
      * created here.
       WRITE-SEASON-PLAYERS.
           MOVE 'N' TO WS-SEAPLY-CREATED
           OPEN I-O SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "35"
               OPEN OUTPUT SEASON-PLAYER-FILE
               MOVE 'Y' TO WS-SEAPLY-CREATED
           END-IF
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - next run will "
                   "not see this match's player figures"
           ELSE
               PERFORM WRITE-SEASON-PLAYER-ROW
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
               CLOSE SEASON-PLAYER-FILE
           END-IF.

       WRITE-SEASON-PLAYER-ROW.
           PERFORM TEST-PLAYER-CHANGED
           IF WS-PLAYER-CHANGED = 'Y'
               MOVE WS-PLAYER-ENTRY(WS-SWEEP-IDX)
                   TO SEASON-PLAYER-RECORD
               IF WS-SEAPLY-CREATED = 'Y'
                   WRITE SEASON-PLAYER-RECORD
               ELSE
                   REWRITE SEASON-PLAYER-RECORD
                       INVALID KEY
                           WRITE SEASON-PLAYER-RECORD
                   END-REWRITE
               END-IF
               IF WS-SEAPLY-STATUS NOT = "00"
                   DISPLAY "WARNING: season row write failed for "
                       "player " SPL-PLAYER-ID ", status "
                       WS-SEAPLY-STATUS
               END-IF
           END-IF.

      * Retires the season.ctl being replaced into the numbered
      * generation file before WRITE-SEASON-TOTALS overwrites it,
      * with the before-image of every seasonply.dat row this
      * posting is about to change (a new-player row for a player
      * the file does not hold yet). A generation is written even
      * when no prior file exists (an initialized body), so every
      * posting has a before-state on file for SeasonBackout to
      * reverse against. The next generation number is one past
      * the highest on file.
       RETIRE-SEASON-GENERATION.
           MOVE 0 TO WS-GEN-COUNT
           MOVE 'N' TO WS-GEN-EOF
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF GEN-NUMBER > WS-GEN-COUNT
                               MOVE GEN-NUMBER TO WS-GEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
               OPEN OUTPUT GENERATION-FILE
           END-IF
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-GEN-FILE-NAME
                   ", status " WS-GEN-STATUS " - the outgoing season "
                   "file was not retired to a generation"
           ELSE
               ADD 1 TO WS-GEN-COUNT
               SET GEN-TEAM-ROW TO TRUE
               MOVE SEASON-RECORD TO GEN-ROW-BODY
               PERFORM WRITE-GENERATION-ROW
               PERFORM RETIRE-PLAYER-ROW
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
               CLOSE GENERATION-FILE
           END-IF.

       RETIRE-PLAYER-ROW.
           PERFORM TEST-PLAYER-CHANGED
           IF WS-PLAYER-CHANGED = 'Y'
               IF WS-SWEEP-IDX > WS-PLAYER-OPENING-COUNT
                   SET GEN-NEW-PLAYER-ROW TO TRUE
                   MOVE WS-PLAYER-ID(WS-SWEEP-IDX) TO GEN-ROW-BODY
               ELSE
                   SET GEN-PLAYER-ROW TO TRUE
                   MOVE WS-PLAYER-OPENING-ROW(WS-SWEEP-IDX)
                       TO GEN-ROW-BODY
               END-IF
               PERFORM WRITE-GENERATION-ROW
           END-IF.

       WRITE-GENERATION-ROW.
           MOVE WS-GEN-COUNT TO GEN-NUMBER
           MOVE WS-MATCH-ID TO GEN-RETIRED-BY-MATCH
           WRITE GENERATION-RECORD
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "WARNING: generation write failed, "
                   "status " WS-GEN-STATUS
           END-IF.

      * Appends this completed posting to the run ledger. Written
      * only after WRITE-SEASON-TOTALS, so a run that abends never
      * reaches the ledger and a restart is never mistaken for a
               END-IF
               MOVE WS-MATCH-ID TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               IF WS-BALANCE-OVERRIDDEN = 'Y'
                   MOVE "POSTED UNBALANCED" TO WS-JOURNAL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-IF.

      * Rewrites ladder.ctl from the updated table, the same
           MOVE WS-OPPSPLIT-ROW(WS-OPP-SPLIT-SUB) TO OPPSPLIT-RECORD
           WRITE OPPSPLIT-RECORD.

      * Puts the careers of this match's players back on
      * careers.dat - a file that outlives the season, so the
      * close-out leaves it alone. A career not yet on file is
      * added; no careers.dat at all is created here.
       WRITE-CAREER-TOTALS.
           MOVE 'N' TO WS-CAREER-CREATED
           OPEN I-O CAREER-FILE
           IF WS-CAREER-STATUS = "35"
               OPEN OUTPUT CAREER-FILE
               MOVE 'Y' TO WS-CAREER-CREATED
           END-IF
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "WARNING: could not open careers.dat, status "
                   WS-CAREER-STATUS " - career totals not saved"
           ELSE
               PERFORM WRITE-CAREER-RECORD

       WRITE-CAREER-RECORD.
           MOVE WS-CAREER-ENTRY(WS-CAREER-SUB) TO CAREER-RECORD
           IF WS-CAREER-CREATED = 'Y'
               WRITE CAREER-RECORD
           ELSE
               REWRITE CAREER-RECORD
                   INVALID KEY
                       WRITE CAREER-RECORD
               END-REWRITE
           END-IF
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "WARNING: career write failed for player "
                   CAR-PLAYER-ID ", status " WS-CAREER-STATUS
           END-IF.

      * Before the first posting of the season rewrites them, the
      * career totals and this grade's opponent splits are copied
      * as they stand to careeropen.ctl and oppopen.ctl - the
      * opening balances a replay of the season starts from. Both
      * files are still as loaded at start-up at this point.
       TAKE-OPENING-COPIES.
           OPEN INPUT CAREER-OPEN-FILE
           IF WS-CAREER-OPEN-STATUS = "35"
               PERFORM COPY-OPENING-CAREERS
           ELSE
               IF WS-CAREER-OPEN-STATUS = "00"
                   CLOSE CAREER-OPEN-FILE
               END-IF
           END-IF
           OPEN INPUT OPPSPLIT-OPEN-FILE
           IF WS-OPPOPEN-STATUS = "35"
               PERFORM COPY-OPENING-SPLITS
           ELSE
               IF WS-OPPOPEN-STATUS = "00"
                   CLOSE OPPSPLIT-OPEN-FILE
               END-IF
           END-IF.

       COPY-OPENING-CAREERS.
           OPEN OUTPUT CAREER-OPEN-FILE
           IF WS-CAREER-OPEN-STATUS NOT = "00"
               DISPLAY "WARNING: could not open careeropen.ctl, "
                   "status " WS-CAREER-OPEN-STATUS " - no opening "
                   "career totals for a season replay"
           ELSE
               MOVE 'N' TO WS-CAREER-EOF
               OPEN INPUT CAREER-FILE
               IF WS-CAREER-STATUS = "00"
                   PERFORM UNTIL WS-CAREER-EOF = 'Y'
                       READ CAREER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-CAREER-EOF
                           NOT AT END
                               WRITE CAREER-OPEN-RECORD
                                   FROM CAREER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CAREER-FILE
               END-IF
               CLOSE CAREER-OPEN-FILE
           END-IF.

       COPY-OPENING-SPLITS.
           OPEN OUTPUT OPPSPLIT-OPEN-FILE
           IF WS-OPPOPEN-STATUS NOT = "00"
               DISPLAY "WARNING: could not open "
                   WS-OPPOPEN-FILE-NAME ", status "
                   WS-OPPOPEN-STATUS " - no opening opponent "
                   "splits for a season replay"
           ELSE
               MOVE 'N' TO WS-OPPSPLIT-EOF
               OPEN INPUT OPPSPLIT-FILE
               IF WS-OPPSPLIT-STATUS = "00"
                   PERFORM UNTIL WS-OPPSPLIT-EOF = 'Y'
                       READ OPPSPLIT-FILE
                           AT END
                               MOVE 'Y' TO WS-OPPSPLIT-EOF
                           NOT AT END
                               WRITE OPPSPLIT-OPEN-RECORD
                                   FROM OPPSPLIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OPPSPLIT-FILE
               END-IF
               CLOSE OPPSPLIT-OPEN-FILE
           END-IF.

      * Keeps every line of the score file behind this posting in
      * the grade's match archive, under the match ID and the
      * place this posting takes on the ledger. numbers.txt is
      * read again from the top, so a restarted run archives the
      * whole file, not just the part read after the restart.
       WRITE-MATCH-ARCHIVE.
           ACCEPT WS-ARCHIVE-TIME FROM TIME
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "WARNING: could not open "
                   WS-ARCHIVE-FILE-NAME ", status "
                   WS-ARCHIVE-STATUS " - this posting is not in "
                   "the match archive and a season replay cannot "
                   "rebuild it"
           ELSE
               MOVE 0 TO WS-ARCHIVE-LINE-NO
               MOVE 'N' TO WS-ARCHIVE-EOF
               OPEN INPUT INPUT-FILE
               PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                   READ INPUT-FILE
                       AT END
                           MOVE 'Y' TO WS-ARCHIVE-EOF
                       NOT AT END
                           PERFORM WRITE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
               CLOSE ARCHIVE-FILE
               DISPLAY WS-ARCHIVE-LINE-NO " line(s) of numbers.txt "
                   "kept in " WS-ARCHIVE-FILE-NAME
           END-IF.

       WRITE-ARCHIVE-LINE.
           ADD 1 TO WS-ARCHIVE-LINE-NO
           MOVE WS-MATCH-ID TO ARC-MATCH-ID
           COMPUTE ARC-LEDGER-SEQ = WS-LEDGER-RECORDS + 1
           MOVE WS-RUN-DATE-RAW TO ARC-POSTED-DATE
           MOVE WS-ARCHIVE-TIME TO ARC-POSTED-TIME
           MOVE WS-ARCHIVE-LINE-NO TO ARC-LINE-NO
           MOVE INPUT-RECORD TO ARC-INPUT-LINE
           WRITE ARCHIVE-RECORD.

      * Appends this run's milestones to the persistent ledger,
      * stamped with the match and its date. Written only after
           MOVE WS-MST-VALUE(WS-MILESTONE-SUB) TO MST-VALUE
           WRITE MILESTONE-RECORD.

      * Raises the match fee against every player on the team
      * sheet, appended to the club fees ledger with the match as
      * its reference. Written last, after the season totals, so an
      * abandoned run charges nobody; a washed-out fixture charges
      * nobody either. Players fees.ctl already holds this match's
      * fee for are passed over, which keeps a repost after a
      * backout from charging them twice - the backout leaves the
      * fees alone, since the treasurer settles those by credit.
       WRITE-MATCH-FEES.
           IF WS-MATCH-NO-PLAY = 'N'
               AND WS-SHEET-COUNT > 0
               AND WS-MATCH-FEE > 0
               PERFORM NOTE-FEES-ALREADY-CHARGED
               OPEN EXTEND FEES-FILE
               IF WS-FEES-STATUS = "35"
                   OPEN OUTPUT FEES-FILE
               END-IF
               IF WS-FEES-STATUS NOT = "00"
                   DISPLAY "WARNING: could not open fees.ctl, "
                       "status " WS-FEES-STATUS
                       " - match fees not raised"
               ELSE
                   PERFORM WRITE-MATCH-FEE-RECORD
                       VARYING WS-SHEET-SUB FROM 1 BY 1
                       UNTIL WS-SHEET-SUB > WS-SHEET-COUNT
                   CLOSE FEES-FILE
                   MOVE WS-MATCH-FEE TO WS-EDIT-MATCH-FEE
                   DISPLAY "Match fees raised in fees.ctl: "
                       WS-FEES-RAISED " at " WS-EDIT-MATCH-FEE
               END-IF
           END-IF.

       NOTE-FEES-ALREADY-CHARGED.
           MOVE 'N' TO WS-FEES-EOF
           OPEN INPUT FEES-FILE
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-FEES-EOF = 'Y'
                   READ FEES-FILE
                       AT END
                           MOVE 'Y' TO WS-FEES-EOF
                       NOT AT END
                           IF FEE-MATCH-FEE
                               AND FEE-REFERENCE = WS-MATCH-ID
                               PERFORM MARK-FEE-CHARGED
                                   VARYING WS-SHEET-SUB FROM 1 BY 1
                                   UNTIL WS-SHEET-SUB > WS-SHEET-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
           END-IF.

       MARK-FEE-CHARGED.
           IF WS-SHEET-ID(WS-SHEET-SUB) = FEE-PLAYER-ID
               MOVE 'Y' TO WS-FEE-CHARGED(WS-SHEET-SUB)
           END-IF.

       WRITE-MATCH-FEE-RECORD.
           IF WS-FEE-CHARGED(WS-SHEET-SUB) = 'N'
               MOVE WS-SHEET-ID(WS-SHEET-SUB) TO FEE-PLAYER-ID
               MOVE WS-MATCH-DATE TO FEE-ENTRY-DATE
               SET FEE-MATCH-FEE TO TRUE
               MOVE WS-MATCH-ID TO FEE-REFERENCE
               MOVE WS-MATCH-FEE TO FEE-AMOUNT
               MOVE WS-GRADE-CODE TO FEE-GRADE-CODE
               MOVE WS-OPERATOR-ID TO FEE-OPERATOR-ID
               MOVE "MATCH FEE" TO FEE-NOTE
               WRITE FEES-RECORD
               ADD 1 TO WS-FEES-RAISED
           END-IF.

      * Writes the league results return for the fixture just
      * posted to leaguereturn.txt - every posted fixture gets one,
      * a washed-out or forfeited one included - and notes it on
      * the returns register as waiting to be sent. Written last,
      * with the fees, so an abandoned run leaves no return behind
      * for a fixture that never reached the season totals.
       WRITE-LEAGUE-RETURN.
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "WARNING: could not open leaguereturn.txt, "
                   "status " WS-RETURN-STATUS
                   " - league return not written"
           ELSE
               PERFORM BUILD-RETURN-RECORD
               WRITE RETURN-RECORD
               CLOSE RETURN-FILE
               PERFORM REGISTER-LEAGUE-RETURN
               DISPLAY "League return written to leaguereturn.txt "
                   "for " WS-MATCH-ID
           END-IF.

       BUILD-RETURN-RECORD.
           MOVE SPACES TO RETURN-RECORD
           MOVE WS-MATCH-ID TO RTN-MATCH-ID
           MOVE WS-GRADE-CODE TO RTN-GRADE-CODE
           MOVE WS-MATCH-DATE TO RTN-MATCH-DATE
           MOVE WS-OPPONENT-NAME TO RTN-OPPONENT-NAME
           MOVE WS-MATCH-STATUS TO RTN-MATCH-STATUS
           PERFORM CLEAR-RETURN-INNINGS
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2
           IF WS-TWO-INNINGS-MATCH = 'Y'
               PERFORM FILL-RETURN-SIDE
                   VARYING WS-SIDE-SUB FROM 1 BY 1
                   UNTIL WS-SIDE-SUB > 2
           ELSE
               IF WS-MATCH-NO-PLAY = 'N'
                   MOVE WS-MATCH-FULL-TOTAL TO RTN-RUNS(1 1)
                   MOVE WS-MATCH-WKTS-LOST TO RTN-WKTS(1 1)
                   MOVE WS-MATCH-BALLS-FACED TO WS-RTN-BALLS
                   PERFORM CONVERT-RETURN-BALLS
                   COMPUTE RTN-OVERS(1 1) =
                       WS-RTN-WHOLE-OVERS + WS-RTN-ODD-BALLS / 10
                   MOVE WS-OPP-FULL-TOTAL TO RTN-RUNS(2 1)
                   MOVE WS-OPP-WKTS TO RTN-WKTS(2 1)
                   MOVE WS-OPP-BALLS-FACED TO WS-RTN-BALLS
                   PERFORM CONVERT-RETURN-BALLS
                   COMPUTE RTN-OVERS(2 1) =
                       WS-RTN-WHOLE-OVERS + WS-RTN-ODD-BALLS / 10
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MATCH-WON
                   MOVE "W" TO RTN-RESULT
               WHEN MATCH-LOST
                   MOVE "L" TO RTN-RESULT
               WHEN MATCH-TIED
                   MOVE "T" TO RTN-RESULT
               WHEN MATCH-DRAWN
                   MOVE "D" TO RTN-RESULT
               WHEN MATCH-NO-RESULT
                   MOVE "N" TO RTN-RESULT
               WHEN OTHER
                   MOVE SPACE TO RTN-RESULT
           END-EVALUATE
           MOVE WS-POINTS-CLAIMED TO RTN-POINTS
           PERFORM FILL-RETURN-XI
               VARYING WS-SHEET-SUB FROM 1 BY 1
               UNTIL WS-SHEET-SUB > 11
           MOVE WS-RUN-DATE-RAW TO RTN-POSTED-DATE.

       CLEAR-RETURN-INNINGS.
           MOVE 0 TO RTN-RUNS(WS-SIDE-SUB 1)
           MOVE 0 TO RTN-WKTS(WS-SIDE-SUB 1)
           MOVE 0 TO RTN-OVERS(WS-SIDE-SUB 1)
           MOVE "N" TO RTN-DECLARED(WS-SIDE-SUB 1)
           MOVE 0 TO RTN-RUNS(WS-SIDE-SUB 2)
           MOVE 0 TO RTN-WKTS(WS-SIDE-SUB 2)
           MOVE 0 TO RTN-OVERS(WS-SIDE-SUB 2)
           MOVE "N" TO RTN-DECLARED(WS-SIDE-SUB 2).

       FILL-RETURN-SIDE.
           PERFORM FILL-RETURN-INNINGS
               VARYING WS-INNS-SUB FROM 1 BY 1
               UNTIL WS-INNS-SUB > 2.

      * An innings never batted (zero in the batting order) is
      * left at nought on the return.
       FILL-RETURN-INNINGS.
           IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) > 0
               MOVE WS-INNS-TOTAL(WS-SIDE-SUB WS-INNS-SUB)
                   TO RTN-RUNS(WS-SIDE-SUB WS-INNS-SUB)
               MOVE WS-INNS-WKTS(WS-SIDE-SUB WS-INNS-SUB)
                   TO RTN-WKTS(WS-SIDE-SUB WS-INNS-SUB)
               MOVE WS-INNS-BALLS(WS-SIDE-SUB WS-INNS-SUB)
                   TO WS-RTN-BALLS
               PERFORM CONVERT-RETURN-BALLS
               COMPUTE RTN-OVERS(WS-SIDE-SUB WS-INNS-SUB) =
                   WS-RTN-WHOLE-OVERS + WS-RTN-ODD-BALLS / 10
               MOVE WS-INNS-DECLARED(WS-SIDE-SUB WS-INNS-SUB)
                   TO RTN-DECLARED(WS-SIDE-SUB WS-INNS-SUB)
           END-IF.

       CONVERT-RETURN-BALLS.
           DIVIDE WS-RTN-BALLS BY 6
               GIVING WS-RTN-WHOLE-OVERS
               REMAINDER WS-RTN-ODD-BALLS.

      * A short team sheet leaves the remaining places blank.
       FILL-RETURN-XI.
           IF WS-SHEET-SUB > WS-SHEET-COUNT
               MOVE SPACES TO RTN-XI-PLAYER-ID(WS-SHEET-SUB)
           ELSE
               MOVE WS-SHEET-ID(WS-SHEET-SUB)
                   TO RTN-XI-PLAYER-ID(WS-SHEET-SUB)
           END-IF.

       REGISTER-LEAGUE-RETURN.
           OPEN EXTEND RETREG-FILE
           IF WS-RETREG-STATUS = "35"
               OPEN OUTPUT RETREG-FILE
           END-IF
           IF WS-RETREG-STATUS NOT = "00"
               DISPLAY "WARNING: could not open returns.ctl, "
                   "status " WS-RETREG-STATUS
                   " - return for " WS-MATCH-ID
                   " is not on the returns register"
           ELSE
               MOVE WS-MATCH-ID TO RGR-MATCH-ID
               MOVE WS-GRADE-CODE TO RGR-GRADE-CODE
               MOVE WS-MATCH-DATE TO RGR-MATCH-DATE
               MOVE WS-OPPONENT-NAME TO RGR-OPPONENT-NAME
               SET RGR-RETURN-WRITTEN TO TRUE
               MOVE WS-RUN-DATE-RAW TO RGR-ENTRY-DATE
               MOVE WS-OPERATOR-ID TO RGR-OPERATOR-ID
               WRITE RETREG-RECORD
               CLOSE RETREG-FILE
           END-IF.

      * Folds this match's opposition batters into the scouting
      * register and rewrites it. A row already carrying this
      * match ID was folded when the match first posted, so a
      * repost after a back-out does not count the same innings
      * twice.
       WRITE-SCOUTING-REGISTER.
           IF WS-SCOUT-COUNT > 0
               PERFORM LOAD-SCOUTING-REGISTER
               PERFORM FOLD-SCOUT-ENTRY
                   VARYING WS-SCOUT-SUB FROM 1 BY 1
                   UNTIL WS-SCOUT-SUB > WS-SCOUT-COUNT
               OPEN OUTPUT SCOUT-FILE
               IF WS-SCOUT-STATUS NOT = "00"
                   DISPLAY "WARNING: could not open "
                       WS-SCOUT-FILE-NAME ", status "
                       WS-SCOUT-STATUS
                       " - scouting register not updated"
               ELSE
                   PERFORM WRITE-SCOUT-ROW
                       VARYING WS-SCOUT-ROW-SUB FROM 1 BY 1
                       UNTIL WS-SCOUT-ROW-SUB > WS-SCOUT-ROW-COUNT
                   CLOSE SCOUT-FILE
               END-IF
           END-IF.

       LOAD-SCOUTING-REGISTER.
           MOVE 0 TO WS-SCOUT-ROW-COUNT
           OPEN INPUT SCOUT-FILE
           IF WS-SCOUT-STATUS = "00"
               PERFORM UNTIL WS-SCOUT-EOF = 'Y'
                   READ SCOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-SCOUT-EOF
                       NOT AT END
                           PERFORM ADD-SCOUT-TABLE-ROW
                   END-READ
               END-PERFORM
               CLOSE SCOUT-FILE
           END-IF.

       ADD-SCOUT-TABLE-ROW.
           IF WS-SCOUT-ROW-COUNT < WS-MAX-SCOUT-ROWS
               ADD 1 TO WS-SCOUT-ROW-COUNT
               MOVE SCOUT-RECORD TO WS-SCR-ROW(WS-SCOUT-ROW-COUNT)
           ELSE
               DISPLAY "WARNING: scouting register full at "
                   WS-MAX-SCOUT-ROWS " players - row for "
                   SCT-PLAYER-ID " " SCT-OPPONENT-NAME
                   " was not loaded and will be dropped on save"
           END-IF.

       WRITE-SCOUT-ROW.
           MOVE WS-SCR-ROW(WS-SCOUT-ROW-SUB) TO SCOUT-RECORD
           WRITE SCOUT-RECORD.

       FOLD-SCOUT-ENTRY.
           PERFORM FIND-SCOUT-ROW
           IF WS-SCOUT-ROW-SUB > 0
               IF WS-SCR-LAST-MATCH-ID(WS-SCOUT-ROW-SUB)
                   NOT = WS-MATCH-ID
                   PERFORM FOLD-SCOUT-FIGURES
               END-IF
           END-IF.

       FOLD-SCOUT-FIGURES.
           IF WS-SCM-PLAYER-NAME(WS-SCOUT-SUB) NOT = SPACES
               MOVE WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
                   TO WS-SCR-PLAYER-NAME(WS-SCOUT-ROW-SUB)
           END-IF
           ADD 1 TO WS-SCR-MATCHES(WS-SCOUT-ROW-SUB)
           ADD WS-SCM-INNINGS(WS-SCOUT-SUB)
               TO WS-SCR-INNINGS(WS-SCOUT-ROW-SUB)
           ADD WS-SCM-NOT-OUTS(WS-SCOUT-SUB)
               TO WS-SCR-NOT-OUTS(WS-SCOUT-ROW-SUB)
           ADD WS-SCM-OUTS(WS-SCOUT-SUB)
               TO WS-SCR-OUTS(WS-SCOUT-ROW-SUB)
           ADD WS-SCM-RUNS(WS-SCOUT-SUB)
               TO WS-SCR-RUNS(WS-SCOUT-ROW-SUB)
           ADD WS-SCM-BALLS(WS-SCOUT-SUB)
               TO WS-SCR-BALLS(WS-SCOUT-ROW-SUB)
           IF WS-SCM-HIGH(WS-SCOUT-SUB)
               > WS-SCR-HIGH-SCORE(WS-SCOUT-ROW-SUB)
               MOVE WS-SCM-HIGH(WS-SCOUT-SUB)
                   TO WS-SCR-HIGH-SCORE(WS-SCOUT-ROW-SUB)
           END-IF
           PERFORM FOLD-SCOUT-DISMISSAL
               VARYING WS-SCOUT-DIS-SUB FROM 1 BY 1
               UNTIL WS-SCOUT-DIS-SUB > WS-SCM-DIS-COUNT(WS-SCOUT-SUB)
           MOVE WS-MATCH-ID TO WS-SCR-LAST-MATCH-ID(WS-SCOUT-ROW-SUB)
           MOVE WS-MATCH-DATE
               TO WS-SCR-LAST-MATCH-DATE(WS-SCOUT-ROW-SUB).

      * How the batter got out, and - unless it was a run out -
      * the bowler of ours who took the wicket.
       FOLD-SCOUT-DISMISSAL.
           EVALUATE WS-SCM-DIS-KIND(WS-SCOUT-SUB WS-SCOUT-DIS-SUB)
               WHEN "B"
                   ADD 1 TO WS-SCR-BOWLED(WS-SCOUT-ROW-SUB)
               WHEN "C"
                   ADD 1 TO WS-SCR-CAUGHT(WS-SCOUT-ROW-SUB)
               WHEN "L"
                   ADD 1 TO WS-SCR-LBW(WS-SCOUT-ROW-SUB)
               WHEN "R"
                   ADD 1 TO WS-SCR-RUN-OUT(WS-SCOUT-ROW-SUB)
               WHEN "S"
                   ADD 1 TO WS-SCR-STUMPED(WS-SCOUT-ROW-SUB)
           END-EVALUATE
           MOVE WS-SCM-DIS-BOWLER(WS-SCOUT-SUB WS-SCOUT-DIS-SUB)
               TO WS-SCOUT-BOWLER-ID
           IF WS-SCOUT-BOWLER-ID NOT = SPACES
               PERFORM CREDIT-SCOUT-TAKER
           END-IF.

      * A bowler already among the row's takers gets the wicket;
      * a new one takes the next free place of the six, and once
      * all six are taken the wicket goes to the others.
       CREDIT-SCOUT-TAKER.
           MOVE 0 TO WS-SCOUT-TAKER-SUB
           PERFORM SCAN-SCOUT-TAKER
               VARYING WS-SCOUT-TAKER-SCAN FROM 1 BY 1
               UNTIL WS-SCOUT-TAKER-SCAN
                   > WS-SCR-TAKER-COUNT(WS-SCOUT-ROW-SUB)
                   OR WS-SCOUT-TAKER-SUB > 0
           IF WS-SCOUT-TAKER-SUB = 0
               AND WS-SCR-TAKER-COUNT(WS-SCOUT-ROW-SUB)
                   < WS-MAX-SCOUT-TAKERS
               ADD 1 TO WS-SCR-TAKER-COUNT(WS-SCOUT-ROW-SUB)
               MOVE WS-SCR-TAKER-COUNT(WS-SCOUT-ROW-SUB)
                   TO WS-SCOUT-TAKER-SUB
               MOVE WS-SCOUT-BOWLER-ID TO
                   WS-SCR-TAKER-ID(WS-SCOUT-ROW-SUB WS-SCOUT-TAKER-SUB)
               MOVE 0 TO
                   WS-SCR-TAKER-WKTS(WS-SCOUT-ROW-SUB
                                     WS-SCOUT-TAKER-SUB)
           END-IF
           IF WS-SCOUT-TAKER-SUB > 0
               ADD 1 TO
                   WS-SCR-TAKER-WKTS(WS-SCOUT-ROW-SUB
                                     WS-SCOUT-TAKER-SUB)
           ELSE
               ADD 1 TO WS-SCR-OTHER-WKTS(WS-SCOUT-ROW-SUB)
           END-IF.

       SCAN-SCOUT-TAKER.
           IF WS-SCR-TAKER-ID(WS-SCOUT-ROW-SUB WS-SCOUT-TAKER-SCAN)
               = WS-SCOUT-BOWLER-ID
               MOVE WS-SCOUT-TAKER-SCAN TO WS-SCOUT-TAKER-SUB
           END-IF.

      * Locates (or adds) the register row for this opponent and
      * the match entry's player, leaving WS-SCOUT-ROW-SUB on it -
      * zero when the register is full.
       FIND-SCOUT-ROW.
           MOVE 0 TO WS-SCOUT-ROW-SUB
           PERFORM SCAN-SCOUT-ROW
               VARYING WS-SCOUT-ROW-SCAN FROM 1 BY 1
               UNTIL WS-SCOUT-ROW-SCAN > WS-SCOUT-ROW-COUNT
                   OR WS-SCOUT-ROW-SUB > 0
           IF WS-SCOUT-ROW-SUB = 0
               IF WS-SCOUT-ROW-COUNT < WS-MAX-SCOUT-ROWS
                   ADD 1 TO WS-SCOUT-ROW-COUNT
                   MOVE WS-SCOUT-ROW-COUNT TO WS-SCOUT-ROW-SUB
                   PERFORM CLEAR-SCOUT-ROW
               ELSE
                   DISPLAY "WARNING: scouting register full at "
                       WS-MAX-SCOUT-ROWS " players - "
                       WS-SCM-PLAYER-ID(WS-SCOUT-SUB) " "
                       WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
                       " is not on the register"
               END-IF
           END-IF.

       SCAN-SCOUT-ROW.
           IF WS-SCR-OPPONENT(WS-SCOUT-ROW-SCAN) = WS-OPPONENT-NAME
               AND WS-SCR-PLAYER-ID(WS-SCOUT-ROW-SCAN)
                   = WS-SCM-PLAYER-ID(WS-SCOUT-SUB)
               IF WS-SCM-PLAYER-ID(WS-SCOUT-SUB) NOT = SPACES
                   OR WS-SCR-PLAYER-NAME(WS-SCOUT-ROW-SCAN)
                       = WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
                   MOVE WS-SCOUT-ROW-SCAN TO WS-SCOUT-ROW-SUB
               END-IF
           END-IF.

       CLEAR-SCOUT-ROW.
           MOVE WS-OPPONENT-NAME TO WS-SCR-OPPONENT(WS-SCOUT-ROW-SUB)
           MOVE WS-SCM-PLAYER-ID(WS-SCOUT-SUB)
               TO WS-SCR-PLAYER-ID(WS-SCOUT-ROW-SUB)
           MOVE WS-SCM-PLAYER-NAME(WS-SCOUT-SUB)
               TO WS-SCR-PLAYER-NAME(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-MATCHES(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-INNINGS(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-NOT-OUTS(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-OUTS(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-RUNS(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-BALLS(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-HIGH-SCORE(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-BOWLED(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-CAUGHT(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-LBW(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-RUN-OUT(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-STUMPED(WS-SCOUT-ROW-SUB)
           MOVE 0 TO WS-SCR-TAKER-COUNT(WS-SCOUT-ROW-SUB)
           PERFORM CLEAR-SCOUT-TAKER
               VARYING WS-SCOUT-TAKER-SCAN FROM 1 BY 1
               UNTIL WS-SCOUT-TAKER-SCAN > WS-MAX-SCOUT-TAKERS
           MOVE 0 TO WS-SCR-OTHER-WKTS(WS-SCOUT-ROW-SUB)
           MOVE SPACES TO WS-SCR-LAST-MATCH-ID(WS-SCOUT-ROW-SUB)
           MOVE SPACES TO WS-SCR-LAST-MATCH-DATE(WS-SCOUT-ROW-SUB).

       CLEAR-SCOUT-TAKER.
           MOVE SPACES TO
               WS-SCR-TAKER-ID(WS-SCOUT-ROW-SUB WS-SCOUT-TAKER-SCAN)
           MOVE 0 TO
               WS-SCR-TAKER-WKTS(WS-SCOUT-ROW-SUB WS-SCOUT-TAKER-SCAN).

      * Folds this match's striker/bowler pairs into the match-up
      * register and rewrites it, skipping any row already folded
      * for this match ID, as the scouting register does.
       WRITE-MATCHUP-REGISTER.
           IF WS-MATCHUP-COUNT > 0
               PERFORM LOAD-MATCHUP-REGISTER
               PERFORM FOLD-MATCHUP-ENTRY
                   VARYING WS-MATCHUP-SUB FROM 1 BY 1
                   UNTIL WS-MATCHUP-SUB > WS-MATCHUP-COUNT
               OPEN OUTPUT MATCHUP-FILE
               IF WS-MATCHUP-STATUS NOT = "00"
                   DISPLAY "WARNING: could not open "
                       WS-MATCHUP-FILE-NAME ", status "
                       WS-MATCHUP-STATUS
                       " - match-up register not updated"
               ELSE
                   PERFORM WRITE-MATCHUP-ROW
                       VARYING WS-MATCHUP-ROW-SUB FROM 1 BY 1
                       UNTIL WS-MATCHUP-ROW-SUB > WS-MATCHUP-ROW-COUNT
                   CLOSE MATCHUP-FILE
               END-IF
           END-IF.

       LOAD-MATCHUP-REGISTER.
           MOVE 0 TO WS-MATCHUP-ROW-COUNT
           OPEN INPUT MATCHUP-FILE
           IF WS-MATCHUP-STATUS = "00"
               PERFORM UNTIL WS-MATCHUP-EOF = 'Y'
                   READ MATCHUP-FILE
                       AT END
                           MOVE 'Y' TO WS-MATCHUP-EOF
                       NOT AT END
                           PERFORM ADD-MATCHUP-TABLE-ROW
                   END-READ
               END-PERFORM
               CLOSE MATCHUP-FILE
           END-IF.

       ADD-MATCHUP-TABLE-ROW.
           IF WS-MATCHUP-ROW-COUNT < WS-MAX-MATCHUP-ROWS
               ADD 1 TO WS-MATCHUP-ROW-COUNT
               MOVE MATCHUP-RECORD TO WS-MUR-ROW(WS-MATCHUP-ROW-COUNT)
           ELSE
               DISPLAY "WARNING: match-up register full at "
                   WS-MAX-MATCHUP-ROWS " pairs - row for "
                   MUP-STRIKER-ID " v " MUP-BOWLER-ID
                   " was not loaded and will be dropped on save"
           END-IF.

       WRITE-MATCHUP-ROW.
           MOVE WS-MUR-ROW(WS-MATCHUP-ROW-SUB) TO MATCHUP-RECORD
           WRITE MATCHUP-RECORD.

       FOLD-MATCHUP-ENTRY.
           PERFORM FIND-MATCHUP-ROW
           IF WS-MATCHUP-ROW-SUB > 0
               IF WS-MUR-LAST-MATCH-ID(WS-MATCHUP-ROW-SUB)
                   NOT = WS-MATCH-ID
                   PERFORM FOLD-MATCHUP-FIGURES
               END-IF
           END-IF.

       FOLD-MATCHUP-FIGURES.
           ADD 1 TO WS-MUR-MATCHES(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-BALLS(WS-MATCHUP-SUB)
               TO WS-MUR-BALLS(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-RUNS(WS-MATCHUP-SUB)
               TO WS-MUR-RUNS(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-DOTS(WS-MATCHUP-SUB)
               TO WS-MUR-DOTS(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-FOURS(WS-MATCHUP-SUB)
               TO WS-MUR-FOURS(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-SIXES(WS-MATCHUP-SUB)
               TO WS-MUR-SIXES(WS-MATCHUP-ROW-SUB)
           ADD WS-MUM-DISMISSALS(WS-MATCHUP-SUB)
               TO WS-MUR-DISMISSALS(WS-MATCHUP-ROW-SUB)
           MOVE WS-MATCH-ID TO WS-MUR-LAST-MATCH-ID(WS-MATCHUP-ROW-SUB)
           MOVE WS-MATCH-DATE
               TO WS-MUR-LAST-MATCH-DATE(WS-MATCHUP-ROW-SUB).

      * Locates (or adds) the register row for this opponent and
      * the match entry's pair, leaving WS-MATCHUP-ROW-SUB on it -
      * zero when the register is full.
       FIND-MATCHUP-ROW.
           MOVE 0 TO WS-MATCHUP-ROW-SUB
           PERFORM SCAN-MATCHUP-ROW
               VARYING WS-MATCHUP-ROW-SCAN FROM 1 BY 1
               UNTIL WS-MATCHUP-ROW-SCAN > WS-MATCHUP-ROW-COUNT
                   OR WS-MATCHUP-ROW-SUB > 0
           IF WS-MATCHUP-ROW-SUB = 0
               IF WS-MATCHUP-ROW-COUNT < WS-MAX-MATCHUP-ROWS
                   ADD 1 TO WS-MATCHUP-ROW-COUNT
                   MOVE WS-MATCHUP-ROW-COUNT TO WS-MATCHUP-ROW-SUB
                   PERFORM CLEAR-MATCHUP-ROW
               ELSE
                   DISPLAY "WARNING: match-up register full at "
                       WS-MAX-MATCHUP-ROWS " pairs - "
                       WS-MUM-STRIKER-ID(WS-MATCHUP-SUB) " v "
                       WS-MUM-BOWLER-ID(WS-MATCHUP-SUB)
                       " is not on the register"
               END-IF
           END-IF.

       SCAN-MATCHUP-ROW.
           IF WS-MUR-OPPONENT(WS-MATCHUP-ROW-SCAN) = WS-OPPONENT-NAME
               AND WS-MUR-SIDE(WS-MATCHUP-ROW-SCAN)
                   = WS-MUM-SIDE(WS-MATCHUP-SUB)
               AND WS-MUR-STRIKER-ID(WS-MATCHUP-ROW-SCAN)
                   = WS-MUM-STRIKER-ID(WS-MATCHUP-SUB)
               AND WS-MUR-BOWLER-ID(WS-MATCHUP-ROW-SCAN)
                   = WS-MUM-BOWLER-ID(WS-MATCHUP-SUB)
               MOVE WS-MATCHUP-ROW-SCAN TO WS-MATCHUP-ROW-SUB
           END-IF.

       CLEAR-MATCHUP-ROW.
           MOVE WS-OPPONENT-NAME
               TO WS-MUR-OPPONENT(WS-MATCHUP-ROW-SUB)
           MOVE WS-MUM-SIDE(WS-MATCHUP-SUB)
               TO WS-MUR-SIDE(WS-MATCHUP-ROW-SUB)
           MOVE WS-MUM-STRIKER-ID(WS-MATCHUP-SUB)
               TO WS-MUR-STRIKER-ID(WS-MATCHUP-ROW-SUB)
           MOVE WS-MUM-BOWLER-ID(WS-MATCHUP-SUB)
               TO WS-MUR-BOWLER-ID(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-MATCHES(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-BALLS(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-RUNS(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-DOTS(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-FOURS(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-SIXES(WS-MATCHUP-ROW-SUB)
           MOVE 0 TO WS-MUR-DISMISSALS(WS-MATCHUP-ROW-SUB)
           MOVE SPACES TO WS-MUR-LAST-MATCH-ID(WS-MATCHUP-ROW-SUB)
           MOVE SPACES TO WS-MUR-LAST-MATCH-DATE(WS-MATCHUP-ROW-SUB).

      * When the book gave our stands, they replace this match's
      * stands on partnerships.txt: any keyed by hand for the
      * match are reconciled against them and kept only as
      * superseded, stands from an earlier posting of the match
      * are dropped, and the book's are added. The season
      * partnership register is then rebuilt from the new file so
      * this run's reports count each stand once.
       POST-DERIVED-PARTNERSHIPS.
           IF WS-STAND-BOOK-KEPT = 'Y'
               MOVE 'Y' TO WS-STAND-CLOSE-UNBROKEN
               PERFORM CLOSE-UNBROKEN-STAND
                   VARYING WS-STAND-INNS FROM 1 BY 1
                   UNTIL WS-STAND-INNS > 2
               PERFORM LOAD-STAND-ROWS
               IF WS-STAND-FILE-FULL = 'Y'
                   DISPLAY "WARNING: partnerships.txt holds more "
                       "than " WS-MAX-STAND-ROWS " stands - the "
                       "book's stands were not recorded"
               ELSE
                   PERFORM WRITE-DERIVED-PARTNERSHIPS
               END-IF
           END-IF.

      * The stand still in progress when the innings closed goes
      * on the table unbroken - provided anyone was in.
       CLOSE-UNBROKEN-STAND.
           IF WS-STS-B1(WS-STAND-INNS) NOT = SPACES
               AND (WS-STS-B2(WS-STAND-INNS) NOT = SPACES
                   OR WS-STS-BAT-RUNS(WS-STAND-INNS) > 0
                   OR WS-STS-EXTRAS(WS-STAND-INNS) > 0)
               PERFORM CLOSE-DERIVED-STAND
           END-IF.

       LOAD-STAND-ROWS.
           MOVE 0 TO WS-STAND-ROW-COUNT
           MOVE 'N' TO WS-STAND-FILE-FULL
           MOVE 'N' TO WS-PARTNER-EOF
           OPEN INPUT PARTNERSHIP-FILE
           IF WS-PARTNER-STATUS = "00"
               PERFORM UNTIL WS-PARTNER-EOF = 'Y'
                   READ PARTNERSHIP-FILE
                       AT END
                           MOVE 'Y' TO WS-PARTNER-EOF
                       NOT AT END
                           PERFORM ADD-STAND-ROW
                   END-READ
               END-PERFORM
               CLOSE PARTNERSHIP-FILE
           END-IF.

      * Every other match's stands are kept as they are; this
      * match's hand-keyed stands are reconciled and marked
      * superseded, and any the book gave at an earlier posting
      * are left out to be written afresh.
       ADD-STAND-ROW.
           IF PTN-MATCH-ID = WS-MATCH-ID
               IF PTN-FROM-BOOK
                   CONTINUE
               ELSE
                   PERFORM RECONCILE-KEYED-STAND
                   SET PTN-SUPERSEDED TO TRUE
                   PERFORM KEEP-STAND-ROW
               END-IF
           ELSE
               PERFORM KEEP-STAND-ROW
           END-IF.

       KEEP-STAND-ROW.
           IF WS-STAND-ROW-COUNT < WS-MAX-STAND-ROWS
               ADD 1 TO WS-STAND-ROW-COUNT
               MOVE PARTNERSHIP-RECORD
                   TO WS-STAND-ROW(WS-STAND-ROW-COUNT)
           ELSE
               MOVE 'Y' TO WS-STAND-FILE-FULL
               MOVE 'Y' TO WS-PARTNER-EOF
           END-IF.

      * A hand-keyed stand against the book's stand for the same
      * wicket of the same innings: the first not already taken by
      * another keyed stand. A stand keyed with no innings number
      * is taken as the first innings. The pair agrees whichever
      * way round it was keyed.
       RECONCILE-KEYED-STAND.
           IF WS-RECON-COUNT < WS-MAX-RECON
               ADD 1 TO WS-RECON-COUNT
               MOVE WS-RECON-COUNT TO WS-RECON-SUB
               MOVE PTN-WICKET TO WS-RCN-WICKET(WS-RECON-SUB)
               MOVE PTN-BATTER1-ID TO WS-RCN-KEYED-B1(WS-RECON-SUB)
               MOVE PTN-BATTER2-ID TO WS-RCN-KEYED-B2(WS-RECON-SUB)
               MOVE PTN-RUNS TO WS-RCN-KEYED-RUNS(WS-RECON-SUB)
               MOVE 0 TO WS-RCN-BOOK-SUB(WS-RECON-SUB)
               IF PTN-INNINGS-NO = SPACE
                   MOVE 1 TO WS-RECON-INNS
               ELSE
                   MOVE PTN-INNINGS-NO TO WS-RECON-INNS
               END-IF
               PERFORM SCAN-BOOK-STAND
                   VARYING WS-DERIVED-SUB FROM 1 BY 1
                   UNTIL WS-DERIVED-SUB > WS-DERIVED-COUNT
                       OR WS-RCN-BOOK-SUB(WS-RECON-SUB) > 0
               PERFORM SET-RECON-OUTCOME
           END-IF.

       SCAN-BOOK-STAND.
           IF WS-DRV-WICKET(WS-DERIVED-SUB) = PTN-WICKET
               AND WS-DRV-INNS-SUB(WS-DERIVED-SUB) = WS-RECON-INNS
               AND WS-DRV-MATCHED(WS-DERIVED-SUB) = 'N'
               MOVE 'Y' TO WS-DRV-MATCHED(WS-DERIVED-SUB)
               MOVE WS-DERIVED-SUB TO WS-RCN-BOOK-SUB(WS-RECON-SUB)
           END-IF.

       SET-RECON-OUTCOME.
           MOVE WS-RCN-BOOK-SUB(WS-RECON-SUB) TO WS-DERIVED-SUB
           IF WS-DERIVED-SUB = 0
               MOVE "NOT IN BOOK" TO WS-RCN-OUTCOME(WS-RECON-SUB)
               ADD 1 TO WS-RECON-DIFFERENCES
           ELSE
               IF NOT ((PTN-BATTER1-ID = WS-DRV-B1(WS-DERIVED-SUB)
                       AND PTN-BATTER2-ID = WS-DRV-B2(WS-DERIVED-SUB))
                   OR (PTN-BATTER1-ID = WS-DRV-B2(WS-DERIVED-SUB)
                       AND PTN-BATTER2-ID = WS-DRV-B1(WS-DERIVED-SUB)))
                   MOVE "PAIR DIFFERS" TO WS-RCN-OUTCOME(WS-RECON-SUB)
                   ADD 1 TO WS-RECON-DIFFERENCES
               ELSE
                   IF PTN-RUNS NOT = WS-DRV-RUNS(WS-DERIVED-SUB)
                       MOVE "RUNS DIFFER"
                           TO WS-RCN-OUTCOME(WS-RECON-SUB)
                       ADD 1 TO WS-RECON-DIFFERENCES
                   ELSE
                       MOVE "AGREES" TO WS-RCN-OUTCOME(WS-RECON-SUB)
                   END-IF
               END-IF
           END-IF.

       WRITE-DERIVED-PARTNERSHIPS.
           OPEN OUTPUT PARTNERSHIP-FILE
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "WARNING: could not open partnerships.txt, "
                   "status " WS-PARTNER-STATUS
                   " - the book's stands were not recorded"
           ELSE
               PERFORM WRITE-KEPT-STAND
                   VARYING WS-STAND-ROW-SUB FROM 1 BY 1
                   UNTIL WS-STAND-ROW-SUB > WS-STAND-ROW-COUNT
               PERFORM WRITE-BOOK-STAND
                   VARYING WS-DERIVED-SUB FROM 1 BY 1
                   UNTIL WS-DERIVED-SUB > WS-DERIVED-COUNT
               CLOSE PARTNERSHIP-FILE
               DISPLAY WS-DERIVED-COUNT " partnership(s) from the "
                   "ball-by-ball book recorded to partnerships.txt"
               IF WS-RECON-COUNT > 0
                   DISPLAY WS-RECON-COUNT " hand-keyed stand(s) "
                       "for " WS-MATCH-ID " superseded, "
                       WS-RECON-DIFFERENCES " disagreeing with the "
                       "book - see scorecard.txt"
               END-IF
               PERFORM RELOAD-PARTNERSHIP-REGISTER
           END-IF.

       WRITE-KEPT-STAND.
           MOVE WS-STAND-ROW(WS-STAND-ROW-SUB) TO PARTNERSHIP-RECORD
           WRITE PARTNERSHIP-RECORD.

       WRITE-BOOK-STAND.
           MOVE WS-MATCH-ID TO PTN-MATCH-ID
           MOVE WS-DRV-WICKET(WS-DERIVED-SUB) TO PTN-WICKET
           MOVE WS-DRV-B1(WS-DERIVED-SUB) TO PTN-BATTER1-ID
           MOVE WS-DRV-B2(WS-DERIVED-SUB) TO PTN-BATTER2-ID
           MOVE WS-DRV-RUNS(WS-DERIVED-SUB) TO PTN-RUNS
           IF WS-TWO-INNINGS-MATCH = 'Y'
               MOVE WS-DRV-INNS-SUB(WS-DERIVED-SUB) TO PTN-INNINGS-NO
           ELSE
               MOVE SPACE TO PTN-INNINGS-NO
           END-IF
           MOVE WS-DRV-EXTRAS(WS-DERIVED-SUB) TO PTN-EXTRAS
           IF WS-DRV-UNBROKEN(WS-DERIVED-SUB) = 'Y'
               MOVE 0 TO PTN-FOW-SCORE
               SET PTN-STAND-UNBROKEN TO TRUE
           ELSE
               MOVE WS-DRV-FOW-SCORE(WS-DERIVED-SUB) TO PTN-FOW-SCORE
               MOVE SPACE TO PTN-UNBROKEN
           END-IF
           SET PTN-FROM-BOOK TO TRUE
           WRITE PARTNERSHIP-RECORD.

      * The register was built at start-up from the file as it
      * stood; it is built again from the file just written.
       RELOAD-PARTNERSHIP-REGISTER.
           MOVE 'N' TO WS-PARTNER-PRESENT
           MOVE 'N' TO WS-PARTNER-EOF
           MOVE 0 TO WS-PARTNER-COUNT
           MOVE 0 TO WS-PAIR-COUNT
           INITIALIZE WS-WKT-BEST-TABLE
           INITIALIZE WS-PAIR-TABLE
           PERFORM LOAD-PARTNERSHIPS.

       PROCESS-NUMBER.
           ADD WS-NUMBER TO WS-SUM
           ADD WS-NUMBER TO WS-MATCH-SUM
               TO WS-PLAYER-RUNS-CONCEDED(WS-PLAYER-IDX)
           ADD WS-RUNS-CONCEDED
               TO WS-PLAYER-MATCH-RUNS-CON(WS-PLAYER-IDX)
           MOVE 1 TO WS-SIDE-SUB
           PERFORM POST-INNINGS-DETAIL
           PERFORM NOTE-CARD-INNINGS
           PERFORM UPDATE-TOP5-TABLE.

               MOVE INP-SIXES TO WS-CARD-SIXES(WS-CARD-COUNT)
               MOVE INP-NOT-OUT-FLAG
                   TO WS-CARD-NOT-OUT(WS-CARD-COUNT)
               MOVE WS-INNS-SUB TO WS-CARD-INNINGS-NO(WS-CARD-COUNT)
           ELSE
               DISPLAY "WARNING: batting card full at "
                   WS-MAX-CARD " entries - innings for "
               UNTIL WS-SWEEP-IDX > WS-CAREER-COUNT
                   OR WS-CAREER-SUB > 0
           IF WS-CAREER-SUB = 0
               IF WS-CAREER-COUNT < WS-MAX-CAREER-ROWS
                   ADD 1 TO WS-CAREER-COUNT
                   MOVE WS-CAREER-COUNT TO WS-CAREER-SUB
                   MOVE WS-LOOKUP-ID
                       TO WS-CAR-PLAYER-ID(WS-CAREER-SUB)
                   MOVE SPACES TO WS-CAR-PLAYER-NAME(WS-CAREER-SUB)
                   MOVE 0 TO WS-CAR-RUNS(WS-CAREER-SUB)
                   MOVE 0 TO WS-CAR-INNINGS(WS-CAREER-SUB)
                   MOVE 0 TO WS-CAR-MATCHES(WS-CAREER-SUB)
                   IF WS-CAREER-PRESENT = 'Y'
                       PERFORM READ-CAREER-RECORD
                   END-IF
               ELSE
                   DISPLAY "WARNING: career table full at "
                       WS-MAX-CAREER-ROWS " players this match - "
                       "career figures for " WS-LOOKUP-ID
                       " are not being kept"
               END-IF
           END-IF.

      * The player's career as careers.dat holds it; a player not
      * on file starts from the nought entry just set up.
       READ-CAREER-RECORD.
           OPEN INPUT CAREER-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE WS-LOOKUP-ID TO CAR-PLAYER-ID
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAREER-RECORD
                           TO WS-CAREER-ENTRY(WS-CAREER-SUB)
               END-READ
               CLOSE CAREER-FILE
           END-IF.

       SCAN-CAREER-ENTRY.
           IF WS-CAR-PLAYER-ID(WS-SWEEP-IDX) = WS-LOOKUP-ID
               MOVE WS-SWEEP-IDX TO WS-CAREER-SUB
                   WS-MATCH-SUM + WS-MATCH-EXTRAS
               COMPUTE WS-OPP-FULL-TOTAL =
                   WS-OPP-RUNS + WS-OPP-EXTRAS
               IF WS-TWO-INNINGS-MATCH = 'Y'
                   PERFORM SETTLE-INNINGS-TABLE
               END-IF
               PERFORM RECONCILE-CONTROL-TOTAL
               IF WS-OPP-PRESENT = 'Y'
                   AND WS-MATCH-NO-PLAY = 'N'
           END-IF.

      * Both cards are in, so the match has a result: our total
      * against theirs, margin in runs either way. A two-innings
      * match is settled innings by innings instead.
       DETERMINE-MATCH-RESULT.
           SET RESULT-BY-RUNS TO TRUE
           EVALUATE TRUE
               WHEN MATCH-STATUS-ABANDONED
                   SET MATCH-NO-RESULT TO TRUE
               WHEN MATCH-STATUS-FORFEIT-LOSS
                   SET MATCH-LOST TO TRUE
                   MOVE 0 TO WS-RESULT-MARGIN
               WHEN WS-TWO-INNINGS-MATCH = 'Y'
                   PERFORM DETERMINE-TWO-INNINGS-RESULT
               WHEN WS-MATCH-FULL-TOTAL > WS-OPP-FULL-TOTAL
                   SET MATCH-WON TO TRUE
                   COMPUTE WS-RESULT-MARGIN =
                   MOVE 0 TO WS-RESULT-MARGIN
           END-EVALUATE.

      * A two-innings match is won outright only when the side
      * behind on aggregate has batted twice and its last innings
      * is over - bowled out or declared - or when the side ahead
      * passed the target batting last. Anything short of that is
      * a draw, decided on the first-innings lead. The margin is
      * wickets in hand for a successful chase, "an innings and"
      * the runs when the winners batted once, else plain runs.
       DETERMINE-TWO-INNINGS-RESULT.
           MOVE 0 TO WS-RESULT-MARGIN
           EVALUATE TRUE
               WHEN WS-MATCH-FULL-TOTAL > WS-OPP-FULL-TOTAL
                   MOVE 1 TO WS-AHEAD-SIDE
                   MOVE 2 TO WS-BEHIND-SIDE
                   PERFORM SETTLE-OUTRIGHT-RESULT
                   IF WS-OUTRIGHT = 'Y'
                       SET MATCH-WON TO TRUE
                   ELSE
                       SET MATCH-DRAWN TO TRUE
                   END-IF
               WHEN WS-MATCH-FULL-TOTAL < WS-OPP-FULL-TOTAL
                   MOVE 2 TO WS-AHEAD-SIDE
                   MOVE 1 TO WS-BEHIND-SIDE
                   PERFORM SETTLE-OUTRIGHT-RESULT
                   IF WS-OUTRIGHT = 'Y'
                       SET MATCH-LOST TO TRUE
                   ELSE
                       SET MATCH-DRAWN TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-INNS-ORDER(1 2) > 0
                       AND WS-INNS-ORDER(2 2) > 0
                       AND WS-LAST-SIDE > 0
                       AND WS-INNS-WKTS(WS-LAST-SIDE WS-LAST-INNS)
                           >= WS-ALL-OUT-WKTS
                       SET MATCH-TIED TO TRUE
                   ELSE
                       SET MATCH-DRAWN TO TRUE
                   END-IF
           END-EVALUATE.

       SETTLE-OUTRIGHT-RESULT.
           MOVE 'N' TO WS-OUTRIGHT
           IF WS-INNS-ORDER(WS-BEHIND-SIDE 2) > 0
               IF WS-LAST-SIDE = WS-AHEAD-SIDE
                   MOVE 'Y' TO WS-OUTRIGHT
                   SET RESULT-BY-WICKETS TO TRUE
                   IF WS-INNS-WKTS(WS-LAST-SIDE WS-LAST-INNS)
                       < WS-ALL-OUT-WKTS
                       COMPUTE WS-RESULT-MARGIN = WS-ALL-OUT-WKTS
                           - WS-INNS-WKTS(WS-LAST-SIDE WS-LAST-INNS)
                   END-IF
               ELSE
                   IF WS-INNS-WKTS(WS-BEHIND-SIDE 2) >= WS-ALL-OUT-WKTS
                       OR WS-INNS-DECLARED(WS-BEHIND-SIDE 2) = 'Y'
                       MOVE 'Y' TO WS-OUTRIGHT
                       IF WS-INNS-ORDER(WS-AHEAD-SIDE 2) = 0
                           SET RESULT-BY-INNINGS TO TRUE
                       END-IF
                       IF WS-AHEAD-SIDE = 1
                           COMPUTE WS-RESULT-MARGIN =
                               WS-MATCH-FULL-TOTAL - WS-OPP-FULL-TOTAL
                       ELSE
                           COMPUTE WS-RESULT-MARGIN =
                               WS-OPP-FULL-TOTAL - WS-MATCH-FULL-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Each innings' full total - runs off the bat plus extras -
      * the first-innings lead, and the order the innings fell in,
      * settled once the whole match is read.
       SETTLE-INNINGS-TABLE.
           PERFORM TOTAL-SIDE-INNINGS
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2
           PERFORM FIND-FIRST-INNINGS-LEAD
           PERFORM FIND-INNINGS-SEQUENCE.

       TOTAL-SIDE-INNINGS.
           PERFORM TOTAL-ONE-INNINGS
               VARYING WS-INNS-SUB FROM 1 BY 1
               UNTIL WS-INNS-SUB > 2.

       TOTAL-ONE-INNINGS.
           COMPUTE WS-INNS-TOTAL(WS-SIDE-SUB WS-INNS-SUB) =
               WS-INNS-RUNS(WS-SIDE-SUB WS-INNS-SUB)
               + WS-INNS-EXTRAS(WS-SIDE-SUB WS-INNS-SUB).

       FIND-FIRST-INNINGS-LEAD.
           MOVE SPACE TO WS-FIRST-INNS-LEAD
           IF WS-INNS-ORDER(1 1) > 0
               AND WS-INNS-ORDER(2 1) > 0
               EVALUATE TRUE
                   WHEN WS-INNS-TOTAL(1 1) > WS-INNS-TOTAL(2 1)
                       SET FIRST-INNS-OWN-LEAD TO TRUE
                   WHEN WS-INNS-TOTAL(1 1) < WS-INNS-TOTAL(2 1)
                       SET FIRST-INNS-OPP-LEAD TO TRUE
                   WHEN OTHER
                       SET FIRST-INNS-LEVEL TO TRUE
               END-EVALUATE
           END-IF.

      * Which side and innings batted last, and whether the side
      * batting second went straight back in - the follow-on.
       FIND-INNINGS-SEQUENCE.
           MOVE 0 TO WS-LAST-SIDE
           MOVE 0 TO WS-LAST-INNS
           MOVE 0 TO WS-SECOND-BAT-SIDE
           MOVE 0 TO WS-THIRD-BAT-SIDE
           MOVE 0 TO WS-FOLLOW-ON-SIDE
           PERFORM SCAN-SIDE-SEQUENCE
               VARYING WS-SIDE-SUB FROM 1 BY 1
               UNTIL WS-SIDE-SUB > 2
           IF WS-THIRD-BAT-SIDE > 0
               AND WS-THIRD-BAT-SIDE = WS-SECOND-BAT-SIDE
               MOVE WS-SECOND-BAT-SIDE TO WS-FOLLOW-ON-SIDE
           END-IF.

       SCAN-SIDE-SEQUENCE.
           PERFORM SCAN-INNINGS-SEQUENCE
               VARYING WS-INNS-SUB FROM 1 BY 1
               UNTIL WS-INNS-SUB > 2.

       SCAN-INNINGS-SEQUENCE.
           IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) > 0
               IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB)
                   = WS-INNS-ORDER-COUNT
                   MOVE WS-SIDE-SUB TO WS-LAST-SIDE
                   MOVE WS-INNS-SUB TO WS-LAST-INNS
               END-IF
               IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) = 2
                   MOVE WS-SIDE-SUB TO WS-SECOND-BAT-SIDE
               END-IF
               IF WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) = 3
                   MOVE WS-SIDE-SUB TO WS-THIRD-BAT-SIDE
               END-IF
           END-IF.

      * Folds this match into the in-storage ladder: our own row
      * and the opponent's row, each seeing the match from its own
      * side. Each side's overs faced come from that side's balls
       FOLD-MATCH-INTO-LADDER.
           MOVE WS-OWN-TEAM-NAME TO WS-LADDER-LOOKUP-NAME
           PERFORM FIND-LADDER-ROW
           MOVE WS-LAD-POINTS(WS-TEAM-SUB) TO WS-POINTS-BEFORE
           COMPUTE WS-OVERS-FROM-BALLS = WS-MATCH-BALLS-FACED / 6
           COMPUTE WS-OPP-OVERS-FROM-BALLS = WS-OPP-BALLS-FACED / 6
           ADD 1 TO WS-LAD-PLAYED(WS-TEAM-SUB)
           ADD WS-OPP-FULL-TOTAL TO WS-LAD-AGN-RUNS(WS-TEAM-SUB)
           ADD WS-OPP-OVERS-FROM-BALLS
               TO WS-LAD-AGN-OVERS(WS-TEAM-SUB)
           IF WS-TWO-INNINGS-MATCH = 'Y'
               SET POINTS-FOR-OWN-ROW TO TRUE
               PERFORM AWARD-TWO-DAY-POINTS
           ELSE
               EVALUATE TRUE
                   WHEN MATCH-WON
                       ADD 1 TO WS-LAD-WON(WS-TEAM-SUB)
                       ADD 2 TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN MATCH-LOST
                       ADD 1 TO WS-LAD-LOST(WS-TEAM-SUB)
                   WHEN MATCH-NO-RESULT
                       ADD 1 TO WS-LAD-NORES(WS-TEAM-SUB)
                       ADD 1 TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-LAD-TIED(WS-TEAM-SUB)
                       ADD 1 TO WS-LAD-POINTS(WS-TEAM-SUB)
               END-EVALUATE
           END-IF
           COMPUTE WS-POINTS-CLAIMED =
               WS-LAD-POINTS(WS-TEAM-SUB) - WS-POINTS-BEFORE
           MOVE WS-OPPONENT-NAME TO WS-LADDER-LOOKUP-NAME
           PERFORM FIND-LADDER-ROW
           ADD 1 TO WS-LAD-PLAYED(WS-TEAM-SUB)
               TO WS-LAD-FOR-OVERS(WS-TEAM-SUB)
           ADD WS-MATCH-FULL-TOTAL TO WS-LAD-AGN-RUNS(WS-TEAM-SUB)
           ADD WS-OVERS-FROM-BALLS TO WS-LAD-AGN-OVERS(WS-TEAM-SUB)
           IF WS-TWO-INNINGS-MATCH = 'Y'
               SET POINTS-FOR-OPP-ROW TO TRUE
               PERFORM AWARD-TWO-DAY-POINTS
           ELSE
               EVALUATE TRUE
                   WHEN MATCH-WON
                       ADD 1 TO WS-LAD-LOST(WS-TEAM-SUB)
                   WHEN MATCH-LOST
                       ADD 1 TO WS-LAD-WON(WS-TEAM-SUB)
                       ADD 2 TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN MATCH-NO-RESULT
                       ADD 1 TO WS-LAD-NORES(WS-TEAM-SUB)
                       ADD 1 TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-LAD-TIED(WS-TEAM-SUB)
                       ADD 1 TO WS-LAD-POINTS(WS-TEAM-SUB)
               END-EVALUATE
           END-IF.

      * Two-day points for the ladder row on WS-TEAM-SUB, seen
      * from the side WS-POINTS-SIDE names: the outright result
      * first, then the first-innings points, which the side that
      * led keeps unless it also won outright. A draw goes in the
      * no-result column so the ladder layout is unchanged. An
      * abandoned fixture shares the point as a one-day one does.
       AWARD-TWO-DAY-POINTS.
           EVALUATE TRUE
               WHEN MATCH-NO-RESULT
                   ADD 1 TO WS-LAD-NORES(WS-TEAM-SUB)
                   ADD 1 TO WS-LAD-POINTS(WS-TEAM-SUB)
               WHEN MATCH-DRAWN
                   ADD 1 TO WS-LAD-NORES(WS-TEAM-SUB)
               WHEN MATCH-TIED
                   ADD 1 TO WS-LAD-TIED(WS-TEAM-SUB)
                   ADD WS-PTS-OUTRIGHT-TIE TO WS-LAD-POINTS(WS-TEAM-SUB)
               WHEN (MATCH-WON AND POINTS-FOR-OWN-ROW)
                   OR (MATCH-LOST AND POINTS-FOR-OPP-ROW)
                   ADD 1 TO WS-LAD-WON(WS-TEAM-SUB)
                   ADD WS-PTS-OUTRIGHT-WIN TO WS-LAD-POINTS(WS-TEAM-SUB)
               WHEN OTHER
                   ADD 1 TO WS-LAD-LOST(WS-TEAM-SUB)
           END-EVALUATE
           IF (MATCH-DRAWN OR MATCH-WON OR MATCH-LOST)
               AND NOT (MATCH-WON AND POINTS-FOR-OWN-ROW)
               AND NOT (MATCH-LOST AND POINTS-FOR-OPP-ROW)
               EVALUATE TRUE
                   WHEN FIRST-INNS-LEVEL
                       ADD WS-PTS-FIRST-INNS-LEVEL
                           TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN (FIRST-INNS-OWN-LEAD AND POINTS-FOR-OWN-ROW)
                       OR (FIRST-INNS-OPP-LEAD AND POINTS-FOR-OPP-ROW)
                       ADD WS-PTS-FIRST-INNS-WIN
                           TO WS-LAD-POINTS(WS-TEAM-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Locates (or creates) the ladder row for the team named in
      * WS-LADDER-LOOKUP-NAME and leaves WS-TEAM-SUB on it.
                  WS-MATCH-ID DELIMITED BY SIZE
                  "  vs " DELIMITED BY SIZE
                  WS-OPPONENT-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE OUTPUT-RECORD FROM WS-DISPLAY-MESSAGE

           END-IF.

      * The match result, both totals side by side, when the
      * opposition's card was in the input - innings by innings
      * on a two-innings match.
       WRITE-RESULT-SECTION.
           MOVE "MATCH RESULT" TO WS-SECTION-HEADING
           MOVE SPACES TO WS-SECTION-COLUMNS
           PERFORM WRITE-SECTION-HEADING
           IF WS-TWO-INNINGS-MATCH = 'Y'
               PERFORM WRITE-TWO-INNINGS-RESULT
           ELSE
               PERFORM WRITE-ONE-INNINGS-RESULT
           END-IF.

       WRITE-ONE-INNINGS-RESULT.
           MOVE WS-MATCH-FULL-TOTAL TO WS-EDIT-MATCH-SUM
           MOVE WS-MATCH-WKTS-LOST TO WS-EDIT-MATCH-WKTS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      * Each side's two innings on a line apiece, the match extras
      * in both innings together, then the result in the two-day
      * form and a note of any follow-on.
       WRITE-TWO-INNINGS-RESULT.
           MOVE 1 TO WS-SIDE-SUB
           PERFORM WRITE-INNINGS-RESULT-LINE
               VARYING WS-INNS-SUB FROM 1 BY 1
               UNTIL WS-INNS-SUB > 2
           PERFORM WRITE-EXTRAS-LINE
           MOVE 2 TO WS-SIDE-SUB
           PERFORM WRITE-INNINGS-RESULT-LINE
               VARYING WS-INNS-SUB FROM 1 BY 1
               UNTIL WS-INNS-SUB > 2
           PERFORM BUILD-TWO-INNINGS-RESULT-TEXT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Result        : " DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-LINE
           IF WS-FOLLOW-ON-TEXT NOT = SPACES
               MOVE WS-FOLLOW-ON-TEXT TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-INNINGS-RESULT-LINE.
           PERFORM BUILD-INNINGS-SCORE-TEXT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-INNS-SIDE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INNS-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-INNS-SCORE-TEXT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-LINE.

      * One innings of a two-innings match as the scorebook writes
      * it - "245 for 7 dec" - into WS-INNS-SCORE-TEXT, with the
      * side's name and the innings label alongside for whichever
      * page is printing it. WS-SIDE-SUB and WS-INNS-SUB name the
      * innings.
       BUILD-INNINGS-SCORE-TEXT.
           IF WS-SIDE-SUB = 1
               MOVE "Our XI" TO WS-INNS-SIDE-NAME
           ELSE
               MOVE WS-OPPONENT-NAME TO WS-INNS-SIDE-NAME
           END-IF
           IF WS-INNS-SUB = 1
               MOVE "1st inns" TO WS-INNS-LABEL
           ELSE
               MOVE "2nd inns" TO WS-INNS-LABEL
           END-IF
           MOVE WS-INNS-TOTAL(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-INNS-RUNS
           MOVE WS-INNS-WKTS(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-INNS-WKTS
           MOVE SPACES TO WS-INNS-SCORE-TEXT
           EVALUATE TRUE
               WHEN WS-INNS-ORDER(WS-SIDE-SUB WS-INNS-SUB) = 0
                   MOVE "did not bat" TO WS-INNS-SCORE-TEXT
               WHEN WS-INNS-DECLARED(WS-SIDE-SUB WS-INNS-SUB) = 'Y'
                   STRING WS-EDIT-INNS-RUNS DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          WS-EDIT-INNS-WKTS DELIMITED BY SIZE
                          " dec" DELIMITED BY SIZE
                       INTO WS-INNS-SCORE-TEXT
               WHEN OTHER
                   STRING WS-EDIT-INNS-RUNS DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          WS-EDIT-INNS-WKTS DELIMITED BY SIZE
                       INTO WS-INNS-SCORE-TEXT
           END-EVALUATE.

      * The two-innings result in words for the report, the web
      * page, the scorecard, and the console alike - an outright
      * result with its margin, a tie, or a draw with the side
      * that took first-innings points - and, in
      * WS-FOLLOW-ON-TEXT, which side followed on, if either did.
       BUILD-TWO-INNINGS-RESULT-TEXT.
           MOVE WS-RESULT-MARGIN TO WS-EDIT-MARGIN
           MOVE WS-RESULT-MARGIN TO WS-EDIT-INNS-WKTS
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN MATCH-NO-RESULT
                   MOVE "MATCH ABANDONED - POINTS SHARED"
                       TO WS-RESULT-TEXT
               WHEN MATCH-DRAWN AND FIRST-INNS-OWN-LEAD
                   MOVE "MATCH DRAWN - first innings to Our XI"
                       TO WS-RESULT-TEXT
               WHEN MATCH-DRAWN AND FIRST-INNS-OPP-LEAD
                   STRING "MATCH DRAWN - first innings to "
                          DELIMITED BY SIZE
                          WS-OPPONENT-NAME DELIMITED BY "  "
                       INTO WS-RESULT-TEXT
               WHEN MATCH-DRAWN AND FIRST-INNS-LEVEL
                   MOVE "MATCH DRAWN - first innings scores level"
                       TO WS-RESULT-TEXT
               WHEN MATCH-DRAWN
                   MOVE "MATCH DRAWN" TO WS-RESULT-TEXT
               WHEN MATCH-TIED
                   MOVE "MATCH TIED" TO WS-RESULT-TEXT
               WHEN RESULT-BY-INNINGS
                   STRING WS-MATCH-RESULT DELIMITED BY SIZE
                          " by an innings and" DELIMITED BY SIZE
                          WS-EDIT-MARGIN DELIMITED BY SIZE
                          " runs" DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               WHEN RESULT-BY-WICKETS
                   STRING WS-MATCH-RESULT DELIMITED BY SIZE
                          " by " DELIMITED BY SIZE
                          WS-EDIT-INNS-WKTS DELIMITED BY SIZE
                          " wickets" DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               WHEN OTHER
                   STRING WS-MATCH-RESULT DELIMITED BY SIZE
                          " by " DELIMITED BY SIZE
                          WS-EDIT-MARGIN DELIMITED BY SIZE
                          " runs" DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-FOLLOW-ON-TEXT
           EVALUATE WS-FOLLOW-ON-SIDE
               WHEN 1
                   MOVE "(Our XI followed on)" TO WS-FOLLOW-ON-TEXT
               WHEN 2
                   STRING "(" DELIMITED BY SIZE
                          WS-OPPONENT-NAME DELIMITED BY "  "
                          " followed on)" DELIMITED BY SIZE
                       INTO WS-FOLLOW-ON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The extras line of our innings, component by component,
      * in the order the scorebook prints them.
       WRITE-EXTRAS-LINE.
       WRITE-PLAYER-SECTION.
           PERFORM WRITE-RUNS-LEADERBOARD
           PERFORM WRITE-AVERAGE-LEADERBOARD
           PERFORM WRITE-ECONOMY-LEADERBOARD
           PERFORM WRITE-VOTES-LEADERBOARD.

       WRITE-RUNS-LEADERBOARD.
           MOVE "LEADING RUN SCORERS" TO WS-SECTION-HEADING
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-LINE.

      * The best-and-fairest count as it stands after this
      * fixture's round - the committee's full figure, held-back
      * rounds and all. When a hold-back round is set, each line
      * also shows what results.html is publishing.
       WRITE-VOTES-LEADERBOARD.
           PERFORM FIND-MATCH-ROUND
           MOVE SPACES TO WS-SECTION-HEADING
           IF WS-MATCH-ROUND > 0
               MOVE WS-MATCH-ROUND TO WS-EDIT-ROUND
               STRING "BEST AND FAIREST VOTES - LEADER AFTER ROUND "
                          DELIMITED BY SIZE
                      WS-EDIT-ROUND DELIMITED BY SIZE
                   INTO WS-SECTION-HEADING
           ELSE
               MOVE "BEST AND FAIREST VOTES - SEASON TO DATE"
                   TO WS-SECTION-HEADING
           END-IF
           MOVE SPACES TO WS-SECTION-COLUMNS
           PERFORM WRITE-SECTION-HEADING

           IF WS-VOTE-HOLD-ROUND > 0
               MOVE WS-VOTE-HOLD-ROUND TO WS-EDIT-ROUND
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Published count held at round "
                          DELIMITED BY SIZE
                      WS-EDIT-ROUND DELIMITED BY SIZE
                      " until presentation night." DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 0 TO WS-RANK-COUNT
           MOVE 'D' TO WS-RANK-ORDER
           PERFORM ADD-VOTES-CANDIDATE
               VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
           PERFORM SORT-RANK-TABLE
           PERFORM WRITE-VOTES-BOARD-LINE
               VARYING WS-RANK-POS FROM 1 BY 1
               UNTIL WS-RANK-POS > WS-RANK-COUNT
           IF WS-RANK-COUNT = 0
               MOVE "No votes recorded yet." TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-VOTES-CANDIDATE.
           IF WS-PLAYER-VOTES(WS-SWEEP-IDX) > 0
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-PLAYER-VOTES(WS-SWEEP-IDX)
                   TO WS-RANK-KEY(WS-RANK-COUNT)
               MOVE WS-SWEEP-IDX TO WS-RANK-PLAYER-SUB(WS-RANK-COUNT)
           END-IF.

       WRITE-VOTES-BOARD-LINE.
           MOVE WS-RANK-PLAYER-SUB(WS-RANK-POS) TO WS-RANK-SUB
           MOVE WS-RANK-POS TO WS-EDIT-RANK
           MOVE WS-PLAYER-MATCHES(WS-RANK-SUB) TO WS-EDIT-MATCHES
           MOVE SPACES TO WS-VOTES-PUBLISHED
           IF WS-VOTE-HOLD-ROUND > 0
               MOVE WS-PLAYER-VOTES-SHOWN(WS-RANK-SUB)
                   TO WS-EDIT-VOTES
               STRING "  Published: " DELIMITED BY SIZE
                      WS-EDIT-VOTES DELIMITED BY SIZE
                   INTO WS-VOTES-PUBLISHED
           END-IF
           MOVE WS-PLAYER-VOTES(WS-RANK-SUB) TO WS-EDIT-VOTES
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-EDIT-RANK DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-PLAYER-ID(WS-RANK-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PLAYER-NAME(WS-RANK-SUB) DELIMITED BY SIZE
                  " Votes: " DELIMITED BY SIZE
                  WS-EDIT-VOTES DELIMITED BY SIZE
                  "  M: " DELIMITED BY SIZE
                  WS-EDIT-MATCHES DELIMITED BY SIZE
                  WS-VOTES-PUBLISHED DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-LINE.

      * Straight exchange sort of the rank table, best-first:
      * descending on the key when WS-RANK-ORDER is 'D' (runs,
      * averages), ascending when 'A' (economy). The table tops
      * out at the 999-player table, so a simple pairwise pass is
      * plenty.
       SORT-RANK-TABLE.
           IF WS-RANK-COUNT > 1
           PERFORM WRITE-HTML-RUNS-BOARD
           PERFORM WRITE-HTML-AVERAGE-BOARD
           PERFORM WRITE-HTML-ECONOMY-BOARD
           PERFORM WRITE-HTML-VOTES-BOARD
           PERFORM WRITE-HTML-TEMPO
           PERFORM WRITE-HTML-BOWLING
           PERFORM WRITE-HTML-FIELDING
           MOVE WS-OPP-WKTS TO WS-EDIT-OPP-WKTS
           MOVE WS-RESULT-MARGIN TO WS-EDIT-MARGIN
           MOVE SPACES TO WS-HTML-LINE
           IF WS-TWO-INNINGS-MATCH = 'Y'
               PERFORM BUILD-HTML-TWO-INNINGS-RESULT
           ELSE
           IF MATCH-NO-RESULT
               OR MATCH-STATUS-FORFEIT-WIN
               OR MATCH-STATUS-FORFEIT-LOSS
                   INTO WS-HTML-LINE
           END-IF
           END-IF
           END-IF
           WRITE HTML-RECORD FROM WS-HTML-LINE.

      * A paragraph per side with both its innings, then the
      * result left in WS-HTML-LINE for WRITE-HTML-RESULT.
       BUILD-HTML-TWO-INNINGS-RESULT.
           MOVE 1 TO WS-SIDE-SUB
           PERFORM WRITE-HTML-SIDE-INNINGS
           MOVE 2 TO WS-SIDE-SUB
           PERFORM WRITE-HTML-SIDE-INNINGS
           PERFORM BUILD-TWO-INNINGS-RESULT-TEXT
           MOVE SPACES TO WS-HTML-LINE
           STRING "<p>" DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-FOLLOW-ON-TEXT DELIMITED BY SIZE
                  "</p>" DELIMITED BY SIZE
               INTO WS-HTML-LINE.

       WRITE-HTML-SIDE-INNINGS.
           MOVE 1 TO WS-INNS-SUB
           PERFORM BUILD-INNINGS-SCORE-TEXT
           MOVE SPACES TO WS-HTML-LINE
           STRING "<p>" DELIMITED BY SIZE
                  WS-INNS-SIDE-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-INNS-SCORE-TEXT DELIMITED BY SIZE
               INTO WS-HTML-LINE
           WRITE HTML-RECORD FROM WS-HTML-LINE
           MOVE 2 TO WS-INNS-SUB
           MOVE SPACES TO WS-HTML-LINE
           IF WS-INNS-ORDER(WS-SIDE-SUB 2) > 0
               PERFORM BUILD-INNINGS-SCORE-TEXT
               STRING " and " DELIMITED BY SIZE
                      WS-INNS-SCORE-TEXT DELIMITED BY SIZE
                      "</p>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
           ELSE
               MOVE "</p>" TO WS-HTML-LINE
           END-IF
           WRITE HTML-RECORD FROM WS-HTML-LINE.

       BUILD-HTML-STATUS-RESULT.
               WRITE HTML-RECORD FROM WS-HTML-LINE
           END-IF.

      * The published best-and-fairest board. With a hold-back
      * round set it ranks only the votes from rounds up to that
      * one, so the page can go up every week without giving the
      * result away before presentation night.
       WRITE-HTML-VOTES-BOARD.
           PERFORM FIND-MATCH-ROUND
           IF WS-VOTE-HOLD-ROUND > 0
               MOVE WS-VOTE-HOLD-ROUND TO WS-VOTE-BOARD-ROUND
           ELSE
               MOVE WS-MATCH-ROUND TO WS-VOTE-BOARD-ROUND
           END-IF
           MOVE SPACES TO WS-HTML-LINE
           IF WS-VOTE-BOARD-ROUND > 0
               MOVE WS-VOTE-BOARD-ROUND TO WS-EDIT-ROUND
               STRING "<h2>Best and Fairest Votes - Leader after "
                          DELIMITED BY SIZE
                      "Round " DELIMITED BY SIZE
                      WS-EDIT-ROUND DELIMITED BY SIZE
                      "</h2>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
           ELSE
               MOVE "<h2>Best and Fairest Votes - Season to Date</h2>"
                   TO WS-HTML-LINE
           END-IF
           WRITE HTML-RECORD FROM WS-HTML-LINE
           IF WS-VOTE-HOLD-ROUND > 0
               MOVE "<p>Votes from later rounds are held back until "
                   TO HTML-RECORD
               WRITE HTML-RECORD
               MOVE "presentation night.</p>" TO HTML-RECORD
               WRITE HTML-RECORD
           END-IF
           MOVE "<table border=""1""><tr><th>No.</th><th>ID</th>"
               TO HTML-RECORD
           WRITE HTML-RECORD
           MOVE "<th>Name</th><th>M</th><th>Votes</th></tr>"
               TO HTML-RECORD
           WRITE HTML-RECORD
           MOVE 0 TO WS-RANK-COUNT
           MOVE 'D' TO WS-RANK-ORDER
           IF WS-VOTE-HOLD-ROUND > 0
               PERFORM ADD-SHOWN-VOTES-CANDIDATE
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
           ELSE
               PERFORM ADD-VOTES-CANDIDATE
                   VARYING WS-SWEEP-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-IDX > WS-PLAYER-COUNT
           END-IF
           PERFORM SORT-RANK-TABLE
           PERFORM WRITE-HTML-VOTES-ROW
               VARYING WS-RANK-POS FROM 1 BY 1
               UNTIL WS-RANK-POS > WS-RANK-COUNT
           MOVE "</table>" TO HTML-RECORD
           WRITE HTML-RECORD.

       ADD-SHOWN-VOTES-CANDIDATE.
           IF WS-PLAYER-VOTES-SHOWN(WS-SWEEP-IDX) > 0
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-PLAYER-VOTES-SHOWN(WS-SWEEP-IDX)
                   TO WS-RANK-KEY(WS-RANK-COUNT)
               MOVE WS-SWEEP-IDX TO WS-RANK-PLAYER-SUB(WS-RANK-COUNT)
           END-IF.

      * The rank key is whichever count the board was built from,
      * so the row prints that rather than choosing again.
       WRITE-HTML-VOTES-ROW.
           MOVE WS-RANK-PLAYER-SUB(WS-RANK-POS) TO WS-RANK-SUB
           MOVE WS-RANK-POS TO WS-EDIT-RANK
           MOVE WS-PLAYER-MATCHES(WS-RANK-SUB) TO WS-EDIT-MATCHES
           MOVE WS-RANK-KEY(WS-RANK-POS) TO WS-EDIT-VOTES
           MOVE SPACES TO WS-HTML-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
                  WS-EDIT-RANK DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
                  WS-PLAYER-ID(WS-RANK-SUB) DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
                  WS-PLAYER-NAME(WS-RANK-SUB) DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
                  WS-EDIT-MATCHES DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
                  WS-EDIT-VOTES DELIMITED BY SIZE
                  "</td></tr>" DELIMITED BY SIZE
               INTO WS-HTML-LINE
           WRITE HTML-RECORD FROM WS-HTML-LINE.

       WRITE-HTML-FIELDING.
           MOVE "<h2>Fielding - Catches Leaderboard</h2>"
               TO HTML-RECORD
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE.

      * A two-innings match prints our batting innings by innings,
      * each with its own extras and total; DID NOT BAT is listed
      * once, after the last of them.
       WRITE-SCORECARD-BATTING.
           IF WS-TWO-INNINGS-MATCH = 'Y'
               PERFORM WRITE-SCORECARD-TWO-INNINGS
           ELSE
               PERFORM WRITE-SCORECARD-ONE-INNINGS
           END-IF.

       WRITE-SCORECARD-ONE-INNINGS.
           MOVE "OUR BATTING" TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-SCORECARD-BATTER
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-TWO-INNINGS.
           MOVE 1 TO WS-SIDE-SUB
           MOVE 1 TO WS-INNS-SUB
           PERFORM WRITE-SCORECARD-INNINGS-CARD
           IF WS-INNS-ORDER(1 2) > 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-SCORECARD-LINE
               MOVE 2 TO WS-INNS-SUB
               PERFORM WRITE-SCORECARD-INNINGS-CARD
           END-IF
           PERFORM WRITE-SCORECARD-DNB
               VARYING WS-SHEET-SUB FROM 1 BY 1
               UNTIL WS-SHEET-SUB > WS-SHEET-COUNT.

       WRITE-SCORECARD-INNINGS-CARD.
           IF WS-INNS-SUB = 1
               MOVE "OUR BATTING - 1ST INNINGS" TO WS-DISPLAY-MESSAGE
           ELSE
               IF WS-FOLLOW-ON-SIDE = 1
                   MOVE "OUR BATTING - 2ND INNINGS (FOLLOWING ON)"
                       TO WS-DISPLAY-MESSAGE
               ELSE
                   MOVE "OUR BATTING - 2ND INNINGS"
                       TO WS-DISPLAY-MESSAGE
               END-IF
           END-IF
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-SCORECARD-INNINGS-BATTER
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           PERFORM WRITE-SCORECARD-INNINGS-EXTRAS
           PERFORM BUILD-INNINGS-SCORE-TEXT
           MOVE WS-INNS-BALLS(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-BALLS-FACED
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  TOTAL " DELIMITED BY SIZE
                  WS-INNS-SCORE-TEXT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-EDIT-BALLS-FACED DELIMITED BY SIZE
                  " balls)" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-INNINGS-BATTER.
           IF WS-CARD-INNINGS-NO(WS-CARD-SUB) = WS-INNS-SUB
               PERFORM WRITE-SCORECARD-BATTER
           END-IF.

       WRITE-SCORECARD-INNINGS-EXTRAS.
           MOVE WS-INNS-EXTRAS(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-MATCH-EXTRAS
           MOVE WS-INNS-BYES(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-EXT-BYES
           MOVE WS-INNS-LEG-BYES(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-EXT-LEG-BYES
           MOVE WS-INNS-WIDES(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-EXT-WIDES
           MOVE WS-INNS-NO-BALLS(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-EXT-NO-BALLS
           MOVE WS-INNS-PENALTY(WS-SIDE-SUB WS-INNS-SUB)
               TO WS-EDIT-EXT-PENALTY
           PERFORM WRITE-SCORECARD-EXTRAS-LINE.

       WRITE-SCORECARD-BATTER.
           PERFORM BUILD-CARD-DISMISSAL-TEXT
           MOVE WS-CARD-RUNS(WS-CARD-SUB) TO WS-EDIT-CARD-RUNS
           MOVE WS-EXT-WIDES TO WS-EDIT-EXT-WIDES
           MOVE WS-EXT-NO-BALLS TO WS-EDIT-EXT-NO-BALLS
           MOVE WS-EXT-PENALTY TO WS-EDIT-EXT-PENALTY
           PERFORM WRITE-SCORECARD-EXTRAS-LINE.

       WRITE-SCORECARD-EXTRAS-LINE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Extras " DELIMITED BY SIZE
                  WS-EDIT-MATCH-EXTRAS DELIMITED BY SIZE
           END-IF.

      * Fall of wickets from the partnership register: the stands
      * recorded for this match ID, in wicket order as keyed. A
      * stand the book gave shows the score the wicket fell at (or
      * that it was unbroken) and the extras inside it; a keyed
      * stand the book has replaced is not shown, but is listed
      * with the book's figure for the same wicket beneath.
       WRITE-SCORECARD-FOW.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
                           MOVE 'Y' TO WS-PARTNER-EOF
                       NOT AT END
                           IF PTN-MATCH-ID = WS-MATCH-ID
                               AND NOT PTN-SUPERSEDED
                               ADD 1 TO WS-FOW-COUNT
                               PERFORM WRITE-SCORECARD-FOW-LINE
                           END-IF
               MOVE "  (no partnership records for this match)"
                   TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-SCORECARD-LINE
           END-IF
           IF WS-RECON-COUNT > 0
               PERFORM WRITE-SCORECARD-RECON
           END-IF.

       WRITE-SCORECARD-FOW-LINE.
           IF PTN-FROM-BOOK
               PERFORM WRITE-SCORECARD-BOOK-FOW
           ELSE
               PERFORM WRITE-SCORECARD-KEYED-FOW
           END-IF.

       WRITE-SCORECARD-BOOK-FOW.
           MOVE SPACES TO WS-FOW-INNINGS-TEXT
           IF PTN-INNINGS-NO = "1"
               MOVE "1st inns  " TO WS-FOW-INNINGS-TEXT
           END-IF
           IF PTN-INNINGS-NO = "2"
               MOVE "2nd inns  " TO WS-FOW-INNINGS-TEXT
           END-IF
           MOVE PTN-WICKET TO WS-EDIT-WKT-NO
           MOVE PTN-RUNS TO WS-EDIT-WKT-RUNS
           MOVE PTN-EXTRAS TO WS-EDIT-STAND-EXTRAS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF PTN-STAND-UNBROKEN
               STRING "  " DELIMITED BY SIZE
                      WS-FOW-INNINGS-TEXT DELIMITED BY "   "
                      "Wkt " DELIMITED BY SIZE
                      WS-EDIT-WKT-NO DELIMITED BY SIZE
                      " unbroken " DELIMITED BY SIZE
                      "stand of " DELIMITED BY SIZE
                      WS-EDIT-WKT-RUNS DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-EDIT-STAND-EXTRAS DELIMITED BY SIZE
                      " ext)  " DELIMITED BY SIZE
                      PTN-BATTER1-ID DELIMITED BY SIZE
                      " and " DELIMITED BY SIZE
                      PTN-BATTER2-ID DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               MOVE PTN-FOW-SCORE TO WS-EDIT-FOW-SCORE
               STRING "  " DELIMITED BY SIZE
                      WS-FOW-INNINGS-TEXT DELIMITED BY "   "
                      "Wkt " DELIMITED BY SIZE
                      WS-EDIT-WKT-NO DELIMITED BY SIZE
                      " at " DELIMITED BY SIZE
                      WS-EDIT-FOW-SCORE DELIMITED BY SIZE
                      " stand of " DELIMITED BY SIZE
                      WS-EDIT-WKT-RUNS DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-EDIT-STAND-EXTRAS DELIMITED BY SIZE
                      " ext)  " DELIMITED BY SIZE
                      PTN-BATTER1-ID DELIMITED BY SIZE
                      " and " DELIMITED BY SIZE
                      PTN-BATTER2-ID DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM WRITE-SCORECARD-LINE.

      * Each hand-keyed stand this posting replaced, against the
      * book's stand for the same wicket.
       WRITE-SCORECARD-RECON.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
           MOVE "HAND-KEYED STANDS REPLACED BY THE BOOK'S"
               TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
           PERFORM WRITE-SCORECARD-RECON-LINE
               VARYING WS-RECON-SUB FROM 1 BY 1
               UNTIL WS-RECON-SUB > WS-RECON-COUNT.

       WRITE-SCORECARD-RECON-LINE.
           MOVE WS-RCN-WICKET(WS-RECON-SUB) TO WS-EDIT-WKT-NO
           MOVE WS-RCN-KEYED-RUNS(WS-RECON-SUB) TO WS-EDIT-WKT-RUNS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "  Wkt " DELIMITED BY SIZE
                  WS-EDIT-WKT-NO DELIMITED BY SIZE
                  "  keyed " DELIMITED BY SIZE
                  WS-EDIT-WKT-RUNS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RCN-KEYED-B1(WS-RECON-SUB) DELIMITED BY SIZE
                  " and " DELIMITED BY SIZE
                  WS-RCN-KEYED-B2(WS-RECON-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RCN-OUTCOME(WS-RECON-SUB) DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
           MOVE WS-RCN-BOOK-SUB(WS-RECON-SUB) TO WS-DERIVED-SUB
           IF WS-DERIVED-SUB > 0
               MOVE WS-DRV-RUNS(WS-DERIVED-SUB) TO WS-EDIT-WKT-RUNS
               COMPUTE WS-RECON-DIFF =
                   WS-RCN-KEYED-RUNS(WS-RECON-SUB)
                   - WS-DRV-RUNS(WS-DERIVED-SUB)
               MOVE WS-RECON-DIFF TO WS-EDIT-RECON-DIFF
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "           book " DELIMITED BY SIZE
                      WS-EDIT-WKT-RUNS DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DRV-B1(WS-DERIVED-SUB) DELIMITED BY SIZE
                      " and " DELIMITED BY SIZE
                      WS-DRV-B2(WS-DERIVED-SUB) DELIMITED BY SIZE
                      "  keyed less book " DELIMITED BY SIZE
                      WS-EDIT-RECON-DIFF DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-SCORECARD-LINE
           END-IF.

       WRITE-SCORECARD-KEYED-FOW.
           MOVE PTN-WICKET TO WS-EDIT-WKT-NO
           MOVE PTN-RUNS TO WS-EDIT-WKT-RUNS
           MOVE SPACES TO WS-DISPLAY-MESSAGE
       WRITE-SCORECARD-OPPOSITION.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE
           IF WS-OPP-PRESENT = 'Y'
               AND WS-TWO-INNINGS-MATCH = 'Y'
               MOVE 2 TO WS-SIDE-SUB
               MOVE 1 TO WS-INNS-SUB
               PERFORM WRITE-SCORECARD-OPP-INNINGS
               MOVE 2 TO WS-INNS-SUB
               PERFORM WRITE-SCORECARD-OPP-INNINGS
               PERFORM BUILD-TWO-INNINGS-RESULT-TEXT
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               PERFORM WRITE-SCORECARD-LINE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "RESULT: " DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               IF WS-FOLLOW-ON-TEXT NOT = SPACES
                   PERFORM WRITE-SCORECARD-LINE
                   MOVE WS-FOLLOW-ON-TEXT TO WS-DISPLAY-MESSAGE
               END-IF
           ELSE
           IF WS-OPP-PRESENT = 'Y'
               MOVE WS-OPP-FULL-TOTAL TO WS-EDIT-OPP-RUNS
               MOVE WS-OPP-WKTS TO WS-EDIT-OPP-WKTS
               MOVE "OPPOSITION: no card keyed this run"
                   TO WS-DISPLAY-MESSAGE
           END-IF
           END-IF
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-OPP-INNINGS.
           PERFORM BUILD-INNINGS-SCORE-TEXT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "OPPOSITION " DELIMITED BY SIZE
                  WS-OPPONENT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INNS-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-INNS-SCORE-TEXT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-SCORECARD-LINE.

       WRITE-SCORECARD-BOWLING.
               DISPLAY "Match Result: " WS-MATCH-RESULT
                   " (status " WS-MATCH-STATUS ")"
           END-IF
           IF WS-OPP-PRESENT = 'Y'
               AND WS-TWO-INNINGS-MATCH = 'Y'
               PERFORM BUILD-TWO-INNINGS-RESULT-TEXT
               DISPLAY "Match Result: " WS-RESULT-TEXT
           ELSE
           IF WS-OPP-PRESENT = 'Y'
               IF MATCH-TIED
                   DISPLAY "Match Result: TIED ("
                       WS-RESULT-MARGIN " runs"
               END-IF
           END-IF
           END-IF
           IF WS-CONTROL-PRESENT = 'Y'
               DISPLAY "Match Total: " WS-MATCH-FULL-TOTAL
                   " Operator Control Total: " WS-EXPECTED-TOTAL
       CLEANUP.
           DISPLAY "Thank you using Enhanced  Calculator Program."
           DISPLAY "Goodbye!".

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
                   MOVE "StatisticsCalculator" TO LCK-PROGRAM
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
