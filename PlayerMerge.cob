      * The operator names the wrong ID and the right one, sees
      * both IDs' figures side by side, and confirms; the merge
      * then reassigns every record from the wrong ID to the
      * right one across every store that holds it:
      *
      *   players.dat    - each innings rewritten under the target
      *                    ID with its PIX-SEQUENCE renumbered on
      *                    from the target's highest, so the keys
      *                    cannot collide, and the wrong-ID
      *                    records deleted;
      *   seasonply.dat  - the wrong ID's season row folded into
      *                    the target's, the derived figures
      *                    recomputed with the same rules
      *                    StatisticsCalculator applies, and the
      *                    wrong row deleted - season.ctl and both
      *                    rows retired to a generation first so
      *                    a mistaken merge is recoverable the
      *                    back-out way;
      *   careers.dat    - runs, innings, and matches folded in;
      *   partnerships.txt and milestones.txt - the wrong ID
      *                    replaced wherever it appears;
      *   availability.ctl - the wrong ID's replies moved to the
      *                    target, except where the target has
      *                    already replied for that fixture, when
      *                    the target's own reply stands;
      *   fees.ctl       - the wrong ID's charges, payments and
      *                    credits moved onto the target's
      *                    account, so the debt follows the
      *                    player;
      *   matcharch.ctl  - each archived score line that names the
      *                    wrong ID as one of ours rewritten under
      *                    the target, so a replay of the season
      *                    posts it to the right player;
      *   careeropen.ctl and playersopen.dat - the opening copies
      *                    a replay starts from, merged the same
      *                    way as careers.dat and players.dat;
      *   oppsplits.ctl and oppopen.ctl - the best performances
      *                    retitled, and the wrong ID's leader
      *                    entry folded into the target's;
      *   scouting.ctl   - the wrong ID's wickets against each
      *                    opposition batter folded into the
      *                    target's among the takers;
      *   matchups.ctl   - each wrong-ID pair folded into the
      *                    target's pair against the same opponent
      *                    and player, or retitled where the target
      *                    has none.
      *
      * Each grade (XI) has its own season files (season-2.ctl,
      * seasonply-2.dat and so on) and a player moves between the
      * XIs, so the season merge is applied to every grade whose
      * season rows hold the wrong ID, each retired to that
      * grade's own generation file first, and every grade's
      * archive, opponent splits, scouting and match-up registers
      * are merged the same way. The side-by-side
      * figures shown beforehand are the season of the grade
      * chosen at sign-on.
      *
      * The merge refuses to run if the target ID is not on
      * roster.txt - figures are only ever merged onto a player
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SEASON-FILE ASSIGN TO DYNAMIC WS-SEASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT SEASON-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-SEAPLY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-PLAYER-ID
               FILE STATUS IS WS-SEAPLY-STATUS.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT CAREER-FILE ASSIGN TO "careers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-PLAYER-ID
               FILE STATUS IS WS-CAREER-STATUS.
           SELECT PLAYER-INDEX-FILE
               ASSIGN TO DYNAMIC WS-PIX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-KEY
           SELECT PARTNERSHIP-FILE ASSIGN TO "partnerships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT AVAILABILITY-FILE ASSIGN TO "availability.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.
           SELECT FEES-FILE ASSIGN TO "fees.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT MILESTONE-FILE ASSIGN TO "milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILESTONE-STATUS.
           SELECT CAREER-OPEN-FILE ASSIGN TO "careeropen.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-OPEN-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-KEEP-FILE
               ASSIGN TO DYNAMIC WS-KEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT OPPSPLIT-FILE ASSIGN TO DYNAMIC WS-SPLIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT SCOUT-FILE ASSIGN TO DYNAMIC WS-SCOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOUT-STATUS.
           SELECT MATCHUP-FILE ASSIGN TO DYNAMIC WS-MATCHUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHUP-STATUS.
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
                   15 SEA-TOP5-PLAYER-ID   PIC X(05).
                   15 SEA-TOP5-PLAYER-NAME PIC X(20).
           05 SEA-PLAYER-COUNT       PIC 9(03).

      * Same layout StatisticsCalculator keeps in seasonply.dat,
      * one row per player keyed on player ID.
       FD SEASON-PLAYER-FILE.
       01 SEASON-PLAYER-RECORD.
           05 SPL-PLAYER-ID          PIC X(05).
           05 SPL-PLAYER-BODY        PIC X(167).

      * Same layout StatisticsCalculator retires generations with:
      * a team row, then a player row (the before-image) or a
      * new-player row (ID only) for each season row changed.
       FD GENERATION-FILE.
       01 GENERATION-RECORD.
           05 GEN-NUMBER            PIC 9(04).
           05 GEN-RETIRED-BY-MATCH  PIC X(08).
           05 GEN-ROW-TYPE          PIC X(01).
           05 GEN-ROW-BODY          PIC X(246).

      * Same layout StatisticsCalculator maintains in careers.dat,
      * keyed on player ID.
       FD CAREER-FILE.
       01 CAREER-RECORD.
           05 CAR-PLAYER-ID         PIC X(05).
           05 CAR-INNINGS           PIC 9(05).
           05 CAR-MATCHES           PIC 9(05).

      * Same layout BuildPlayerIndex maintains in players.dat and
      * its opening copy playersopen.dat.
       FD PLAYER-INDEX-FILE.
       01 PLAYER-INDEX-RECORD.
           05 PIX-KEY.
           05 PTN-BATTER1-ID        PIC X(05).
           05 PTN-BATTER2-ID        PIC X(05).
           05 PTN-RUNS              PIC 9(05).
           05 PTN-INNINGS-NO        PIC X(01).
           05 PTN-EXTRAS            PIC 9(03).
           05 PTN-FOW-SCORE         PIC 9(05).
           05 PTN-SOURCE            PIC X(01).
           05 PTN-UNBROKEN          PIC X(01).

      * Same layout StatisticsCalculator appends to the milestone
      * ledger.
           05 MST-TYPE              PIC X(25).
           05 MST-VALUE             PIC 9(07).

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
           05 FEE-REFERENCE         PIC X(08).
           05 FEE-AMOUNT            PIC 9(05)V9(02).
           05 FEE-GRADE-CODE        PIC X(01).
           05 FEE-OPERATOR-ID       PIC X(08).
           05 FEE-NOTE              PIC X(20).

      * Same layout as CAREER-RECORD - the career totals as they
      * stood before the season's first posting, which
      * StatisticsCalculator copies out for SeasonReplay.
       FD CAREER-OPEN-FILE.
       01 CAREER-OPEN-RECORD.
           05 COP-PLAYER-ID         PIC X(05).
           05 COP-PLAYER-NAME       PIC X(20).
           05 COP-RUNS              PIC 9(07).
           05 COP-INNINGS           PIC 9(05).
           05 COP-MATCHES           PIC 9(05).

      * Same layout StatisticsCalculator archives each posting's
      * score lines in. Only the views that carry player IDs are
      * given here: which of the IDs on a line are ours depends
      * on the record type and on the side the line is for.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-MATCH-ID          PIC X(08).
           05 ARC-LEDGER-SEQ        PIC 9(04).
           05 ARC-POSTED-DATE       PIC X(08).
           05 ARC-POSTED-TIME       PIC X(08).
           05 ARC-LINE-NO           PIC 9(05).
           05 ARC-INPUT-LINE.
               10 ARC-RECORD-TYPE      PIC X(01).
               10 ARC-RECORD-BODY      PIC X(58).
               10 ARC-INNINGS-BODY REDEFINES ARC-RECORD-BODY.
                   15 ARC-INN-PLAYER-ID    PIC X(05).
                   15 ARC-INN-PLAYER-NAME  PIC X(20).
                   15 FILLER               PIC X(24).
                   15 ARC-INN-TEAM-FLAG    PIC X(01).
                   15 FILLER               PIC X(08).
               10 ARC-DISMISSAL-BODY REDEFINES ARC-RECORD-BODY.
                   15 ARC-DIS-BATTER-ID    PIC X(05).
                   15 FILLER               PIC X(01).
                   15 ARC-DIS-BOWLER-ID    PIC X(05).
                   15 ARC-DIS-FIELDER-ID   PIC X(05).
                   15 ARC-DIS-TEAM-FLAG    PIC X(01).
                   15 FILLER               PIC X(41).
               10 ARC-BALL-BODY REDEFINES ARC-RECORD-BODY.
                   15 FILLER               PIC X(03).
                   15 ARC-BALL-STRIKER-ID  PIC X(05).
                   15 ARC-BALL-BOWLER-ID   PIC X(05).
                   15 FILLER               PIC X(03).
                   15 ARC-BALL-TEAM-FLAG   PIC X(01).
                   15 FILLER               PIC X(01).
                   15 ARC-BALL-NON-STRIKER-ID PIC X(05).
                   15 ARC-BALL-OUT-ID      PIC X(05).
                   15 FILLER               PIC X(30).
               10 ARC-SHEET-BODY REDEFINES ARC-RECORD-BODY.
                   15 ARC-SHEET-PLAYER OCCURS 11 TIMES PIC X(05).
                   15 FILLER               PIC X(03).
               10 ARC-EXTRAS-BODY REDEFINES ARC-RECORD-BODY.
                   15 FILLER               PIC X(10).
                   15 ARC-EXT-BOWLER-ID    PIC X(05).
                   15 ARC-EXT-TEAM-FLAG    PIC X(01).
                   15 FILLER               PIC X(42).
               10 ARC-VOTES-BODY REDEFINES ARC-RECORD-BODY.
                   15 FILLER               PIC X(01).
                   15 ARC-VOTE-PLAYER-ID OCCURS 3 TIMES PIC X(05).
                   15 FILLER               PIC X(42).

      * The archive is copied through mergekeep.tmp with the
      * wrong ID rewritten, and the copy put back over it.
       FD ARCHIVE-KEEP-FILE.
       01 ARCHIVE-KEEP-RECORD      PIC X(92).

      * Same layout StatisticsCalculator keeps the opponent splits
      * in (oppsplits.ctl) and copies to oppopen.ctl.
       FD OPPSPLIT-FILE.
       01 OPPSPLIT-RECORD.
           05 OPS-OPPONENT-NAME     PIC X(20).
           05 OPS-WON               PIC 9(03).
           05 OPS-LOST              PIC 9(03).
           05 OPS-TIED              PIC 9(03).
           05 OPS-FOR-RUNS          PIC 9(07).
           05 OPS-AGN-RUNS          PIC 9(07).
           05 OPS-BEST-BAT-ID       PIC X(05).
           05 OPS-BEST-BAT-NAME     PIC X(20).
           05 OPS-BEST-BAT-RUNS     PIC 9(05).
           05 OPS-BEST-BOWL-ID      PIC X(05).
           05 OPS-BEST-BOWL-NAME    PIC X(20).
           05 OPS-BEST-BOWL-WKTS    PIC 9(02).
           05 OPS-BEST-BOWL-RUNS    PIC 9(05).
           05 OPS-LEADER-COUNT      PIC 9(02).
           05 OPS-LEADER-TABLE.
               10 OPS-LEADER-ENTRY OCCURS 20 TIMES.
                   15 OPS-LDR-PLAYER-ID    PIC X(05).
                   15 OPS-LDR-PLAYER-NAME  PIC X(20).
                   15 OPS-LDR-RUNS         PIC 9(07).
                   15 OPS-LDR-WKTS         PIC 9(04).

      * Same layout StatisticsCalculator keeps the opposition
      * scouting register in. Only the takers are ours.
       FD SCOUT-FILE.
       01 SCOUT-RECORD.
           05 SCT-OPPONENT-NAME     PIC X(20).
           05 SCT-PLAYER-ID         PIC X(05).
           05 SCT-PLAYER-NAME       PIC X(20).
           05 SCT-FIGURES           PIC X(46).
           05 SCT-TAKER-COUNT       PIC 9(02).
           05 SCT-TAKER OCCURS 6 TIMES.
               10 SCT-TAKER-ID      PIC X(05).
               10 SCT-TAKER-WKTS    PIC 9(03).
           05 SCT-OTHER-WKTS        PIC 9(03).
           05 SCT-LAST-MATCH-ID     PIC X(08).
           05 SCT-LAST-MATCH-DATE   PIC X(08).

      * Same layout StatisticsCalculator keeps the match-up
      * register in: our player is the striker on an "O" row and
      * the bowler on a "V" row.
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

      * Operator identity signed on through CricketMenu and passed
      * down in operator.ctl; a run with no operator.ctl journals
      * as BATCH.
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
       01 WS-MERGE-SUB            PIC 9(02) VALUE 0.
       01 WS-MERGE-GRADE          PIC 9(01) VALUE 0.
       01 WS-SEASON-FILE-NAME     PIC X(20) VALUE "season.ctl".
       01 WS-SEAPLY-FILE-NAME     PIC X(20) VALUE "seasonply.dat".
       01 WS-GEN-FILE-NAME        PIC X(20) VALUE "seasongen.ctl".
       01 WS-ARCHIVE-FILE-NAME    PIC X(20) VALUE "matcharch.ctl".
       01 WS-OPPSPLIT-FILE-NAME   PIC X(20) VALUE "oppsplits.ctl".
       01 WS-OPPOPEN-FILE-NAME    PIC X(20) VALUE "oppopen.ctl".
       01 WS-SCOUT-FILE-NAME      PIC X(20) VALUE "scouting.ctl".
       01 WS-MATCHUP-FILE-NAME    PIC X(20) VALUE "matchups.ctl".
      * The opponent splits and their opening copy share a layout
      * and are merged in turn through the one file; the player
      * index and its opening copy the same way.
       01 WS-SPLIT-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-PIX-FILE-NAME        PIC X(20) VALUE "players.dat".
       01 WS-KEEP-FILE-NAME       PIC X(20) VALUE "mergekeep.tmp".

       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-SEASON-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-STATUS        PIC XX VALUE SPACES.
       01 WS-GEN-STATUS           PIC XX VALUE SPACES.
       01 WS-CAREER-STATUS        PIC XX VALUE SPACES.
       01 WS-PIX-STATUS           PIC XX VALUE SPACES.
       01 WS-PARTNER-STATUS       PIC XX VALUE SPACES.
       01 WS-MILESTONE-STATUS     PIC XX VALUE SPACES.
       01 WS-AVAIL-STATUS         PIC XX VALUE SPACES.
       01 WS-AVAIL-EOF            PIC X VALUE 'N'.
       01 WS-FEES-STATUS          PIC XX VALUE SPACES.
       01 WS-FEES-EOF             PIC X VALUE 'N'.
       01 WS-CAREER-OPEN-STATUS   PIC XX VALUE SPACES.
       01 WS-CAREER-OPEN-EOF      PIC X VALUE 'N'.
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCHIVE-EOF          PIC X VALUE 'N'.
       01 WS-KEEP-STATUS          PIC XX VALUE SPACES.
       01 WS-KEEP-OK              PIC X VALUE 'Y'.
       01 WS-CALL-RC              PIC S9(09) VALUE 0.
       01 WS-SPLIT-STATUS         PIC XX VALUE SPACES.
       01 WS-SPLIT-EOF            PIC X VALUE 'N'.
       01 WS-SCOUT-STATUS         PIC XX VALUE SPACES.
       01 WS-SCOUT-EOF            PIC X VALUE 'N'.
       01 WS-MATCHUP-STATUS       PIC XX VALUE SPACES.
       01 WS-MATCHUP-EOF          PIC X VALUE 'N'.

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

       01 WS-ROSTER-EOF           PIC X VALUE 'N'.
       01 WS-PARTNER-EOF          PIC X VALUE 'N'.
       01 WS-MILESTONE-EOF        PIC X VALUE 'N'.
       01 WS-GEN-EOF              PIC X VALUE 'N'.
       01 WS-SEASON-LOADED        PIC X VALUE 'N'.
       01 WS-GEN-COUNT            PIC 9(04) VALUE 0.

      * The two season rows of the merge, in the seasonply.dat
      * layout: the wrong ID's is read into the first entry and
      * the target's into the second. WS-SOURCE-SUB and
      * WS-TARGET-SUB point at them, or are nought when the grade
      * holds no row for that ID.
       01 WS-MERGE-ROW-TABLE.
           05 SEA-PLAYER-ENTRY OCCURS 2 TIMES.
               10 SEA-PLAYER-ID            PIC X(05).
               10 SEA-PLAYER-NAME          PIC X(20).
               10 SEA-PLAYER-RUNS-SUM      PIC 9(07).
               10 SEA-PLAYER-INNINGS       PIC 9(03).
               10 SEA-PLAYER-OUTS          PIC 9(03).
               10 SEA-PLAYER-MAX-RUNS      PIC 9(05).
               10 SEA-PLAYER-MIN-RUNS      PIC 9(05).
               10 SEA-PLAYER-AVERAGE       PIC 9(05)V9(02).
               10 SEA-PLAYER-OVERS-BOWLED  PIC 9(05)V9(01).
               10 SEA-PLAYER-RUNS-CONCEDED PIC 9(07).
               10 SEA-PLAYER-ECONOMY       PIC 9(05)V9(02).
               10 SEA-PLAYER-BALLS-FACED   PIC 9(07).
               10 SEA-PLAYER-FOURS         PIC 9(04).
               10 SEA-PLAYER-SIXES         PIC 9(04).
               10 SEA-PLAYER-STRIKE-RATE   PIC 9(05)V9(02).
               10 SEA-PLAYER-BOUNDARY-PCT  PIC 9(03)V9(02).
               10 SEA-PLAYER-SUM-SQUARES   PIC 9(12).
               10 SEA-PLAYER-BOWLED        PIC 9(03).
               10 SEA-PLAYER-CAUGHT        PIC 9(03).
               10 SEA-PLAYER-LBW           PIC 9(03).
               10 SEA-PLAYER-RUN-OUT       PIC 9(03).
               10 SEA-PLAYER-STUMPED       PIC 9(03).
               10 SEA-PLAYER-WICKETS       PIC 9(03).
               10 SEA-PLAYER-BOWL-AVG      PIC 9(05)V9(02).
               10 SEA-PLAYER-BEST-WKTS     PIC 9(02).
               10 SEA-PLAYER-BEST-RUNS     PIC 9(05).
               10 SEA-PLAYER-MATCH-WKTS    PIC 9(03).
               10 SEA-PLAYER-MATCH-RUNS-CON PIC 9(05).
               10 SEA-PLAYER-CATCHES       PIC 9(03).
               10 SEA-PLAYER-STUMPINGS     PIC 9(03).
               10 SEA-PLAYER-RUNOUTS-EFF   PIC 9(03).
               10 SEA-PLAYER-MATCHES       PIC 9(03).
               10 SEA-PLAYER-VOTES         PIC 9(03).
               10 SEA-PLAYER-VOTES-SHOWN   PIC 9(03).
       01 WS-SOURCE-SUB           PIC 9(01) VALUE 0.
       01 WS-TARGET-SUB           PIC 9(01) VALUE 0.
       01 WS-TARGET-EXISTED       PIC X VALUE 'N'.
       01 WS-TOP5-SUB             PIC 9 VALUE 0.
       01 WS-BOUNDARY-RUNS        PIC 9(08) VALUE 0.

      * The two careers.dat rows of the merge, read by key the
      * same way: the wrong ID's first, the target's second.
       01 WS-CAR-SOURCE-SUB       PIC 9(01) VALUE 0.
       01 WS-CAR-TARGET-SUB       PIC 9(01) VALUE 0.
       01 WS-CAREER-LOADED        PIC X VALUE 'N'.
       01 WS-CAREER-TABLE.
           05 WS-CAREER-ENTRY OCCURS 2 TIMES.
               10 WS-CAR-PLAYER-ID     PIC X(05) VALUE SPACES.
               10 WS-CAR-PLAYER-NAME   PIC X(20) VALUE SPACES.
               10 WS-CAR-RUNS          PIC 9(07) VALUE 0.
       01 WS-NEXT-SEQUENCE        PIC 9(04) VALUE 0.
       01 WS-MOVED-COUNT          PIC 9(03) VALUE 0.

      * In-storage copies of the flat files the wrong ID can
      * appear in, for the whole-file rewrite.
       01 WS-MAX-STANDS           PIC 9(03) VALUE 500.
       01 WS-STAND-COUNT          PIC 9(03) VALUE 0.
       01 WS-STAND-SUB            PIC 9(03) VALUE 0.
       01 WS-STAND-TABLE.
           05 WS-STAND-RECORD OCCURS 500 TIMES PIC X(36).
       01 WS-STAND-WORK.
           05 WS-STAND-MATCH-ID     PIC X(08).
           05 WS-STAND-WICKET       PIC 9(02).
           05 WS-STAND-B1           PIC X(05).
           05 WS-STAND-B2           PIC X(05).
           05 WS-STAND-RUNS         PIC 9(05).
           05 FILLER                PIC X(11).
       01 WS-MAX-MILESTONES       PIC 9(03) VALUE 500.
       01 WS-MST-COUNT            PIC 9(03) VALUE 0.
       01 WS-MST-SUB              PIC 9(03) VALUE 0.
           05 WS-MSTW-PLAYER-NAME   PIC X(20).
           05 WS-MSTW-TYPE          PIC X(25).
           05 WS-MSTW-VALUE         PIC 9(07).
       01 WS-MAX-REPLIES          PIC 9(04) VALUE 3000.
       01 WS-AVL-COUNT            PIC 9(04) VALUE 0.
       01 WS-AVL-SUB              PIC 9(04) VALUE 0.
       01 WS-AVL-SCAN             PIC 9(04) VALUE 0.
       01 WS-AVL-TABLE.
           05 WS-AVL-RECORD OCCURS 3000 TIMES PIC X(52).
       01 WS-AVL-WORK.
           05 WS-AVLW-MATCH-ID      PIC X(08).
           05 WS-AVLW-PLAYER-ID     PIC X(05).
           05 WS-AVLW-REST          PIC X(39).
       01 WS-AVL-PROBE.
           05 WS-AVLP-MATCH-ID      PIC X(08).
           05 WS-AVLP-PLAYER-ID     PIC X(05).
           05 WS-AVLP-REST          PIC X(39).
       01 WS-AVL-TARGET-HAS       PIC X VALUE 'N'.
       01 WS-AVL-CHANGED          PIC 9(04) VALUE 0.
       01 WS-MAX-FEES             PIC 9(04) VALUE 5000.
       01 WS-FEE-COUNT            PIC 9(04) VALUE 0.
       01 WS-FEE-SUB              PIC 9(04) VALUE 0.
       01 WS-FEE-CHANGED          PIC 9(04) VALUE 0.
       01 WS-FEE-TABLE.
           05 WS-FEE-RECORD OCCURS 5000 TIMES PIC X(58).
       01 WS-STANDS-CHANGED       PIC 9(03) VALUE 0.
       01 WS-MST-CHANGED          PIC 9(03) VALUE 0.

      * The opening career totals, read into storage so the wrong
      * ID's row can be folded into the target's wherever the two
      * stand in the file.
       01 WS-MAX-OPEN-CAREERS     PIC 9(04) VALUE 3000.
       01 WS-COP-COUNT            PIC 9(04) VALUE 0.
       01 WS-COP-SUB              PIC 9(04) VALUE 0.
       01 WS-COP-SOURCE-SUB       PIC 9(04) VALUE 0.
       01 WS-COP-TARGET-SUB       PIC 9(04) VALUE 0.
       01 WS-COP-TABLE.
           05 WS-COP-ROW OCCURS 3000 TIMES.
               10 WS-COP-PLAYER-ID     PIC X(05).
               10 WS-COP-PLAYER-NAME   PIC X(20).
               10 WS-COP-RUNS          PIC 9(07).
               10 WS-COP-INNINGS       PIC 9(05).
               10 WS-COP-MATCHES       PIC 9(05).

      * Archive lines changed in the grade being merged, and
      * whether the copy through mergekeep.tmp went cleanly.
       01 WS-ARC-CHANGED          PIC 9(05) VALUE 0.
       01 WS-ARC-LINE-CHANGED     PIC X VALUE 'N'.
       01 WS-ARC-SUB              PIC 9(02) VALUE 0.

      * The opponent splits and the scouting register are merged
      * row by row as they are read - the wrong ID and the target
      * only ever meet within a row - and written back whole.
       01 WS-MAX-SPLITS           PIC 9(03) VALUE 30.
       01 WS-OPS-COUNT            PIC 9(03) VALUE 0.
       01 WS-OPS-SUB              PIC 9(03) VALUE 0.
       01 WS-OPS-CHANGED          PIC 9(03) VALUE 0.
       01 WS-OPS-TABLE.
           05 WS-OPS-ROW OCCURS 30 TIMES PIC X(827).
       01 WS-LDR-SUB              PIC 9(02) VALUE 0.
       01 WS-LDR-SOURCE-SUB       PIC 9(02) VALUE 0.
       01 WS-LDR-TARGET-SUB       PIC 9(02) VALUE 0.
       01 WS-MAX-SCOUT-ROWS       PIC 9(04) VALUE 1500.
       01 WS-SCT-COUNT            PIC 9(04) VALUE 0.
       01 WS-SCT-SUB              PIC 9(04) VALUE 0.
       01 WS-SCT-CHANGED          PIC 9(04) VALUE 0.
       01 WS-SCT-TABLE.
           05 WS-SCT-ROW OCCURS 1500 TIMES PIC X(160).
       01 WS-TKR-SUB              PIC 9(01) VALUE 0.
       01 WS-TKR-SOURCE-SUB       PIC 9(01) VALUE 0.
       01 WS-TKR-TARGET-SUB       PIC 9(01) VALUE 0.
       01 WS-ROW-CHANGED          PIC X VALUE 'N'.

      * The match-up register, in storage so each wrong-ID pair
      * can be folded into the target's pair against the same
      * opponent and player, wherever that row stands. A folded
      * row is marked dropped and not written back.
       01 WS-MAX-MATCHUP-ROWS     PIC 9(04) VALUE 3000.
       01 WS-MUP-COUNT            PIC 9(04) VALUE 0.
       01 WS-MUP-SUB              PIC 9(04) VALUE 0.
       01 WS-MUP-SCAN             PIC 9(04) VALUE 0.
       01 WS-MUP-TARGET-SUB       PIC 9(04) VALUE 0.
       01 WS-MUP-CHANGED          PIC 9(04) VALUE 0.
       01 WS-MUP-FULL             PIC X VALUE 'N'.
       01 WS-MUP-KEY-STRIKER      PIC X(05) VALUE SPACES.
       01 WS-MUP-KEY-BOWLER       PIC X(05) VALUE SPACES.
       01 WS-MUP-TABLE.
           05 WS-MUP-ROW OCCURS 3000 TIMES.
               10 WS-MUP-OPPONENT      PIC X(20).
               10 WS-MUP-SIDE          PIC X(01).
               10 WS-MUP-STRIKER-ID    PIC X(05).
               10 WS-MUP-BOWLER-ID     PIC X(05).
               10 WS-MUP-MATCHES       PIC 9(03).
               10 WS-MUP-BALLS         PIC 9(05).
               10 WS-MUP-RUNS          PIC 9(05).
               10 WS-MUP-DOTS          PIC 9(05).
               10 WS-MUP-FOURS         PIC 9(04).
               10 WS-MUP-SIXES         PIC 9(04).
               10 WS-MUP-DISMISSALS    PIC 9(03).
               10 WS-MUP-LAST-MATCH-ID PIC X(08).
               10 WS-MUP-LAST-MATCH-DATE PIC X(08).
               10 WS-MUP-DROPPED       PIC X(01).

       01 WS-EDIT-RUNS            PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-INNINGS         PIC ZZZZ9.
       01 WS-EDIT-MATCHES         PIC ZZZZ9.
       01 WS-EDIT-COUNT           PIC ZZ9.
       01 WS-EDIT-LINES           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Player ID Merge Utility"
           DISPLAY "-----------------------"
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM READ-GRADE-CODE
               DISPLAY "Wrong player ID to merge away: "
                   WITH NO ADVANCING
               ACCEPT WS-SOURCE-ID
               DISPLAY "Right player ID to merge onto: "
                   WITH NO ADVANCING
               ACCEPT WS-TARGET-ID
               PERFORM VALIDATE-MERGE-IDS
               IF WS-TARGET-ON-ROSTER = 'Y'
                   PERFORM SHOW-BOTH-SIDES
                   DISPLAY "Reassign every record from " WS-SOURCE-ID
                       " to " WS-TARGET-ID "? Y/N: " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM APPLY-MERGE
                   ELSE
                       DISPLAY "Merge abandoned - nothing changed."
                   END-IF
               END-IF
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
               MOVE SPACES TO WS-ARCHIVE-FILE-NAME
               STRING "matcharch-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILE-NAME
               MOVE SPACES TO WS-OPPSPLIT-FILE-NAME
               STRING "oppsplits-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-OPPSPLIT-FILE-NAME
               MOVE SPACES TO WS-OPPOPEN-FILE-NAME
               STRING "oppopen-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-OPPOPEN-FILE-NAME
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
           ELSE
               MOVE "season.ctl" TO WS-SEASON-FILE-NAME
               MOVE "seasonply.dat" TO WS-SEAPLY-FILE-NAME
               MOVE "seasongen.ctl" TO WS-GEN-FILE-NAME
               MOVE "matcharch.ctl" TO WS-ARCHIVE-FILE-NAME
               MOVE "oppsplits.ctl" TO WS-OPPSPLIT-FILE-NAME
               MOVE "oppopen.ctl" TO WS-OPPOPEN-FILE-NAME
               MOVE "scouting.ctl" TO WS-SCOUT-FILE-NAME
               MOVE "matchups.ctl" TO WS-MATCHUP-FILE-NAME
           END-IF.

      * The target must exist on the roster master - figures are
      * never merged onto an ID nobody owns. The source need not
      * be on the roster; a mis-keyed ID usually is not.
           DISPLAY " "
           MOVE WS-SOURCE-ID TO WS-JOURNAL-KEY
           PERFORM FIND-SEASON-SUBSCRIPTS
           PERFORM SHOW-ONE-SIDE-SOURCE
           PERFORM SHOW-ONE-SIDE-TARGET.

                   TO WS-EDIT-INNINGS
               DISPLAY "Wrong ID " WS-SOURCE-ID " season: "
                   WS-EDIT-RUNS " runs over " WS-EDIT-INNINGS
                   " innings (" WS-GRADE-NAME ")"
           ELSE
               DISPLAY "Wrong ID " WS-SOURCE-ID " has no "
                   WS-GRADE-NAME " season entry."
           END-IF
           IF WS-CAR-SOURCE-SUB > 0
               MOVE WS-CAR-RUNS(WS-CAR-SOURCE-SUB) TO WS-EDIT-RUNS

       APPLY-MERGE.
           PERFORM MERGE-PLAYER-INDEX
           MOVE "playersopen.dat" TO WS-PIX-FILE-NAME
           PERFORM MERGE-PLAYER-INDEX
           PERFORM MERGE-GRADE-SEASON
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > 9
           PERFORM MERGE-GRADE-REGISTERS
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > 9
           IF WS-CAREER-LOADED = 'Y' AND WS-CAR-SOURCE-SUB > 0
               PERFORM MERGE-CAREER-ENTRY
               PERFORM REWRITE-CAREER-TOTALS
           END-IF
           PERFORM MERGE-OPENING-CAREERS
           PERFORM MERGE-PARTNERSHIPS
           PERFORM MERGE-MILESTONES
           PERFORM MERGE-AVAILABILITY
           PERFORM MERGE-FEES
           MOVE SPACES TO WS-JOURNAL-ACTION
           STRING "MERGED INTO " DELIMITED BY SIZE
                  WS-TARGET-ID DELIMITED BY SIZE
           DISPLAY "Merge complete: every record of " WS-SOURCE-ID
               " now stands under " WS-TARGET-ID ".".

      * One grade's season, when it exists and its season rows
      * hold the wrong ID; a grade with no season running is
      * passed over.
       MERGE-GRADE-SEASON.
           MOVE WS-MERGE-SUB TO WS-MERGE-GRADE
           MOVE WS-MERGE-GRADE TO WS-GRADE-CODE
           PERFORM SET-GRADE-FILE-NAMES
           MOVE 'N' TO WS-SEASON-LOADED
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS = "00"
               READ SEASON-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-SEASON-LOADED
               END-READ
               CLOSE SEASON-FILE
           END-IF
           PERFORM FIND-SEASON-SUBSCRIPTS
           IF WS-SEASON-LOADED = 'Y' AND WS-SOURCE-SUB > 0
               PERFORM RETIRE-CURRENT-SEASON
               PERFORM MERGE-SEASON-ENTRY
               PERFORM REWRITE-SEASON-TOTALS
           END-IF.

       LOAD-SEASON-TOTALS.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS = "00"
               CLOSE SEASON-FILE
           END-IF
           IF WS-SEASON-LOADED = 'N'
               DISPLAY "NOTE: no " WS-SEASON-FILE-NAME " - the "
                   WS-GRADE-NAME " season has nothing to show."
           END-IF.

      * Reads both IDs' career rows by key; an ID with no row on
      * careers.dat leaves its subscript at nought.
       LOAD-CAREER-TOTALS.
           MOVE 0 TO WS-CAR-SOURCE-SUB
           MOVE 0 TO WS-CAR-TARGET-SUB
           OPEN INPUT CAREER-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE 'Y' TO WS-CAREER-LOADED
               MOVE WS-SOURCE-ID TO CAR-PLAYER-ID
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CAR-SOURCE-SUB
                       MOVE CAREER-RECORD TO WS-CAREER-ENTRY(1)
               END-READ
               MOVE WS-TARGET-ID TO CAR-PLAYER-ID
               READ CAREER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-CAR-TARGET-SUB
                       MOVE CAREER-RECORD TO WS-CAREER-ENTRY(2)
               END-READ
               CLOSE CAREER-FILE
           END-IF.

      * Reads both IDs' season rows by key from the grade's
      * seasonply.dat.
       FIND-SEASON-SUBSCRIPTS.
           MOVE 0 TO WS-SOURCE-SUB
           MOVE 0 TO WS-TARGET-SUB
           IF WS-SEASON-LOADED = 'Y'
               OPEN INPUT SEASON-PLAYER-FILE
               IF WS-SEAPLY-STATUS = "00"
                   MOVE WS-SOURCE-ID TO SPL-PLAYER-ID
                   READ SEASON-PLAYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SOURCE-SUB
                           MOVE SEASON-PLAYER-RECORD
                               TO SEA-PLAYER-ENTRY(1)
                   END-READ
                   MOVE WS-TARGET-ID TO SPL-PLAYER-ID
                   READ SEASON-PLAYER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 2 TO WS-TARGET-SUB
                           MOVE SEASON-PLAYER-RECORD
                               TO SEA-PLAYER-ENTRY(2)
                   END-READ
                   CLOSE SEASON-PLAYER-FILE
               END-IF
           END-IF.

      * The index side: the wrong ID's innings are collected, the
      * back under the target ID with the next sequence on from
      * the target's highest - the same numbering rule
      * BuildPlayerIndex applies - before the wrong-ID records
      * are deleted. Run for players.dat and then for its opening
      * copy, so a replay of the season starts from the merged
      * index.
       MERGE-PLAYER-INDEX.
           MOVE 0 TO WS-MOVE-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           OPEN I-O PLAYER-INDEX-FILE
           IF WS-PIX-STATUS NOT = "00"
               DISPLAY "NOTE: " WS-PIX-FILE-NAME " not available "
                   "(status " WS-PIX-STATUS ") - it was not touched."
           ELSE
               MOVE 'Y' TO WS-INDEX-OPEN
               PERFORM COLLECT-SOURCE-INNINGS
               MOVE 'N' TO WS-INDEX-OPEN
               MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT
               DISPLAY WS-EDIT-COUNT " innings reassigned on "
                   WS-PIX-FILE-NAME
           END-IF.

       COLLECT-SOURCE-INNINGS.
           END-IF.

      * Retires the outgoing season.ctl to a generation tagged for
      * this utility, the same way a posting or a back-out does -
      * the team row, the wrong ID's row, and the target's row (a
      * new-player row when the target has none yet) - so a
      * mistaken merge can itself be backed out.
       RETIRE-CURRENT-SEASON.
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
               DISPLAY "WARNING: could not open "
                   WS-GEN-FILE-NAME ", status " WS-GEN-STATUS
                   " - the outgoing file "
                   "was not retired"
           ELSE
               ADD 1 TO WS-GEN-COUNT
               MOVE "T" TO GEN-ROW-TYPE
               MOVE SEASON-RECORD TO GEN-ROW-BODY
               PERFORM WRITE-GENERATION-ROW
               MOVE "P" TO GEN-ROW-TYPE
               MOVE SEA-PLAYER-ENTRY(WS-SOURCE-SUB) TO GEN-ROW-BODY
               PERFORM WRITE-GENERATION-ROW
               IF WS-TARGET-SUB > 0
                   MOVE "P" TO GEN-ROW-TYPE
                   MOVE SEA-PLAYER-ENTRY(WS-TARGET-SUB)
                       TO GEN-ROW-BODY
               ELSE
                   MOVE "N" TO GEN-ROW-TYPE
                   MOVE WS-TARGET-ID TO GEN-ROW-BODY
               END-IF
               PERFORM WRITE-GENERATION-ROW
               CLOSE GENERATION-FILE
           END-IF.

       WRITE-GENERATION-ROW.
           MOVE WS-GEN-COUNT TO GEN-NUMBER
           MOVE "IDMERGE " TO GEN-RETIRED-BY-MATCH
           WRITE GENERATION-RECORD
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "WARNING: generation write failed, "
                   "status " WS-GEN-STATUS
           END-IF.

      * Folds the wrong row's pools into the target's (the wrong
      * row simply becomes the target's when the target had none
      * - the cheapest way to keep every innings counted), and
      * recomputes the derived figures with the same rules
      * StatisticsCalculator applies. The grade then holds one
      * row fewer when both IDs had one. Top-5 board entries
      * under the wrong ID are retitled too.
       MERGE-SEASON-ENTRY.
           MOVE 'N' TO WS-TARGET-EXISTED
           IF WS-TARGET-SUB = 0
               MOVE WS-TARGET-ID TO SEA-PLAYER-ID(WS-SOURCE-SUB)
               MOVE WS-TARGET-NAME TO SEA-PLAYER-NAME(WS-SOURCE-SUB)
               MOVE WS-SOURCE-SUB TO WS-TARGET-SUB
               MOVE 0 TO WS-SOURCE-SUB
           ELSE
               MOVE 'Y' TO WS-TARGET-EXISTED
               PERFORM FOLD-SEASON-POOLS
               IF SEA-PLAYER-COUNT > 0
                   SUBTRACT 1 FROM SEA-PLAYER-COUNT
               END-IF
           END-IF
           PERFORM RECOMPUTE-DERIVED-FIGURES
           PERFORM RETITLE-TOP5-ENTRY
               TO SEA-PLAYER-RUNOUTS-EFF(WS-TARGET-SUB)
           ADD SEA-PLAYER-MATCHES(WS-SOURCE-SUB)
               TO SEA-PLAYER-MATCHES(WS-TARGET-SUB)
           ADD SEA-PLAYER-VOTES(WS-SOURCE-SUB)
               TO SEA-PLAYER-VOTES(WS-TARGET-SUB)
           ADD SEA-PLAYER-VOTES-SHOWN(WS-SOURCE-SUB)
               TO SEA-PLAYER-VOTES-SHOWN(WS-TARGET-SUB)
           IF SEA-PLAYER-MAX-RUNS(WS-SOURCE-SUB)
               > SEA-PLAYER-MAX-RUNS(WS-TARGET-SUB)
               MOVE SEA-PLAYER-MAX-RUNS(WS-SOURCE-SUB)
                   TO SEA-PLAYER-BEST-RUNS(WS-TARGET-SUB)
           END-IF.

      * The stored derived figures are snapshots of the pools they
      * were computed from, recomputed here for the merged entry
      * with the rules StatisticsCalculator applies.
       REWRITE-SEASON-TOTALS.
           OPEN OUTPUT SEASON-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite "
                   WS-SEASON-FILE-NAME ", status " WS-SEASON-STATUS
           ELSE
               WRITE SEASON-RECORD
               IF WS-SEASON-STATUS NOT = "00"
                   DISPLAY "WARNING: " WS-SEASON-FILE-NAME
                       " write failed, status " WS-SEASON-STATUS
               END-IF
               CLOSE SEASON-FILE
               PERFORM REWRITE-SEASON-ROWS
           END-IF.

      * The merged row goes on under the target ID before the
      * wrong ID's row comes off, so no innings is ever off file.
       REWRITE-SEASON-ROWS.
           OPEN I-O SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS NOT = "00"
               DISPLAY "WARNING: could not open " WS-SEAPLY-FILE-NAME
                   ", status " WS-SEAPLY-STATUS " - the season rows "
                   "were not merged"
           ELSE
               MOVE SEA-PLAYER-ENTRY(WS-TARGET-SUB)
                   TO SEASON-PLAYER-RECORD
               IF WS-TARGET-EXISTED = 'Y'
                   REWRITE SEASON-PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: season row rewrite "
                               "failed for " WS-TARGET-ID ", status "
                               WS-SEAPLY-STATUS
                   END-REWRITE
               ELSE
                   WRITE SEASON-PLAYER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: season row write "
                               "failed for " WS-TARGET-ID ", status "
                               WS-SEAPLY-STATUS
                   END-WRITE
               END-IF
               MOVE WS-SOURCE-ID TO SPL-PLAYER-ID
               DELETE SEASON-PLAYER-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not delete the "
                           WS-SOURCE-ID " season row - remove it "
                           "by hand"
               END-DELETE
               CLOSE SEASON-PLAYER-FILE
               DISPLAY WS-GRADE-NAME " season table merged."
           END-IF.

      * Careers fold the same way: runs, innings, and matches
      * onto the target's row (or the wrong row renamed when the
      * target has none), and the wrong ID's row deleted.
       MERGE-CAREER-ENTRY.
           IF WS-CAR-TARGET-SUB = 0
               MOVE WS-TARGET-ID
                   TO WS-CAR-INNINGS(WS-CAR-TARGET-SUB)
               ADD WS-CAR-MATCHES(WS-CAR-SOURCE-SUB)
                   TO WS-CAR-MATCHES(WS-CAR-TARGET-SUB)
           END-IF.

       REWRITE-CAREER-TOTALS.
           OPEN I-O CAREER-FILE
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "WARNING: could not update careers.dat, "
                   "status " WS-CAREER-STATUS
           ELSE
               IF WS-CAR-TARGET-SUB = 0
                   MOVE WS-CAREER-ENTRY(WS-CAR-SOURCE-SUB)
                       TO CAREER-RECORD
                   WRITE CAREER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: career write failed "
                               "for " WS-TARGET-ID ", status "
                               WS-CAREER-STATUS
                   END-WRITE
               ELSE
                   MOVE WS-CAREER-ENTRY(WS-CAR-TARGET-SUB)
                       TO CAREER-RECORD
                   REWRITE CAREER-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: career rewrite failed "
                               "for " WS-TARGET-ID ", status "
                               WS-CAREER-STATUS
                   END-REWRITE
               END-IF
               MOVE WS-SOURCE-ID TO CAR-PLAYER-ID
               DELETE CAREER-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not delete the "
                           WS-SOURCE-ID " career row - remove it by "
                           "hand"
               END-DELETE
               CLOSE CAREER-FILE
               DISPLAY "Career totals merged."
           END-IF.

      * The partnership register and the milestone ledger carry
      * the wrong ID as plain fields - both files are read into
      * storage, the ID replaced wherever it appears, and the
           MOVE WS-MST-RECORD(WS-MST-SUB) TO MILESTONE-RECORD
           WRITE MILESTONE-RECORD.

      * The whole register is read into storage and written back
      * with the wrong ID's replies under the target - or dropped,
      * where the target has already replied for the fixture.
       MERGE-AVAILABILITY.
           MOVE 0 TO WS-AVL-COUNT
           MOVE 0 TO WS-AVL-CHANGED
           MOVE 'N' TO WS-AVAIL-EOF
           OPEN INPUT AVAILABILITY-FILE
           IF WS-AVAIL-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AVAIL-EOF = 'Y'
                   READ AVAILABILITY-FILE
                       AT END
                           MOVE 'Y' TO WS-AVAIL-EOF
                       NOT AT END
                           PERFORM NOTE-AVAILABILITY-RECORD
                   END-READ
               END-PERFORM
               CLOSE AVAILABILITY-FILE
               IF WS-AVL-CHANGED > 0
                   OPEN OUTPUT AVAILABILITY-FILE
                   PERFORM REWRITE-AVAILABILITY-RECORD
                       VARYING WS-AVL-SUB FROM 1 BY 1
                       UNTIL WS-AVL-SUB > WS-AVL-COUNT
                   CLOSE AVAILABILITY-FILE
                   DISPLAY WS-AVL-CHANGED " availability reply(ies) "
                       "reassigned."
               END-IF
           END-IF.

       NOTE-AVAILABILITY-RECORD.
           IF WS-AVL-COUNT < WS-MAX-REPLIES
               ADD 1 TO WS-AVL-COUNT
               MOVE AVAILABILITY-RECORD TO WS-AVL-RECORD(WS-AVL-COUNT)
               IF AVL-PLAYER-ID = WS-SOURCE-ID
                   ADD 1 TO WS-AVL-CHANGED
               END-IF
           ELSE
               DISPLAY "WARNING: availability table full at "
                   WS-MAX-REPLIES " records - availability.ctl "
                   "was left as it stood"
               MOVE 0 TO WS-AVL-CHANGED
               MOVE 'Y' TO WS-AVAIL-EOF
           END-IF.

       REWRITE-AVAILABILITY-RECORD.
           MOVE WS-AVL-RECORD(WS-AVL-SUB) TO WS-AVL-WORK
           IF WS-AVLW-PLAYER-ID = WS-SOURCE-ID
               MOVE 'N' TO WS-AVL-TARGET-HAS
               PERFORM PROBE-TARGET-REPLY
                   VARYING WS-AVL-SCAN FROM 1 BY 1
                   UNTIL WS-AVL-SCAN > WS-AVL-COUNT
               IF WS-AVL-TARGET-HAS = 'N'
                   MOVE WS-TARGET-ID TO WS-AVLW-PLAYER-ID
                   MOVE WS-AVL-WORK TO AVAILABILITY-RECORD
                   WRITE AVAILABILITY-RECORD
               END-IF
           ELSE
               MOVE WS-AVL-WORK TO AVAILABILITY-RECORD
               WRITE AVAILABILITY-RECORD
           END-IF.

       PROBE-TARGET-REPLY.
           MOVE WS-AVL-RECORD(WS-AVL-SCAN) TO WS-AVL-PROBE
           IF WS-AVLP-PLAYER-ID = WS-TARGET-ID
               AND WS-AVLP-MATCH-ID = WS-AVLW-MATCH-ID
               MOVE 'Y' TO WS-AVL-TARGET-HAS
           END-IF.

      * Every ledger entry under the wrong ID is moved onto the
      * target's account as it stands - fees.ctl is never
      * otherwise rewritten, so the entries keep their order.
       MERGE-FEES.
           MOVE 0 TO WS-FEE-COUNT
           MOVE 0 TO WS-FEE-CHANGED
           MOVE 'N' TO WS-FEES-EOF
           OPEN INPUT FEES-FILE
           IF WS-FEES-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FEES-EOF = 'Y'
                   READ FEES-FILE
                       AT END
                           MOVE 'Y' TO WS-FEES-EOF
                       NOT AT END
                           PERFORM NOTE-FEES-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
               IF WS-FEE-CHANGED > 0
                   OPEN OUTPUT FEES-FILE
                   PERFORM REWRITE-FEES-RECORD
                       VARYING WS-FEE-SUB FROM 1 BY 1
                       UNTIL WS-FEE-SUB > WS-FEE-COUNT
                   CLOSE FEES-FILE
                   DISPLAY WS-FEE-CHANGED " fees ledger entry(ies) "
                       "reassigned."
               END-IF
           END-IF.

       NOTE-FEES-RECORD.
           IF WS-FEE-COUNT < WS-MAX-FEES
               ADD 1 TO WS-FEE-COUNT
               IF FEE-PLAYER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO FEE-PLAYER-ID
                   ADD 1 TO WS-FEE-CHANGED
               END-IF
               MOVE FEES-RECORD TO WS-FEE-RECORD(WS-FEE-COUNT)
           ELSE
               DISPLAY "WARNING: fees table full at "
                   WS-MAX-FEES " records - fees.ctl "
                   "was left as it stood"
               MOVE 0 TO WS-FEE-CHANGED
               MOVE 'Y' TO WS-FEES-EOF
           END-IF.

       REWRITE-FEES-RECORD.
           MOVE WS-FEE-RECORD(WS-FEE-SUB) TO FEES-RECORD
           WRITE FEES-RECORD.

      * One grade's registers that carry our player IDs: the
      * match archive, the opponent splits and their opening copy,
      * the scouting register and the match-up register. A grade
      * without one of them is passed over.
       MERGE-GRADE-REGISTERS.
           MOVE WS-MERGE-SUB TO WS-MERGE-GRADE
           MOVE WS-MERGE-GRADE TO WS-GRADE-CODE
           PERFORM SET-GRADE-FILE-NAMES
           PERFORM MERGE-ARCHIVE
           MOVE WS-OPPSPLIT-FILE-NAME TO WS-SPLIT-FILE-NAME
           PERFORM MERGE-OPPONENT-SPLITS
           MOVE WS-OPPOPEN-FILE-NAME TO WS-SPLIT-FILE-NAME
           PERFORM MERGE-OPPONENT-SPLITS
           PERFORM MERGE-SCOUTING
           PERFORM MERGE-MATCHUPS.

      * Each archived score line is copied to mergekeep.tmp with
      * the wrong ID rewritten wherever it stands for one of our
      * players, and the copy put back over the archive when any
      * line changed - the way the close-out takes rows back off
      * a history. The archive can run to thousands of lines, so
      * it is never held in storage.
       MERGE-ARCHIVE.
           MOVE 0 TO WS-ARC-CHANGED
           MOVE 'Y' TO WS-KEEP-OK
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT ARCHIVE-KEEP-FILE
               IF WS-KEEP-STATUS NOT = "00"
                   DISPLAY "WARNING: could not open mergekeep.tmp, "
                       "status " WS-KEEP-STATUS " - "
                       WS-ARCHIVE-FILE-NAME " was left as it stood"
                   MOVE 'N' TO WS-KEEP-OK
               ELSE
                   PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-ARCHIVE-EOF
                           NOT AT END
                               PERFORM KEEP-ARCHIVE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-KEEP-FILE
               END-IF
               CLOSE ARCHIVE-FILE
               IF WS-KEEP-OK = 'Y' AND WS-ARC-CHANGED > 0
                   CALL "CBL_COPY_FILE" USING WS-KEEP-FILE-NAME
                                              WS-ARCHIVE-FILE-NAME
                   MOVE RETURN-CODE TO WS-CALL-RC
                   IF WS-CALL-RC NOT = 0
                       DISPLAY "WARNING: could not put "
                           WS-ARCHIVE-FILE-NAME " back from "
                           "mergekeep.tmp - it was left as it stood"
                   ELSE
                       MOVE WS-ARC-CHANGED TO WS-EDIT-LINES
                       DISPLAY WS-EDIT-LINES " archived score "
                           "line(s) reassigned on "
                           WS-ARCHIVE-FILE-NAME
                   END-IF
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-KEEP-FILE-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Which IDs on a score line are ours follows the side the
      * line is for, as StatisticsCalculator reads it: the batter
      * on our innings, dismissals and deliveries (side "O", or
      * space on lines keyed before the side was carried), the
      * bowler and fielder when the opposition batted ("V"), and
      * every ID on a team sheet or votes line. A dismissal with
      * no side keyed is roster-gated at posting, so the wrong ID
      * is taken as ours wherever it stands on one.
       KEEP-ARCHIVE-LINE.
           MOVE 'N' TO WS-ARC-LINE-CHANGED
           EVALUATE ARC-RECORD-TYPE
               WHEN "I"
                   IF ARC-INN-TEAM-FLAG NOT = "V"
                       AND ARC-INN-PLAYER-ID = WS-SOURCE-ID
                       MOVE WS-TARGET-ID TO ARC-INN-PLAYER-ID
                       MOVE WS-TARGET-NAME TO ARC-INN-PLAYER-NAME
                       MOVE 'Y' TO WS-ARC-LINE-CHANGED
                   END-IF
               WHEN "D"
                   PERFORM REASSIGN-ARCHIVE-DISMISSAL
               WHEN "B"
                   PERFORM REASSIGN-ARCHIVE-BALL
               WHEN "X"
                   IF ARC-EXT-TEAM-FLAG = "V"
                       AND ARC-EXT-BOWLER-ID = WS-SOURCE-ID
                       MOVE WS-TARGET-ID TO ARC-EXT-BOWLER-ID
                       MOVE 'Y' TO WS-ARC-LINE-CHANGED
                   END-IF
               WHEN "T"
                   PERFORM REASSIGN-ARCHIVE-SHEET
                       VARYING WS-ARC-SUB FROM 1 BY 1
                       UNTIL WS-ARC-SUB > 11
               WHEN "V"
                   PERFORM REASSIGN-ARCHIVE-VOTE
                       VARYING WS-ARC-SUB FROM 1 BY 1
                       UNTIL WS-ARC-SUB > 3
           END-EVALUATE
           IF WS-ARC-LINE-CHANGED = 'Y'
               ADD 1 TO WS-ARC-CHANGED
           END-IF
           WRITE ARCHIVE-KEEP-RECORD FROM ARCHIVE-RECORD
           IF WS-KEEP-STATUS NOT = "00"
               DISPLAY "WARNING: mergekeep.tmp write failed, status "
                   WS-KEEP-STATUS " - " WS-ARCHIVE-FILE-NAME
                   " was left as it stood"
               MOVE 'N' TO WS-KEEP-OK
               MOVE 'Y' TO WS-ARCHIVE-EOF
           END-IF.

       REASSIGN-ARCHIVE-DISMISSAL.
           IF ARC-DIS-TEAM-FLAG NOT = "V"
               AND ARC-DIS-BATTER-ID = WS-SOURCE-ID
               MOVE WS-TARGET-ID TO ARC-DIS-BATTER-ID
               MOVE 'Y' TO WS-ARC-LINE-CHANGED
           END-IF
           IF ARC-DIS-TEAM-FLAG NOT = "O"
               IF ARC-DIS-BOWLER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-DIS-BOWLER-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
               IF ARC-DIS-FIELDER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-DIS-FIELDER-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
           END-IF.

       REASSIGN-ARCHIVE-BALL.
           IF ARC-BALL-TEAM-FLAG = "V"
               IF ARC-BALL-BOWLER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-BALL-BOWLER-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
           ELSE
               IF ARC-BALL-STRIKER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-BALL-STRIKER-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
               IF ARC-BALL-NON-STRIKER-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-BALL-NON-STRIKER-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
               IF ARC-BALL-OUT-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO ARC-BALL-OUT-ID
                   MOVE 'Y' TO WS-ARC-LINE-CHANGED
               END-IF
           END-IF.

       REASSIGN-ARCHIVE-SHEET.
           IF ARC-SHEET-PLAYER(WS-ARC-SUB) = WS-SOURCE-ID
               MOVE WS-TARGET-ID TO ARC-SHEET-PLAYER(WS-ARC-SUB)
               MOVE 'Y' TO WS-ARC-LINE-CHANGED
           END-IF.

       REASSIGN-ARCHIVE-VOTE.
           IF ARC-VOTE-PLAYER-ID(WS-ARC-SUB) = WS-SOURCE-ID
               MOVE WS-TARGET-ID TO ARC-VOTE-PLAYER-ID(WS-ARC-SUB)
               MOVE 'Y' TO WS-ARC-LINE-CHANGED
           END-IF.

      * The best performances against each opponent are retitled,
      * and the wrong ID's leader entry folded into the target's -
      * or retitled where the target has none - so the leader
      * table holds one entry per player.
       MERGE-OPPONENT-SPLITS.
           MOVE 0 TO WS-OPS-COUNT
           MOVE 0 TO WS-OPS-CHANGED
           MOVE 'N' TO WS-SPLIT-EOF
           OPEN INPUT OPPSPLIT-FILE
           IF WS-SPLIT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SPLIT-EOF = 'Y'
                   READ OPPSPLIT-FILE
                       AT END
                           MOVE 'Y' TO WS-SPLIT-EOF
                       NOT AT END
                           PERFORM NOTE-SPLIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPPSPLIT-FILE
               IF WS-OPS-CHANGED > 0
                   OPEN OUTPUT OPPSPLIT-FILE
                   PERFORM REWRITE-SPLIT-RECORD
                       VARYING WS-OPS-SUB FROM 1 BY 1
                       UNTIL WS-OPS-SUB > WS-OPS-COUNT
                   CLOSE OPPSPLIT-FILE
                   MOVE WS-OPS-CHANGED TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT " opponent row(s) merged "
                       "on " WS-SPLIT-FILE-NAME
               END-IF
           END-IF.

       NOTE-SPLIT-RECORD.
           IF WS-OPS-COUNT < WS-MAX-SPLITS
               ADD 1 TO WS-OPS-COUNT
               MOVE 'N' TO WS-ROW-CHANGED
               IF OPS-BEST-BAT-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO OPS-BEST-BAT-ID
                   MOVE WS-TARGET-NAME TO OPS-BEST-BAT-NAME
                   MOVE 'Y' TO WS-ROW-CHANGED
               END-IF
               IF OPS-BEST-BOWL-ID = WS-SOURCE-ID
                   MOVE WS-TARGET-ID TO OPS-BEST-BOWL-ID
                   MOVE WS-TARGET-NAME TO OPS-BEST-BOWL-NAME
                   MOVE 'Y' TO WS-ROW-CHANGED
               END-IF
               PERFORM MERGE-SPLIT-LEADER
               IF WS-ROW-CHANGED = 'Y'
                   ADD 1 TO WS-OPS-CHANGED
               END-IF
               MOVE OPPSPLIT-RECORD TO WS-OPS-ROW(WS-OPS-COUNT)
           ELSE
               DISPLAY "WARNING: opponent split table full at "
                   WS-MAX-SPLITS " opponents - " WS-SPLIT-FILE-NAME
                   " was left as it stood"
               MOVE 0 TO WS-OPS-CHANGED
               MOVE 'Y' TO WS-SPLIT-EOF
           END-IF.

       MERGE-SPLIT-LEADER.
           MOVE 0 TO WS-LDR-SOURCE-SUB
           MOVE 0 TO WS-LDR-TARGET-SUB
           PERFORM FIND-SPLIT-LEADERS
               VARYING WS-LDR-SUB FROM 1 BY 1
               UNTIL WS-LDR-SUB > OPS-LEADER-COUNT
           IF WS-LDR-SOURCE-SUB > 0
               MOVE 'Y' TO WS-ROW-CHANGED
               IF WS-LDR-TARGET-SUB = 0
                   MOVE WS-TARGET-ID
                       TO OPS-LDR-PLAYER-ID(WS-LDR-SOURCE-SUB)
                   MOVE WS-TARGET-NAME
                       TO OPS-LDR-PLAYER-NAME(WS-LDR-SOURCE-SUB)
               ELSE
                   ADD OPS-LDR-RUNS(WS-LDR-SOURCE-SUB)
                       TO OPS-LDR-RUNS(WS-LDR-TARGET-SUB)
                   ADD OPS-LDR-WKTS(WS-LDR-SOURCE-SUB)
                       TO OPS-LDR-WKTS(WS-LDR-TARGET-SUB)
                   PERFORM SHIFT-SPLIT-LEADER
                       VARYING WS-LDR-SUB FROM WS-LDR-SOURCE-SUB
                       BY 1 UNTIL WS-LDR-SUB >= OPS-LEADER-COUNT
                   MOVE SPACES
                       TO OPS-LDR-PLAYER-ID(OPS-LEADER-COUNT)
                   MOVE SPACES
                       TO OPS-LDR-PLAYER-NAME(OPS-LEADER-COUNT)
                   MOVE 0 TO OPS-LDR-RUNS(OPS-LEADER-COUNT)
                   MOVE 0 TO OPS-LDR-WKTS(OPS-LEADER-COUNT)
                   SUBTRACT 1 FROM OPS-LEADER-COUNT
               END-IF
           END-IF.

       FIND-SPLIT-LEADERS.
           IF OPS-LDR-PLAYER-ID(WS-LDR-SUB) = WS-SOURCE-ID
               MOVE WS-LDR-SUB TO WS-LDR-SOURCE-SUB
           END-IF
           IF OPS-LDR-PLAYER-ID(WS-LDR-SUB) = WS-TARGET-ID
               MOVE WS-LDR-SUB TO WS-LDR-TARGET-SUB
           END-IF.

       SHIFT-SPLIT-LEADER.
           MOVE OPS-LEADER-ENTRY(WS-LDR-SUB + 1)
               TO OPS-LEADER-ENTRY(WS-LDR-SUB).

       REWRITE-SPLIT-RECORD.
           MOVE WS-OPS-ROW(WS-OPS-SUB) TO OPPSPLIT-RECORD
           WRITE OPPSPLIT-RECORD.

      * The wrong ID's wickets against each opposition batter are
      * folded into the target's among the takers - or retitled
      * where the target is not among them - leaving the pooled
      * others as they stand.
       MERGE-SCOUTING.
           MOVE 0 TO WS-SCT-COUNT
           MOVE 0 TO WS-SCT-CHANGED
           MOVE 'N' TO WS-SCOUT-EOF
           OPEN INPUT SCOUT-FILE
           IF WS-SCOUT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SCOUT-EOF = 'Y'
                   READ SCOUT-FILE
                       AT END
                           MOVE 'Y' TO WS-SCOUT-EOF
                       NOT AT END
                           PERFORM NOTE-SCOUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SCOUT-FILE
               IF WS-SCT-CHANGED > 0
                   OPEN OUTPUT SCOUT-FILE
                   PERFORM REWRITE-SCOUT-RECORD
                       VARYING WS-SCT-SUB FROM 1 BY 1
                       UNTIL WS-SCT-SUB > WS-SCT-COUNT
                   CLOSE SCOUT-FILE
                   MOVE WS-SCT-CHANGED TO WS-EDIT-LINES
                   DISPLAY WS-EDIT-LINES " scouting row(s) merged "
                       "on " WS-SCOUT-FILE-NAME
               END-IF
           END-IF.

       NOTE-SCOUT-RECORD.
           IF WS-SCT-COUNT < WS-MAX-SCOUT-ROWS
               ADD 1 TO WS-SCT-COUNT
               MOVE 0 TO WS-TKR-SOURCE-SUB
               MOVE 0 TO WS-TKR-TARGET-SUB
               PERFORM FIND-SCOUT-TAKERS
                   VARYING WS-TKR-SUB FROM 1 BY 1
                   UNTIL WS-TKR-SUB > SCT-TAKER-COUNT
               IF WS-TKR-SOURCE-SUB > 0
                   ADD 1 TO WS-SCT-CHANGED
                   PERFORM MERGE-SCOUT-TAKER
               END-IF
               MOVE SCOUT-RECORD TO WS-SCT-ROW(WS-SCT-COUNT)
           ELSE
               DISPLAY "WARNING: scouting table full at "
                   WS-MAX-SCOUT-ROWS " rows - " WS-SCOUT-FILE-NAME
                   " was left as it stood"
               MOVE 0 TO WS-SCT-CHANGED
               MOVE 'Y' TO WS-SCOUT-EOF
           END-IF.

       FIND-SCOUT-TAKERS.
           IF SCT-TAKER-ID(WS-TKR-SUB) = WS-SOURCE-ID
               MOVE WS-TKR-SUB TO WS-TKR-SOURCE-SUB
           END-IF
           IF SCT-TAKER-ID(WS-TKR-SUB) = WS-TARGET-ID
               MOVE WS-TKR-SUB TO WS-TKR-TARGET-SUB
           END-IF.

       MERGE-SCOUT-TAKER.
           IF WS-TKR-TARGET-SUB = 0
               MOVE WS-TARGET-ID TO SCT-TAKER-ID(WS-TKR-SOURCE-SUB)
           ELSE
               ADD SCT-TAKER-WKTS(WS-TKR-SOURCE-SUB)
                   TO SCT-TAKER-WKTS(WS-TKR-TARGET-SUB)
               PERFORM SHIFT-SCOUT-TAKER
                   VARYING WS-TKR-SUB FROM WS-TKR-SOURCE-SUB BY 1
                   UNTIL WS-TKR-SUB >= SCT-TAKER-COUNT
               MOVE SPACES TO SCT-TAKER-ID(SCT-TAKER-COUNT)
               MOVE 0 TO SCT-TAKER-WKTS(SCT-TAKER-COUNT)
               SUBTRACT 1 FROM SCT-TAKER-COUNT
           END-IF.

       SHIFT-SCOUT-TAKER.
           MOVE SCT-TAKER(WS-TKR-SUB + 1) TO SCT-TAKER(WS-TKR-SUB).

       REWRITE-SCOUT-RECORD.
           MOVE WS-SCT-ROW(WS-SCT-SUB) TO SCOUT-RECORD
           WRITE SCOUT-RECORD.

      * Each pair with the wrong ID on our side of it - the
      * striker on an "O" row, the bowler on a "V" row - is folded
      * into the target's pair against the same opponent and
      * player when there is one, and the wrong ID's row dropped;
      * otherwise the row is retitled. A match both IDs played in
      * against the pair's player is counted once.
       MERGE-MATCHUPS.
           MOVE 0 TO WS-MUP-COUNT
           MOVE 0 TO WS-MUP-CHANGED
           MOVE 'N' TO WS-MUP-FULL
           MOVE 'N' TO WS-MATCHUP-EOF
           OPEN INPUT MATCHUP-FILE
           IF WS-MATCHUP-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-MATCHUP-EOF = 'Y'
                   READ MATCHUP-FILE
                       AT END
                           MOVE 'Y' TO WS-MATCHUP-EOF
                       NOT AT END
                           PERFORM NOTE-MATCHUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE MATCHUP-FILE
               IF WS-MUP-FULL = 'N'
                   PERFORM MERGE-MATCHUP-ROW
                       VARYING WS-MUP-SUB FROM 1 BY 1
                       UNTIL WS-MUP-SUB > WS-MUP-COUNT
               END-IF
               IF WS-MUP-CHANGED > 0
                   OPEN OUTPUT MATCHUP-FILE
                   PERFORM REWRITE-MATCHUP-RECORD
                       VARYING WS-MUP-SUB FROM 1 BY 1
                       UNTIL WS-MUP-SUB > WS-MUP-COUNT
                   CLOSE MATCHUP-FILE
                   MOVE WS-MUP-CHANGED TO WS-EDIT-LINES
                   DISPLAY WS-EDIT-LINES " match-up pair(s) merged "
                       "on " WS-MATCHUP-FILE-NAME
               END-IF
           END-IF.

       NOTE-MATCHUP-RECORD.
           IF WS-MUP-COUNT < WS-MAX-MATCHUP-ROWS
               ADD 1 TO WS-MUP-COUNT
               MOVE MATCHUP-RECORD TO WS-MUP-ROW(WS-MUP-COUNT)
               MOVE 'N' TO WS-MUP-DROPPED(WS-MUP-COUNT)
           ELSE
               DISPLAY "WARNING: match-up table full at "
                   WS-MAX-MATCHUP-ROWS " pairs - "
                   WS-MATCHUP-FILE-NAME " was left as it stood"
               MOVE 'Y' TO WS-MUP-FULL
               MOVE 'Y' TO WS-MATCHUP-EOF
           END-IF.

       MERGE-MATCHUP-ROW.
           IF WS-MUP-DROPPED(WS-MUP-SUB) = 'N'
               AND ((WS-MUP-SIDE(WS-MUP-SUB) = "O"
                     AND WS-MUP-STRIKER-ID(WS-MUP-SUB)
                         = WS-SOURCE-ID)
                 OR (WS-MUP-SIDE(WS-MUP-SUB) = "V"
                     AND WS-MUP-BOWLER-ID(WS-MUP-SUB)
                         = WS-SOURCE-ID))
               MOVE WS-MUP-STRIKER-ID(WS-MUP-SUB)
                   TO WS-MUP-KEY-STRIKER
               MOVE WS-MUP-BOWLER-ID(WS-MUP-SUB)
                   TO WS-MUP-KEY-BOWLER
               IF WS-MUP-SIDE(WS-MUP-SUB) = "O"
                   MOVE WS-TARGET-ID TO WS-MUP-KEY-STRIKER
               ELSE
                   MOVE WS-TARGET-ID TO WS-MUP-KEY-BOWLER
               END-IF
               MOVE 0 TO WS-MUP-TARGET-SUB
               PERFORM FIND-MATCHUP-TARGET
                   VARYING WS-MUP-SCAN FROM 1 BY 1
                   UNTIL WS-MUP-SCAN > WS-MUP-COUNT
                       OR WS-MUP-TARGET-SUB > 0
               IF WS-MUP-TARGET-SUB = 0
                   MOVE WS-MUP-KEY-STRIKER
                       TO WS-MUP-STRIKER-ID(WS-MUP-SUB)
                   MOVE WS-MUP-KEY-BOWLER
                       TO WS-MUP-BOWLER-ID(WS-MUP-SUB)
               ELSE
                   PERFORM FOLD-MATCHUP-ROW
                   MOVE 'Y' TO WS-MUP-DROPPED(WS-MUP-SUB)
               END-IF
               ADD 1 TO WS-MUP-CHANGED
           END-IF.

       FIND-MATCHUP-TARGET.
           IF WS-MUP-DROPPED(WS-MUP-SCAN) = 'N'
               AND WS-MUP-OPPONENT(WS-MUP-SCAN)
                   = WS-MUP-OPPONENT(WS-MUP-SUB)
               AND WS-MUP-SIDE(WS-MUP-SCAN) = WS-MUP-SIDE(WS-MUP-SUB)
               AND WS-MUP-STRIKER-ID(WS-MUP-SCAN)
                   = WS-MUP-KEY-STRIKER
               AND WS-MUP-BOWLER-ID(WS-MUP-SCAN) = WS-MUP-KEY-BOWLER
               MOVE WS-MUP-SCAN TO WS-MUP-TARGET-SUB
           END-IF.

       FOLD-MATCHUP-ROW.
           ADD WS-MUP-MATCHES(WS-MUP-SUB)
               TO WS-MUP-MATCHES(WS-MUP-TARGET-SUB)
           IF WS-MUP-LAST-MATCH-ID(WS-MUP-SUB)
                   = WS-MUP-LAST-MATCH-ID(WS-MUP-TARGET-SUB)
               AND WS-MUP-MATCHES(WS-MUP-TARGET-SUB) > 1
               SUBTRACT 1 FROM WS-MUP-MATCHES(WS-MUP-TARGET-SUB)
           END-IF
           ADD WS-MUP-BALLS(WS-MUP-SUB)
               TO WS-MUP-BALLS(WS-MUP-TARGET-SUB)
           ADD WS-MUP-RUNS(WS-MUP-SUB)
               TO WS-MUP-RUNS(WS-MUP-TARGET-SUB)
           ADD WS-MUP-DOTS(WS-MUP-SUB)
               TO WS-MUP-DOTS(WS-MUP-TARGET-SUB)
           ADD WS-MUP-FOURS(WS-MUP-SUB)
               TO WS-MUP-FOURS(WS-MUP-TARGET-SUB)
           ADD WS-MUP-SIXES(WS-MUP-SUB)
               TO WS-MUP-SIXES(WS-MUP-TARGET-SUB)
           ADD WS-MUP-DISMISSALS(WS-MUP-SUB)
               TO WS-MUP-DISMISSALS(WS-MUP-TARGET-SUB)
           IF WS-MUP-LAST-MATCH-DATE(WS-MUP-SUB)
               > WS-MUP-LAST-MATCH-DATE(WS-MUP-TARGET-SUB)
               MOVE WS-MUP-LAST-MATCH-ID(WS-MUP-SUB)
                   TO WS-MUP-LAST-MATCH-ID(WS-MUP-TARGET-SUB)
               MOVE WS-MUP-LAST-MATCH-DATE(WS-MUP-SUB)
                   TO WS-MUP-LAST-MATCH-DATE(WS-MUP-TARGET-SUB)
           END-IF.

       REWRITE-MATCHUP-RECORD.
           IF WS-MUP-DROPPED(WS-MUP-SUB) = 'N'
               MOVE WS-MUP-ROW(WS-MUP-SUB) TO MATCHUP-RECORD
               WRITE MATCHUP-RECORD
           END-IF.

      * The opening career totals fold the way careers.dat does:
      * the wrong ID's runs, innings and matches onto the target's
      * row, or the wrong row retitled where the target has none.
       MERGE-OPENING-CAREERS.
           MOVE 0 TO WS-COP-COUNT
           MOVE 0 TO WS-COP-SOURCE-SUB
           MOVE 0 TO WS-COP-TARGET-SUB
           MOVE 'N' TO WS-CAREER-OPEN-EOF
           OPEN INPUT CAREER-OPEN-FILE
           IF WS-CAREER-OPEN-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CAREER-OPEN-EOF = 'Y'
                   READ CAREER-OPEN-FILE
                       AT END
                           MOVE 'Y' TO WS-CAREER-OPEN-EOF
                       NOT AT END
                           PERFORM NOTE-OPENING-CAREER
                   END-READ
               END-PERFORM
               CLOSE CAREER-OPEN-FILE
               IF WS-COP-SOURCE-SUB > 0
                   IF WS-COP-TARGET-SUB = 0
                       MOVE WS-TARGET-ID
                           TO WS-COP-PLAYER-ID(WS-COP-SOURCE-SUB)
                       MOVE WS-TARGET-NAME
                           TO WS-COP-PLAYER-NAME(WS-COP-SOURCE-SUB)
                   ELSE
                       ADD WS-COP-RUNS(WS-COP-SOURCE-SUB)
                           TO WS-COP-RUNS(WS-COP-TARGET-SUB)
                       ADD WS-COP-INNINGS(WS-COP-SOURCE-SUB)
                           TO WS-COP-INNINGS(WS-COP-TARGET-SUB)
                       ADD WS-COP-MATCHES(WS-COP-SOURCE-SUB)
                           TO WS-COP-MATCHES(WS-COP-TARGET-SUB)
                   END-IF
                   OPEN OUTPUT CAREER-OPEN-FILE
                   PERFORM REWRITE-OPENING-CAREER
                       VARYING WS-COP-SUB FROM 1 BY 1
                       UNTIL WS-COP-SUB > WS-COP-COUNT
                   CLOSE CAREER-OPEN-FILE
                   DISPLAY "Opening career totals merged on "
                       "careeropen.ctl."
               END-IF
           END-IF.

       NOTE-OPENING-CAREER.
           IF WS-COP-COUNT < WS-MAX-OPEN-CAREERS
               ADD 1 TO WS-COP-COUNT
               MOVE CAREER-OPEN-RECORD TO WS-COP-ROW(WS-COP-COUNT)
               IF COP-PLAYER-ID = WS-SOURCE-ID
                   MOVE WS-COP-COUNT TO WS-COP-SOURCE-SUB
               END-IF
               IF COP-PLAYER-ID = WS-TARGET-ID
                   MOVE WS-COP-COUNT TO WS-COP-TARGET-SUB
               END-IF
           ELSE
               DISPLAY "WARNING: opening career table full at "
                   WS-MAX-OPEN-CAREERS " players - careeropen.ctl "
                   "was left as it stood"
               MOVE 0 TO WS-COP-SOURCE-SUB
               MOVE 'Y' TO WS-CAREER-OPEN-EOF
           END-IF.

      * The wrong ID's row stays out once it has been folded in.
       REWRITE-OPENING-CAREER.
           IF WS-COP-SUB NOT = WS-COP-SOURCE-SUB
               OR WS-COP-TARGET-SUB = 0
               MOVE WS-COP-ROW(WS-COP-SUB) TO CAREER-OPEN-RECORD
               WRITE CAREER-OPEN-RECORD
           END-IF.

      * Picks up the operator signed on through CricketMenu; no
      * operator.ctl (a standalone run) keeps the BATCH default.
       READ-OPERATOR-ID.
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
                   MOVE "PlayerMerge" TO LCK-PROGRAM
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
