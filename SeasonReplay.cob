       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeasonReplay IS INITIAL PROGRAM.

      * Season replay and rebuild. Every fixture StatisticsCalculator
      * posts is kept, line for line, in its grade's match archive
      * (matcharch.ctl, matcharch-2.ctl ...). This program takes
      * the postings on every grade's run ledger - skipping those
      * marked BACKED OUT - in the order they were posted, and
      * posts each one again from the archive into a fresh set of
      * files in the replay directory, running BuildPlayerIndex
      * after each one the way the nightly stream does.
      *
      * The stores that run on from one season to the next start
      * from the opening copies the season's first posting took:
      * careeropen.ctl for the career totals (seeded as a
      * careers.ctl, which the first replayed posting loads into
      * the replay's careers.dat), oppopen.ctl for each grade's
      * opponent splits, and playersopen.dat for the player index.
      * The season totals and the ladder start empty, as they did
      * at round one.
      *
      * The rebuilt stores are then compared with the live ones
      * store by store - each grade's season totals (the team
      * record in season.ctl and every player's row in
      * seasonply.dat), ladder and opponent splits, then
      * careers.dat and players.dat - and every row that does
      * not agree is listed in replay.txt. When the replay was
      * complete (every posting found in the archive and posted
      * again cleanly) the operator may replace the live stores
      * that differ with the rebuilt ones, each replacement
      * journalled. The live run ledgers are left as they are.
      * RETURN-CODE is 8 when the replay was incomplete or a store
      * differs and was not replaced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT STAGE-FILE ASSIGN TO DYNAMIC WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO DYNAMIC WS-OVERRIDE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT LIVE-STORE-FILE
               ASSIGN TO DYNAMIC WS-LIVE-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT REPLAY-STORE-FILE
               ASSIGN TO DYNAMIC WS-REPLAY-STORE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-STATUS.
           SELECT LIVE-PLAYER-FILE ASSIGN TO "players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPX-KEY
               FILE STATUS IS WS-LPX-STATUS.
           SELECT OPEN-PLAYER-FILE ASSIGN TO "playersopen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPX-KEY
               FILE STATUS IS WS-OPX-STATUS.
           SELECT REPLAY-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-REPLAY-PLAYER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPX-KEY
               FILE STATUS IS WS-RPX-STATUS.
           SELECT LIVE-SEAPLY-FILE
               ASSIGN TO DYNAMIC WS-LIVE-STORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSP-PLAYER-ID
               FILE STATUS IS WS-LSP-STATUS.
           SELECT REPLAY-SEAPLY-FILE
               ASSIGN TO DYNAMIC WS-REPLAY-STORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-PLAYER-ID
               FILE STATUS IS WS-RSP-STATUS.
           SELECT LIVE-CAREER-FILE ASSIGN TO "careers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCR-PLAYER-ID
               FILE STATUS IS WS-LCR-STATUS.
           SELECT REPLAY-CAREER-FILE
               ASSIGN TO DYNAMIC WS-REPLAY-CAREER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-PLAYER-ID
               FILE STATUS IS WS-RCR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "replay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Same layout StatisticsCalculator keeps the match archive in
      * (WRITE-MATCH-ARCHIVE).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-MATCH-ID          PIC X(08).
           05 ARC-LEDGER-SEQ        PIC 9(04).
           05 ARC-POSTED-DATE       PIC X(08).
           05 ARC-POSTED-TIME       PIC X(08).
           05 ARC-LINE-NO           PIC 9(05).
           05 ARC-INPUT-LINE        PIC X(59).

      * The score file one posting is replayed from, and the
      * scorebook balance override that lets it post again - a
      * fixture on the ledger either balanced or was let through
      * by the operator the first time. A fixture the operator
      * knowingly posted a second time is let past the duplicate
      * stop again with the repost override.
       FD STAGE-FILE.
       01 STAGE-RECORD              PIC X(59).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-MATCH-ID          PIC X(08).

       FD OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
           05 OVR-MATCH-ID          PIC X(08).

      * One store as the live system holds it and as the replay
      * rebuilt it. Every line sequential store compared is no
      * longer than an opponent-splits row, so the one pair of
      * files serves them all; a shorter record reads back padded
      * with spaces.
       FD LIVE-STORE-FILE.
       01 LIVE-STORE-RECORD         PIC X(827).

       FD REPLAY-STORE-FILE.
       01 REPLAY-STORE-RECORD       PIC X(827).

      * Same layout BuildPlayerIndex maintains in players.dat - the
      * live index, its opening copy, and the replay's index.
       FD LIVE-PLAYER-FILE.
       01 LIVE-PLAYER-RECORD.
           05 LPX-KEY               PIC X(09).
           05 LPX-BODY              PIC X(44).

       FD OPEN-PLAYER-FILE.
       01 OPEN-PLAYER-RECORD.
           05 OPX-KEY               PIC X(09).
           05 OPX-BODY              PIC X(44).

       FD REPLAY-PLAYER-FILE.
       01 REPLAY-PLAYER-RECORD.
           05 RPX-KEY               PIC X(09).
           05 RPX-BODY              PIC X(44).

      * Same layout StatisticsCalculator keeps in seasonply.dat, one
      * row per player keyed on player ID - a grade's live rows and
      * the replay's. Only the key is named; rows are compared and
      * copied whole.
       FD LIVE-SEAPLY-FILE.
       01 LIVE-SEAPLY-RECORD.
           05 LSP-PLAYER-ID         PIC X(05).
           05 LSP-BODY              PIC X(167).

       FD REPLAY-SEAPLY-FILE.
       01 REPLAY-SEAPLY-RECORD.
           05 RSP-PLAYER-ID         PIC X(05).
           05 RSP-BODY              PIC X(167).

      * Same layout StatisticsCalculator keeps in careers.dat - the
      * live career totals and the replay's.
       FD LIVE-CAREER-FILE.
       01 LIVE-CAREER-RECORD.
           05 LCR-PLAYER-ID         PIC X(05).
           05 LCR-BODY              PIC X(37).

       FD REPLAY-CAREER-FILE.
       01 REPLAY-CAREER-RECORD.
           05 RCR-PLAYER-ID         PIC X(05).
           05 RCR-BODY              PIC X(37).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).

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
       01 WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
       01 WS-STAGE-STATUS         PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 WS-OVERRIDE-STATUS      PIC XX VALUE SPACES.
       01 WS-LIVE-STATUS          PIC XX VALUE SPACES.
       01 WS-REPLAY-STATUS        PIC XX VALUE SPACES.
       01 WS-LPX-STATUS           PIC XX VALUE SPACES.
       01 WS-OPX-STATUS           PIC XX VALUE SPACES.
       01 WS-RPX-STATUS           PIC XX VALUE SPACES.
       01 WS-LSP-STATUS           PIC XX VALUE SPACES.
       01 WS-RSP-STATUS           PIC XX VALUE SPACES.
       01 WS-LCR-STATUS           PIC XX VALUE SPACES.
       01 WS-RCR-STATUS           PIC XX VALUE SPACES.
       01 WS-LEDGER-EOF           PIC X VALUE 'N'.
       01 WS-ARCHIVE-EOF          PIC X VALUE 'N'.
       01 WS-STORE-EOF            PIC X VALUE 'N'.
       01 WS-LPX-EOF              PIC X VALUE 'N'.
       01 WS-RPX-EOF              PIC X VALUE 'N'.
       01 WS-LPX-OPEN             PIC X VALUE 'N'.
       01 WS-RPX-OPEN             PIC X VALUE 'N'.
       01 WS-ANSWER               PIC X VALUE SPACE.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

      * The replay directory, below the work directory, and the
      * names of the files in it this program writes itself.
       01 WS-REPLAY-DIR           PIC X(20) VALUE "replay".
       01 WS-PARENT-DIR           PIC X(20) VALUE "..".
       01 WS-STAGE-FILE-NAME      PIC X(30)
                                  VALUE "replay/numbers.txt".
       01 WS-BALANCE-FILE-NAME    PIC X(30)
                                  VALUE "replay/balance.ctl".
       01 WS-OVERRIDE-FILE-NAME   PIC X(30)
                                  VALUE "replay/override.ctl".
       01 WS-REPLAY-PLAYER-NAME   PIC X(30)
                                  VALUE "replay/players.dat".
       01 WS-REPLAY-CAREER-NAME   PIC X(30)
                                  VALUE "replay/careers.dat".
       01 WS-REPLAY-READY         PIC X VALUE 'N'.
       01 WS-CALL-RC              PIC S9(09) VALUE 0.

      * The grade being worked on and the names of its stores: the
      * 1st XI keeps the original file names, every other grade's
      * carry its code (ledger-2.ctl), the same naming
      * StatisticsCalculator posts under. A store's replay copy is
      * the same name in the replay directory.
       01 WS-GRADE-SUB            PIC 9(02) VALUE 0.
       01 WS-GRADE-DIGIT          PIC 9(01) VALUE 0.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-STORE-BASE           PIC X(12) VALUE SPACES.
       01 WS-STORE-SUFFIX         PIC X(04) VALUE ".ctl".
       01 WS-LEDGER-FILE-NAME     PIC X(30) VALUE "ledger.ctl".
       01 WS-ARCHIVE-FILE-NAME    PIC X(30) VALUE "matcharch.ctl".
       01 WS-LIVE-STORE-NAME      PIC X(30) VALUE SPACES.
       01 WS-REPLAY-STORE-NAME    PIC X(30) VALUE SPACES.
       01 WS-OPEN-COPY-NAME       PIC X(30) VALUE SPACES.
       01 WS-GRADE-FLAGS.
           05 WS-GRADE-POSTED OCCURS 9 TIMES PIC X(01).

      * Files a replay leaves in the replay directory, cleared
      * before the next one starts: each grade's stores, then the
      * club-wide ones. Each grade's seasonply.dat goes with its
      * season; players.dat is recreated empty instead.
       01 WS-GRADE-STORE-LIST.
           05 FILLER              PIC X(12) VALUE "season".
           05 FILLER              PIC X(12) VALUE "seasongen".
           05 FILLER              PIC X(12) VALUE "ladder".
           05 FILLER              PIC X(12) VALUE "ledger".
           05 FILLER              PIC X(12) VALUE "oppsplits".
           05 FILLER              PIC X(12) VALUE "scouting".
           05 FILLER              PIC X(12) VALUE "matchups".
           05 FILLER              PIC X(12) VALUE "matcharch".
           05 FILLER              PIC X(12) VALUE "oppopen".
       01 WS-GRADE-STORE-TABLE REDEFINES WS-GRADE-STORE-LIST.
           05 WS-GRADE-STORE OCCURS 9 TIMES PIC X(12).
       01 WS-GRADE-STORE-SUB      PIC 9(02) VALUE 0.

       01 WS-CLUB-FILE-LIST.
           05 FILLER              PIC X(20) VALUE "careers.ctl".
           05 FILLER              PIC X(20) VALUE "careers.dat".
           05 FILLER              PIC X(20) VALUE "careeropen.ctl".
           05 FILLER              PIC X(20) VALUE "restart.ctl".
           05 FILLER              PIC X(20) VALUE "override.ctl".
           05 FILLER              PIC X(20) VALUE "balance.ctl".
           05 FILLER              PIC X(20) VALUE "partnerships.txt".
           05 FILLER              PIC X(20) VALUE "milestones.txt".
           05 FILLER              PIC X(20) VALUE "fees.ctl".
           05 FILLER              PIC X(20) VALUE "returns.ctl".
           05 FILLER              PIC X(20) VALUE "journal.ctl".
           05 FILLER              PIC X(20) VALUE "numbers.txt".
           05 FILLER              PIC X(20) VALUE "exceptions.txt".
           05 FILLER              PIC X(20) VALUE "lock.ctl".
       01 WS-CLUB-FILE-TABLE REDEFINES WS-CLUB-FILE-LIST.
           05 WS-CLUB-FILE OCCURS 14 TIMES PIC X(20).
       01 WS-CLUB-FILE-SUB        PIC 9(02) VALUE 0.

      * Reference files posting reads but never changes - copied
      * into the replay directory as they stand today.
       01 WS-REFERENCE-LIST.
           05 FILLER              PIC X(20) VALUE "roster.txt".
           05 FILLER              PIC X(20) VALUE "schedule.ctl".
           05 FILLER              PIC X(20) VALUE "feerates.ctl".
           05 FILLER              PIC X(20) VALUE "leaders.ctl".
           05 FILLER              PIC X(20) VALUE "votehold.ctl".
       01 WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-LIST.
           05 WS-REFERENCE-FILE OCCURS 5 TIMES PIC X(20).
       01 WS-REFERENCE-SUB        PIC 9(02) VALUE 0.

      * Every posting to be replayed, from all grades' ledgers,
      * with the date and time the archive says it was posted.
      * The sort key puts them back in posting order across
      * grades; the grade and ledger position break a tie.
       01 WS-MAX-POSTINGS         PIC 9(03) VALUE 500.
       01 WS-POSTING-COUNT        PIC 9(03) VALUE 0.
       01 WS-POST-SUB             PIC 9(03) VALUE 0.
       01 WS-FIND-SUB             PIC 9(03) VALUE 0.
       01 WS-LEDGER-SEQ           PIC 9(04) VALUE 0.
       01 WS-BACKED-OUT-COUNT     PIC 9(03) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(03) VALUE 0.
       01 WS-REPLAYED-COUNT       PIC 9(03) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(03) VALUE 0.
       01 WS-STAGED-LINES         PIC 9(05) VALUE 0.
       01 WS-EARLIER-SUB          PIC 9(03) VALUE 0.
       01 WS-REPOST-FOUND         PIC X VALUE 'N'.
       01 WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 500 TIMES.
               10 WS-PST-SORT-KEY.
                   15 WS-PST-DATE      PIC X(08).
                   15 WS-PST-TIME      PIC X(08).
                   15 WS-PST-GRADE     PIC X(01).
                   15 WS-PST-SEQ       PIC 9(04).
               10 WS-PST-MATCH-ID      PIC X(08).
               10 WS-PST-ARCHIVED      PIC X(01).
               10 WS-PST-RC            PIC 9(04).
       01 WS-SWAP-ENTRY           PIC X(34).
       01 WS-SORT-PASS            PIC 9(03) VALUE 0.
       01 WS-SORT-SUB             PIC 9(03) VALUE 0.
       01 WS-SORT-LIMIT           PIC 9(03) VALUE 0.

      * Comparison work: the rows of one store as the live system
      * holds them and as the replay rebuilt them, matched on the
      * first WS-CMP-KEY-LEN bytes. The stores held this way are
      * ladders and opponent splits, one row per team.
       01 WS-MAX-ROWS             PIC 9(03) VALUE 200.
       01 WS-CMP-KEY-LEN          PIC 9(03) VALUE 0.
       01 WS-CMP-REC-LEN          PIC 9(03) VALUE 0.
       01 WS-CMP-STORE-NAME       PIC X(20) VALUE SPACES.
       01 WS-CMP-KEY              PIC X(20) VALUE SPACES.
       01 WS-CMP-VERDICT          PIC X(11) VALUE SPACES.
       01 WS-STORE-DIFFERENCES    PIC 9(04) VALUE 0.
       01 WS-LIVE-COUNT           PIC 9(03) VALUE 0.
       01 WS-REPLAY-COUNT         PIC 9(03) VALUE 0.
       01 WS-LIVE-SUB             PIC 9(03) VALUE 0.
       01 WS-REPLAY-SUB           PIC 9(03) VALUE 0.
       01 WS-MATCH-SUB            PIC 9(03) VALUE 0.
       01 WS-LIVE-ROWS.
           05 WS-LIVE-ROW OCCURS 200 TIMES PIC X(827).
       01 WS-REPLAY-ROWS.
           05 WS-REPLAY-ROW OCCURS 200 TIMES PIC X(827).
       01 WS-REPLAY-MATCHED-FLAGS.
           05 WS-REPLAY-MATCHED OCCURS 200 TIMES PIC X(01).

      * Season record: the team pool, top-5 board and player
      * count - the players' own rows are on seasonply.dat.
       01 WS-LIVE-SEASON-FOUND    PIC X VALUE 'N'.
       01 WS-REPLAY-SEASON-FOUND  PIC X VALUE 'N'.
       01 WS-LIVE-TEAM-PART       PIC X(246) VALUE SPACES.
       01 WS-REPLAY-TEAM-PART     PIC X(246) VALUE SPACES.

      * Indexed stores keyed on player ID - a grade's seasonply.dat
      * (S) or careers.dat (C) - are read in key order side by
      * side and merged. Each side's current row, HIGH-VALUES once
      * that side is exhausted.
       01 WS-INDEXED-KIND         PIC X VALUE SPACE.
       01 WS-INDEXED-STATUS       PIC XX VALUE SPACES.
       01 WS-LKY-EOF              PIC X VALUE 'N'.
       01 WS-RKY-EOF              PIC X VALUE 'N'.
       01 WS-LKY-OPEN             PIC X VALUE 'N'.
       01 WS-RKY-OPEN             PIC X VALUE 'N'.
       01 WS-LIVE-KEYED-ROW       PIC X(172) VALUE SPACES.
       01 WS-REPLAY-KEYED-ROW     PIC X(172) VALUE SPACES.

      * Which stores came out different, for the rebuild offer.
       01 WS-DIFFER-FLAGS.
           05 WS-SEASON-DIFFERS OCCURS 9 TIMES PIC X(01).
           05 WS-LADDER-DIFFERS OCCURS 9 TIMES PIC X(01).
           05 WS-SPLITS-DIFFERS OCCURS 9 TIMES PIC X(01).
       01 WS-CAREERS-DIFFERS      PIC X VALUE 'N'.
       01 WS-PLAYERS-DIFFERS      PIC X VALUE 'N'.
       01 WS-STORES-DIFFERING     PIC 9(03) VALUE 0.
       01 WS-STORES-REPLACED      PIC 9(03) VALUE 0.
       01 WS-ROWS-COPIED          PIC 9(05) VALUE 0.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

       01 WS-EDIT-COUNT              PIC ZZ9.
       01 WS-EDIT-SEQ                PIC ZZZ9.
       01 WS-EDIT-RC                 PIC ZZZ9.
       01 WS-EDIT-LINES              PIC ZZ,ZZ9.
       01 WS-EDIT-DIFFERENCES        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Season Replay and Rebuild"
           DISPLAY "-------------------------"
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM INITIALIZE-PROGRAM
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPLAY-HEADER
               PERFORM LOAD-GRADE-POSTINGS
                   VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               IF WS-POSTING-COUNT = 0
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "No postings on any run ledger - nothing to "
                              DELIMITED BY SIZE
                          "replay." DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
               ELSE
                   PERFORM FIND-GRADE-ARCHIVE
                       VARYING WS-GRADE-SUB FROM 1 BY 1
                       UNTIL WS-GRADE-SUB > 9
                   PERFORM REPORT-MISSING-POSTING
                       VARYING WS-POST-SUB FROM 1 BY 1
                       UNTIL WS-POST-SUB > WS-POSTING-COUNT
                   PERFORM ORDER-POSTINGS
                   PERFORM PREPARE-REPLAY-DIRECTORY
                   IF WS-REPLAY-READY = 'Y'
                       PERFORM REPLAY-ONE-POSTING
                           VARYING WS-POST-SUB FROM 1 BY 1
                           UNTIL WS-POST-SUB > WS-POSTING-COUNT
                               OR WS-REPLAY-READY = 'N'
                   END-IF
                   IF WS-REPLAY-READY = 'Y'
                       PERFORM COMPARE-ALL-STORES
                       PERFORM OFFER-REBUILD
                   END-IF
               END-IF
               PERFORM WRITE-REPLAY-FOOTER
               CLOSE REPORT-FILE
               IF WS-REPLAY-READY = 'N'
                   OR WS-MISSING-COUNT > 0
                   OR WS-FAILED-COUNT > 0
                   OR WS-STORES-DIFFERING > WS-STORES-REPLACED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY "Replay report written to replay.txt."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           MOVE ALL 'N' TO WS-GRADE-FLAGS
           MOVE ALL 'N' TO WS-DIFFER-FLAGS.

       WRITE-REPLAY-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "SEASON REPLAY FROM THE MATCH ARCHIVE - run "
                      DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

      * The grade's ledger in the order it was written. Every
      * record takes the next ledger position - the position the
      * archive filed the posting's lines under - but only those
      * not marked BACKED OUT are replayed.
       LOAD-GRADE-POSTINGS.
           MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
           MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
           MOVE "ledger" TO WS-STORE-BASE
           PERFORM BUILD-STORE-NAMES
           MOVE WS-LIVE-STORE-NAME TO WS-LEDGER-FILE-NAME
           MOVE 0 TO WS-LEDGER-SEQ
           MOVE 'N' TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           ADD 1 TO WS-LEDGER-SEQ
                           PERFORM ADD-POSTING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       ADD-POSTING-ENTRY.
           IF LED-RECON-OUTCOME = "BACKED OUT"
               ADD 1 TO WS-BACKED-OUT-COUNT
           ELSE
               IF WS-POSTING-COUNT < WS-MAX-POSTINGS
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE SPACES TO WS-PST-DATE(WS-POSTING-COUNT)
                   MOVE SPACES TO WS-PST-TIME(WS-POSTING-COUNT)
                   MOVE WS-GRADE-CODE
                       TO WS-PST-GRADE(WS-POSTING-COUNT)
                   MOVE WS-LEDGER-SEQ TO WS-PST-SEQ(WS-POSTING-COUNT)
                   MOVE LED-MATCH-ID
                       TO WS-PST-MATCH-ID(WS-POSTING-COUNT)
                   MOVE 'N' TO WS-PST-ARCHIVED(WS-POSTING-COUNT)
                   MOVE 0 TO WS-PST-RC(WS-POSTING-COUNT)
                   MOVE 'Y' TO WS-GRADE-POSTED(WS-GRADE-SUB)
               ELSE
                   DISPLAY "WARNING: posting table full at "
                       WS-MAX-POSTINGS " - match " LED-MATCH-ID
                       " on " WS-LEDGER-FILE-NAME " not replayed"
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-IF.

      * The first line kept for each posting carries the date and
      * time it was posted; that is what orders postings from
      * different grades.
       FIND-GRADE-ARCHIVE.
           IF WS-GRADE-POSTED(WS-GRADE-SUB) = 'Y'
               MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
               MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
               PERFORM SET-ARCHIVE-FILE-NAME
               MOVE 'N' TO WS-ARCHIVE-EOF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-ARCHIVE-EOF
                           NOT AT END
                               IF ARC-LINE-NO = 1
                                   PERFORM NOTE-ARCHIVED-POSTING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       NOTE-ARCHIVED-POSTING.
           MOVE 0 TO WS-FIND-SUB
           PERFORM SCAN-FOR-POSTING
               VARYING WS-POST-SUB FROM 1 BY 1
               UNTIL WS-POST-SUB > WS-POSTING-COUNT
                   OR WS-FIND-SUB > 0
           IF WS-FIND-SUB > 0
               MOVE ARC-POSTED-DATE TO WS-PST-DATE(WS-FIND-SUB)
               MOVE ARC-POSTED-TIME TO WS-PST-TIME(WS-FIND-SUB)
               MOVE 'Y' TO WS-PST-ARCHIVED(WS-FIND-SUB)
           END-IF.

       SCAN-FOR-POSTING.
           IF WS-PST-GRADE(WS-POST-SUB) = WS-GRADE-CODE
               AND WS-PST-SEQ(WS-POST-SUB) = ARC-LEDGER-SEQ
               AND WS-PST-MATCH-ID(WS-POST-SUB) = ARC-MATCH-ID
               MOVE WS-POST-SUB TO WS-FIND-SUB
           END-IF.

      * A posting the archive never saw - one made before the
      * archive was kept, or one whose archive write failed -
      * cannot be replayed, so the replay is incomplete and its
      * stores are never put in place of the live ones.
       REPORT-MISSING-POSTING.
           IF WS-PST-ARCHIVED(WS-POST-SUB) NOT = 'Y'
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-PST-SEQ(WS-POST-SUB) TO WS-EDIT-SEQ
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "NOT IN ARCHIVE: grade " DELIMITED BY SIZE
                      WS-PST-GRADE(WS-POST-SUB) DELIMITED BY SIZE
                      " posting " DELIMITED BY SIZE
                      WS-EDIT-SEQ DELIMITED BY SIZE
                      " match " DELIMITED BY SIZE
                      WS-PST-MATCH-ID(WS-POST-SUB) DELIMITED BY SIZE
                      " - cannot be replayed" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
           END-IF.

      * Postings back into the order they were made, oldest first -
      * a plain exchange sort on the posted date and time.
       ORDER-POSTINGS.
           PERFORM SORT-ONE-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-POSTING-COUNT.

       SORT-ONE-PASS.
           COMPUTE WS-SORT-LIMIT = WS-POSTING-COUNT - WS-SORT-PASS
           PERFORM SORT-COMPARE-PAIR
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB > WS-SORT-LIMIT.

       SORT-COMPARE-PAIR.
           IF WS-PST-SORT-KEY(WS-SORT-SUB)
               > WS-PST-SORT-KEY(WS-SORT-SUB + 1)
               MOVE WS-POSTING-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-POSTING-ENTRY(WS-SORT-SUB + 1)
                   TO WS-POSTING-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-POSTING-ENTRY(WS-SORT-SUB + 1)
           END-IF.

      * A fresh replay directory: whatever the last replay left is
      * cleared, today's reference files are copied in, and the
      * carried-over stores are seeded from their opening copies.
       PREPARE-REPLAY-DIRECTORY.
           CALL "CBL_CREATE_DIR" USING WS-REPLAY-DIR
           CALL "CBL_CHANGE_DIR" USING WS-REPLAY-DIR
           MOVE RETURN-CODE TO WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "ERROR: could not create or enter the replay "
                          DELIMITED BY SIZE
                      "directory - nothing replayed" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
           ELSE
               CALL "CBL_CHANGE_DIR" USING WS-PARENT-DIR
               MOVE 'Y' TO WS-REPLAY-READY
               PERFORM CLEAR-GRADE-REPLAY-FILES
                   VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               PERFORM CLEAR-CLUB-REPLAY-FILE
                   VARYING WS-CLUB-FILE-SUB FROM 1 BY 1
                   UNTIL WS-CLUB-FILE-SUB > 14
               PERFORM COPY-REFERENCE-FILE
                   VARYING WS-REFERENCE-SUB FROM 1 BY 1
                   UNTIL WS-REFERENCE-SUB > 5
               MOVE "careeropen.ctl" TO WS-OPEN-COPY-NAME
               MOVE "careers.ctl" TO WS-LIVE-STORE-NAME
               PERFORM BUILD-REPLAY-NAME
               PERFORM SEED-FROM-OPENING-COPY
               PERFORM SEED-GRADE-SPLITS
                   VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               PERFORM SEED-PLAYER-INDEX
           END-IF.

       CLEAR-GRADE-REPLAY-FILES.
           MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
           MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
           PERFORM CLEAR-ONE-GRADE-STORE
               VARYING WS-GRADE-STORE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-STORE-SUB > 9
           MOVE "seasonply" TO WS-STORE-BASE
           PERFORM BUILD-INDEXED-NAMES
           CALL "CBL_DELETE_FILE" USING WS-REPLAY-STORE-NAME.

       CLEAR-ONE-GRADE-STORE.
           MOVE WS-GRADE-STORE(WS-GRADE-STORE-SUB) TO WS-STORE-BASE
           PERFORM BUILD-STORE-NAMES
           CALL "CBL_DELETE_FILE" USING WS-REPLAY-STORE-NAME.

       CLEAR-CLUB-REPLAY-FILE.
           MOVE WS-CLUB-FILE(WS-CLUB-FILE-SUB) TO WS-LIVE-STORE-NAME
           PERFORM BUILD-REPLAY-NAME
           CALL "CBL_DELETE_FILE" USING WS-REPLAY-STORE-NAME.

       COPY-REFERENCE-FILE.
           MOVE WS-REFERENCE-FILE(WS-REFERENCE-SUB)
               TO WS-LIVE-STORE-NAME
           PERFORM BUILD-REPLAY-NAME
           CALL "CBL_DELETE_FILE" USING WS-REPLAY-STORE-NAME
           CALL "CBL_COPY_FILE" USING WS-LIVE-STORE-NAME
                                      WS-REPLAY-STORE-NAME.

       SEED-GRADE-SPLITS.
           IF WS-GRADE-POSTED(WS-GRADE-SUB) = 'Y'
               MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
               MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
               MOVE "oppopen" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE WS-LIVE-STORE-NAME TO WS-OPEN-COPY-NAME
               MOVE "oppsplits" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               PERFORM SEED-FROM-OPENING-COPY
           END-IF.

      * The opening copy becomes the replay's starting store. With
      * no opening copy on file the store is rebuilt from empty,
      * which is right only if it was empty when the season began.
       SEED-FROM-OPENING-COPY.
           CALL "CBL_COPY_FILE" USING WS-OPEN-COPY-NAME
                                      WS-REPLAY-STORE-NAME
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-CALL-RC = 0
               STRING WS-REPLAY-STORE-NAME DELIMITED BY SPACE
                      " seeded from " DELIMITED BY SIZE
                      WS-OPEN-COPY-NAME DELIMITED BY SPACE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               STRING "No " DELIMITED BY SIZE
                      WS-OPEN-COPY-NAME DELIMITED BY SPACE
                      " on file - " DELIMITED BY SIZE
                      WS-REPLAY-STORE-NAME DELIMITED BY SPACE
                      " rebuilt from empty" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           PERFORM WRITE-REPORT-AND-SHOW.

      * The player index is indexed, so it is seeded record by
      * record into a replay index created empty.
       SEED-PLAYER-INDEX.
           MOVE 0 TO WS-ROWS-COPIED
           OPEN OUTPUT REPLAY-PLAYER-FILE
           IF WS-RPX-STATUS NOT = "00"
               DISPLAY "WARNING: could not create "
                   WS-REPLAY-PLAYER-NAME ", status " WS-RPX-STATUS
           ELSE
               OPEN INPUT OPEN-PLAYER-FILE
               IF WS-OPX-STATUS = "00"
                   MOVE 'N' TO WS-STORE-EOF
                   PERFORM UNTIL WS-STORE-EOF = 'Y'
                       READ OPEN-PLAYER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-STORE-EOF
                           NOT AT END
                               WRITE REPLAY-PLAYER-RECORD
                                   FROM OPEN-PLAYER-RECORD
                               ADD 1 TO WS-ROWS-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE OPEN-PLAYER-FILE
                   MOVE WS-ROWS-COPIED TO WS-EDIT-LINES
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING WS-REPLAY-PLAYER-NAME DELIMITED BY SPACE
                          " seeded from playersopen.dat ("
                              DELIMITED BY SIZE
                          WS-EDIT-LINES DELIMITED BY SIZE
                          " innings)" DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
               ELSE
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "No playersopen.dat on file - "
                              DELIMITED BY SIZE
                          WS-REPLAY-PLAYER-NAME DELIMITED BY SPACE
                          " rebuilt from empty" DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
               END-IF
               CLOSE REPLAY-PLAYER-FILE
               PERFORM WRITE-REPORT-AND-SHOW
           END-IF.

      * One posting, posted again: its archived lines become the
      * replay directory's numbers.txt and StatisticsCalculator
      * runs there, then BuildPlayerIndex when the posting went
      * through - the nightly stream's order.
       REPLAY-ONE-POSTING.
           IF WS-PST-ARCHIVED(WS-POST-SUB) = 'Y'
               MOVE WS-PST-GRADE(WS-POST-SUB) TO WS-GRADE-CODE
               PERFORM STAGE-POSTING
               PERFORM WRITE-BALANCE-OVERRIDE
               PERFORM WRITE-REPOST-OVERRIDE
               CALL "CBL_CHANGE_DIR" USING WS-REPLAY-DIR
               MOVE RETURN-CODE TO WS-CALL-RC
               IF WS-CALL-RC NOT = 0
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "ERROR: could not enter the replay directory"
                              DELIMITED BY SIZE
                          " - replay stopped" DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
                   MOVE 'N' TO WS-REPLAY-READY
               ELSE
                   MOVE 0 TO RETURN-CODE
                   CALL "StatisticsCalculator"
                   MOVE RETURN-CODE TO WS-PST-RC(WS-POST-SUB)
                   IF WS-PST-RC(WS-POST-SUB) = 0
                       CALL "BuildPlayerIndex"
                       ADD 1 TO WS-REPLAYED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   CALL "CBL_CHANGE_DIR" USING WS-PARENT-DIR
                   PERFORM REPORT-REPLAYED-POSTING
               END-IF
           END-IF.

       STAGE-POSTING.
           PERFORM SET-ARCHIVE-FILE-NAME
           MOVE 0 TO WS-STAGED-LINES
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN OUTPUT STAGE-FILE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-ARCHIVE-EOF
                       NOT AT END
                           IF ARC-MATCH-ID
                                   = WS-PST-MATCH-ID(WS-POST-SUB)
                               AND ARC-LEDGER-SEQ
                                   = WS-PST-SEQ(WS-POST-SUB)
                               WRITE STAGE-RECORD FROM ARC-INPUT-LINE
                               ADD 1 TO WS-STAGED-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE STAGE-FILE.

       WRITE-BALANCE-OVERRIDE.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               MOVE WS-PST-MATCH-ID(WS-POST-SUB) TO BAL-MATCH-ID
               WRITE BALANCE-RECORD
           END-IF
           CLOSE BALANCE-FILE.

      * A match the replay has already posted for this grade is on
      * the replay's ledger, so posting it again - a repost the
      * operator made on purpose - needs the repost override the
      * operator gave the first time. Any other posting gets an
      * empty override.ctl, so none is left over from the last.
       WRITE-REPOST-OVERRIDE.
           MOVE 'N' TO WS-REPOST-FOUND
           PERFORM FIND-EARLIER-POSTING
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB >= WS-POST-SUB
                   OR WS-REPOST-FOUND = 'Y'
           OPEN OUTPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               AND WS-REPOST-FOUND = 'Y'
               MOVE WS-PST-MATCH-ID(WS-POST-SUB) TO OVR-MATCH-ID
               WRITE OVERRIDE-RECORD
           END-IF
           CLOSE OVERRIDE-FILE.

       FIND-EARLIER-POSTING.
           IF WS-PST-GRADE(WS-EARLIER-SUB) = WS-PST-GRADE(WS-POST-SUB)
               AND WS-PST-MATCH-ID(WS-EARLIER-SUB)
                   = WS-PST-MATCH-ID(WS-POST-SUB)
               AND WS-PST-ARCHIVED(WS-EARLIER-SUB) = 'Y'
               AND WS-PST-RC(WS-EARLIER-SUB) = 0
               MOVE 'Y' TO WS-REPOST-FOUND
           END-IF.

       REPORT-REPLAYED-POSTING.
           MOVE WS-PST-SEQ(WS-POST-SUB) TO WS-EDIT-SEQ
           MOVE WS-STAGED-LINES TO WS-EDIT-LINES
           MOVE WS-PST-RC(WS-POST-SUB) TO WS-EDIT-RC
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Replayed " DELIMITED BY SIZE
                  WS-PST-DATE(WS-POST-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PST-TIME(WS-POST-SUB)(1:6) DELIMITED BY SIZE
                  " grade " DELIMITED BY SIZE
                  WS-PST-GRADE(WS-POST-SUB) DELIMITED BY SIZE
                  " posting " DELIMITED BY SIZE
                  WS-EDIT-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PST-MATCH-ID(WS-POST-SUB) DELIMITED BY SIZE
                  WS-EDIT-LINES DELIMITED BY SIZE
                  " lines RC" DELIMITED BY SIZE
                  WS-EDIT-RC DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           IF WS-PST-RC(WS-POST-SUB) NOT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "  ** match " DELIMITED BY SIZE
                      WS-PST-MATCH-ID(WS-POST-SUB) DELIMITED BY SIZE
                      " did not post again cleanly - see the "
                          DELIMITED BY SIZE
                      "replay directory's exceptions.txt"
                          DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
           END-IF.

      * Store by store, grade by grade, then the club-wide stores.
       COMPARE-ALL-STORES.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE "STORE                 KEY                   VERDICT"
               TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           PERFORM COMPARE-GRADE-STORES
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > 9
           MOVE "careers.dat" TO WS-CMP-STORE-NAME
           MOVE 'C' TO WS-INDEXED-KIND
           PERFORM COMPARE-INDEXED-STORE
           IF WS-STORE-DIFFERENCES > 0
               MOVE 'Y' TO WS-CAREERS-DIFFERS
           END-IF
           PERFORM COMPARE-PLAYER-INDEX
           IF WS-STORE-DIFFERENCES > 0
               MOVE 'Y' TO WS-PLAYERS-DIFFERS
           END-IF.

       COMPARE-GRADE-STORES.
           IF WS-GRADE-POSTED(WS-GRADE-SUB) = 'Y'
               MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
               MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
               MOVE "season" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               PERFORM COMPARE-SEASON-STORE
               IF WS-STORE-DIFFERENCES > 0
                   MOVE 'Y' TO WS-SEASON-DIFFERS(WS-GRADE-SUB)
               END-IF
               MOVE "seasonply" TO WS-STORE-BASE
               PERFORM BUILD-INDEXED-NAMES
               MOVE WS-LIVE-STORE-NAME TO WS-CMP-STORE-NAME
               MOVE 'S' TO WS-INDEXED-KIND
               PERFORM COMPARE-INDEXED-STORE
               IF WS-STORE-DIFFERENCES > 0
                   MOVE 'Y' TO WS-SEASON-DIFFERS(WS-GRADE-SUB)
               END-IF
               MOVE "ladder" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE 20 TO WS-CMP-KEY-LEN
               MOVE 65 TO WS-CMP-REC-LEN
               PERFORM COMPARE-KEYED-STORE
               IF WS-STORE-DIFFERENCES > 0
                   MOVE 'Y' TO WS-LADDER-DIFFERS(WS-GRADE-SUB)
               END-IF
               MOVE "oppsplits" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE 20 TO WS-CMP-KEY-LEN
               MOVE 827 TO WS-CMP-REC-LEN
               PERFORM COMPARE-KEYED-STORE
               IF WS-STORE-DIFFERENCES > 0
                   MOVE 'Y' TO WS-SPLITS-DIFFERS(WS-GRADE-SUB)
               END-IF
           END-IF.

      * season.ctl is one record - the team pool, top-5 board and
      * player count - compared whole. The players' rows are
      * compared from seasonply.dat after it.
       COMPARE-SEASON-STORE.
           MOVE WS-LIVE-STORE-NAME TO WS-CMP-STORE-NAME
           MOVE 0 TO WS-STORE-DIFFERENCES
           MOVE 'N' TO WS-LIVE-SEASON-FOUND
           MOVE 'N' TO WS-REPLAY-SEASON-FOUND
           MOVE SPACES TO WS-LIVE-TEAM-PART
           MOVE SPACES TO WS-REPLAY-TEAM-PART
           OPEN INPUT LIVE-STORE-FILE
           IF WS-LIVE-STATUS = "00"
               READ LIVE-STORE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-LIVE-SEASON-FOUND
                       MOVE LIVE-STORE-RECORD(1:246)
                           TO WS-LIVE-TEAM-PART
               END-READ
               CLOSE LIVE-STORE-FILE
           END-IF
           OPEN INPUT REPLAY-STORE-FILE
           IF WS-REPLAY-STATUS = "00"
               READ REPLAY-STORE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-REPLAY-SEASON-FOUND
                       MOVE REPLAY-STORE-RECORD(1:246)
                           TO WS-REPLAY-TEAM-PART
               END-READ
               CLOSE REPLAY-STORE-FILE
           END-IF
           IF WS-LIVE-TEAM-PART NOT = WS-REPLAY-TEAM-PART
               MOVE "team totals" TO WS-CMP-KEY
               EVALUATE TRUE
                   WHEN WS-LIVE-SEASON-FOUND = 'N'
                       MOVE "REPLAY ONLY" TO WS-CMP-VERDICT
                   WHEN WS-REPLAY-SEASON-FOUND = 'N'
                       MOVE "LIVE ONLY" TO WS-CMP-VERDICT
                   WHEN OTHER
                       MOVE "DIFFERS" TO WS-CMP-VERDICT
               END-EVALUATE
               PERFORM WRITE-COMPARE-LINE
           END-IF
           PERFORM WRITE-STORE-VERDICT.

      * A store of one row per key - ladder, opponent splits: both
      * sides loaded, then matched row by row.
       COMPARE-KEYED-STORE.
           MOVE WS-LIVE-STORE-NAME TO WS-CMP-STORE-NAME
           MOVE 0 TO WS-STORE-DIFFERENCES
           MOVE 0 TO WS-LIVE-COUNT
           MOVE 0 TO WS-REPLAY-COUNT
           MOVE 'N' TO WS-STORE-EOF
           OPEN INPUT LIVE-STORE-FILE
           IF WS-LIVE-STATUS = "00"
               PERFORM UNTIL WS-STORE-EOF = 'Y'
                   READ LIVE-STORE-FILE
                       AT END
                           MOVE 'Y' TO WS-STORE-EOF
                       NOT AT END
                           PERFORM ADD-LIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE LIVE-STORE-FILE
           END-IF
           MOVE 'N' TO WS-STORE-EOF
           OPEN INPUT REPLAY-STORE-FILE
           IF WS-REPLAY-STATUS = "00"
               PERFORM UNTIL WS-STORE-EOF = 'Y'
                   READ REPLAY-STORE-FILE
                       AT END
                           MOVE 'Y' TO WS-STORE-EOF
                       NOT AT END
                           PERFORM ADD-REPLAY-ROW
                   END-READ
               END-PERFORM
               CLOSE REPLAY-STORE-FILE
           END-IF
           PERFORM MATCH-LOADED-ROWS
           PERFORM WRITE-STORE-VERDICT.

       ADD-LIVE-ROW.
           IF WS-LIVE-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-LIVE-COUNT
               MOVE SPACES TO WS-LIVE-ROW(WS-LIVE-COUNT)
               MOVE LIVE-STORE-RECORD(1:WS-CMP-REC-LEN)
                   TO WS-LIVE-ROW(WS-LIVE-COUNT)
           ELSE
               DISPLAY "WARNING: " WS-CMP-STORE-NAME " has more "
                   "than " WS-MAX-ROWS " rows - the rest are not "
                   "compared"
           END-IF.

       ADD-REPLAY-ROW.
           IF WS-REPLAY-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-REPLAY-COUNT
               MOVE SPACES TO WS-REPLAY-ROW(WS-REPLAY-COUNT)
               MOVE REPLAY-STORE-RECORD(1:WS-CMP-REC-LEN)
                   TO WS-REPLAY-ROW(WS-REPLAY-COUNT)
           ELSE
               DISPLAY "WARNING: rebuilt " WS-CMP-STORE-NAME
                   " has more than " WS-MAX-ROWS " rows - the "
                   "rest are not compared"
           END-IF.

      * Every live row looked for among the rebuilt ones by key;
      * rebuilt rows no live row claimed are the replay's alone.
       MATCH-LOADED-ROWS.
           MOVE ALL 'N' TO WS-REPLAY-MATCHED-FLAGS
           PERFORM MATCH-ONE-LIVE-ROW
               VARYING WS-LIVE-SUB FROM 1 BY 1
               UNTIL WS-LIVE-SUB > WS-LIVE-COUNT
           PERFORM REPORT-UNMATCHED-REPLAY-ROW
               VARYING WS-REPLAY-SUB FROM 1 BY 1
               UNTIL WS-REPLAY-SUB > WS-REPLAY-COUNT.

       MATCH-ONE-LIVE-ROW.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM SCAN-REPLAY-ROWS
               VARYING WS-REPLAY-SUB FROM 1 BY 1
               UNTIL WS-REPLAY-SUB > WS-REPLAY-COUNT
                   OR WS-MATCH-SUB > 0
           MOVE SPACES TO WS-CMP-KEY
           MOVE WS-LIVE-ROW(WS-LIVE-SUB)(1:WS-CMP-KEY-LEN)
               TO WS-CMP-KEY
           IF WS-MATCH-SUB = 0
               MOVE "LIVE ONLY" TO WS-CMP-VERDICT
               PERFORM WRITE-COMPARE-LINE
           ELSE
               MOVE 'Y' TO WS-REPLAY-MATCHED(WS-MATCH-SUB)
               IF WS-LIVE-ROW(WS-LIVE-SUB)(1:WS-CMP-REC-LEN)
                   NOT = WS-REPLAY-ROW(WS-MATCH-SUB)(1:WS-CMP-REC-LEN)
                   MOVE "DIFFERS" TO WS-CMP-VERDICT
                   PERFORM WRITE-COMPARE-LINE
               END-IF
           END-IF.

       SCAN-REPLAY-ROWS.
           IF WS-REPLAY-MATCHED(WS-REPLAY-SUB) = 'N'
               AND WS-REPLAY-ROW(WS-REPLAY-SUB)(1:WS-CMP-KEY-LEN)
                   = WS-LIVE-ROW(WS-LIVE-SUB)(1:WS-CMP-KEY-LEN)
               MOVE WS-REPLAY-SUB TO WS-MATCH-SUB
           END-IF.

       REPORT-UNMATCHED-REPLAY-ROW.
           IF WS-REPLAY-MATCHED(WS-REPLAY-SUB) = 'N'
               MOVE SPACES TO WS-CMP-KEY
               MOVE WS-REPLAY-ROW(WS-REPLAY-SUB)(1:WS-CMP-KEY-LEN)
                   TO WS-CMP-KEY
               MOVE "REPLAY ONLY" TO WS-CMP-VERDICT
               PERFORM WRITE-COMPARE-LINE
           END-IF.

      * The player index is indexed: both sides are read in key
      * order together and merged.
       COMPARE-PLAYER-INDEX.
           MOVE "players.dat" TO WS-CMP-STORE-NAME
           MOVE 0 TO WS-STORE-DIFFERENCES
           MOVE 'N' TO WS-LPX-EOF
           MOVE 'N' TO WS-RPX-EOF
           MOVE 'N' TO WS-LPX-OPEN
           MOVE 'N' TO WS-RPX-OPEN
           OPEN INPUT LIVE-PLAYER-FILE
           IF WS-LPX-STATUS NOT = "00"
               MOVE 'Y' TO WS-LPX-EOF
               MOVE HIGH-VALUES TO LPX-KEY
           ELSE
               MOVE 'Y' TO WS-LPX-OPEN
               PERFORM READ-LIVE-PLAYER
           END-IF
           OPEN INPUT REPLAY-PLAYER-FILE
           IF WS-RPX-STATUS NOT = "00"
               MOVE 'Y' TO WS-RPX-EOF
               MOVE HIGH-VALUES TO RPX-KEY
           ELSE
               MOVE 'Y' TO WS-RPX-OPEN
               PERFORM READ-REPLAY-PLAYER
           END-IF
           PERFORM UNTIL WS-LPX-EOF = 'Y' AND WS-RPX-EOF = 'Y'
               MOVE SPACES TO WS-CMP-KEY
               EVALUATE TRUE
                   WHEN LPX-KEY = RPX-KEY
                       IF LPX-BODY NOT = RPX-BODY
                           MOVE LPX-KEY TO WS-CMP-KEY
                           MOVE "DIFFERS" TO WS-CMP-VERDICT
                           PERFORM WRITE-COMPARE-LINE
                       END-IF
                       PERFORM READ-LIVE-PLAYER
                       PERFORM READ-REPLAY-PLAYER
                   WHEN LPX-KEY < RPX-KEY
                       MOVE LPX-KEY TO WS-CMP-KEY
                       MOVE "LIVE ONLY" TO WS-CMP-VERDICT
                       PERFORM WRITE-COMPARE-LINE
                       PERFORM READ-LIVE-PLAYER
                   WHEN OTHER
                       MOVE RPX-KEY TO WS-CMP-KEY
                       MOVE "REPLAY ONLY" TO WS-CMP-VERDICT
                       PERFORM WRITE-COMPARE-LINE
                       PERFORM READ-REPLAY-PLAYER
               END-EVALUATE
           END-PERFORM
           IF WS-LPX-OPEN = 'Y'
               CLOSE LIVE-PLAYER-FILE
           END-IF
           IF WS-RPX-OPEN = 'Y'
               CLOSE REPLAY-PLAYER-FILE
           END-IF
           PERFORM WRITE-STORE-VERDICT.

       READ-LIVE-PLAYER.
           READ LIVE-PLAYER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LPX-EOF
                   MOVE HIGH-VALUES TO LPX-KEY
           END-READ.

       READ-REPLAY-PLAYER.
           READ REPLAY-PLAYER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RPX-EOF
                   MOVE HIGH-VALUES TO RPX-KEY
           END-READ.

      * A store keyed on player ID (WS-INDEXED-KIND): both sides are
      * read in key order together and merged, the same way as the
      * player index. A side with no file on record holds no rows.
       COMPARE-INDEXED-STORE.
           MOVE 0 TO WS-STORE-DIFFERENCES
           PERFORM OPEN-LIVE-INDEXED
           PERFORM OPEN-REPLAY-INDEXED
           PERFORM UNTIL WS-LKY-EOF = 'Y' AND WS-RKY-EOF = 'Y'
               MOVE SPACES TO WS-CMP-KEY
               EVALUATE TRUE
                   WHEN WS-LIVE-KEYED-ROW(1:5)
                           = WS-REPLAY-KEYED-ROW(1:5)
                       IF WS-LIVE-KEYED-ROW NOT = WS-REPLAY-KEYED-ROW
                           MOVE WS-LIVE-KEYED-ROW(1:5) TO WS-CMP-KEY
                           MOVE "DIFFERS" TO WS-CMP-VERDICT
                           PERFORM WRITE-COMPARE-LINE
                       END-IF
                       PERFORM READ-LIVE-INDEXED
                       PERFORM READ-REPLAY-INDEXED
                   WHEN WS-LIVE-KEYED-ROW(1:5)
                           < WS-REPLAY-KEYED-ROW(1:5)
                       MOVE WS-LIVE-KEYED-ROW(1:5) TO WS-CMP-KEY
                       MOVE "LIVE ONLY" TO WS-CMP-VERDICT
                       PERFORM WRITE-COMPARE-LINE
                       PERFORM READ-LIVE-INDEXED
                   WHEN OTHER
                       MOVE WS-REPLAY-KEYED-ROW(1:5) TO WS-CMP-KEY
                       MOVE "REPLAY ONLY" TO WS-CMP-VERDICT
                       PERFORM WRITE-COMPARE-LINE
                       PERFORM READ-REPLAY-INDEXED
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-LIVE-INDEXED
           PERFORM CLOSE-REPLAY-INDEXED
           PERFORM WRITE-STORE-VERDICT.

       OPEN-LIVE-INDEXED.
           MOVE 'N' TO WS-LKY-EOF
           MOVE 'N' TO WS-LKY-OPEN
           IF WS-INDEXED-KIND = 'S'
               OPEN INPUT LIVE-SEAPLY-FILE
               MOVE WS-LSP-STATUS TO WS-INDEXED-STATUS
           ELSE
               OPEN INPUT LIVE-CAREER-FILE
               MOVE WS-LCR-STATUS TO WS-INDEXED-STATUS
           END-IF
           IF WS-INDEXED-STATUS NOT = "00"
               MOVE 'Y' TO WS-LKY-EOF
               MOVE HIGH-VALUES TO WS-LIVE-KEYED-ROW
           ELSE
               MOVE 'Y' TO WS-LKY-OPEN
               PERFORM READ-LIVE-INDEXED
           END-IF.

       OPEN-REPLAY-INDEXED.
           MOVE 'N' TO WS-RKY-EOF
           MOVE 'N' TO WS-RKY-OPEN
           IF WS-INDEXED-KIND = 'S'
               OPEN INPUT REPLAY-SEAPLY-FILE
               MOVE WS-RSP-STATUS TO WS-INDEXED-STATUS
           ELSE
               OPEN INPUT REPLAY-CAREER-FILE
               MOVE WS-RCR-STATUS TO WS-INDEXED-STATUS
           END-IF
           IF WS-INDEXED-STATUS NOT = "00"
               MOVE 'Y' TO WS-RKY-EOF
               MOVE HIGH-VALUES TO WS-REPLAY-KEYED-ROW
           ELSE
               MOVE 'Y' TO WS-RKY-OPEN
               PERFORM READ-REPLAY-INDEXED
           END-IF.

       READ-LIVE-INDEXED.
           MOVE SPACES TO WS-LIVE-KEYED-ROW
           IF WS-INDEXED-KIND = 'S'
               READ LIVE-SEAPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LKY-EOF
                   NOT AT END
                       MOVE LIVE-SEAPLY-RECORD TO WS-LIVE-KEYED-ROW
               END-READ
           ELSE
               READ LIVE-CAREER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LKY-EOF
                   NOT AT END
                       MOVE LIVE-CAREER-RECORD TO WS-LIVE-KEYED-ROW
               END-READ
           END-IF
           IF WS-LKY-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-LIVE-KEYED-ROW
           END-IF.

       READ-REPLAY-INDEXED.
           MOVE SPACES TO WS-REPLAY-KEYED-ROW
           IF WS-INDEXED-KIND = 'S'
               READ REPLAY-SEAPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RKY-EOF
                   NOT AT END
                       MOVE REPLAY-SEAPLY-RECORD
                           TO WS-REPLAY-KEYED-ROW
               END-READ
           ELSE
               READ REPLAY-CAREER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RKY-EOF
                   NOT AT END
                       MOVE REPLAY-CAREER-RECORD
                           TO WS-REPLAY-KEYED-ROW
               END-READ
           END-IF
           IF WS-RKY-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-REPLAY-KEYED-ROW
           END-IF.

       CLOSE-LIVE-INDEXED.
           IF WS-LKY-OPEN = 'Y'
               IF WS-INDEXED-KIND = 'S'
                   CLOSE LIVE-SEAPLY-FILE
               ELSE
                   CLOSE LIVE-CAREER-FILE
               END-IF
               MOVE 'N' TO WS-LKY-OPEN
           END-IF.

       CLOSE-REPLAY-INDEXED.
           IF WS-RKY-OPEN = 'Y'
               IF WS-INDEXED-KIND = 'S'
                   CLOSE REPLAY-SEAPLY-FILE
               ELSE
                   CLOSE REPLAY-CAREER-FILE
               END-IF
               MOVE 'N' TO WS-RKY-OPEN
           END-IF.

       WRITE-COMPARE-LINE.
           ADD 1 TO WS-STORE-DIFFERENCES
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           MOVE WS-CMP-STORE-NAME TO WS-DISPLAY-MESSAGE(1:20)
           MOVE WS-CMP-KEY TO WS-DISPLAY-MESSAGE(23:20)
           MOVE WS-CMP-VERDICT TO WS-DISPLAY-MESSAGE(45:11)
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-STORE-VERDICT.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           MOVE WS-CMP-STORE-NAME TO WS-DISPLAY-MESSAGE(1:20)
           MOVE "(whole store)" TO WS-DISPLAY-MESSAGE(23:20)
           IF WS-STORE-DIFFERENCES = 0
               MOVE "AGREES" TO WS-DISPLAY-MESSAGE(45:11)
           ELSE
               ADD 1 TO WS-STORES-DIFFERING
               MOVE WS-STORE-DIFFERENCES TO WS-EDIT-DIFFERENCES
               MOVE WS-EDIT-DIFFERENCES TO WS-DISPLAY-MESSAGE(45:4)
               MOVE " row(s) differ" TO WS-DISPLAY-MESSAGE(49:14)
           END-IF
           PERFORM WRITE-REPORT-AND-SHOW.

      * The rebuilt stores go in place of the live ones only when
      * the replay was whole - every posting archived and posted
      * again cleanly - and the operator says so.
       OFFER-REBUILD.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           EVALUATE TRUE
               WHEN WS-STORES-DIFFERING = 0
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Every live store agrees with the replay - "
                              DELIMITED BY SIZE
                          "nothing to rebuild." DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
               WHEN WS-MISSING-COUNT > 0 OR WS-FAILED-COUNT > 0
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Replay incomplete - the live stores are "
                              DELIMITED BY SIZE
                          "NOT replaced." DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
               WHEN OTHER
                   MOVE WS-STORES-DIFFERING TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT " live store(s) differ from "
                       "the replay (see replay.txt)."
                   DISPLAY "Replace them with the rebuilt stores? "
                       "Y/N: " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM REBUILD-GRADE-STORES
                           VARYING WS-GRADE-SUB FROM 1 BY 1
                           UNTIL WS-GRADE-SUB > 9
                       IF WS-CAREERS-DIFFERS = 'Y'
                           MOVE "careers.dat" TO WS-CMP-STORE-NAME
                           MOVE 'C' TO WS-INDEXED-KIND
                           MOVE "CAREERS" TO WS-JOURNAL-KEY
                           PERFORM REPLACE-INDEXED-STORE
                       END-IF
                       IF WS-PLAYERS-DIFFERS = 'Y'
                           PERFORM REPLACE-PLAYER-INDEX
                       END-IF
                   ELSE
                       MOVE SPACES TO WS-DISPLAY-MESSAGE
                       STRING "Rebuild declined - the live stores are "
                                  DELIMITED BY SIZE
                              "left as they were." DELIMITED BY SIZE
                           INTO WS-DISPLAY-MESSAGE
                       PERFORM WRITE-REPORT-AND-SHOW
                   END-IF
           END-EVALUATE.

      * A rebuilt season goes in whole - the team record, the
      * players' rows and the generations - whichever part of it
      * differed, so a later back-out restores from the same
      * history the season holds.
       REBUILD-GRADE-STORES.
           MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
           MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
           IF WS-SEASON-DIFFERS(WS-GRADE-SUB) = 'Y'
               MOVE "season" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE SPACES TO WS-JOURNAL-KEY
               STRING "SEASON-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                   INTO WS-JOURNAL-KEY
               PERFORM REPLACE-LIVE-STORE
               MOVE "seasonply" TO WS-STORE-BASE
               PERFORM BUILD-INDEXED-NAMES
               MOVE WS-LIVE-STORE-NAME TO WS-CMP-STORE-NAME
               MOVE 'S' TO WS-INDEXED-KIND
               MOVE SPACES TO WS-JOURNAL-KEY
               STRING "SEAPLY-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                   INTO WS-JOURNAL-KEY
               PERFORM REPLACE-INDEXED-STORE
               MOVE "seasongen" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               PERFORM COPY-REBUILT-FILE
           END-IF
           IF WS-LADDER-DIFFERS(WS-GRADE-SUB) = 'Y'
               MOVE "ladder" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE SPACES TO WS-JOURNAL-KEY
               STRING "LADDER-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                   INTO WS-JOURNAL-KEY
               PERFORM REPLACE-LIVE-STORE
           END-IF
           IF WS-SPLITS-DIFFERS(WS-GRADE-SUB) = 'Y'
               MOVE "oppsplits" TO WS-STORE-BASE
               PERFORM BUILD-STORE-NAMES
               MOVE SPACES TO WS-JOURNAL-KEY
               STRING "OPPSPL-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                   INTO WS-JOURNAL-KEY
               PERFORM REPLACE-LIVE-STORE
           END-IF.

       REPLACE-LIVE-STORE.
           PERFORM COPY-REBUILT-FILE
           IF WS-CALL-RC = 0
               ADD 1 TO WS-STORES-REPLACED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING WS-LIVE-STORE-NAME DELIMITED BY SPACE
                      " replaced with the rebuilt store"
                          DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
               MOVE "REBUILT FROM ARCHIVE" TO WS-JOURNAL-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       COPY-REBUILT-FILE.
           CALL "CBL_COPY_FILE" USING WS-REPLAY-STORE-NAME
                                      WS-LIVE-STORE-NAME
           MOVE RETURN-CODE TO WS-CALL-RC
           IF WS-CALL-RC NOT = 0
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "WARNING: could not copy " DELIMITED BY SIZE
                      WS-REPLAY-STORE-NAME DELIMITED BY SPACE
                      " over " DELIMITED BY SIZE
                      WS-LIVE-STORE-NAME DELIMITED BY SPACE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
           END-IF.

      * A live store keyed on player ID (WS-INDEXED-KIND, named in
      * WS-CMP-STORE-NAME) is recreated and loaded row by row from
      * the rebuilt one.
       REPLACE-INDEXED-STORE.
           MOVE 0 TO WS-ROWS-COPIED
           PERFORM OPEN-REPLAY-INDEXED
           IF WS-RKY-OPEN = 'N'
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "WARNING: no rebuilt " DELIMITED BY SIZE
                      WS-CMP-STORE-NAME DELIMITED BY SPACE
                      " to load, status " DELIMITED BY SIZE
                      WS-INDEXED-STATUS DELIMITED BY SIZE
                      " - not replaced" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               PERFORM WRITE-REPORT-AND-SHOW
           ELSE
               IF WS-INDEXED-KIND = 'S'
                   OPEN OUTPUT LIVE-SEAPLY-FILE
                   MOVE WS-LSP-STATUS TO WS-INDEXED-STATUS
               ELSE
                   OPEN OUTPUT LIVE-CAREER-FILE
                   MOVE WS-LCR-STATUS TO WS-INDEXED-STATUS
               END-IF
               IF WS-INDEXED-STATUS NOT = "00"
                   DISPLAY "WARNING: could not recreate "
                       WS-CMP-STORE-NAME ", status "
                       WS-INDEXED-STATUS
               ELSE
                   MOVE 'Y' TO WS-LKY-OPEN
                   PERFORM UNTIL WS-RKY-EOF = 'Y'
                       PERFORM WRITE-LIVE-INDEXED
                       PERFORM READ-REPLAY-INDEXED
                   END-PERFORM
                   PERFORM CLOSE-LIVE-INDEXED
                   ADD 1 TO WS-STORES-REPLACED
                   MOVE WS-ROWS-COPIED TO WS-EDIT-LINES
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING WS-CMP-STORE-NAME DELIMITED BY SPACE
                          " replaced with the rebuilt store ("
                              DELIMITED BY SIZE
                          WS-EDIT-LINES DELIMITED BY SIZE
                          " rows)" DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
                   MOVE "REBUILT FROM ARCHIVE" TO WS-JOURNAL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               PERFORM CLOSE-REPLAY-INDEXED
           END-IF.

       WRITE-LIVE-INDEXED.
           IF WS-INDEXED-KIND = 'S'
               WRITE LIVE-SEAPLY-RECORD FROM WS-REPLAY-KEYED-ROW
                   INVALID KEY
                       DISPLAY "WARNING: could not load player "
                           RSP-PLAYER-ID " to " WS-CMP-STORE-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-COPIED
               END-WRITE
           ELSE
               WRITE LIVE-CAREER-RECORD FROM WS-REPLAY-KEYED-ROW
                   INVALID KEY
                       DISPLAY "WARNING: could not load player "
                           RCR-PLAYER-ID " to " WS-CMP-STORE-NAME
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-COPIED
               END-WRITE
           END-IF.

      * The live index is recreated and loaded record by record
      * from the rebuilt one.
       REPLACE-PLAYER-INDEX.
           MOVE 0 TO WS-ROWS-COPIED
           OPEN INPUT REPLAY-PLAYER-FILE
           IF WS-RPX-STATUS NOT = "00"
               DISPLAY "WARNING: could not open "
                   WS-REPLAY-PLAYER-NAME ", status " WS-RPX-STATUS
                   " - players.dat not replaced"
           ELSE
               OPEN OUTPUT LIVE-PLAYER-FILE
               IF WS-LPX-STATUS NOT = "00"
                   DISPLAY "WARNING: could not recreate players.dat, "
                       "status " WS-LPX-STATUS
               ELSE
                   MOVE 'N' TO WS-RPX-EOF
                   PERFORM UNTIL WS-RPX-EOF = 'Y'
                       READ REPLAY-PLAYER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-RPX-EOF
                           NOT AT END
                               WRITE LIVE-PLAYER-RECORD
                                   FROM REPLAY-PLAYER-RECORD
                               ADD 1 TO WS-ROWS-COPIED
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-PLAYER-FILE
                   ADD 1 TO WS-STORES-REPLACED
                   MOVE WS-ROWS-COPIED TO WS-EDIT-LINES
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "players.dat replaced with the rebuilt "
                              DELIMITED BY SIZE
                          "index (" DELIMITED BY SIZE
                          WS-EDIT-LINES DELIMITED BY SIZE
                          " innings)" DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   PERFORM WRITE-REPORT-AND-SHOW
                   MOVE "REBUILT FROM ARCHIVE" TO WS-JOURNAL-ACTION
                   MOVE "PLAYERS" TO WS-JOURNAL-KEY
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               CLOSE REPLAY-PLAYER-FILE
           END-IF.

       WRITE-REPLAY-FOOTER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-REPLAYED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Postings replayed cleanly: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Postings that did not post again: "
                      DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Postings not in the archive: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW
           MOVE WS-BACKED-OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Backed-out postings skipped: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW
           MOVE WS-STORES-DIFFERING TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Stores differing from the replay: "
                      DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW
           MOVE WS-STORES-REPLACED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Stores replaced by the rebuild: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           PERFORM WRITE-REPORT-AND-SHOW.

      * Names a grade's store (WS-STORE-BASE) as the live system
      * holds it and as the replay directory holds it.
       BUILD-STORE-NAMES.
           MOVE SPACES TO WS-LIVE-STORE-NAME
           IF WS-GRADE-CODE = "1"
               STRING WS-STORE-BASE DELIMITED BY SPACE
                      WS-STORE-SUFFIX DELIMITED BY SIZE
                   INTO WS-LIVE-STORE-NAME
           ELSE
               STRING WS-STORE-BASE DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      WS-STORE-SUFFIX DELIMITED BY SIZE
                   INTO WS-LIVE-STORE-NAME
           END-IF
           PERFORM BUILD-REPLAY-NAME.

      * The same for a grade's indexed store (seasonply.dat).
       BUILD-INDEXED-NAMES.
           MOVE ".dat" TO WS-STORE-SUFFIX
           PERFORM BUILD-STORE-NAMES
           MOVE ".ctl" TO WS-STORE-SUFFIX.

       BUILD-REPLAY-NAME.
           MOVE SPACES TO WS-REPLAY-STORE-NAME
           STRING WS-REPLAY-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-LIVE-STORE-NAME DELIMITED BY SPACE
               INTO WS-REPLAY-STORE-NAME.

       SET-ARCHIVE-FILE-NAME.
           MOVE "matcharch" TO WS-STORE-BASE
           PERFORM BUILD-STORE-NAMES
           MOVE WS-LIVE-STORE-NAME TO WS-ARCHIVE-FILE-NAME.

       WRITE-REPORT-AND-SHOW.
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           DISPLAY WS-DISPLAY-MESSAGE.

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

      * One line on the shared audit journal for each live store
      * replaced - append-only, so the season's change history
      * reads back in order. A missing journal.ctl is created here.
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
               MOVE "SeasonReplay" TO JRN-PROGRAM
               MOVE WS-JOURNAL-ACTION TO JRN-ACTION
               MOVE WS-JOURNAL-KEY TO JRN-KEY
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "WARNING: journal write failed, status "
                       WS-JOURNAL-STATUS
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
                   MOVE "SeasonReplay" TO LCK-PROGRAM
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
