       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityAudit IS INITIAL PROGRAM.

      * Cross-file integrity auditor for the stores that are
      * supposed to agree: the season totals (season.ctl and the
      * players' rows in seasonply.dat), the run ledger
      * (ledger.ctl), the career totals (careers.dat), and the
      * player index (players.dat). Proves, and reports to
      * audit.txt when it cannot prove:
      *
      *   - SEA-SUM equals the sum of LED-MATCH-TOTAL over every
      *     posting not marked BACKED OUT, grade by grade (each XI
      *     has its own season-n.ctl and ledger-n.ctl);
      *   - SEA-PLAYER-COUNT equals the number of rows on the
      *     grade's seasonply file;
      *   - each player's runs and innings, summed over every
      *     grade's season rows, equal the totals of that player's
      *     records on players.dat (a fixture indexed twice shows
      *     up here) - the index, like the roster, is club-wide;
      *   - careers.dat, which counts all grades together, is never
      *     less than those club-wide season figures.
      *
      * Each discrepancy line names the player and the file at
      * fault. The program sets RETURN-CODE 8 when anything
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO DYNAMIC WS-SEASON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SEASON-PLAYER-FILE
               ASSIGN TO DYNAMIC WS-SEAPLY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-PLAYER-ID
               FILE STATUS IS WS-SEAPLY-STATUS.
           SELECT CAREER-FILE ASSIGN TO "careers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-PLAYER-ID
               FILE STATUS IS WS-CAREER-STATUS.
           SELECT PLAYER-INDEX-FILE ASSIGN TO "players.dat"
               ORGANIZATION IS INDEXED
                   15 SEA-TOP5-PLAYER-ID   PIC X(05).
                   15 SEA-TOP5-PLAYER-NAME PIC X(20).
           05 SEA-PLAYER-COUNT       PIC 9(03).

      * Same layout the ledger is written with in
      * StatisticsCalculator's WRITE-RUN-LEDGER.
           05 LED-MATCH-TOTAL       PIC 9(10).
           05 LED-RECON-OUTCOME     PIC X(10).

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

      * Same layout StatisticsCalculator maintains in careers.dat.
       FD CAREER-FILE.
       01 CAREER-RECORD.
           05 CAR-PLAYER-ID         PIC X(05).
       01 WS-CAREER-STATUS        PIC XX VALUE SPACES.
       01 WS-PIX-STATUS           PIC XX VALUE SPACES.
       01 WS-LEDGER-EOF           PIC X VALUE 'N'.
       01 WS-SEAPLY-STATUS        PIC XX VALUE SPACES.
       01 WS-SEAPLY-EOF           PIC X VALUE 'N'.
       01 WS-DONE                 PIC X VALUE 'N'.
       01 WS-SEASON-LOADED        PIC X VALUE 'N'.
       01 WS-LEDGER-PRESENT       PIC X VALUE 'N'.
       01 WS-CHECKS-MADE          PIC 9(4) VALUE 0.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

      * The grade whose season and ledger are being proved, and
      * the names of that grade's stores: the 1st XI keeps the
      * original file names, every other grade's carry its code
      * (ledger-2.ctl), the same naming StatisticsCalculator posts
      * under.
       01 WS-GRADE-SUB            PIC 9(02) VALUE 0.
       01 WS-GRADE-DIGIT          PIC 9(01) VALUE 0.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-SEASON-FILE-NAME     PIC X(20) VALUE "season.ctl".
       01 WS-SEAPLY-FILE-NAME     PIC X(20) VALUE "seasonply.dat".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".
       01 WS-GRADES-LOADED        PIC 9(01) VALUE 0.

       01 WS-LEDGER-SUM           PIC 9(12) VALUE 0.
       01 WS-SWEEP-IDX            PIC 9(4) VALUE 0.
       01 WS-AUDIT-SCAN           PIC 9(4) VALUE 0.
       01 WS-ROW-COUNT            PIC 9(4) VALUE 0.
       01 WS-AUDIT-ID             PIC X(05) VALUE SPACES.
       01 WS-INDEX-RUNS           PIC 9(09) VALUE 0.
       01 WS-INDEX-INNINGS        PIC 9(05) VALUE 0.

      * Each player's season runs and innings summed over every
      * grade's season file - a player who turned out for two XIs
      * has one entry here, just as on the index and in
      * careers.dat.
       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-CLUB-SUB             PIC 9(4) VALUE 0.
       01 WS-CLUB-COUNT           PIC 9(4) VALUE 0.
       01 WS-CLUB-TABLE.
           05 WS-CLUB-ENTRY OCCURS 999 TIMES.
               10 WS-CLUB-PLAYER-ID    PIC X(05) VALUE SPACES.
               10 WS-CLUB-RUNS         PIC 9(07) VALUE 0.
               10 WS-CLUB-INNINGS      PIC 9(05) VALUE 0.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

       01 WS-EDIT-SEA-SUM            PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-ROWS               PIC ZZZ9.
       01 WS-EDIT-LEDGER-SUM         PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-EXPECTED           PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-ACTUAL             PIC Z,ZZZ,ZZ9.
           PERFORM INITIALIZE-PROGRAM
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-AUDIT-HEADER
           PERFORM AUDIT-ONE-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > 9
           IF WS-GRADES-LOADED = 0
               MOVE "No season.ctl on file - season checks skipped."
                   TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               MOVE 'Y' TO WS-SEASON-LOADED
           END-IF
           PERFORM AUDIT-PLAYERS-AGAINST-INDEX
           PERFORM AUDIT-CAREERS-AGAINST-SEASON
           PERFORM WRITE-AUDIT-FOOTER
           IF WS-INDEX-OPEN = 'Y'
               CLOSE PLAYER-INDEX-FILE
           END-IF
           IF WS-CAREER-LOADED = 'Y'
               CLOSE CAREER-FILE
           END-IF
           IF WS-DISCREPANCY-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY WS-DISCREPANCY-COUNT " discrepancy(ies) "
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY
           PERFORM OPEN-CAREER-TOTALS
           OPEN INPUT PLAYER-INDEX-FILE
           IF WS-PIX-STATUS = "00"
               MOVE 'Y' TO WS-INDEX-OPEN
           END-IF.

      * One pass per grade code. A grade with no season file has
      * never posted and is passed over without comment; one that
      * has is proved against its own ledger and its players'
      * figures are added into the club-wide table.
       AUDIT-ONE-GRADE.
           MOVE WS-GRADE-SUB TO WS-GRADE-DIGIT
           MOVE WS-GRADE-DIGIT TO WS-GRADE-CODE
           PERFORM SET-GRADE-FILE-NAMES
           MOVE 'N' TO WS-SEASON-LOADED
           PERFORM LOAD-SEASON-TOTALS
           IF WS-SEASON-LOADED = 'Y'
               ADD 1 TO WS-GRADES-LOADED
               PERFORM SUM-RUN-LEDGER
               PERFORM AUDIT-LEDGER-AGAINST-SEASON
               PERFORM ADD-GRADE-PLAYER-ROWS
           END-IF.

       SET-GRADE-FILE-NAMES.
           IF WS-GRADE-CODE = "1"
               MOVE "season.ctl" TO WS-SEASON-FILE-NAME
               MOVE "seasonply.dat" TO WS-SEAPLY-FILE-NAME
               MOVE "ledger.ctl" TO WS-LEDGER-FILE-NAME
           ELSE
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
           END-IF.

       LOAD-SEASON-TOTALS.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-STATUS = "00"
               CLOSE SEASON-FILE
           END-IF.

      * Every row on the grade's seasonply file goes into the
      * club-wide table, and the rows are counted against the
      * player count season.ctl carries.
       ADD-GRADE-PLAYER-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-SEAPLY-EOF
           OPEN INPUT SEASON-PLAYER-FILE
           IF WS-SEAPLY-STATUS = "00"
               PERFORM UNTIL WS-SEAPLY-EOF = 'Y'
                   READ SEASON-PLAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SEAPLY-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM ADD-CLUB-PLAYER-FIGURES
                   END-READ
               END-PERFORM
               CLOSE SEASON-PLAYER-FILE
           END-IF
           ADD 1 TO WS-CHECKS-MADE
           IF WS-ROW-COUNT NOT = SEA-PLAYER-COUNT
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-ROW-COUNT TO WS-EDIT-ROWS
               MOVE SEA-PLAYER-COUNT TO WS-EDIT-EXPECTED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "DISCREPANCY " DELIMITED BY SIZE
                      WS-SEAPLY-FILE-NAME DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-EDIT-ROWS DELIMITED BY SIZE
                      " rows vs player count " DELIMITED BY SIZE
                      WS-EDIT-EXPECTED DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       ADD-CLUB-PLAYER-FIGURES.
           MOVE SPL-PLAYER-ID TO WS-AUDIT-ID
           MOVE 0 TO WS-CLUB-SUB
           PERFORM SCAN-CLUB-FOR-PLAYER
               VARYING WS-AUDIT-SCAN FROM 1 BY 1
               UNTIL WS-AUDIT-SCAN > WS-CLUB-COUNT
                   OR WS-CLUB-SUB > 0
           IF WS-CLUB-SUB = 0
               IF WS-CLUB-COUNT < WS-MAX-PLAYERS
                   ADD 1 TO WS-CLUB-COUNT
                   MOVE WS-CLUB-COUNT TO WS-CLUB-SUB
                   MOVE WS-AUDIT-ID TO WS-CLUB-PLAYER-ID(WS-CLUB-SUB)
               ELSE
                   DISPLAY "WARNING: club player table full at "
                       WS-MAX-PLAYERS " entries - player "
                       WS-AUDIT-ID " not covered by this audit"
               END-IF
           END-IF
           IF WS-CLUB-SUB > 0
               ADD SPL-PLAYER-RUNS-SUM TO WS-CLUB-RUNS(WS-CLUB-SUB)
               ADD SPL-PLAYER-INNINGS TO WS-CLUB-INNINGS(WS-CLUB-SUB)
           END-IF.

       SCAN-CLUB-FOR-PLAYER.
           IF WS-CLUB-PLAYER-ID(WS-AUDIT-SCAN) = WS-AUDIT-ID
               MOVE WS-AUDIT-SCAN TO WS-CLUB-SUB
           END-IF.

      * A posting marked BACKED OUT is no longer inside the season
      * figures, so it stays out of the ledger sum too - the same
      * reading the duplicate-posting stop takes.
       SUM-RUN-LEDGER.
           MOVE 'N' TO WS-LEDGER-PRESENT
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE 0 TO WS-LEDGER-SUM
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-PRESENT
               CLOSE LEDGER-FILE
           END-IF.

      * careers.dat stays open for the run; each player's row is
      * read by ID when their club-wide figures are held against
      * it.
       OPEN-CAREER-TOTALS.
           OPEN INPUT CAREER-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE 'Y' TO WS-CAREER-LOADED
           END-IF.

       WRITE-AUDIT-HEADER.
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       AUDIT-LEDGER-AGAINST-SEASON.
           IF WS-LEDGER-PRESENT = 'N'
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "No " DELIMITED BY SIZE
                      WS-LEDGER-FILE-NAME DELIMITED BY SPACE
                      " on file - ledger check skipped."
                      DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE
               ADD 1 TO WS-CHECKS-MADE
               IF SEA-SUM = WS-LEDGER-SUM
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING WS-SEASON-FILE-NAME DELIMITED BY SPACE
                          " sum agrees with " DELIMITED BY SIZE
                          WS-LEDGER-FILE-NAME DELIMITED BY SPACE
                          "." DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               ELSE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE SEA-SUM TO WS-EDIT-SEA-SUM
                   MOVE WS-LEDGER-SUM TO WS-EDIT-LEDGER-SUM
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "DISCREPANCY " DELIMITED BY SIZE
                          WS-SEASON-FILE-NAME DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          WS-LEDGER-FILE-NAME DELIMITED BY SPACE
                          ": SEA-SUM " DELIMITED BY SIZE
                          WS-EDIT-SEA-SUM DELIMITED BY SIZE
                          " vs ledger " DELIMITED BY SIZE
                          WS-EDIT-LEDGER-SUM DELIMITED BY SIZE
                       INTO WS-DISPLAY-MESSAGE
                   WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               END-IF
           END-IF.

               ELSE
                   PERFORM AUDIT-ONE-PLAYER-INDEX
                       VARYING WS-SWEEP-IDX FROM 1 BY 1
                       UNTIL WS-SWEEP-IDX > WS-CLUB-COUNT
               END-IF
           END-IF.

      * Totals one player's innings straight off the index and
      * holds them against the club-wide season table. A re-staged
      * fixture that was indexed twice doubles the index side and
      * is caught here.
       AUDIT-ONE-PLAYER-INDEX.
           MOVE WS-CLUB-PLAYER-ID(WS-SWEEP-IDX) TO WS-AUDIT-ID
           MOVE 0 TO WS-INDEX-RUNS
           MOVE 0 TO WS-INDEX-INNINGS
           MOVE 'N' TO WS-DONE
           END-PERFORM
           ADD 1 TO WS-CHECKS-MADE
           IF WS-INDEX-RUNS
                   NOT = WS-CLUB-RUNS(WS-SWEEP-IDX)
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-CLUB-RUNS(WS-SWEEP-IDX)
                   TO WS-EDIT-EXPECTED
               MOVE WS-INDEX-RUNS TO WS-EDIT-ACTUAL
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF
           IF WS-INDEX-INNINGS
                   NOT = WS-CLUB-INNINGS(WS-SWEEP-IDX)
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-CLUB-INNINGS(WS-SWEEP-IDX)
                   TO WS-EDIT-EXPECTED
               MOVE WS-INDEX-INNINGS TO WS-EDIT-ACTUAL
               MOVE SPACES TO WS-DISPLAY-MESSAGE
       AUDIT-CAREERS-AGAINST-SEASON.
           IF WS-SEASON-LOADED = 'Y'
               IF WS-CAREER-LOADED = 'N'
                   MOVE "No careers.dat on file - career check skip"
                       TO WS-DISPLAY-MESSAGE
                   WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
               ELSE
                   PERFORM AUDIT-ONE-PLAYER-CAREER
                       VARYING WS-SWEEP-IDX FROM 1 BY 1
                       UNTIL WS-SWEEP-IDX > WS-CLUB-COUNT
               END-IF
           END-IF.

       AUDIT-ONE-PLAYER-CAREER.
           MOVE WS-CLUB-PLAYER-ID(WS-SWEEP-IDX) TO WS-AUDIT-ID
           ADD 1 TO WS-CHECKS-MADE
           MOVE WS-AUDIT-ID TO CAR-PLAYER-ID
           READ CAREER-FILE
               INVALID KEY
                   PERFORM WRITE-NO-CAREER-ENTRY
               NOT INVALID KEY
                   PERFORM CHECK-CAREER-FIGURES
           END-READ.

       WRITE-NO-CAREER-ENTRY.
           ADD 1 TO WS-DISCREPANCY-COUNT
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "DISCREPANCY careers.dat: player "
                  DELIMITED BY SIZE
                  WS-AUDIT-ID DELIMITED BY SIZE
                  " has season figures but no career entry"
                  DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       CHECK-CAREER-FIGURES.
           IF CAR-RUNS < WS-CLUB-RUNS(WS-SWEEP-IDX)
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-CLUB-RUNS(WS-SWEEP-IDX)
                   TO WS-EDIT-EXPECTED
               MOVE CAR-RUNS TO WS-EDIT-ACTUAL
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "DISCREPANCY careers.dat: player "
                      DELIMITED BY SIZE
                      WS-AUDIT-ID DELIMITED BY SIZE
                      " career runs " DELIMITED BY SIZE
                      WS-EDIT-ACTUAL DELIMITED BY SIZE
                      " under season " DELIMITED BY SIZE
                      WS-EDIT-EXPECTED DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF
           IF CAR-INNINGS < WS-CLUB-INNINGS(WS-SWEEP-IDX)
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE WS-CLUB-INNINGS(WS-SWEEP-IDX)
                   TO WS-EDIT-EXPECTED
               MOVE CAR-INNINGS TO WS-EDIT-ACTUAL
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "DISCREPANCY careers.dat: player "
                      DELIMITED BY SIZE
                      WS-AUDIT-ID DELIMITED BY SIZE
                      " career innings " DELIMITED BY SIZE
                      WS-EDIT-ACTUAL DELIMITED BY SIZE
                      " under season " DELIMITED BY SIZE
                      WS-EDIT-EXPECTED DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-AUDIT-FOOTER.
