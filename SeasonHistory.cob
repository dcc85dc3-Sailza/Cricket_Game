      *   close-out awards use.
      *
      * The archives are append-only, so they carry records in
      * every layout ever written: whole-season records with the
      * original 154-byte player entries, the 163-byte entries
      * from when fielding was added, the 166-byte entries with
      * matches played and the 172-byte entries with votes - and
      * 62-byte ladder rows from before the no-result column.
      * Seasons closed since the players' figures moved to
      * seasonply.dat are archived as a season record followed by
      * one row per player. Each record's own written length says
      * which vintage it is, and the mapping paragraphs lay old
      * records into the current shape with the fields that did
      * not exist yet read as nought.
      *
      * Each grade (XI) is archived to its own histories, so the
      * queries run against the grade chosen at sign-on; the 1st
      * XI's are the original seasonhist.ctl and ladderhist.ctl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-SEAHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAHIST-STATUS.
           SELECT LADDER-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-LADHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADHIST-STATUS.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout SeasonCloseout archives with - the season
      * identifier in front of the frozen season record, or in
      * front of one player's season row.
       FD SEASON-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 8 TO 34654 CHARACTERS
               DEPENDING ON WS-SHX-LEN.
       01 SEASON-HISTORY-RECORD.
           05 SHX-SEASON-ID         PIC X(08).
           05 SHX-SEASON-BODY       PIC X(34646).

       FD LADDER-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 8 TO 73 CHARACTERS
               10 LDX-AGN-RUNS          PIC 9(07).
               10 LDX-AGN-OVERS         PIC 9(05)V9(01).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-SEAHIST-STATUS       PIC XX VALUE SPACES.
       01 WS-LADHIST-STATUS       PIC XX VALUE SPACES.

      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-SEAHIST-FILE-NAME    PIC X(20) VALUE "seasonhist.ctl".
       01 WS-LADHIST-FILE-NAME    PIC X(20) VALUE "ladderhist.ctl".

      * The written length of the record just read, which is what
      * tells the mapping paragraphs the archive vintage: season
      * records ran 31054 bytes before fielding, 32854 before
      * matches played, 33454 before best-and-fairest votes, and
      * 34654 until the players' rows were split out; now the
      * season record is 254 and each player's row 180. Ladder
      * rows ran 70 before the no-result column, 73 now.
       01 WS-SHX-LEN              PIC 9(05) VALUE 0.
       01 WS-MAX-PLAYERS          PIC 9(03) VALUE 999.
       01 WS-LDX-LEN              PIC 9(05) VALUE 0.
       01 WS-MAP-SUB              PIC 9(03) VALUE 0.
       01 WS-MAP-OLD-OFF          PIC 9(05) VALUE 0.
       01 WS-MAP-NEW-OFF          PIC 9(05) VALUE 0.
       01 WS-MAPPED-BODY          PIC X(34646) VALUE SPACES.

      * One archived ladder row laid into the current shape -
      * the display and finish-ranking paragraphs read these, not
                   15 HSA-TOP5-PLAYER-NAME PIC X(20).
           05 HSA-PLAYER-COUNT       PIC 9(03).
           05 HSA-PLAYER-TABLE.
               10 HSA-PLAYER-ENTRY OCCURS 999 TIMES.
                   15 HSA-PLAYER-ID            PIC X(05).
                   15 HSA-PLAYER-NAME          PIC X(20).
                   15 HSA-PLAYER-RUNS-SUM      PIC 9(07).
                   15 HSA-PLAYER-STUMPINGS     PIC 9(03).
                   15 HSA-PLAYER-RUNOUTS-EFF   PIC 9(03).
                   15 HSA-PLAYER-MATCHES       PIC 9(03).
                   15 HSA-PLAYER-VOTES         PIC 9(03).
                   15 HSA-PLAYER-VOTES-SHOWN   PIC 9(03).

       01 HSB-SEASON-RECORD.
           05 HSB-LAST-MATCH-ID      PIC X(08).
                   15 HSB-TOP5-PLAYER-NAME PIC X(20).
           05 HSB-PLAYER-COUNT       PIC 9(03).
           05 HSB-PLAYER-TABLE.
               10 HSB-PLAYER-ENTRY OCCURS 999 TIMES.
                   15 HSB-PLAYER-ID            PIC X(05).
                   15 HSB-PLAYER-NAME          PIC X(20).
                   15 HSB-PLAYER-RUNS-SUM      PIC 9(07).
                   15 HSB-PLAYER-STUMPINGS     PIC 9(03).
                   15 HSB-PLAYER-RUNOUTS-EFF   PIC 9(03).
                   15 HSB-PLAYER-MATCHES       PIC 9(03).
                   15 HSB-PLAYER-VOTES         PIC 9(03).
                   15 HSB-PLAYER-VOTES-SHOWN   PIC 9(03).

      * The same award qualification floors SeasonCloseout
      * applies, so a reprint shows the figures that were (or
       01 WS-MIN-AWARD-OVERS      PIC 9(3) VALUE 10.

      * Award sweep work fields, one set reused per view.
       01 WS-SWEEP-IDX            PIC 9(4) VALUE 0.
       01 WS-RUNS-WINNER          PIC 9(4) VALUE 0.
       01 WS-AVG-WINNER           PIC 9(4) VALUE 0.
       01 WS-ECON-WINNER          PIC 9(4) VALUE 0.
       01 WS-BEST-RUNS            PIC 9(07) VALUE 0.
       01 WS-BEST-AVERAGE         PIC 9(05)V9(02) VALUE 0.
       01 WS-BEST-ECONOMY         PIC 9(05)V9(02) VALUE 0.
       MAIN-PROCEDURE.
           DISPLAY "Season History Query"
           DISPLAY "--------------------"
           PERFORM READ-GRADE-CODE
           DISPLAY "Grade: " WS-GRADE-NAME " (" WS-SEAHIST-FILE-NAME
               ")"
           PERFORM DISPLAY-AND-PROCESS-MENU
               UNTIL WS-EXIT-FLAG = 'Y'
           DISPLAY "History query finished."
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
                               "querying the 1st XI"
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
               MOVE SPACES TO WS-SEAHIST-FILE-NAME
               STRING "seasonhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-SEAHIST-FILE-NAME
               MOVE SPACES TO WS-LADHIST-FILE-NAME
               STRING "ladderhist-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LADHIST-FILE-NAME
           END-IF.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEAHIST-STATUS NOT = "00"
               DISPLAY "No " WS-SEAHIST-FILE-NAME " found - no "
                   "season has been closed out yet."
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ SEASON-HISTORY-FILE
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF SHX-SEASON-ID = WS-WANTED-SEASON
                               PERFORM TAKE-SEASON-A-ROW
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEAHIST-STATUS NOT = "00"
               DISPLAY "No " WS-SEAHIST-FILE-NAME " found."
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ SEASON-HISTORY-FILE
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           IF SHX-SEASON-ID = WS-SECOND-SEASON
                               PERFORM TAKE-SEASON-B-ROW
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      * One archived row of the wanted season. A season record
      * starts the season afresh with no players, and each
      * player's row after it is added to the player table; a
      * whole-season record from before the split is mapped in
      * one go.
       TAKE-SEASON-A-ROW.
           EVALUATE WS-SHX-LEN
               WHEN 254
                   MOVE SPACES TO HSA-SEASON-RECORD
                   MOVE SHX-SEASON-BODY(1:246)
                       TO HSA-SEASON-RECORD(1:246)
                   MOVE 0 TO HSA-PLAYER-COUNT
                   MOVE 'Y' TO WS-SEASON-FOUND
               WHEN 180
                   IF WS-SEASON-FOUND = 'Y'
                       AND HSA-PLAYER-COUNT < WS-MAX-PLAYERS
                       ADD 1 TO HSA-PLAYER-COUNT
                       MOVE SHX-SEASON-BODY(1:172)
                           TO HSA-PLAYER-ENTRY(HSA-PLAYER-COUNT)
                   END-IF
               WHEN OTHER
                   PERFORM MAP-ARCHIVE-SEASON
                   MOVE WS-MAPPED-BODY TO HSA-SEASON-RECORD
                   MOVE 'Y' TO WS-SEASON-FOUND
           END-EVALUATE.

       TAKE-SEASON-B-ROW.
           EVALUATE WS-SHX-LEN
               WHEN 254
                   MOVE SPACES TO HSB-SEASON-RECORD
                   MOVE SHX-SEASON-BODY(1:246)
                       TO HSB-SEASON-RECORD(1:246)
                   MOVE 0 TO HSB-PLAYER-COUNT
                   MOVE 'Y' TO WS-SEASON-FOUND
               WHEN 180
                   IF WS-SEASON-FOUND = 'Y'
                       AND HSB-PLAYER-COUNT < WS-MAX-PLAYERS
                       ADD 1 TO HSB-PLAYER-COUNT
                       MOVE SHX-SEASON-BODY(1:172)
                           TO HSB-PLAYER-ENTRY(HSB-PLAYER-COUNT)
                   END-IF
               WHEN OTHER
                   PERFORM MAP-ARCHIVE-SEASON
                   MOVE WS-MAPPED-BODY TO HSB-SEASON-RECORD
                   MOVE 'Y' TO WS-SEASON-FOUND
           END-EVALUATE.

      * Lays an archived season record into the current layout.
      * The header, top-5 board, and player count never moved;
      * only the player entries grew, always by appending fields
      * exist when it was written read as nought.
       MAP-ARCHIVE-SEASON.
           EVALUATE WS-SHX-LEN
               WHEN 34654
                   MOVE SHX-SEASON-BODY TO WS-MAPPED-BODY
               WHEN 33454
                   PERFORM MAP-166-BYTE-SEASON
               WHEN 32854
                   PERFORM MAP-163-BYTE-SEASON
               WHEN 31054
                   MOVE SHX-SEASON-BODY TO WS-MAPPED-BODY
           END-EVALUATE.

      * The matches-played vintage: 166-byte entries, no votes
      * carried.
       MAP-166-BYTE-SEASON.
           MOVE SPACES TO WS-MAPPED-BODY
           MOVE SHX-SEASON-BODY(1:246) TO WS-MAPPED-BODY(1:246)
           PERFORM MAP-166-BYTE-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > 200.

       MAP-166-BYTE-ENTRY.
           COMPUTE WS-MAP-OLD-OFF = 247 + (WS-MAP-SUB - 1) * 166
           COMPUTE WS-MAP-NEW-OFF = 247 + (WS-MAP-SUB - 1) * 172
           MOVE SHX-SEASON-BODY(WS-MAP-OLD-OFF:166)
               TO WS-MAPPED-BODY(WS-MAP-NEW-OFF:166)
           MOVE "000000" TO WS-MAPPED-BODY(WS-MAP-NEW-OFF + 166:6).

      * The fielding-era vintage: 163-byte entries, matches
      * played and votes not yet carried.
       MAP-163-BYTE-SEASON.
           MOVE SPACES TO WS-MAPPED-BODY
           MOVE SHX-SEASON-BODY(1:246) TO WS-MAPPED-BODY(1:246)

       MAP-163-BYTE-ENTRY.
           COMPUTE WS-MAP-OLD-OFF = 247 + (WS-MAP-SUB - 1) * 163
           COMPUTE WS-MAP-NEW-OFF = 247 + (WS-MAP-SUB - 1) * 172
           MOVE SHX-SEASON-BODY(WS-MAP-OLD-OFF:163)
               TO WS-MAPPED-BODY(WS-MAP-NEW-OFF:163)
           MOVE "000000000" TO WS-MAPPED-BODY(WS-MAP-NEW-OFF + 163:9).

      * The original vintage: 154-byte entries, no fielding
      * figures, no matches played and no votes.
       MAP-154-BYTE-SEASON.
           MOVE SPACES TO WS-MAPPED-BODY
           MOVE SHX-SEASON-BODY(1:246) TO WS-MAPPED-BODY(1:246)

       MAP-154-BYTE-ENTRY.
           COMPUTE WS-MAP-OLD-OFF = 247 + (WS-MAP-SUB - 1) * 154
           COMPUTE WS-MAP-NEW-OFF = 247 + (WS-MAP-SUB - 1) * 172
           MOVE SHX-SEASON-BODY(WS-MAP-OLD-OFF:154)
               TO WS-MAPPED-BODY(WS-MAP-NEW-OFF:154)
           MOVE "000000000000000000"
               TO WS-MAPPED-BODY(WS-MAP-NEW-OFF + 154:18).

      * Lays an archived ladder row into the work fields the
      * display and finish ranking read: the no-result column was
           MOVE 0 TO WS-LADDER-ROWS
           OPEN INPUT LADDER-HISTORY-FILE
           IF WS-LADHIST-STATUS NOT = "00"
               DISPLAY "  No " WS-LADHIST-FILE-NAME " found."
           ELSE
               PERFORM UNTIL WS-LADDER-EOF = 'Y'
                   READ LADDER-HISTORY-FILE
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEAHIST-STATUS NOT = "00"
               DISPLAY "No " WS-SEAHIST-FILE-NAME " found - no "
                   "season has been closed out yet."
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ SEASON-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           PERFORM JUDGE-ALL-TIME-ROW
                   END-READ
               END-PERFORM
               CLOSE SEASON-HISTORY-FILE
               PERFORM SHOW-ALL-TIME-RECORDS
           END-IF.

      * A season record counts the season; a player's row is
      * judged on its own; a whole-season record from before the
      * split is mapped and every player in it judged.
       JUDGE-ALL-TIME-ROW.
           EVALUATE WS-SHX-LEN
               WHEN 254
                   ADD 1 TO WS-SEASONS-SCANNED
               WHEN 180
                   MOVE SHX-SEASON-BODY(1:172)
                       TO HSA-PLAYER-ENTRY(1)
                   MOVE 1 TO WS-SWEEP-IDX
                   PERFORM JUDGE-ALL-TIME-PLAYER
               WHEN OTHER
                   ADD 1 TO WS-SEASONS-SCANNED
                   PERFORM MAP-ARCHIVE-SEASON
                   MOVE WS-MAPPED-BODY TO HSA-SEASON-RECORD
                   PERFORM JUDGE-ALL-TIME-PLAYER
                       VARYING WS-SWEEP-IDX FROM 1 BY 1
                       UNTIL WS-SWEEP-IDX > HSA-PLAYER-COUNT
           END-EVALUATE.

       JUDGE-ALL-TIME-PLAYER.
           IF HSA-PLAYER-RUNS-SUM(WS-SWEEP-IDX) > WS-REC-RUNS
               MOVE HSA-PLAYER-RUNS-SUM(WS-SWEEP-IDX)
