       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildPlayerIndex IS INITIAL PROGRAM.

      * Reads the staged score file (numbers.txt) and maintains an
      * indexed copy keyed on player ID so a player's full innings
      * Appending the same fixture twice duplicates its innings -
      * the run ledger protects the season totals from a rerun,
      * not this index.
      *
      * The index runs on from season to season, so the first
      * append of a season copies it as it stands to
      * playersopen.dat - the opening state SeasonReplay rebuilds
      * the season's index from. The close-out removes the copy,
      * so the next season's first append takes its own. The
      * replay CALLs this program after each posting it replays,
      * the way the nightly stream runs it after each fixture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIX-KEY
               FILE STATUS IS WS-PIX-STATUS.
           SELECT PLAYER-OPEN-FILE ASSIGN TO "playersopen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POX-KEY
               FILE STATUS IS WS-POX-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 INP-BALL-DETAIL       VALUE "B".
               88 INP-TEAM-SHEET        VALUE "T".
               88 INP-EXTRAS-DETAIL     VALUE "X".
           05 INP-RECORD-BODY      PIC X(58).
           05 INP-INNINGS-BODY REDEFINES INP-RECORD-BODY.
               10 INP-PLAYER-ID        PIC X(05).
               10 INP-PLAYER-NAME      PIC X(20).
               10 INP-TEAM-FLAG        PIC X(01).
                   88 INP-OWN-INNINGS       VALUES "O" " ".
                   88 INP-OPP-INNINGS       VALUE "V".
               10 INP-INNINGS-NO       PIC X(01).
               10 INP-DECLARED-FLAG    PIC X(01).
               10 FILLER               PIC X(05).

       FD PLAYER-INDEX-FILE.
       01 PLAYER-INDEX-RECORD.
           05 PIX-OVERS-BOWLED      PIC 9(03)V9(01).
           05 PIX-RUNS-CONCEDED     PIC 9(05).

      * Same layout as PLAYER-INDEX-RECORD.
       FD PLAYER-OPEN-FILE.
       01 PLAYER-OPEN-RECORD.
           05 POX-KEY               PIC X(09).
           05 FILLER                PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-PIX-STATUS           PIC XX VALUE SPACES.
       01 WS-POX-STATUS           PIC XX VALUE SPACES.
       01 WS-TAKE-OPENING         PIC X VALUE 'N'.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-INDEX-EOF            PIC X VALUE 'N'.
       01 WS-INCREMENTAL          PIC X VALUE 'N'.
      * Per-player sequence counters so each player's innings get
      * consecutive key suffixes regardless of how the rest of the
      * season file is ordered.
       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-SEQ-COUNT            PIC 9(4) VALUE 0.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-SEQ-IDX.
               10 WS-SEQ-PLAYER-ID PIC X(05) VALUE SPACES.
               10 WS-SEQ-NEXT      PIC 9(04) VALUE 0.
           PERFORM INITIALIZE-PROGRAM
           PERFORM BUILD-INDEX
           PERFORM CLEANUP
           GOBACK.

       INITIALIZE-PROGRAM.
           DISPLAY "Maintaining player-keyed index from "
           EVALUATE WS-PIX-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-INCREMENTAL
                   PERFORM CHECK-OPENING-COPY
                   PERFORM LOAD-EXISTING-SEQUENCES
                   IF WS-TAKE-OPENING = 'Y'
                       CLOSE PLAYER-OPEN-FILE
                   END-IF
                   DISPLAY "Existing players.dat found - appending "
                       "this fixture's innings to it."
               WHEN "35"
                   IF WS-PIX-STATUS = "00"
                       DISPLAY "No players.dat found - building the "
                           "index from scratch."
                       PERFORM CHECK-OPENING-COPY
                       IF WS-TAKE-OPENING = 'Y'
                           CLOSE PLAYER-OPEN-FILE
                       END-IF
                   ELSE
                       DISPLAY "ERROR: could not create players.dat, "
                           "status " WS-PIX-STATUS
               END-READ
           END-PERFORM.

      * With no playersopen.dat on file this is the season's first
      * append, and the pass over the existing index below also
      * writes each record to a new opening copy (an empty one
      * when the index is being built from scratch).
       CHECK-OPENING-COPY.
           OPEN INPUT PLAYER-OPEN-FILE
           IF WS-POX-STATUS = "35"
               OPEN OUTPUT PLAYER-OPEN-FILE
               IF WS-POX-STATUS = "00"
                   MOVE 'Y' TO WS-TAKE-OPENING
               ELSE
                   DISPLAY "WARNING: could not create "
                       "playersopen.dat, status " WS-POX-STATUS
                       " - no opening index for a season replay"
               END-IF
           ELSE
               IF WS-POX-STATUS = "00"
                   CLOSE PLAYER-OPEN-FILE
               END-IF
           END-IF.

       NOTE-EXISTING-SEQUENCE.
           IF WS-TAKE-OPENING = 'Y'
               WRITE PLAYER-OPEN-RECORD FROM PLAYER-INDEX-RECORD
           END-IF
           MOVE PIX-PLAYER-ID TO WS-SEQ-LOOKUP-ID
           PERFORM FIND-NEXT-SEQUENCE
           IF PIX-SEQUENCE >= WS-SEQ-NEXT(WS-SEQ-IDX)
