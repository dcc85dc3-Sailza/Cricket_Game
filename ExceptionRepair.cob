      * own before StatisticsCalculator will accept it; unless one
      * of the exceptions being repaired IS the header, the program
      * offers to key one up front.
      *
      * A scorebook balance exception (codes 21-24) belongs to the
      * whole match rather than to one record, so there is no field
      * to repair: the program shows which side and innings failed
      * and the figures that disagree, and the records at fault are
      * corrected in the match file itself. Where the book is known
      * to be right as it stands the operator may instead clear the
      * match to post unbalanced, which writes balance.ctl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "journal.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the exceptions are written with in
      * StatisticsCalculator - reason code, reason text, line
      * number, the complete original record, and the grade (XI)
      * the run was posting for.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-REASON-CODE      PIC X(02).
           05 EXC-LINE-LABEL       PIC X(06).
           05 EXC-LINE-NUMBER      PIC X(06).
           05 EXC-SEPARATOR        PIC X(02).
           05 EXC-RAW-CONTENT      PIC X(59).
           05 EXC-SEP3             PIC X(01).
           05 EXC-GRADE-CODE       PIC X(01).
      * A scorebook balance exception is labelled MATCH and carries
      * the match ID, side, innings and the two disagreeing figures
      * in place of the raw record.
       01 EXC-BALANCE-DETAIL.
           05 FILLER               PIC X(40).
           05 EXC-BAL-MATCH-ID     PIC X(08).
           05 EXC-BAL-FIGURES      PIC X(51).
           05 FILLER               PIC X(02).

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD          PIC X(59).


      * Operator identity signed on through CricketMenu and passed
           05 JRN-ACTION            PIC X(20).
           05 JRN-KEY               PIC X(08).

      * Operator override naming the one match StatisticsCalculator
      * may post although its scorebook does not balance. Same
      * layout StatisticsCalculator reads.
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-MATCH-ID          PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS           PIC XX VALUE SPACES.
      * Audit journal work fields: the signed-on operator (BATCH
       01 WS-JRN-TIME-RAW            PIC X(08) VALUE SPACES.

       01 WS-RESUB-STATUS         PIC XX VALUE SPACES.
       01 WS-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-QUIT-FLAG            PIC X VALUE 'N'.
       01 WS-ANSWER               PIC X VALUE SPACE.
       01 WS-FIELD-INPUT          PIC X(20) VALUE SPACES.
       01 WS-INNINGS-NO-INPUT     PIC X(01) VALUE SPACE.
       01 WS-REPAIRED-COUNT       PIC 9(5) VALUE 0.
       01 WS-SHEET-SLOT           PIC 9(2) VALUE 0.
       01 WS-VOTE-SLOT            PIC 9(1) VALUE 0.
       01 WS-VOTE-POINTS          PIC 9(1) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.

      * The record being repaired, in the same layout as
               88 WRK-BALL-DETAIL       VALUE "B".
               88 WRK-TEAM-SHEET        VALUE "T".
               88 WRK-EXTRAS-DETAIL     VALUE "X".
               88 WRK-VOTES-DETAIL      VALUE "V".
           05 WRK-RECORD-BODY      PIC X(58).
           05 WRK-INNINGS-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-PLAYER-ID        PIC X(05).
               10 WRK-PLAYER-NAME      PIC X(20).
               10 WRK-OVERS-BOWLED     PIC X(04).
               10 WRK-RUNS-CONCEDED    PIC X(05).
               10 WRK-TEAM-FLAG        PIC X(01).
               10 WRK-INNINGS-NO       PIC X(01).
               10 WRK-DECLARED-FLAG    PIC X(01).
               10 FILLER               PIC X(05).
           05 WRK-HEADER-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-MATCH-ID         PIC X(08).
               10 WRK-OPPONENT-NAME    PIC X(20).
               10 WRK-VENUE-NAME       PIC X(20).
               10 WRK-MATCH-DATE       PIC X(08).
               10 WRK-MATCH-STATUS     PIC X(01).
               10 WRK-GRADE-CODE       PIC X(01).
           05 WRK-DISMISSAL-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-DIS-BATTER-ID    PIC X(05).
               10 WRK-DIS-KIND         PIC X(01).
               10 WRK-DIS-BOWLER-ID    PIC X(05).
               10 WRK-DIS-FIELDER-ID   PIC X(05).
               10 WRK-DIS-TEAM-FLAG    PIC X(01).
               10 WRK-DIS-INNINGS-NO   PIC X(01).
               10 FILLER               PIC X(39).
           05 WRK-BALL-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-BALL-OVER        PIC X(02).
               10 WRK-BALL-IN-OVER     PIC X(01).
               10 WRK-BALL-BAT-RUNS    PIC X(02).
               10 WRK-BALL-EXTRA-FLAG  PIC X(01).
               10 WRK-BALL-TEAM-FLAG   PIC X(01).
               10 WRK-BALL-INNINGS-NO  PIC X(01).
               10 WRK-BALL-NON-STRIKER-ID PIC X(05).
               10 WRK-BALL-OUT-ID      PIC X(05).
               10 FILLER               PIC X(29).
           05 WRK-SHEET-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-SHEET-PLAYER OCCURS 11 TIMES PIC X(05).
               10 FILLER               PIC X(02).
               10 WRK-EXT-PENALTY      PIC X(02).
               10 WRK-EXT-BOWLER-ID    PIC X(05).
               10 WRK-EXT-TEAM-FLAG    PIC X(01).
               10 WRK-EXT-INNINGS-NO   PIC X(01).
               10 FILLER               PIC X(40).
           05 WRK-VOTES-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-VOTE-SOURCE      PIC X(01).
               10 WRK-VOTE-PLAYER-ID OCCURS 3 TIMES PIC X(05).
               10 FILLER               PIC X(42).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM.

       REPAIR-ONE-EXCEPTION.
           IF EXC-LINE-LABEL = "MATCH "
               PERFORM REVIEW-BALANCE-EXCEPTION
           ELSE
               PERFORM REVIEW-RECORD-EXCEPTION
           END-IF.

       REVIEW-RECORD-EXCEPTION.
           DISPLAY " "
           DISPLAY "Exception " EXC-REASON-CODE " ("
               EXC-REASON-TEXT ") at input line " EXC-LINE-NUMBER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      * Codes 21-24: the match's records disagree with one another.
      * Nothing goes to the resubmission file - the fix is to the
      * records named, in the match file - but the operator may
      * clear the match to post as it stands.
       REVIEW-BALANCE-EXCEPTION.
           DISPLAY " "
           DISPLAY "Exception " EXC-REASON-CODE " ("
               EXC-REASON-TEXT ") for match " EXC-BAL-MATCH-ID
           DISPLAY "Scorebook: " EXC-BAL-FIGURES
           EVALUATE EXC-REASON-CODE
               WHEN "21"
                   DISPLAY "The batters' runs plus the extras record "
                       "do not equal the ball-by-ball book."
               WHEN "22"
                   DISPLAY "The dismissal records do not match the "
                       "batters not marked not out."
               WHEN "23"
                   DISPLAY "Our bowlers' overs do not come to the "
                       "balls the opposition faced."
               WHEN "24"
                   DISPLAY "More than eleven batters are keyed for "
                       "this side's innings."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Correct the records at fault in the match file "
               "and stage it again, or clear the match to post as it "
               "stands."
           DISPLAY "Post match " EXC-BAL-MATCH-ID
               " unbalanced, Skip, or Quit (P/S/Q): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'P'
               WHEN 'p'
                   PERFORM WRITE-BALANCE-OVERRIDE
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT-FLAG
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      * balance.ctl holds one match ID; StatisticsCalculator honours
      * it for that match's next run and then clears it.
       WRITE-BALANCE-OVERRIDE.
           OPEN OUTPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "WARNING: could not write balance.ctl, status "
                   WS-BALANCE-STATUS " - the match is still held"
           ELSE
               MOVE EXC-BAL-MATCH-ID TO BAL-MATCH-ID
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
               DISPLAY "balance.ctl written - match "
                   EXC-BAL-MATCH-ID " will post as it stands on "
                   "its next run."
               MOVE "BALANCE OVERRIDE SET" TO WS-JOURNAL-ACTION
               MOVE EXC-BAL-MATCH-ID TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       REPAIR-RECORD-FIELDS.
           MOVE EXC-RAW-CONTENT TO WS-WORK-RECORD
           IF NOT WRK-FIXTURE-HEADER AND NOT WRK-INNINGS-DETAIL
               AND NOT WRK-DISMISSAL-DETAIL AND NOT WRK-BALL-DETAIL
               AND NOT WRK-TEAM-SHEET AND NOT WRK-EXTRAS-DETAIL
               AND NOT WRK-VOTES-DETAIL
               DISPLAY "Record type [" WRK-RECORD-TYPE
                   "] (H=header, I=innings, D=dismissal, B=ball, "
                   "T=team sheet, X=extras, V=votes): "
                   WITH NO ADVANCING
               ACCEPT WS-FIELD-INPUT
               IF WS-FIELD-INPUT NOT = SPACES
               WHEN WRK-EXTRAS-DETAIL
                   PERFORM REPAIR-EXTRAS-FIELDS
                   PERFORM WRITE-RESUBMIT-RECORD
               WHEN WRK-VOTES-DETAIL
                   PERFORM REPAIR-VOTES-FIELDS
                   PERFORM WRITE-RESUBMIT-RECORD
               WHEN OTHER
                   DISPLAY "Unrecognised record type - skipped."
                   ADD 1 TO WS-SKIPPED-COUNT
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-MATCH-STATUS
           END-IF
           DISPLAY "Grade 1-9, blank=1st XI ["
               WRK-GRADE-CODE "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-GRADE-CODE
           END-IF.

       REPAIR-INNINGS-FIELDS.
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-TEAM-FLAG
           END-IF
           DISPLAY "Innings 1 or 2, - for a one-innings match ["
               WRK-INNINGS-NO "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           MOVE WRK-INNINGS-NO TO WS-INNINGS-NO-INPUT
           PERFORM TAKE-INNINGS-NUMBER
           MOVE WS-INNINGS-NO-INPUT TO WRK-INNINGS-NO
           DISPLAY "Innings declared, Y or N [" WRK-DECLARED-FLAG
               "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-DECLARED-FLAG
           END-IF
           IF WRK-RUNS NOT NUMERIC
               OR WRK-BALLS-FACED NOT NUMERIC
               OR WRK-FOURS NOT NUMERIC
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-DIS-TEAM-FLAG
           END-IF
           DISPLAY "Innings 1 or 2, - for a one-innings match ["
               WRK-DIS-INNINGS-NO "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           MOVE WRK-DIS-INNINGS-NO TO WS-INNINGS-NO-INPUT
           PERFORM TAKE-INNINGS-NUMBER
           MOVE WS-INNINGS-NO-INPUT TO WRK-DIS-INNINGS-NO.

      * A keyed innings number replaces the old one, a "-" clears
      * it back to a one-innings record, and a blank keeps it. The
      * caller leaves the old value in WS-INNINGS-NO-INPUT.
       TAKE-INNINGS-NUMBER.
           EVALUATE TRUE
               WHEN WS-FIELD-INPUT = SPACES
                   CONTINUE
               WHEN WS-FIELD-INPUT = "-"
                   MOVE SPACE TO WS-INNINGS-NO-INPUT
               WHEN OTHER
                   MOVE WS-FIELD-INPUT TO WS-INNINGS-NO-INPUT
           END-EVALUATE.

       REPAIR-BALL-FIELDS.
           DISPLAY "Over number, 01-20 unless two-innings ["
               WRK-BALL-OVER "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-BALL-OVER
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-BALL-TEAM-FLAG
           END-IF
           DISPLAY "Innings 1 or 2, - for a one-innings match ["
               WRK-BALL-INNINGS-NO "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           MOVE WRK-BALL-INNINGS-NO TO WS-INNINGS-NO-INPUT
           PERFORM TAKE-INNINGS-NUMBER
           MOVE WS-INNINGS-NO-INPUT TO WRK-BALL-INNINGS-NO
           DISPLAY "Non-striker ID, - to clear ["
               WRK-BALL-NON-STRIKER-ID "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT = "-"
               MOVE SPACES TO WRK-BALL-NON-STRIKER-ID
           ELSE
               IF WS-FIELD-INPUT NOT = SPACES
                   MOVE WS-FIELD-INPUT TO WRK-BALL-NON-STRIKER-ID
               END-IF
           END-IF
           DISPLAY "Batter out on this ball, - for none ["
               WRK-BALL-OUT-ID "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT = "-"
               MOVE SPACES TO WRK-BALL-OUT-ID
           ELSE
               IF WS-FIELD-INPUT NOT = SPACES
                   MOVE WS-FIELD-INPUT TO WRK-BALL-OUT-ID
               END-IF
           END-IF
           IF WRK-BALL-OVER NOT NUMERIC
               OR WRK-BALL-IN-OVER NOT NUMERIC
               OR WRK-BALL-BAT-RUNS NOT NUMERIC
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-EXT-TEAM-FLAG
           END-IF
           DISPLAY "Innings 1 or 2, - for a one-innings match ["
               WRK-EXT-INNINGS-NO "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           MOVE WRK-EXT-INNINGS-NO TO WS-INNINGS-NO-INPUT
           PERFORM TAKE-INNINGS-NUMBER
           MOVE WS-INNINGS-NO-INPUT TO WRK-EXT-INNINGS-NO
           IF WRK-EXT-BYES NOT NUMERIC
               OR WRK-EXT-LEG-BYES NOT NUMERIC
               OR WRK-EXT-WIDES NOT NUMERIC
                   TO WRK-SHEET-PLAYER(WS-SHEET-SLOT)
           END-IF.

      * Who cast the votes, then the three IDs in 3-2-1 order.
      * Every ID must be on our active squad and, when the
      * resubmission carries a team sheet, on that sheet too.
       REPAIR-VOTES-FIELDS.
           DISPLAY "Votes from U=umpire C=captain ["
               WRK-VOTE-SOURCE "]: " WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT TO WRK-VOTE-SOURCE
           END-IF
           PERFORM REPAIR-ONE-VOTE-SLOT
               VARYING WS-VOTE-SLOT FROM 1 BY 1
               UNTIL WS-VOTE-SLOT > 3
           IF WRK-VOTE-PLAYER-ID(1) = WRK-VOTE-PLAYER-ID(2)
               OR WRK-VOTE-PLAYER-ID(1) = WRK-VOTE-PLAYER-ID(3)
               OR WRK-VOTE-PLAYER-ID(2) = WRK-VOTE-PLAYER-ID(3)
               DISPLAY "WARNING: a player is named twice - this "
                   "record will be rejected again on resubmission."
           END-IF.

       REPAIR-ONE-VOTE-SLOT.
           COMPUTE WS-VOTE-POINTS = 4 - WS-VOTE-SLOT
           DISPLAY WS-VOTE-POINTS " vote(s) to player ["
               WRK-VOTE-PLAYER-ID(WS-VOTE-SLOT) "]: "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-INPUT
           IF WS-FIELD-INPUT NOT = SPACES
               MOVE WS-FIELD-INPUT
                   TO WRK-VOTE-PLAYER-ID(WS-VOTE-SLOT)
           END-IF.

       WRITE-RESUBMIT-RECORD.
           WRITE RESUBMIT-RECORD FROM WS-WORK-RECORD
           IF WS-RESUB-STATUS = "00"
