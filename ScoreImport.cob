      * Conversion front end for the tablet scoring app. The app
      * exports a match as comma-separated lines (export.csv):
      *
      *   H,match id,opponent,venue,date YYYYMMDD,status[,grade]
      *     (status P/A/F/L/S, blank for a played match; grade
      *     1-9 for the XI that played, left off for the 1st XI)
      *   I,player id,name,runs,balls,fours,sixes,not out Y/N,
      *     overs,conceded,team O/V[,innings 1/2,declared Y/N]
      *   D,batter id,kind B/C/L/R/S,bowler id,fielder id,team
      *     [,innings 1/2]
      *
      * The innings number is only exported for a two-innings
      * (declaration) fixture and is left off a one-day one.
      *
      * Each line is validated field by field with the same rules
      * StatisticsCalculator's VALIDATE-INNINGS-RECORD applies -
      * numeric runs and balls, the roster ID check, the team flag
      * values - and the good lines are written to numbers.txt in
      * the fixed 59-byte layout with the fixture header first,
      * ready to stage through the nightly stream. Rejects go to
      * csvreject.txt with the same reason codes the batch uses,
      * so a bad export is caught before the stream runs, not
           05 ROS-DATE-JOINED      PIC X(08).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD            PIC X(59).

      * One reject line per bad export line: the batch's reason
      * code and text, the export line number, and the raw line.
           88 REJ-INVALID-HEADER         VALUE "08".
           88 REJ-INVALID-DISMISSAL      VALUE "10".
           88 REJ-INVALID-TEAM-FLAG      VALUE "11".
           88 REJ-INVALID-INNINGS-NO     VALUE "18".
           88 REJ-INVALID-GRADE-CODE     VALUE "19".

      * The export line split on commas. Thirteen fields covers the
      * widest line with one spare.
       01 WS-CSV-FIELDS.
           05 WS-F01              PIC X(25) VALUE SPACES.
           05 WS-F10              PIC X(25) VALUE SPACES.
           05 WS-F11              PIC X(25) VALUE SPACES.
           05 WS-F12              PIC X(25) VALUE SPACES.
           05 WS-F13              PIC X(25) VALUE SPACES.

      * Digit-by-digit conversion of one CSV field to a number, so
      * "42" lands in a PIC 9 field right-justified and zero
      * INPUT-RECORD layout.
       01 WS-WORK-RECORD.
           05 WRK-RECORD-TYPE      PIC X(01).
           05 WRK-RECORD-BODY      PIC X(58).
           05 WRK-INNINGS-BODY REDEFINES WRK-RECORD-BODY.
               10 WRK-PLAYER-ID        PIC X(05).
               10 WRK-PLAYER-NAME      PIC X(20).
               10 WRK-OVERS-BOWLED     PIC 9(03)V9(01).
               10 WRK-RUNS-CONCEDED    PIC 9(05).
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

      * The converted records are held back until the whole export
      * has been read, so the fixture header can lead the output
      * file whatever order the app exported in.
       01 WS-HEADER-SEEN          PIC X VALUE 'N'.
       01 WS-HEADER-RECORD        PIC X(59) VALUE SPACES.
       01 WS-MAX-DETAILS          PIC 9(03) VALUE 500.
       01 WS-DETAIL-COUNT         PIC 9(03) VALUE 0.
       01 WS-DETAIL-SUB           PIC 9(03) VALUE 0.
       01 WS-DETAIL-TABLE.
           05 WS-DETAIL-RECORD OCCURS 500 TIMES PIC X(59).

      * In-storage roster for the same ID validation the batch
      * run applies; a missing roster.txt keeps the unvalidated
      * behaviour, exactly as it does there.
       01 WS-ROSTER-PRESENT       PIC X VALUE 'N'.
       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
               UNSTRING IMPORT-RECORD DELIMITED BY ","
                   INTO WS-F01 WS-F02 WS-F03 WS-F04 WS-F05 WS-F06
                        WS-F07 WS-F08 WS-F09 WS-F10 WS-F11 WS-F12
                        WS-F13
               END-UNSTRING
               MOVE SPACES TO WS-WORK-RECORD
               EVALUATE WS-F01
                   SET REJ-INVALID-HEADER TO TRUE
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM CONVERT-HEADER-FIELDS
               END-IF
           END-IF.

      * The grade is the XI that played; left off the export it
      * is the 1st XI, exactly as a blank grade byte reads in the
      * batch.
       CONVERT-HEADER-FIELDS.
           IF WS-F07(1:1) NOT = SPACE
               AND (WS-F07(1:1) < "1" OR WS-F07(1:1) > "9"
                    OR WS-F07(2:1) NOT = SPACE)
               SET REJ-INVALID-GRADE-CODE TO TRUE
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE WS-CSV-VALUE TO WS-NUM-DATE
               MOVE "H" TO WRK-RECORD-TYPE
               MOVE WS-F02 TO WRK-MATCH-ID
               MOVE WS-F03 TO WRK-OPPONENT-NAME
               MOVE WS-F04 TO WRK-VENUE-NAME
               MOVE WS-NUM-DATE TO WRK-MATCH-DATE
               MOVE WS-F06(1:1) TO WRK-MATCH-STATUS
               MOVE WS-F07(1:1) TO WRK-GRADE-CODE
               MOVE WS-WORK-RECORD TO WS-HEADER-RECORD
               MOVE 'Y' TO WS-HEADER-SEEN
               ADD 1 TO WS-GOOD-COUNT
           END-IF.

      * The innings line, validated in the order the batch run
      * validates an innings record: identity first, then the
      * numeric fields, then the roster check (own innings only -
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF WS-F12 NOT = "1" AND WS-F12 NOT = "2"
                   AND WS-F12 NOT = SPACES
                   SET REJ-INVALID-INNINGS-NO TO TRUE
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y' AND WS-F11 NOT = "V"
               PERFORM VALIDATE-IMPORT-PLAYER
           END-IF
           MOVE WS-OVERS-OUT TO WRK-OVERS-BOWLED
           MOVE WS-NUM-CONCEDED TO WRK-RUNS-CONCEDED
           MOVE WS-F11(1:1) TO WRK-TEAM-FLAG
           MOVE WS-F12(1:1) TO WRK-INNINGS-NO
           MOVE WS-F13(1:1) TO WRK-DECLARED-FLAG
           PERFORM STAGE-DETAIL-RECORD.

       CONVERT-DISMISSAL-LINE.
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               IF WS-F07 NOT = "1" AND WS-F07 NOT = "2"
                   AND WS-F07 NOT = SPACES
                   SET REJ-INVALID-INNINGS-NO TO TRUE
                   MOVE 'N' TO WS-LINE-VALID
               END-IF
           END-IF
           IF WS-LINE-VALID = 'Y'
               MOVE "D" TO WRK-RECORD-TYPE
               MOVE WS-F02 TO WRK-DIS-BATTER-ID
               MOVE WS-F04 TO WRK-DIS-BOWLER-ID
               MOVE WS-F05 TO WRK-DIS-FIELDER-ID
               MOVE WS-F06(1:1) TO WRK-DIS-TEAM-FLAG
               MOVE WS-F07(1:1) TO WRK-DIS-INNINGS-NO
               PERFORM STAGE-DETAIL-RECORD
           ELSE
               PERFORM WRITE-REJECT-LINE
                   MOVE "INVALID DISMISSAL KIND" TO REJ-REASON-TEXT
               WHEN REJ-INVALID-TEAM-FLAG
                   MOVE "INVALID TEAM INDICATOR" TO REJ-REASON-TEXT
               WHEN REJ-INVALID-INNINGS-NO
                   MOVE "INVALID INNINGS NUMBER" TO REJ-REASON-TEXT
               WHEN REJ-INVALID-GRADE-CODE
                   MOVE "INVALID GRADE CODE" TO REJ-REASON-TEXT
               WHEN OTHER
                   MOVE "UNCLASSIFIED" TO REJ-REASON-TEXT
           END-EVALUATE.
