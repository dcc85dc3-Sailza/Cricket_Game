       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrearsReport IS INITIAL PROGRAM.

      * Totals every player's account on the club fees ledger
      * (fees.ctl) - match fees raised at posting, subscriptions,
      * and the payments and credits keyed through FeesMaint - and
      * prints arrears.txt: one line per player who owes the club
      * money, with what they were charged, what they have paid,
      * and the balance, flagged where the balance is over the
      * arrears limit kept in feerates.ctl. The ledger is the
      * whole club's, so the report covers every XI at once.
      *
      * A fee against an ID the roster does not hold (a team-sheet
      * ID keyed before the player was added to the roster) is
      * still reported, under the ID alone, so no debt drops off
      * the list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEES-FILE ASSIGN TO "fees.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.
           SELECT FEERATES-FILE ASSIGN TO "feerates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEERATES-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout FeesMaint and StatisticsCalculator keep.
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

      * Same layout RosterMaint maintains in roster.txt.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 ROS-PLAYER-ID        PIC X(05).
           05 ROS-PLAYER-NAME      PIC X(20).
           05 ROS-SQUAD-STATUS     PIC X(01).
               88 ROS-ACTIVE            VALUE "A".
               88 ROS-RETIRED           VALUE "R".
           05 ROS-DATE-JOINED      PIC X(08).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FEES-STATUS          PIC XX VALUE SPACES.
       01 WS-FEERATES-STATUS      PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-FEES-PRESENT         PIC X VALUE 'N'.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.

      * The arrears limit; zero (no feerates.ctl) flags nobody.
       01 WS-ARREARS-LIMIT        PIC 9(05)V9(02) VALUE 0.

      * One account per roster player, plus any ID fees.ctl holds
      * that the roster does not - room for a full 999-player
      * roster with headroom for IDs not on it. Charged splits into
      * match fees and subscriptions; paid covers payments and
      * credits.
       01 WS-MAX-ACCOUNTS         PIC 9(4) VALUE 1200.
       01 WS-ACCOUNT-COUNT        PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 1200 TIMES
                                INDEXED BY WS-ACCOUNT-IDX.
               10 WS-ACC-PLAYER-ID     PIC X(05) VALUE SPACES.
               10 WS-ACC-PLAYER-NAME   PIC X(20) VALUE SPACES.
               10 WS-ACC-STATUS        PIC X(01) VALUE SPACE.
               10 WS-ACC-MATCH-FEES    PIC 9(07)V9(02) VALUE 0.
               10 WS-ACC-SUBS          PIC 9(07)V9(02) VALUE 0.
               10 WS-ACC-PAID          PIC 9(07)V9(02) VALUE 0.
       01 WS-ACCOUNT-FOUND        PIC X VALUE 'N'.
       01 WS-LIST-IDX             PIC 9(4) VALUE 0.

       01 WS-BALANCE              PIC S9(07)V9(02) VALUE 0.
       01 WS-ARREARS-COUNT        PIC 9(4) VALUE 0.
       01 WS-OVER-LIMIT-COUNT     PIC 9(4) VALUE 0.
       01 WS-TOTAL-OWED           PIC 9(08)V9(02) VALUE 0.
       01 WS-OVER-LIMIT-FLAG      PIC X(10) VALUE SPACES.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01 WS-RUN-DATE-DISPLAY        PIC X(10).

       01 WS-EDIT-MATCH-FEES         PIC ZZ,ZZ9.99.
       01 WS-EDIT-SUBS               PIC ZZ,ZZ9.99.
       01 WS-EDIT-PAID               PIC ZZ,ZZ9.99.
       01 WS-EDIT-BALANCE            PIC ZZ,ZZ9.99.
       01 WS-EDIT-LIMIT              PIC ZZ,ZZ9.99.
       01 WS-EDIT-TOTAL              PIC ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT              PIC ZZZ9.
       01 WS-EDIT-OVER-COUNT         PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-ROSTER
           PERFORM LOAD-FEES-LEDGER
           IF WS-FEES-PRESENT = 'Y'
               PERFORM PRINT-ARREARS-REPORT
           ELSE
               DISPLAY "No fees.ctl found - nothing has been charged "
                   "yet."
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
           PERFORM READ-ARREARS-LIMIT.

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

       LOAD-ROSTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ ROSTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-ROSTER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "No roster.txt found - accounts are listed "
                   "by ID only."
           END-IF.

       ADD-ROSTER-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-COUNT
               MOVE ROS-PLAYER-ID TO WS-ACC-PLAYER-ID(WS-ACCOUNT-IDX)
               MOVE ROS-PLAYER-NAME
                   TO WS-ACC-PLAYER-NAME(WS-ACCOUNT-IDX)
               MOVE ROS-SQUAD-STATUS TO WS-ACC-STATUS(WS-ACCOUNT-IDX)
           ELSE
               DISPLAY "WARNING: account table full at "
                   WS-MAX-ACCOUNTS " entries - player "
                   ROS-PLAYER-ID " is left off the report"
           END-IF.

       LOAD-FEES-LEDGER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FEES-FILE
           IF WS-FEES-STATUS = "00"
               MOVE 'Y' TO WS-FEES-PRESENT
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ FEES-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM POST-FEE-TO-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
           END-IF.

       POST-FEE-TO-ACCOUNT.
           PERFORM FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND = 'Y'
               AND FEE-AMOUNT IS NUMERIC
               EVALUATE TRUE
                   WHEN FEE-MATCH-FEE
                       ADD FEE-AMOUNT
                           TO WS-ACC-MATCH-FEES(WS-ACCOUNT-IDX)
                   WHEN FEE-SUBSCRIPTION
                       ADD FEE-AMOUNT TO WS-ACC-SUBS(WS-ACCOUNT-IDX)
                   WHEN FEE-PAYMENT
                   WHEN FEE-CREDIT
                       ADD FEE-AMOUNT TO WS-ACC-PAID(WS-ACCOUNT-IDX)
                   WHEN OTHER
                       DISPLAY "WARNING: fees.ctl entry type ["
                           FEE-ENTRY-TYPE "] for " FEE-PLAYER-ID
                           " not recognised - left out"
               END-EVALUATE
           END-IF.

      * Leaves WS-ACCOUNT-IDX on the fee's player, adding an
      * account for an ID the roster does not hold. WS-ACCOUNT-FOUND
      * is left 'N' only when the table is full.
       FIND-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-FOUND
           SET WS-ACCOUNT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM ADD-UNLISTED-ACCOUNT
               WHEN WS-ACC-PLAYER-ID(WS-ACCOUNT-IDX) = FEE-PLAYER-ID
                   CONTINUE
           END-SEARCH.

       ADD-UNLISTED-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-ACCOUNT-IDX TO WS-ACCOUNT-COUNT
               MOVE FEE-PLAYER-ID TO WS-ACC-PLAYER-ID(WS-ACCOUNT-IDX)
               MOVE "(NOT ON ROSTER)"
                   TO WS-ACC-PLAYER-NAME(WS-ACCOUNT-IDX)
               MOVE "?" TO WS-ACC-STATUS(WS-ACCOUNT-IDX)
           ELSE
               DISPLAY "WARNING: account table full at "
                   WS-MAX-ACCOUNTS " entries - fees for "
                   FEE-PLAYER-ID " are left off the report"
               MOVE 'N' TO WS-ACCOUNT-FOUND
           END-IF.

       PRINT-ARREARS-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-ARREARS-HEADER
           PERFORM REPORT-ONE-ACCOUNT
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-ACCOUNT-COUNT
           PERFORM WRITE-ARREARS-FOOTER
           CLOSE REPORT-FILE
           DISPLAY WS-ARREARS-COUNT " player(s) in arrears, "
               WS-OVER-LIMIT-COUNT " over the limit - printed to "
               "arrears.txt.".

      * Only accounts with money owing are printed; a player who
      * is square, or in credit, has nothing to chase.
       REPORT-ONE-ACCOUNT.
           COMPUTE WS-BALANCE = WS-ACC-MATCH-FEES(WS-LIST-IDX)
               + WS-ACC-SUBS(WS-LIST-IDX)
               - WS-ACC-PAID(WS-LIST-IDX)
           IF WS-BALANCE > 0
               ADD 1 TO WS-ARREARS-COUNT
               ADD WS-BALANCE TO WS-TOTAL-OWED
               MOVE SPACES TO WS-OVER-LIMIT-FLAG
               IF WS-ARREARS-LIMIT > 0
                   AND WS-BALANCE > WS-ARREARS-LIMIT
                   MOVE "OVER LIMIT" TO WS-OVER-LIMIT-FLAG
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
               PERFORM WRITE-ARREARS-LINE
           END-IF.

       WRITE-ARREARS-HEADER.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "PLAYER ARREARS REPORT" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Run Date : " DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           IF WS-ARREARS-LIMIT > 0
               MOVE WS-ARREARS-LIMIT TO WS-EDIT-LIMIT
               STRING "Limit    : " DELIMITED BY SIZE
                      WS-EDIT-LIMIT DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           ELSE
               STRING "Limit    : none set" DELIMITED BY SIZE
                   INTO WS-DISPLAY-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "ID     NAME                 S  MATCH FEES"
                  "       SUBS       PAID    BALANCE" DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE

           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-ARREARS-LINE.
           MOVE WS-ACC-MATCH-FEES(WS-LIST-IDX) TO WS-EDIT-MATCH-FEES
           MOVE WS-ACC-SUBS(WS-LIST-IDX) TO WS-EDIT-SUBS
           MOVE WS-ACC-PAID(WS-LIST-IDX) TO WS-EDIT-PAID
           MOVE WS-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING WS-ACC-PLAYER-ID(WS-LIST-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACC-PLAYER-NAME(WS-LIST-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACC-STATUS(WS-LIST-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-MATCH-FEES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-SUBS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-PAID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OVER-LIMIT-FLAG DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

       WRITE-ARREARS-FOOTER.
           MOVE ALL "-" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE WS-ARREARS-COUNT TO WS-EDIT-COUNT
           MOVE WS-OVER-LIMIT-COUNT TO WS-EDIT-OVER-COUNT
           MOVE WS-TOTAL-OWED TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "PLAYERS IN ARREARS: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  "   OVER LIMIT: " DELIMITED BY SIZE
                  WS-EDIT-OVER-COUNT DELIMITED BY SIZE
                  "   TOTAL OWED: " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.
