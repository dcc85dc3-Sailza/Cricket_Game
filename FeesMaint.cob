       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeesMaint IS INITIAL PROGRAM.

      * The treasurer's side of the club fees ledger (fees.ctl).
      * StatisticsCalculator raises a match fee there for every
      * player on a posted team sheet; this program keys the rest
      * of each player's account - payments received, the annual
      * subscription, and credits or write-offs - and keeps the
      * rates themselves in feerates.ctl: the match fee, the
      * annual subscription, and the arrears limit the selection
      * sheet flags players against.
      *
      * fees.ctl is append-only: a mistake is put right with a
      * credit, never by changing an entry, so the ledger reads
      * back as the full history of the account. Every entry keyed
      * here is journalled like the other maintenance programs.

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
      * Same layout StatisticsCalculator appends match fees to.
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

      * Operator identity signed on through CricketMenu and passed
      * down in operator.ctl; a run with no operator.ctl (the
      * nightly stream) journals as BATCH.
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
       01 WS-FEES-STATUS          PIC XX VALUE SPACES.
       01 WS-FEERATES-STATUS      PIC XX VALUE SPACES.
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
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

       01 WS-END-OF-FILE          PIC X VALUE 'N'.
       01 WS-EXIT-FLAG            PIC X VALUE 'N'.
       01 WS-MENU-CHOICE          PIC 9 VALUE 0.
       01 WS-FOUND                PIC X VALUE 'N'.
       01 WS-TODAY                PIC X(08) VALUE SPACES.

      * The rates in force - zero until feerates.ctl is first set.
       01 WS-RATE-MATCH-FEE       PIC 9(03)V9(02) VALUE 0.
       01 WS-RATE-ANNUAL-SUB      PIC 9(04)V9(02) VALUE 0.
       01 WS-RATE-ARREARS-LIMIT   PIC 9(05)V9(02) VALUE 0.

       01 WS-ENTER-ID             PIC X(05) VALUE SPACES.
       01 WS-ENTER-DATE           PIC X(08) VALUE SPACES.
       01 WS-ENTER-REFERENCE      PIC X(08) VALUE SPACES.
       01 WS-ENTER-NOTE           PIC X(20) VALUE SPACES.
       01 WS-ENTER-YEAR           PIC X(04) VALUE SPACES.

      * Amounts are keyed as pounds and pence ("25", "25.5",
      * "25.50") and split at the point by PARSE-ENTERED-AMOUNT.
       01 WS-ENTER-AMOUNT         PIC X(09) VALUE SPACES.
       01 WS-AMOUNT-WHOLE-TEXT    PIC X(09) VALUE SPACES.
       01 WS-AMOUNT-PENCE-TEXT    PIC X(09) VALUE SPACES.
       01 WS-AMOUNT-WHOLE-LEN     PIC 9(02) VALUE 0.
       01 WS-AMOUNT-PENCE-LEN     PIC 9(02) VALUE 0.
       01 WS-AMOUNT-WHOLE         PIC 9(05) VALUE 0.
       01 WS-AMOUNT-PENCE         PIC 9(02) VALUE 0.
       01 WS-AMOUNT-VALID         PIC X VALUE 'N'.
       01 WS-AMOUNT-ZERO-ALLOWED  PIC X VALUE 'N'.
       01 WS-ENTERED-AMOUNT       PIC 9(05)V9(02) VALUE 0.

      * One entry being appended to fees.ctl.
       01 WS-NEW-FEE.
           05 WS-NEW-PLAYER-ID     PIC X(05) VALUE SPACES.
           05 WS-NEW-DATE          PIC X(08) VALUE SPACES.
           05 WS-NEW-TYPE          PIC X(01) VALUE SPACE.
           05 WS-NEW-REFERENCE     PIC X(08) VALUE SPACES.
           05 WS-NEW-AMOUNT        PIC 9(05)V9(02) VALUE 0.
           05 WS-NEW-NOTE          PIC X(20) VALUE SPACES.

      * A player's account as SHOW-ACCOUNT totals it: match fees and
      * subscriptions on one side, payments and credits on the
      * other. A positive balance is money owed to the club.
       01 WS-ACCT-CHARGED         PIC 9(07)V9(02) VALUE 0.
       01 WS-ACCT-PAID            PIC 9(07)V9(02) VALUE 0.
       01 WS-ACCT-BALANCE         PIC S9(07)V9(02) VALUE 0.
       01 WS-ACCT-ENTRIES         PIC 9(05) VALUE 0.
       01 WS-EDIT-AMOUNT          PIC ZZ,ZZ9.99.
       01 WS-EDIT-BALANCE         PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE-FEE        PIC ZZ9.99.
       01 WS-EDIT-RATE-SUB        PIC Z,ZZ9.99.
       01 WS-EDIT-RATE-LIMIT      PIC ZZ,ZZ9.99.

       01 WS-SUB-REFERENCE.
           05 FILLER               PIC X(03) VALUE "SUB".
           05 WS-SUB-YEAR          PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
       01 WS-SUBS-RAISED          PIC 9(03) VALUE 0.

       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
               10 WS-ROSTER-STAT       PIC X(01) VALUE SPACES.
               10 WS-ROSTER-SUB-DUE    PIC X(01) VALUE SPACES.
       01 WS-LIST-IDX             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM LOAD-ROSTER
               PERFORM READ-FEE-RATES
               PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "Fees maintenance finished."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

       LOAD-ROSTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ ROSTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-ROSTER-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "No roster.txt found - run RosterMaint first."
           END-IF.

       ADD-ROSTER-TABLE-ENTRY.
           IF WS-ROSTER-COUNT < WS-MAX-PLAYERS
               ADD 1 TO WS-ROSTER-COUNT
               SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
               MOVE ROS-PLAYER-ID TO WS-ROSTER-ID(WS-ROSTER-IDX)
               MOVE ROS-PLAYER-NAME TO WS-ROSTER-NAME(WS-ROSTER-IDX)
               MOVE ROS-SQUAD-STATUS TO WS-ROSTER-STAT(WS-ROSTER-IDX)
           ELSE
               DISPLAY "WARNING: roster table full at "
                   WS-MAX-PLAYERS " entries - player "
                   ROS-PLAYER-ID " cannot be charged or paid"
           END-IF.

      * No feerates.ctl leaves every rate at zero until the
      * treasurer sets them through option 5.
       READ-FEE-RATES.
           OPEN INPUT FEERATES-FILE
           IF WS-FEERATES-STATUS = "00"
               READ FEERATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FRT-MATCH-FEE IS NUMERIC
                           AND FRT-ANNUAL-SUB IS NUMERIC
                           AND FRT-ARREARS-LIMIT IS NUMERIC
                           MOVE FRT-MATCH-FEE TO WS-RATE-MATCH-FEE
                           MOVE FRT-ANNUAL-SUB TO WS-RATE-ANNUAL-SUB
                           MOVE FRT-ARREARS-LIMIT
                               TO WS-RATE-ARREARS-LIMIT
                       ELSE
                           DISPLAY "WARNING: feerates.ctl is not "
                               "numeric - rates need setting again."
                       END-IF
               END-READ
               CLOSE FEERATES-FILE
           END-IF.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE
           PERFORM PROCESS-MENU-CHOICE.

       DISPLAY-MENU.
           MOVE WS-RATE-MATCH-FEE TO WS-EDIT-RATE-FEE
           MOVE WS-RATE-ANNUAL-SUB TO WS-EDIT-RATE-SUB
           MOVE WS-RATE-ARREARS-LIMIT TO WS-EDIT-RATE-LIMIT
           DISPLAY " "
           DISPLAY "Match Fees and Subscriptions"
           DISPLAY "----------------------------"
           DISPLAY "Match fee " WS-EDIT-RATE-FEE
               "  Annual sub " WS-EDIT-RATE-SUB
               "  Arrears limit " WS-EDIT-RATE-LIMIT
           DISPLAY "1. Record a payment"
           DISPLAY "2. Raise annual subscriptions"
           DISPLAY "3. Credit or write off"
           DISPLAY "4. Show a player's account"
           DISPLAY "5. Set fee rates and arrears limit"
           DISPLAY "6. Exit".

       ACCEPT-MENU-CHOICE.
           DISPLAY "Enter choice (1-6): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RECORD-PAYMENT
               WHEN 2
                   PERFORM RAISE-SUBSCRIPTIONS
               WHEN 3
                   PERFORM RECORD-CREDIT
               WHEN 4
                   PERFORM SHOW-ACCOUNT
               WHEN 5
                   PERFORM SET-FEE-RATES
               WHEN 6
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1 to 6."
           END-EVALUATE.

      * A payment may be taken from a retired player as well as an
      * active one - leaving the squad does not clear a debt.
       RECORD-PAYMENT.
           DISPLAY "Player ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           PERFORM FIND-ROSTER-ENTRY
           IF WS-FOUND = 'N'
               DISPLAY "Player " WS-ENTER-ID " is not on the roster."
           ELSE
               DISPLAY "Amount paid: " WITH NO ADVANCING
               ACCEPT WS-ENTER-AMOUNT
               PERFORM PARSE-ENTERED-AMOUNT
               IF WS-AMOUNT-VALID = 'N'
                   DISPLAY "Amount must be pounds and pence, e.g. "
                       "25.00, and more than nothing."
               ELSE
                   DISPLAY "Date paid (YYYYMMDD, blank = today): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTER-DATE
                   IF WS-ENTER-DATE = SPACES
                       MOVE WS-TODAY TO WS-ENTER-DATE
                   END-IF
                   DISPLAY "Receipt or cheque no.: " WITH NO ADVANCING
                   ACCEPT WS-ENTER-REFERENCE
                   DISPLAY "Note: " WITH NO ADVANCING
                   ACCEPT WS-ENTER-NOTE
                   MOVE WS-ENTER-ID TO WS-NEW-PLAYER-ID
                   MOVE WS-ENTER-DATE TO WS-NEW-DATE
                   MOVE "P" TO WS-NEW-TYPE
                   MOVE WS-ENTER-REFERENCE TO WS-NEW-REFERENCE
                   MOVE WS-ENTERED-AMOUNT TO WS-NEW-AMOUNT
                   MOVE WS-ENTER-NOTE TO WS-NEW-NOTE
                   PERFORM APPEND-FEE-ENTRY
                   IF WS-FEES-STATUS = "00"
                       MOVE "PAYMENT" TO WS-JOURNAL-ACTION
                       MOVE WS-ENTER-ID TO WS-JOURNAL-KEY
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE WS-ENTERED-AMOUNT TO WS-EDIT-AMOUNT
                       DISPLAY "Payment of " WS-EDIT-AMOUNT
                           " recorded for " WS-ENTER-ID " ("
                           WS-ROSTER-NAME(WS-ROSTER-IDX) ")."
                   END-IF
               END-IF
           END-IF.

      * Raises the year's subscription at the current rate, either
      * for one player or - with the player ID left blank - for
      * every active player not yet charged for that year. The
      * subscription carries "SUB" and the year as its reference,
      * which is how a player already charged is recognised.
       RAISE-SUBSCRIPTIONS.
           IF WS-RATE-ANNUAL-SUB = 0
               DISPLAY "No annual subscription rate set - use "
                   "option 5 first."
           ELSE
               DISPLAY "Subscription year (YYYY, blank = this "
                   "year): " WITH NO ADVANCING
               ACCEPT WS-ENTER-YEAR
               IF WS-ENTER-YEAR = SPACES
                   MOVE WS-TODAY(1:4) TO WS-ENTER-YEAR
               END-IF
               IF WS-ENTER-YEAR IS NOT NUMERIC
                   DISPLAY "Year must be four digits."
               ELSE
                   MOVE WS-ENTER-YEAR TO WS-SUB-YEAR
                   PERFORM NOTE-SUBSCRIPTIONS-DUE
                   DISPLAY "Player ID (blank = all active players): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTER-ID
                   IF WS-ENTER-ID = SPACES
                       PERFORM RAISE-ALL-SUBSCRIPTIONS
                   ELSE
                       PERFORM RAISE-ONE-SUBSCRIPTION
                   END-IF
               END-IF
           END-IF.

       RAISE-ONE-SUBSCRIPTION.
           PERFORM FIND-ROSTER-ENTRY
           IF WS-FOUND = 'N'
               DISPLAY "Player " WS-ENTER-ID " is not on the roster."
           ELSE
               IF WS-ROSTER-SUB-DUE(WS-ROSTER-IDX) = 'N'
                   DISPLAY "Player " WS-ENTER-ID " has already been "
                       "charged the " WS-SUB-YEAR " subscription."
               ELSE
                   SET WS-LIST-IDX TO WS-ROSTER-IDX
                   PERFORM RAISE-PLAYER-SUBSCRIPTION
                   IF WS-FEES-STATUS = "00"
                       MOVE "RAISE SUBSCRIPTION" TO WS-JOURNAL-ACTION
                       MOVE WS-ENTER-ID TO WS-JOURNAL-KEY
                       PERFORM WRITE-JOURNAL-ENTRY
                       DISPLAY WS-SUB-YEAR " subscription raised for "
                           WS-ENTER-ID " ("
                           WS-ROSTER-NAME(WS-ROSTER-IDX) ")."
                   END-IF
               END-IF
           END-IF.

      * One journal line covers the whole run, keyed on the year;
      * the individual charges are on fees.ctl itself.
       RAISE-ALL-SUBSCRIPTIONS.
           MOVE 0 TO WS-SUBS-RAISED
           PERFORM RAISE-DUE-SUBSCRIPTION
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-ROSTER-COUNT
           IF WS-SUBS-RAISED > 0
               MOVE "RAISE SUBS ALL" TO WS-JOURNAL-ACTION
               MOVE WS-SUB-REFERENCE TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           DISPLAY WS-SUB-YEAR " subscriptions raised: "
               WS-SUBS-RAISED.

       RAISE-DUE-SUBSCRIPTION.
           IF WS-ROSTER-STAT(WS-LIST-IDX) = "A"
               AND WS-ROSTER-SUB-DUE(WS-LIST-IDX) = 'Y'
               PERFORM RAISE-PLAYER-SUBSCRIPTION
               IF WS-FEES-STATUS = "00"
                   ADD 1 TO WS-SUBS-RAISED
               END-IF
           END-IF.

       RAISE-PLAYER-SUBSCRIPTION.
           MOVE WS-ROSTER-ID(WS-LIST-IDX) TO WS-NEW-PLAYER-ID
           MOVE WS-TODAY TO WS-NEW-DATE
           MOVE "S" TO WS-NEW-TYPE
           MOVE WS-SUB-REFERENCE TO WS-NEW-REFERENCE
           MOVE WS-RATE-ANNUAL-SUB TO WS-NEW-AMOUNT
           MOVE "ANNUAL SUBSCRIPTION" TO WS-NEW-NOTE
           PERFORM APPEND-FEE-ENTRY
           IF WS-FEES-STATUS = "00"
               MOVE 'N' TO WS-ROSTER-SUB-DUE(WS-LIST-IDX)
           END-IF.

      * Marks every roster player as due the year's subscription,
      * then clears the mark for each one fees.ctl already holds
      * that year's subscription for.
       NOTE-SUBSCRIPTIONS-DUE.
           PERFORM MARK-SUBSCRIPTION-DUE
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-ROSTER-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FEES-FILE
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ FEES-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF FEE-SUBSCRIPTION
                               AND FEE-REFERENCE = WS-SUB-REFERENCE
                               PERFORM CLEAR-SUBSCRIPTION-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
           END-IF.

       MARK-SUBSCRIPTION-DUE.
           MOVE 'Y' TO WS-ROSTER-SUB-DUE(WS-LIST-IDX).

       CLEAR-SUBSCRIPTION-DUE.
           SET WS-ROSTER-IDX TO 1
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = FEE-PLAYER-ID
                   MOVE 'N' TO WS-ROSTER-SUB-DUE(WS-ROSTER-IDX)
           END-SEARCH.

      * A credit takes money off what a player owes - a fee charged
      * in error, a hardship write-off, a fixture backed out after
      * its fees were raised. The note says why.
       RECORD-CREDIT.
           DISPLAY "Player ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           PERFORM FIND-ROSTER-ENTRY
           IF WS-FOUND = 'N'
               DISPLAY "Player " WS-ENTER-ID " is not on the roster."
           ELSE
               DISPLAY "Amount to credit: " WITH NO ADVANCING
               ACCEPT WS-ENTER-AMOUNT
               PERFORM PARSE-ENTERED-AMOUNT
               IF WS-AMOUNT-VALID = 'N'
                   DISPLAY "Amount must be pounds and pence, e.g. "
                       "25.00, and more than nothing."
               ELSE
                   DISPLAY "Reference (match ID, year ...): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTER-REFERENCE
                   DISPLAY "Reason: " WITH NO ADVANCING
                   ACCEPT WS-ENTER-NOTE
                   IF WS-ENTER-NOTE = SPACES
                       DISPLAY "A credit needs a reason."
                   ELSE
                       MOVE WS-ENTER-ID TO WS-NEW-PLAYER-ID
                       MOVE WS-TODAY TO WS-NEW-DATE
                       MOVE "C" TO WS-NEW-TYPE
                       MOVE WS-ENTER-REFERENCE TO WS-NEW-REFERENCE
                       MOVE WS-ENTERED-AMOUNT TO WS-NEW-AMOUNT
                       MOVE WS-ENTER-NOTE TO WS-NEW-NOTE
                       PERFORM APPEND-FEE-ENTRY
                       IF WS-FEES-STATUS = "00"
                           MOVE "CREDIT" TO WS-JOURNAL-ACTION
                           MOVE WS-ENTER-ID TO WS-JOURNAL-KEY
                           PERFORM WRITE-JOURNAL-ENTRY
                           MOVE WS-ENTERED-AMOUNT TO WS-EDIT-AMOUNT
                           DISPLAY "Credit of " WS-EDIT-AMOUNT
                               " recorded for " WS-ENTER-ID "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Lists every entry on the player's account, oldest first,
      * and the balance they leave.
       SHOW-ACCOUNT.
           DISPLAY "Player ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           PERFORM FIND-ROSTER-ENTRY
           IF WS-FOUND = 'N'
               DISPLAY "Player " WS-ENTER-ID " is not on the roster."
           ELSE
               MOVE 0 TO WS-ACCT-CHARGED
               MOVE 0 TO WS-ACCT-PAID
               MOVE 0 TO WS-ACCT-ENTRIES
               DISPLAY "Account for " WS-ENTER-ID " "
                   WS-ROSTER-NAME(WS-ROSTER-IDX)
               DISPLAY "DATE     T REFERENCE    AMOUNT NOTE"
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT FEES-FILE
               IF WS-FEES-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-FILE = 'Y'
                       READ FEES-FILE
                           AT END
                               MOVE 'Y' TO WS-END-OF-FILE
                           NOT AT END
                               IF FEE-PLAYER-ID = WS-ENTER-ID
                                   PERFORM SHOW-ACCOUNT-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FEES-FILE
               END-IF
               IF WS-ACCT-ENTRIES = 0
                   DISPLAY "No entries on this account."
               END-IF
               COMPUTE WS-ACCT-BALANCE = WS-ACCT-CHARGED
                   - WS-ACCT-PAID
               MOVE WS-ACCT-BALANCE TO WS-EDIT-BALANCE
               DISPLAY "Balance owed: " WS-EDIT-BALANCE
               IF WS-RATE-ARREARS-LIMIT > 0
                   AND WS-ACCT-BALANCE > WS-RATE-ARREARS-LIMIT
                   DISPLAY "*** Over the arrears limit ***"
               END-IF
           END-IF.

       SHOW-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCT-ENTRIES
           IF FEE-MATCH-FEE OR FEE-SUBSCRIPTION
               ADD FEE-AMOUNT TO WS-ACCT-CHARGED
           ELSE
               ADD FEE-AMOUNT TO WS-ACCT-PAID
           END-IF
           MOVE FEE-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY FEE-ENTRY-DATE " " FEE-ENTRY-TYPE " "
               FEE-REFERENCE " " WS-EDIT-AMOUNT " " FEE-NOTE.

      * Each rate left blank keeps its current value. The match fee
      * applies to fixtures posted from now on; fees already raised
      * stay at the rate they were raised at.
       SET-FEE-RATES.
           DISPLAY "Match fee (blank = keep): " WITH NO ADVANCING
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT = SPACES
               PERFORM PARSE-ENTERED-AMOUNT
               IF WS-AMOUNT-VALID = 'Y'
                   AND WS-ENTERED-AMOUNT < 1000
                   MOVE WS-ENTERED-AMOUNT TO WS-RATE-MATCH-FEE
               ELSE
                   DISPLAY "Match fee not changed - enter up to "
                       "999.99."
               END-IF
           END-IF
           DISPLAY "Annual subscription (blank = keep): "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT = SPACES
               PERFORM PARSE-ENTERED-AMOUNT
               IF WS-AMOUNT-VALID = 'Y'
                   AND WS-ENTERED-AMOUNT < 10000
                   MOVE WS-ENTERED-AMOUNT TO WS-RATE-ANNUAL-SUB
               ELSE
                   DISPLAY "Subscription not changed - enter up to "
                       "9999.99."
               END-IF
           END-IF
           DISPLAY "Arrears limit (blank = keep, 0 = flag nobody): "
               WITH NO ADVANCING
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT = SPACES
               MOVE 'Y' TO WS-AMOUNT-ZERO-ALLOWED
               PERFORM PARSE-ENTERED-AMOUNT
               MOVE 'N' TO WS-AMOUNT-ZERO-ALLOWED
               IF WS-AMOUNT-VALID = 'Y'
                   MOVE WS-ENTERED-AMOUNT TO WS-RATE-ARREARS-LIMIT
               ELSE
                   DISPLAY "Arrears limit not changed."
               END-IF
           END-IF
           MOVE WS-RATE-MATCH-FEE TO FRT-MATCH-FEE
           MOVE WS-RATE-ANNUAL-SUB TO FRT-ANNUAL-SUB
           MOVE WS-RATE-ARREARS-LIMIT TO FRT-ARREARS-LIMIT
           OPEN OUTPUT FEERATES-FILE
           IF WS-FEERATES-STATUS NOT = "00"
               DISPLAY "WARNING: could not write feerates.ctl, "
                   "status " WS-FEERATES-STATUS
           ELSE
               WRITE FEERATES-RECORD
               CLOSE FEERATES-FILE
               MOVE "SET FEE RATES" TO WS-JOURNAL-ACTION
               MOVE "FEERATES" TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Fee rates saved."
           END-IF.

      * Splits a keyed amount at the decimal point. Up to five
      * digits of pounds and two of pence; one pence digit is
      * tenths ("25.5" is 25.50). Zero is refused - nothing is
      * ever charged, paid or credited for nothing - except where
      * WS-AMOUNT-ZERO-ALLOWED is set: a zero arrears limit is how
      * the flag is switched off.
       PARSE-ENTERED-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-VALID
           MOVE SPACES TO WS-AMOUNT-WHOLE-TEXT
           MOVE SPACES TO WS-AMOUNT-PENCE-TEXT
           MOVE 0 TO WS-AMOUNT-WHOLE-LEN
           MOVE 0 TO WS-AMOUNT-PENCE-LEN
           MOVE 0 TO WS-AMOUNT-WHOLE
           MOVE 0 TO WS-AMOUNT-PENCE
           MOVE 0 TO WS-ENTERED-AMOUNT
           UNSTRING WS-ENTER-AMOUNT DELIMITED BY "." OR SPACE
               INTO WS-AMOUNT-WHOLE-TEXT
                       COUNT IN WS-AMOUNT-WHOLE-LEN
                    WS-AMOUNT-PENCE-TEXT
                       COUNT IN WS-AMOUNT-PENCE-LEN
           END-UNSTRING
           IF WS-AMOUNT-WHOLE-LEN > 0
               AND WS-AMOUNT-WHOLE-LEN < 6
               AND WS-AMOUNT-PENCE-LEN < 3
               IF WS-AMOUNT-WHOLE-TEXT(1:WS-AMOUNT-WHOLE-LEN)
                   IS NUMERIC
                   MOVE WS-AMOUNT-WHOLE-TEXT(1:WS-AMOUNT-WHOLE-LEN)
                       TO WS-AMOUNT-WHOLE
                   MOVE 'Y' TO WS-AMOUNT-VALID
               END-IF
               IF WS-AMOUNT-VALID = 'Y'
                   AND WS-AMOUNT-PENCE-LEN > 0
                   IF WS-AMOUNT-PENCE-TEXT(1:WS-AMOUNT-PENCE-LEN)
                       IS NUMERIC
                       IF WS-AMOUNT-PENCE-LEN = 1
                           MOVE WS-AMOUNT-PENCE-TEXT(1:1)
                               TO WS-AMOUNT-PENCE
                           MULTIPLY 10 BY WS-AMOUNT-PENCE
                       ELSE
                           MOVE WS-AMOUNT-PENCE-TEXT(1:2)
                               TO WS-AMOUNT-PENCE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-AMOUNT-VALID
                   END-IF
               END-IF
           END-IF
           IF WS-AMOUNT-VALID = 'Y'
               COMPUTE WS-ENTERED-AMOUNT = WS-AMOUNT-WHOLE
                   + WS-AMOUNT-PENCE / 100
               IF WS-ENTERED-AMOUNT = 0
                   AND WS-AMOUNT-ZERO-ALLOWED = 'N'
                   MOVE 'N' TO WS-AMOUNT-VALID
               END-IF
           END-IF.

      * fees.ctl is only ever appended to; a missing file is
      * created by the first entry. WS-FEES-STATUS is left "00"
      * only when the entry was written.
       APPEND-FEE-ENTRY.
           OPEN EXTEND FEES-FILE
           IF WS-FEES-STATUS = "35"
               OPEN OUTPUT FEES-FILE
           END-IF
           IF WS-FEES-STATUS NOT = "00"
               DISPLAY "WARNING: could not open fees.ctl, status "
                   WS-FEES-STATUS " - entry not recorded"
           ELSE
               MOVE WS-NEW-PLAYER-ID TO FEE-PLAYER-ID
               MOVE WS-NEW-DATE TO FEE-ENTRY-DATE
               MOVE WS-NEW-TYPE TO FEE-ENTRY-TYPE
               MOVE WS-NEW-REFERENCE TO FEE-REFERENCE
               MOVE WS-NEW-AMOUNT TO FEE-AMOUNT
               MOVE SPACE TO FEE-GRADE-CODE
               MOVE WS-OPERATOR-ID TO FEE-OPERATOR-ID
               MOVE WS-NEW-NOTE TO FEE-NOTE
               WRITE FEES-RECORD
               IF WS-FEES-STATUS NOT = "00"
                   DISPLAY "WARNING: fees.ctl write failed, status "
                       WS-FEES-STATUS
               END-IF
               CLOSE FEES-FILE
           END-IF.

      * A blank ID would match the first unused slot of the table,
      * so it is never found.
       FIND-ROSTER-ENTRY.
           MOVE 'N' TO WS-FOUND
           SET WS-ROSTER-IDX TO 1
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = WS-ENTER-ID
                   MOVE 'Y' TO WS-FOUND
           END-SEARCH
           IF WS-ENTER-ID = SPACES
               MOVE 'N' TO WS-FOUND
           END-IF.

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

      * One line on the shared audit journal for the change just
      * made - append-only, so the season's change history reads
      * back in order. A missing journal.ctl is created here.
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
               MOVE "FeesMaint" TO JRN-PROGRAM
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
                   MOVE "FeesMaint" TO LCK-PROGRAM
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
