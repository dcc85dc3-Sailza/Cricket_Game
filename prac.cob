      *    file (partnerships.txt) with its match ID, wicket
      *    number, and the two batters' player IDs, so the stand
      *    survives the session and feeds the season partnership
      *    register printed by the statistics run. The stand is
      *    written under the shared work-file lock, since the
      *    statistics run, PlayerMerge and SeasonCloseout rewrite
      *    partnerships.txt whole; while another run holds the
      *    lock the stand is refused and must be keyed again.
      * 6. Terminate the program.
      *****************************************************************
       IDENTIFICATION DIVISION.
             SELECT PARTNERSHIP-FILE ASSIGN TO "partnerships.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARTNER-STATUS.
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
             05 PTN-BATTER1-ID        PIC X(05).
             05 PTN-BATTER2-ID        PIC X(05).
             05 PTN-RUNS              PIC 9(05).
             05 PTN-INNINGS-NO        PIC X(01).
             05 PTN-EXTRAS            PIC 9(03).
             05 PTN-FOW-SCORE         PIC 9(05).
             05 PTN-SOURCE            PIC X(01).
             05 PTN-UNBROKEN          PIC X(01).
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
         01 WS-PARTNER-STATUS         PIC XX VALUE SPACES.
         01 WS-CONTRIBUTION-COUNT     PIC 9(3) VALUE 0.
         01 WS-RUNNING-TOTAL          PIC 9(7) VALUE 0.
         01 WS-DONE                   PIC X VALUE 'N'.
      * Audit journal work fields: the signed-on operator (BATCH
      * when none is on file) and the action/key the next journal
      * entry will carry.
         01 WS-OPERATOR-STATUS        PIC XX VALUE SPACES.
         01 WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
         01 WS-OPERATOR-ID            PIC X(08) VALUE "BATCH".
         01 WS-JOURNAL-ACTION         PIC X(20) VALUE SPACES.
         01 WS-JOURNAL-KEY            PIC X(08) VALUE SPACES.
         01 WS-JRN-DATE-RAW           PIC X(08) VALUE SPACES.
         01 WS-JRN-TIME-RAW           PIC X(08) VALUE SPACES.
      * Work-directory lock: whether this run holds it or was
      * turned away, and the lock found on file when it was.
         01 WS-LOCK-STATUS            PIC XX VALUE SPACES.
         01 WS-LOCK-HELD              PIC X VALUE 'N'.
         01 WS-LOCK-REFUSED           PIC X VALUE 'N'.
         01 WS-LOCK-DATE-RAW          PIC X(08) VALUE SPACES.
         01 WS-LOCK-TIME-RAW          PIC X(08) VALUE SPACES.
         01 WS-LOCK-ON-FILE.
             05 WS-LOCK-ON-HOLDER     PIC X(08) VALUE SPACES.
             05 WS-LOCK-ON-PROGRAM    PIC X(20) VALUE SPACES.
             05 WS-LOCK-ON-DATE       PIC X(08) VALUE SPACES.
             05 WS-LOCK-ON-TIME       PIC X(06) VALUE SPACES.

         PROCEDURE DIVISION.
         MAIN-PROCEDURE.
             PERFORM READ-OPERATOR-ID
             DISPLAY "Partnership Totalizer"
             DISPLAY "Enter each contribution in turn; enter 99999 "
                 "to close out the partnership."
             IF WS-CONTRIBUTION-COUNT > 0
                 PERFORM OFFER-REGISTER-CAPTURE
             END-IF
             PERFORM RELEASE-WORK-LOCK
             GOBACK.

         ACCEPT-CONTRIBUTION.
      * The stand just totalled is worth nothing on a screen that
      * is about to go blank - offer to put it on the season
      * partnership register file with the identity a register
      * entry needs. The lock is only taken once the details are
      * keyed, so the totting-up never holds up another run.
         OFFER-REGISTER-CAPTURE.
             DISPLAY "Record this partnership on the season "
                 "register? Y/N: " WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                 PERFORM ACCEPT-REGISTER-DETAILS
                 PERFORM TAKE-WORK-LOCK
                 IF WS-LOCK-REFUSED = 'N'
                     PERFORM WRITE-PARTNERSHIP-RECORD
                 END-IF
             END-IF.

         ACCEPT-REGISTER-DETAILS.
                 MOVE WS-ENTER-BATTER1 TO PTN-BATTER1-ID
                 MOVE WS-ENTER-BATTER2 TO PTN-BATTER2-ID
                 MOVE WS-RUNNING-TOTAL TO PTN-RUNS
                 MOVE SPACE TO PTN-INNINGS-NO
                 MOVE 0 TO PTN-EXTRAS
                 MOVE 0 TO PTN-FOW-SCORE
                 MOVE SPACE TO PTN-SOURCE
                 MOVE SPACE TO PTN-UNBROKEN
                 WRITE PARTNERSHIP-RECORD
                 IF WS-PARTNER-STATUS = "00"
                     DISPLAY "Partnership recorded to the register."
                     MOVE "RECORDED STAND" TO WS-JOURNAL-ACTION
                     MOVE WS-ENTER-MATCH-ID TO WS-JOURNAL-KEY
                     PERFORM WRITE-JOURNAL-ENTRY
                 ELSE
                     DISPLAY "WARNING: partnership write failed, "
                         "status " WS-PARTNER-STATUS
                 END-IF
                 CLOSE PARTNERSHIP-FILE
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
                 MOVE "PartnershipTotal" TO JRN-PROGRAM
                 MOVE WS-JOURNAL-ACTION TO JRN-ACTION
                 MOVE WS-JOURNAL-KEY TO JRN-KEY
                 WRITE JOURNAL-RECORD
                 IF WS-JOURNAL-STATUS NOT = "00"
                     DISPLAY "WARNING: journal write failed, status "
                         WS-JOURNAL-STATUS
                 END-IF
                 CLOSE JOURNAL-FILE
             END-IF.

      * Takes the shared work-directory lock before the stand is
      * appended. A lock already on file means another run - the
      * nightly stream or another operator - is part-way through
      * a load and rewrite of partnerships.txt that would wipe out
      * the stand, so it is refused and the refusal journalled. A
      * lock left behind by a run that abended is cleared through
      * LockRelease.
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
                 DISPLAY "  through LockRelease. The partnership was "
                     "not recorded."
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
                     MOVE "PartnershipTotal" TO LCK-PROGRAM
                     MOVE WS-LOCK-DATE-RAW TO LCK-DATE
                     MOVE WS-LOCK-TIME-RAW(1:6) TO LCK-TIME
                     WRITE LOCK-RECORD
                     CLOSE LOCK-FILE
                     MOVE 'Y' TO WS-LOCK-HELD
                 END-IF
             END-IF.

      * Empties lock.ctl once the stand is written, so the next
      * updating run can start.
         RELEASE-WORK-LOCK.
             IF WS-LOCK-HELD = 'Y'
                 OPEN OUTPUT LOCK-FILE
                 CLOSE LOCK-FILE
                 MOVE 'N' TO WS-LOCK-HELD
             END-IF.
