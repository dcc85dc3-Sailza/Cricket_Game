       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockRelease IS INITIAL PROGRAM.

      * Supervised release of the shared work-directory lock
      * (lock.ctl). Every program that loads and rewrites the
      * club's stores - StatisticsCalculator, SeasonBackout,
      * PlayerMerge, SeasonCloseout, SeasonReplay and the roster,
      * schedule, availability and fees maintenance programs -
      * takes the lock as it starts and empties it as it
      * finishes, and refuses to start while someone else holds
      * it. A run that abends never gets as far as emptying it,
      * so the lock it leaves behind turns every later run away
      * until it is released here.
      *
      * Releasing a lock that a run still in progress holds lets
      * the very overwrite the lock is there to stop happen, so
      * the release is supervised: the operator is shown who
      * holds the lock, with which program and since when, and a
      * second operator - the supervisor who has checked that run
      * is no longer going - keys their own ID and confirms. Both
      * are journalled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * Same layout the updating programs take the lock with.
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-HOLDER-ID         PIC X(08).
           05 LCK-PROGRAM           PIC X(20).
           05 LCK-DATE              PIC X(08).
           05 LCK-TIME              PIC X(06).

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

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS             PIC XX VALUE SPACES.
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

      * The lock as found on file, and the supervisor's answers.
       01 WS-LOCK-FOUND              PIC X VALUE 'N'.
       01 WS-LOCK-ON-FILE.
           05 WS-LOCK-ON-HOLDER     PIC X(08) VALUE SPACES.
           05 WS-LOCK-ON-PROGRAM    PIC X(20) VALUE SPACES.
           05 WS-LOCK-ON-DATE       PIC X(08) VALUE SPACES.
           05 WS-LOCK-ON-TIME       PIC X(06) VALUE SPACES.
       01 WS-SUPERVISOR-ID           PIC X(08) VALUE SPACES.
       01 WS-ANSWER                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Release a Stale Work-File Lock"
           DISPLAY "------------------------------"
           PERFORM READ-OPERATOR-ID
           PERFORM READ-WORK-LOCK
           IF WS-LOCK-FOUND = 'N'
               DISPLAY "The work files are not locked - nothing to "
                   "release."
           ELSE
               PERFORM SHOW-WORK-LOCK
               PERFORM CONFIRM-RELEASE
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM CLEAR-WORK-LOCK
               ELSE
                   DISPLAY "Release abandoned - the lock stands."
               END-IF
           END-IF
           GOBACK.

      * An empty or absent lock.ctl, or a record with no holder,
      * is a free lock.
       READ-WORK-LOCK.
           MOVE 'N' TO WS-LOCK-FOUND
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-HOLDER-ID NOT = SPACES
                           MOVE LOCK-RECORD TO WS-LOCK-ON-FILE
                           MOVE 'Y' TO WS-LOCK-FOUND
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       SHOW-WORK-LOCK.
           DISPLAY "Locked by:  " WS-LOCK-ON-HOLDER
           DISPLAY "Program:    " WS-LOCK-ON-PROGRAM
           DISPLAY "Since:      " WS-LOCK-ON-DATE " "
               WS-LOCK-ON-TIME
           DISPLAY " "
           DISPLAY "Only release this lock once you are sure that run "
               "has stopped - if it is"
           DISPLAY "still going, whichever run finishes last will "
               "wipe out the other's changes."
           DISPLAY "An abended StatisticsCalculator run should then be "
               "rerun to pick up its"
           DISPLAY "checkpoint."
           DISPLAY " ".

      * The supervisor keys their own ID - not the signed-on
      * operator's - before the Y/N, so no one releases a lock on
      * their own say-so.
       CONFIRM-RELEASE.
           MOVE 'N' TO WS-ANSWER
           DISPLAY "Supervisor ID authorising the release: "
               WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "A supervisor ID is required."
           ELSE
               IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
                   DISPLAY "The supervisor must be a different "
                       "operator from " WS-OPERATOR-ID "."
               ELSE
                   DISPLAY "Release the lock held by "
                       WS-LOCK-ON-HOLDER "? Y/N: " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
               END-IF
           END-IF.

      * Empties lock.ctl and journals the release under the former
      * holder, then the supervisor who authorised it.
       CLEAR-WORK-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR: could not clear lock.ctl, status "
                   WS-LOCK-STATUS " - the lock stands."
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE LOCK-FILE
               MOVE "LOCK RELEASED" TO WS-JOURNAL-ACTION
               MOVE WS-LOCK-ON-HOLDER TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "RELEASE SUPERVISED" TO WS-JOURNAL-ACTION
               MOVE WS-SUPERVISOR-ID TO WS-JOURNAL-KEY
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Lock held by " WS-LOCK-ON-HOLDER
                   " released."
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
               MOVE "LockRelease" TO JRN-PROGRAM
               MOVE WS-JOURNAL-ACTION TO JRN-ACTION
               MOVE WS-JOURNAL-KEY TO JRN-KEY
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "WARNING: journal write failed, status "
                       WS-JOURNAL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.
