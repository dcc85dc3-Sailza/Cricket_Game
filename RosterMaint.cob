           SELECT ROSTER-FILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT LOCK-FILE ASSIGN TO "lock.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
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
       01 WS-ROSTER-STATUS        PIC XX VALUE SPACES.
      * Audit journal work fields: the signed-on operator (BATCH
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
       01 WS-ENTER-NAME           PIC X(20) VALUE SPACES.
       01 WS-ENTER-DATE           PIC X(08) VALUE SPACES.

       01 WS-MAX-PLAYERS          PIC 9(3) VALUE 999.
       01 WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 999 TIMES
                               INDEXED BY WS-ROSTER-IDX.
               10 WS-ROSTER-ID         PIC X(05) VALUE SPACES.
               10 WS-ROSTER-NAME       PIC X(20) VALUE SPACES.
               10 WS-ROSTER-STAT       PIC X(01) VALUE SPACES.
               10 WS-ROSTER-JOINED     PIC X(08) VALUE SPACES.
       01 WS-LIST-IDX             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-OPERATOR-ID
           PERFORM TAKE-WORK-LOCK
           IF WS-LOCK-REFUSED = 'N'
               PERFORM LOAD-ROSTER
               PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "Roster maintenance finished."
               PERFORM RELEASE-WORK-LOCK
           END-IF
           GOBACK.

      * A missing roster.txt is a normal first run - maintenance
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
                   MOVE "RosterMaint" TO LCK-PROGRAM
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
