      * changes a master file picks it up for its audit journal
      * entries (journal.ctl). A batch run with no operator.ctl
      * journals as BATCH.
      *
      * The club runs several XIs through the one system, so the
      * operator also picks a grade (1 = 1st XI, 2 = 2nd XI ...)
      * at sign-on, changeable from the menu. It is written to
      * grade.ctl, where the reports and utilities that work on one
      * grade's stores pick it up; with no grade.ctl they work on
      * the 1st XI. Posting itself takes the grade off the fixture
      * header, not from here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-FILE ASSIGN TO "operator.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID      PIC X(08).

       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC XX VALUE SPACES.
       01 WS-MENU-CHOICE          PIC 99 VALUE 0.
       01 WS-EXIT-FLAG            PIC X VALUE 'N'.
       01 WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
           88 WS-GRADE-VALID          VALUES "1" THRU "9".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           PERFORM CHOOSE-GRADE
           PERFORM DISPLAY-AND-PROCESS-MENU UNTIL WS-EXIT-FLAG = 'Y'
           DISPLAY "Goodbye."
           GOBACK.
           END-IF
           CLOSE OPERATOR-FILE.

      * Keyed at sign-on and again from the menu; a blank reply
      * or anything that is not a grade keeps the 1st XI.
       CHOOSE-GRADE.
           DISPLAY "Grade 1-9 (1=1st XI, 2=2nd XI ...) [1]: "
               WITH NO ADVANCING
           ACCEPT WS-GRADE-CODE
           IF NOT WS-GRADE-VALID
               MOVE "1" TO WS-GRADE-CODE
           END-IF
           OPEN OUTPUT GRADE-FILE
           IF WS-GRADE-STATUS = "00"
               MOVE WS-GRADE-CODE TO GRD-GRADE-CODE
               WRITE GRADE-RECORD
           ELSE
               DISPLAY "WARNING: could not write grade.ctl, "
                   "status " WS-GRADE-STATUS " - reports this "
                   "session will use the prior grade or the 1st XI"
           END-IF
           CLOSE GRADE-FILE.

       DISPLAY-AND-PROCESS-MENU.
           PERFORM DISPLAY-MENU
           PERFORM ACCEPT-MENU-CHOICE
           DISPLAY " "
           DISPLAY "Cricket Statistics Menu"
           DISPLAY "-----------------------"
           DISPLAY "Reporting grade: " WS-GRADE-CODE
           DISPLAY "1. Run season statistics"
           DISPLAY "2. Partnership totalizer"
           DISPLAY "3. Roster maintenance"
           DISPLAY "14. Audit journal print"
           DISPLAY "15. Scoring app CSV import"
           DISPLAY "16. Player ID merge utility"
           DISPLAY "17. Change grade (XI)"
           DISPLAY "18. Player availability register"
           DISPLAY "19. Match fees and subscriptions"
           DISPLAY "20. Player arrears report"
           DISPLAY "21. League results returns register"
           DISPLAY "22. Batter v bowler match-up report"
           DISPLAY "23. Season replay and rebuild"
           DISPLAY "24. Release a stale work-file lock"
           DISPLAY "25. Ladder run-in projection"
           DISPLAY "99. Exit".

       ACCEPT-MENU-CHOICE.
                   CALL "ScoreImport"
               WHEN 16
                   CALL "PlayerMerge"
               WHEN 17
                   PERFORM CHOOSE-GRADE
               WHEN 18
                   CALL "AvailabilityMaint"
               WHEN 19
                   CALL "FeesMaint"
               WHEN 20
                   CALL "ArrearsReport"
               WHEN 21
                   CALL "ReturnsRegister"
               WHEN 22
                   CALL "MatchupReport"
               WHEN 23
                   CALL "SeasonReplay"
               WHEN 24
                   CALL "LockRelease"
               WHEN 25
                   CALL "LadderProjection"
               WHEN 99
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
