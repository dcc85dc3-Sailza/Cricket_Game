      *     fixture's exceptions.txt onto it);
      *   - the milestones detected in tonight's fixtures, from
      *     the milestone ledger.
      *
      * The digest covers one grade (XI) - the one in grade.ctl,
      * the 1st XI without it - so the stream prints one page per
      * XI: that grade's ledger, and the exceptions stamped with
      * that grade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "exceptnight.txt"
               FILE STATUS IS WS-MILESTONE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "digest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE ASSIGN TO "grade.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Same layout the exceptions are written with in
      * StatisticsCalculator - the reason code and its spelt-out
      * text are all the digest needs, with the grade the run was
      * posting for to pick out this grade's.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-REASON-CODE      PIC X(02).
           05 EXC-LINE-LABEL       PIC X(06).
           05 EXC-LINE-NUMBER      PIC X(06).
           05 EXC-SEPARATOR        PIC X(02).
           05 EXC-RAW-CONTENT      PIC X(59).
           05 EXC-SEP3             PIC X(01).
           05 EXC-GRADE-CODE       PIC X(01).

      * Same layout StatisticsCalculator appends to the milestone
      * ledger.
           05 MST-TYPE              PIC X(25).
           05 MST-VALUE             PIC 9(07).

      * The grade (XI) chosen at sign-on in CricketMenu.
       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-GRADE-CODE       PIC X(01).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-MESSAGE        PIC X(90).
       01 WS-REPOSTED             PIC X VALUE 'N'.
       01 WS-ON-TONIGHT-LIST      PIC X VALUE 'N'.
       01 WS-DISPLAY-MESSAGE      PIC X(90) VALUE SPACES.
       01 WS-EXC-GRADE            PIC X(01) VALUE SPACE.

      * The grade (XI) being reported on and the names of that
      * grade's own stores: the 1st XI keeps the original file
      * names, every other grade's carry its code (ledger-2.ctl).
       01 WS-GRADE-STATUS         PIC XX VALUE SPACES.
       01 WS-GRADE-CODE           PIC X(01) VALUE "1".
       01 WS-GRADE-NAME           PIC X(06) VALUE "1st XI".
       01 WS-LEDGER-FILE-NAME     PIC X(20) VALUE "ledger.ctl".

      * Match IDs posted tonight, for the repost check and the
      * milestone filter. Twenty is four times a normal night.
           GOBACK.

       INITIALIZE-PROGRAM.
           PERFORM READ-GRADE-CODE
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW TO WS-TONIGHT-DATE
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

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
                               "digesting the 1st XI"
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
               MOVE SPACES TO WS-LEDGER-FILE-NAME
               STRING "ledger-" DELIMITED BY SIZE
                      WS-GRADE-CODE DELIMITED BY SIZE
                      ".ctl" DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-NAME
           END-IF.

       WRITE-DIGEST-HEADER.
           MOVE "NIGHTLY STREAM DIGEST" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
                  WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           STRING "Grade    : " DELIMITED BY SIZE
                  WS-GRADE-NAME DELIMITED BY SIZE
               INTO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           MOVE ALL "=" TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE.

           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "  No run ledger found - nothing was posted."
                   TO WS-DISPLAY-MESSAGE
               WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
           ELSE

      * The night's exceptions tallied by reason code; the reason
      * text travels on each exception record, so the digest never
      * needs its own code table. Another grade's exceptions are
      * left to that grade's digest; one with no grade stamped on
      * it is the 1st XI's.
       DIGEST-EXCEPTIONS.
           MOVE SPACES TO WS-DISPLAY-MESSAGE
           WRITE REPORT-RECORD FROM WS-DISPLAY-MESSAGE
                       AT END
                           MOVE 'Y' TO WS-EXC-EOF
                       NOT AT END
                           PERFORM JUDGE-EXCEPTION-GRADE
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               END-IF
           END-IF.

       JUDGE-EXCEPTION-GRADE.
           MOVE EXC-GRADE-CODE TO WS-EXC-GRADE
           IF WS-EXC-GRADE = SPACE
               MOVE "1" TO WS-EXC-GRADE
           END-IF
           IF WS-EXC-GRADE = WS-GRADE-CODE
               ADD 1 TO WS-EXCEPTION-TOTAL
               PERFORM TALLY-EXCEPTION-REASON
           END-IF.

       TALLY-EXCEPTION-REASON.
           MOVE 0 TO WS-REASON-FOUND
           PERFORM SCAN-REASON-TABLE
