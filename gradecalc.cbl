           SELECT BREAKDOWN-FILE
               ASSIGN TO DYNAMIC WS-BREAKDOWN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSING-WORK-FILE
               ASSIGN TO DYNAMIC WS-MISSING-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
               ASSIGN TO 'MISSING-WORK-POLICY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISSING-POLICY-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORE-SORT ASSIGN TO 'SCORE-SORT.txt'.

       DATA DIVISION.
       FD BREAKDOWN-FILE.
       01 BREAKDOWN-LINE         PIC X(80).

      *> Tab-delimited: id/name/surname/count of catalog
      *> assignments with no posted score - one line per student
      *> missing any, for the early-warning run
       FD MISSING-WORK-FILE.
       01 MISSING-WORK-AREA      PIC X(56).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CATALOG-LINE       PIC X(30).
      *> "ZERO" scores missing expected work as zero; "EXCLUDE"
      *> leaves it out of the average as before

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> Scores of the same student sort together on the match
      *> key: the student ID when the line carries one, the name
      *> otherwise. The leading type byte keeps the two key forms
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 FG-STUDENT-GRADE   PIC 9(3).

       01 MISSING-WORK-RECORD.
           05 MW-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 MW-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 MW-STUDENT-SURNAME PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 MW-MISSING-COUNT   PIC 9(3).

       01 SCORE-REJECT-OUT.
           05 SR-LINE-OUT        PIC X(91).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           VALUE 'GRADE-BREAKDOWN.txt'.
       01 WS-CATALOG-FILENAME       PIC X(40)
           VALUE 'ASSIGNMENT-CATALOG.txt'.
       01 WS-MISSING-WORK-FILENAME  PIC X(40)
           VALUE 'MISSING-WORK.txt'.

       01 WS-CATALOG-FILE-STATUS    PIC XX.
       01 WS-CATALOG-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-CONTRIBUTION-ED        PIC ZZZZ9.99.
       01 WS-WEIGHT-ED              PIC ZZ9.

      *> End-of-job severities: 00 clean, 04 completed with
      *> warnings, 08 section skipped or counts in doubt, 12 hard
      *> failure. The highest severity raised becomes the return
      *> code the scheduler sees.
       01 WS-EOJ-RETURN-CODE        PIC 9(2) VALUE ZERO.
       01 WS-COND-SEVERITY          PIC 9(2).
       01 WS-COND-NAME              PIC X(30).
       01 WS-COND-DETAIL            PIC X(40).

       01 EOJ-STATUS-RECORD.
           05 EOJ-SEVERITY       PIC 9(2).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 EOJ-SECTION        PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 EOJ-CONDITION      PIC X(30).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 EOJ-DETAIL         PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY ">> COMPUTING WEIGHTED FINAL GRADES...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-CALC-CONTROL-PROC.
           PERFORM LOAD-WEIGHTS-PROC.
           PERFORM LOAD-CATALOG-PROC.
           IF SCORES-FILE-MISSING
               DISPLAY ">> " FUNCTION TRIM(WS-SCORES-FILENAME)
                       " NOT FOUND - NOTHING TO PROCESS"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO INPUT' TO WS-COND-NAME
               MOVE WS-SCORES-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               SORT SCORE-SORT
                   ON ASCENDING KEY SS-MATCH-KEY
               DISPLAY ">> FINAL GRADES WRITTEN SUCCESSFULLY!"
           END-IF.

           IF WS-SCORES-REJECTED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'SCORES REJECTED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-SCORES-REJECTED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           PERFORM WRITE-EOJ-TRAILER-PROC.
           CLOSE EOJ-STATUS-FILE.

           DISPLAY ">> END OF JOB - RETURN CODE " WS-EOJ-RETURN-CODE.
           MOVE WS-EOJ-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       RAISE-CONDITION-PROC.
           MOVE WS-COND-SEVERITY TO EOJ-SEVERITY.
           IF WS-SECTION-ID = SPACES
               MOVE 'ALL' TO EOJ-SECTION
           ELSE
               MOVE WS-SECTION-ID TO EOJ-SECTION
           END-IF.
           MOVE WS-COND-NAME TO EOJ-CONDITION.
           MOVE WS-COND-DETAIL TO EOJ-DETAIL.

           WRITE EOJ-STATUS-LINE FROM EOJ-STATUS-RECORD.

           IF WS-COND-SEVERITY > WS-EOJ-RETURN-CODE
               MOVE WS-COND-SEVERITY TO WS-EOJ-RETURN-CODE
           END-IF.

       WRITE-EOJ-TRAILER-PROC.
           MOVE WS-EOJ-RETURN-CODE TO WS-COND-SEVERITY.
           MOVE 'END OF JOB' TO WS-COND-NAME.
           MOVE SPACES TO WS-COND-DETAIL.
           STRING "RC=" WS-EOJ-RETURN-CODE
               DELIMITED BY SIZE INTO WS-COND-DETAIL.
           MOVE SPACES TO WS-SECTION-ID.
           PERFORM RAISE-CONDITION-PROC.

       LOAD-CATALOG-PROC.
           OPEN INPUT CATALOG-FILE.
                   STRING "ASSIGNMENT-CATALOG-"
                       FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-CATALOG-FILENAME
                   MOVE SPACES TO WS-MISSING-WORK-FILENAME
                   STRING "MISSING-WORK-"
                       FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-MISSING-WORK-FILENAME
                   DISPLAY ">> COMPUTING SECTION " WS-SECTION-ID
                           " FROM " WS-SCORES-FILENAME
               END-IF

           OPEN OUTPUT FINAL-GRADES-FILE.
           OPEN OUTPUT BREAKDOWN-FILE.
           OPEN OUTPUT MISSING-WORK-FILE.

           MOVE "WEIGHTED FINAL GRADE BREAKDOWN" TO BREAKDOWN-LINE.
           WRITE BREAKDOWN-LINE.

           CLOSE FINAL-GRADES-FILE.
           CLOSE BREAKDOWN-FILE.
           CLOSE MISSING-WORK-FILE.

       START-STUDENT-GROUP-PROC.
           MOVE SS-MATCH-KEY TO WS-GROUP-KEY.
      *> reported, and under the ZERO policy they are folded into
      *> the category totals as zero scores before the averages are
      *> taken - so skipped work pulls the final grade down instead
      *> of silently dropping out of it. A student missing any is
      *> also counted on the missing-work extract.
       REPORT-MISSING-WORK-PROC.
           MOVE ZERO TO WS-MISSING-COUNT.

               END-IF
           END-PERFORM.

           IF WS-MISSING-COUNT > ZERO
               MOVE WS-GROUP-ID TO MW-STUDENT-ID
               MOVE WS-GROUP-NAME TO MW-STUDENT-NAME
               MOVE WS-GROUP-SURNAME TO MW-STUDENT-SURNAME
               MOVE WS-MISSING-COUNT TO MW-MISSING-COUNT
               WRITE MISSING-WORK-AREA FROM MISSING-WORK-RECORD
           END-IF.

       REPORT-CATEGORY-PROC.
           COMPUTE WS-CAT-AVERAGE ROUNDED =
               WS-GROUP-CAT-SUM(WS-CAT-SUB)
