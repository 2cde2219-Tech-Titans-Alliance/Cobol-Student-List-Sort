       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
               ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT PERIOD-GRADES-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-GRADES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-GRADES-FILE-STATUS.
           SELECT REPORT-CARDS-FILE ASSIGN TO 'REPORT-CARDS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-MASTER-FILE ASSIGN TO 'SECTION-MASTER.dat'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-SECTION-MASTER-STATUS.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-SORT ASSIGN TO 'CARD-SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-ID-FILE.
       01 TERM-ID-IN             PIC X(10).

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       01 SECTION-OUTPUT-RECORD.
           05 SECTION-OUTPUT-LINE PIC X(100).

       FD PERIOD-GRADES-FILE.
       01 PERIOD-GRADES-LINE     PIC X(70).
      *> Tab-delimited: id/name/surname/component/grade, written by
      *> ROLLUP-MARKING-PERIODS to PERIOD-GRADES-<term>-<section>.txt
      *> when the section's term grade was rolled up from marking
      *> periods

       FD REPORT-CARDS-FILE.
       01 REPORT-CARD-LINE       PIC X(100).

           05 SCM-INSTRUCTOR     PIC X(20).
           05 SCM-PERIOD         PIC X(2).
           05 SCM-CREDITS        PIC 9V9.
           05 SCM-SUBJECT-AREA   PIC X(10).
      *> Indexed master keyed on section ID,
      *> maintained by SECTION-MAINTENANCE

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> Every section's rows sort together on the match key: the
      *> student ID when the row carries one, the name otherwise.
      *> The leading type byte keeps the two key forms from
      *> Course title from the section master; spaces when the
      *> section has no master row
           05 CD-CREDITS         PIC 9V9.
           05 CD-PERIOD-TEXT     PIC X(80).
      *> Marking period and exam grades behind a rolled-up grade;
      *> spaces when the section has none

       WORKING-STORAGE SECTION.
       01 WS-TERM-ID-FILE-STATUS    PIC XX.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-PERIOD-ID              PIC X(10) VALUE SPACES.
      *> Line 2 of TERM-ID.txt on a marking-period run

       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-OUTPUT-FILE-STATUS     PIC XX.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-SEC-CREDITS            PIC 9V9.
       01 WS-SEC-CREDITS-ED         PIC 9.9.

       01 WS-PERIOD-GRADES-FILENAME PIC X(40).
       01 WS-PERIOD-GRADES-FILE-STATUS PIC XX.
       01 WS-PERIOD-GRADES-EOF-FLAG PIC X VALUE 'N'.
           88 PERIOD-GRADES-EOF     VALUE 'Y'.
       01 PERIOD-GRADE-TABLE.
           05 PGT-ENTRY OCCURS 3000 TIMES.
               10 PGT-ID            PIC X(10).
               10 PGT-NAME          PIC X(20).
               10 PGT-SURNAME       PIC X(20).
               10 PGT-COMPONENT     PIC X(10).
               10 PGT-GRADE         PIC X(3).
       01 WS-PERIOD-GRADE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-GRADE-SUB       PIC 9(4) COMP.
       01 WS-PERIOD-TABLE-FULL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-TEXT-WORK       PIC X(80).

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy output row without the ID field
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-RAW-GRADE-X       PIC X(5).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-TEMP-COMPONENT         PIC X(10).
       01 WS-TEMP-COMPONENT-GRADE   PIC X(3).

      *> One student's card is all that is ever held; the sort
      *> delivers each student's courses together, so a batch of
       01 WS-RUN-DATE               PIC X(10).
       01 WS-SEPARATOR-LINE         PIC X(50) VALUE ALL '-'.

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

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
           DISPLAY ">> BUILDING PER-STUDENT REPORT CARDS...".

           OPEN OUTPUT EOJ-STATUS-FILE.
           MOVE SPACES TO WS-SECTION-ID.

           PERFORM READ-TERM-ID-PROC.

           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               DISPLAY ">> SECTIONS.txt NOT FOUND - REPORT CARDS "
                       "NEED A BATCH SECTION LIST"
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'NO BATCH SECTION LIST' TO WS-COND-NAME
               MOVE 'SECTIONS.txt NOT FOUND' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               CLOSE SECTIONS-FILE
               PERFORM LOAD-JOB-SKIP-PROC

               MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP
               MOVE SPACES TO WS-RUN-DATE
               CLOSE REPORT-CARDS-FILE
               DISPLAY ">> " WS-CARD-COUNT " REPORT CARD(S) "
                       "WRITTEN TO REPORT-CARDS.txt"

               IF WS-PERIOD-TABLE-FULL-COUNT > ZERO
                   MOVE SPACES TO WS-SECTION-ID
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'PERIOD GRADE TABLE FULL' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "ROWS NOT SHOWN=" WS-PERIOD-TABLE-FULL-COUNT
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF
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

      *> JOB-SKIP.txt lists the sections the job stream is holding
      *> back this run - an earlier step failed for them, or they
      *> completed on an earlier attempt. Outside the job stream
      *> the file is absent or empty and every section runs.
       LOAD-JOB-SKIP-PROC.
           MOVE ZERO TO WS-JOB-SKIP-COUNT.

           OPEN INPUT JOB-SKIP-FILE.

           IF WS-JOB-SKIP-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-JOB-SKIP-EOF-FLAG
               PERFORM UNTIL JOB-SKIP-EOF
                   READ JOB-SKIP-FILE
                       AT END MOVE 'Y' TO WS-JOB-SKIP-EOF-FLAG
                       NOT AT END
                           IF JOB-SKIP-LINE NOT = SPACES
                                   AND WS-JOB-SKIP-COUNT < 200
                               ADD 1 TO WS-JOB-SKIP-COUNT
                               MOVE FUNCTION TRIM(JOB-SKIP-LINE)
                                   TO JS-SECTION-ID(WS-JOB-SKIP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SKIP-FILE
           END-IF.

       CHECK-JOB-SKIP-PROC.
           MOVE 'N' TO WS-JOB-SKIP-FLAG.
           PERFORM VARYING WS-JOB-SKIP-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SKIP-SUB > WS-JOB-SKIP-COUNT
               IF JS-SECTION-ID(WS-JOB-SKIP-SUB) = WS-SECTION-ID
                   MOVE 'Y' TO WS-JOB-SKIP-FLAG
               END-IF
           END-PERFORM.

       RELEASE-ALL-SECTIONS-PROC.
           OPEN INPUT SECTIONS-FILE.
                   NOT AT END
                       MOVE FUNCTION TRIM(SECTION-ID-IN)
                           TO WS-SECTION-ID
                       PERFORM CHECK-JOB-SKIP-PROC
                       IF SECTION-HELD-BY-JOB
                           DISPLAY ">> SECTION " WS-SECTION-ID
                                   " HELD BACK BY THE JOB STREAM - "
                                   "LEFT OFF THE REPORT CARDS"
                       ELSE
                           PERFORM RELEASE-ONE-SECTION-PROC
                       END-IF
               END-READ
           END-PERFORM.

               DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME.

           PERFORM LOOKUP-SECTION-INFO-PROC.
           PERFORM LOAD-PERIOD-GRADES-PROC.

           OPEN INPUT SECTION-OUTPUT-FILE.

           IF WS-OUTPUT-FILE-STATUS = '35'
               DISPLAY ">> " WS-OUTPUT-FILENAME " NOT FOUND - "
                       "SECTION LEFT OFF THE REPORT CARDS"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO OUTPUT' TO WS-COND-NAME
               MOVE WS-OUTPUT-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-OUTPUT-EOF-FLAG
               PERFORM UNTIL OUTPUT-EOF
               CLOSE SECTION-MASTER-FILE
           END-IF.

      *> Line 1 is the term; line 2, when present, names the
      *> marking period being run
       READ-TERM-ID-PROC.
           OPEN INPUT TERM-ID-FILE.

           IF WS-TERM-ID-FILE-STATUS = '35'
               DISPLAY ">> TERM-ID.txt NOT FOUND - CARDS SHOW THE "
                       "TERM GRADE ALONE"
           ELSE
               READ TERM-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TERM-ID-IN) TO WS-TERM-ID
               END-READ
               IF WS-TERM-ID NOT = SPACES
                   READ TERM-ID-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FUNCTION TRIM(TERM-ID-IN)
                               TO WS-PERIOD-ID
                   END-READ
               END-IF
               CLOSE TERM-ID-FILE
           END-IF.

      *> A section whose term grade was rolled up from marking
      *> periods has its component grades on file for that term;
      *> any other section has none and its cards show the term
      *> grade alone. On a marking-period run the grade is the
      *> period's own and no components are shown.
       LOAD-PERIOD-GRADES-PROC.
           MOVE ZERO TO WS-PERIOD-GRADE-COUNT.

           IF WS-TERM-ID NOT = SPACES AND WS-PERIOD-ID = SPACES
               PERFORM READ-PERIOD-GRADES-PROC
           END-IF.

       READ-PERIOD-GRADES-PROC.
           MOVE SPACES TO WS-PERIOD-GRADES-FILENAME.
           STRING "PERIOD-GRADES-" FUNCTION TRIM(WS-TERM-ID)
               "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
               DELIMITED BY SIZE INTO WS-PERIOD-GRADES-FILENAME.

           OPEN INPUT PERIOD-GRADES-FILE.

           IF WS-PERIOD-GRADES-FILE-STATUS = '00'
               MOVE 'N' TO WS-PERIOD-GRADES-EOF-FLAG
               PERFORM UNTIL PERIOD-GRADES-EOF
                   READ PERIOD-GRADES-FILE
                       AT END MOVE 'Y' TO WS-PERIOD-GRADES-EOF-FLAG
                       NOT AT END
                           IF PERIOD-GRADES-LINE NOT = SPACES
                               PERFORM LOAD-ONE-PERIOD-GRADE-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-GRADES-FILE
           END-IF.

       LOAD-ONE-PERIOD-GRADE-PROC.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-COMPONENT.
           MOVE SPACES TO WS-TEMP-COMPONENT-GRADE.

           UNSTRING PERIOD-GRADES-LINE DELIMITED BY X'09'
               INTO WS-TEMP-STUDENT-ID
                    WS-TEMP-STUDENT-NAME
                    WS-TEMP-STUDENT-SURNAME
                    WS-TEMP-COMPONENT
                    WS-TEMP-COMPONENT-GRADE
           END-UNSTRING.

           IF WS-PERIOD-GRADE-COUNT < 3000
               ADD 1 TO WS-PERIOD-GRADE-COUNT
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
                   TO PGT-ID(WS-PERIOD-GRADE-COUNT)
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-NAME)
                   TO PGT-NAME(WS-PERIOD-GRADE-COUNT)
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME)
                   TO PGT-SURNAME(WS-PERIOD-GRADE-COUNT)
               MOVE FUNCTION TRIM(WS-TEMP-COMPONENT)
                   TO PGT-COMPONENT(WS-PERIOD-GRADE-COUNT)
               MOVE FUNCTION TRIM(WS-TEMP-COMPONENT-GRADE)
                   TO PGT-GRADE(WS-PERIOD-GRADE-COUNT)
           ELSE
               ADD 1 TO WS-PERIOD-TABLE-FULL-COUNT
           END-IF.

      *> Components are listed in the order the roll-up wrote them:
      *> the marking periods, then the exam
       BUILD-PERIOD-TEXT-PROC.
           MOVE SPACES TO CD-PERIOD-TEXT.

           PERFORM VARYING WS-PERIOD-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-GRADE-SUB > WS-PERIOD-GRADE-COUNT
               IF (WS-TEMP-STUDENT-ID NOT = SPACES
                       AND PGT-ID(WS-PERIOD-GRADE-SUB) =
                           FUNCTION TRIM(WS-TEMP-STUDENT-ID))
                  OR (WS-TEMP-STUDENT-ID = SPACES
                       AND PGT-NAME(WS-PERIOD-GRADE-SUB) =
                           FUNCTION TRIM(WS-TEMP-STUDENT-NAME)
                       AND PGT-SURNAME(WS-PERIOD-GRADE-SUB) =
                           FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME))
                   MOVE SPACES TO WS-PERIOD-TEXT-WORK
                   IF CD-PERIOD-TEXT = SPACES
                       STRING
                           FUNCTION TRIM(
                               PGT-COMPONENT(WS-PERIOD-GRADE-SUB))
                           " " PGT-GRADE(WS-PERIOD-GRADE-SUB)
                           DELIMITED BY SIZE
                           INTO WS-PERIOD-TEXT-WORK
                   ELSE
                       STRING FUNCTION TRIM(CD-PERIOD-TEXT) "  "
                           FUNCTION TRIM(
                               PGT-COMPONENT(WS-PERIOD-GRADE-SUB))
                           " " PGT-GRADE(WS-PERIOD-GRADE-SUB)
                           DELIMITED BY SIZE
                           INTO WS-PERIOD-TEXT-WORK
                   END-IF
                   MOVE WS-PERIOD-TEXT-WORK TO CD-PERIOD-TEXT
               END-IF
           END-PERFORM.

       RELEASE-ONE-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
               MOVE FUNCTION NUMVAL(WS-TEMP-RANK-X) TO CD-RANK
               MOVE WS-SEC-TITLE TO CD-TITLE
               MOVE WS-SEC-CREDITS TO CD-CREDITS
               PERFORM BUILD-PERIOD-TEXT-PROC
               RELEASE CARD-SORT-RECORD
           END-IF.

           END-IF.
           WRITE REPORT-CARD-LINE.

           *> A rolled-up grade shows the marking periods behind it
           IF CD-PERIOD-TEXT NOT = SPACES
               MOVE SPACES TO REPORT-CARD-LINE
               STRING "    " FUNCTION TRIM(CD-PERIOD-TEXT)
                   "  SEMESTER " WS-CARD-GRADE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
           END-IF.

           IF CD-TITLE NOT = SPACES
               MOVE CD-CREDITS TO WS-SEC-CREDITS-ED
               MOVE SPACES TO REPORT-CARD-LINE
