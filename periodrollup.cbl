       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLUP-MARKING-PERIODS.

      *> Combines the marking-period grades of the term named in
      *> TERM-ID.txt, and the final exam grade, into the semester
      *> grade for every section in SECTIONS.txt. Each marking
      *> period is sorted and archived on its own first (TERM-ID.txt
      *> line 2 names the period), leaving
      *> ARCHIVE-PERIOD-OUTPUT-<term>-<period>-<section>.txt. The
      *> semester grade is written to INPUT-<section>.txt for the
      *> normal sort, so it is archived, reported and transcribed as
      *> the term grade; each student's component grades go to
      *> PERIOD-GRADES-<term>-<section>.txt for the report card.
      *> Without SECTIONS.txt the single-class files are used.
      *> A term closed by TERM-CLOSE is refused and nothing is
      *> written. Sections the job stream is holding back
      *> (JOB-SKIP.txt) are left as they are.
      *>
      *> The semester grade is worked from each period's raw grade,
      *> before any curve: the semester sort applies
      *> CURVE-POLICY.txt to it once, as it does to any term grade.
      *> The period grade as issued, curved or not, is what goes to
      *> PERIOD-GRADES for the report card. A registrar correction
      *> restates the raw grade, so a corrected period counts.
      *>
      *> MARKING-PERIODS.txt holds the weighting, keyword and value
      *> split by a tab or space:
      *>   PERIOD <id> <weight>  one line per marking period, in
      *>                         order (up to 4)
      *>   EXAM <weight>         final exam, read from
      *>                         EXAM-GRADES-<section>.txt
      *>   INC <policy>          CARRY (default) makes the semester
      *>                         grade INC; REWEIGHT leaves the
      *>                         component out and spreads its
      *>                         weight over the rest
      *>   W <policy>            the same for a withdrawal
      *> Weights are whole percentages and must total 100. A
      *> student with no grade in a component is treated as INC;
      *> AUD in any component makes the semester grade AUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO 'TERM-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-FILE-STATUS.
           SELECT WEIGHTS-FILE ASSIGN TO 'MARKING-PERIODS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-FILE-STATUS.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT SEMESTER-INPUT-FILE
               ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-GRADES-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-GRADES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-REPORT-FILE
               ASSIGN TO 'PERIOD-ROLLUP-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-ID-FILE.
       01 TERM-ID-IN             PIC X(10).

       FD TERM-STATUS-FILE.
       01 TERM-STATUS-LINE       PIC X(40).

       FD WEIGHTS-FILE.
       01 WEIGHTS-LINE           PIC X(40).

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       FD SOURCE-FILE.
       01 SOURCE-LINE            PIC X(100).
      *> Each period archive, then the exam grades, are read
      *> through here in turn. Exam grades are tab-delimited
      *> id/name/surname/grade like INPUT.txt; a legacy line
      *> without the ID matches on name.

       FD SEMESTER-INPUT-FILE.
       01 SEMESTER-INPUT-AREA    PIC X(56).

       FD PERIOD-GRADES-FILE.
       01 PERIOD-GRADES-AREA     PIC X(70).
      *> Tab-delimited: id/name/surname/component/grade, one line
      *> per student per component, periods in order then EXAM

       FD ROLLUP-REPORT-FILE.
       01 ROLLUP-REPORT-LINE     PIC X(150).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TERM-ID-FILE-STATUS    PIC XX.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-PERIOD-LINE-ID         PIC X(10) VALUE SPACES.
      *> A period still named on line 2 would send the semester
      *> sort to the period archive

       01 WS-TERM-STATUS-FILE-STATUS PIC XX.
       01 WS-TERM-STATUS-EOF-FLAG   PIC X VALUE 'N'.
           88 TERM-STATUS-EOF       VALUE 'Y'.
       01 WS-TERM-CLOSED-FLAG       PIC X VALUE 'N'.
           88 TERM-CLOSED           VALUE 'Y'.
       01 WS-TS-TERM-ID             PIC X(10).
       01 WS-TS-STATUS              PIC X(10).

       01 WS-WEIGHTS-FILE-STATUS    PIC XX.
       01 WS-WEIGHTS-EOF-FLAG       PIC X VALUE 'N'.
           88 WEIGHTS-EOF           VALUE 'Y'.
       01 WS-WEIGHT-KEYWORD         PIC X(10).
       01 WS-WEIGHT-VALUE-1         PIC X(10).
       01 WS-WEIGHT-VALUE-2         PIC X(10).
       01 WS-WEIGHT-FIELD-COUNT     PIC 9.

      *> Components in roll-up order: the marking periods as listed,
      *> then the exam when it carries weight
       01 COMPONENT-TABLE.
           05 CP-ENTRY OCCURS 5 TIMES.
               10 CP-LABEL          PIC X(10).
               10 CP-WEIGHT         PIC 9(3).
               10 CP-IS-EXAM        PIC X.
       01 WS-PERIOD-COUNT           PIC 9 VALUE ZERO.
       01 WS-COMPONENT-COUNT        PIC 9 VALUE ZERO.
       01 WS-COMPONENT-SUB          PIC 9 COMP.
       01 WS-EXAM-WEIGHT            PIC 9(3) VALUE ZERO.
       01 WS-WEIGHT-TOTAL           PIC 9(4) VALUE ZERO.
       01 WS-WEIGHT-TOTAL-ED        PIC ZZZ9.

       01 WS-INC-POLICY             PIC X(10) VALUE 'CARRY'.
           88 INC-REWEIGHT          VALUE 'REWEIGHT'.
       01 WS-W-POLICY               PIC X(10) VALUE 'CARRY'.
           88 W-REWEIGHT            VALUE 'REWEIGHT'.

       01 WS-RUN-USABLE-FLAG        PIC X VALUE 'Y'.
           88 RUN-USABLE            VALUE 'Y'.

       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.
       01 WS-SECTION-USABLE-FLAG    PIC X VALUE 'Y'.
           88 SECTION-USABLE        VALUE 'Y'.

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

       01 WS-SOURCE-FILENAME        PIC X(60).
       01 WS-SOURCE-FILE-STATUS     PIC XX.
       01 WS-SOURCE-EOF-FLAG        PIC X VALUE 'N'.
           88 SOURCE-EOF            VALUE 'Y'.
       01 WS-INPUT-FILENAME         PIC X(30).
       01 WS-PERIOD-GRADES-FILENAME PIC X(40).

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy row without the ID field
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-STUDENT-SURNAME   PIC X(20).
       01 WS-TEMP-STUDENT-GRADE-X   PIC X(10).
       01 WS-TEMP-STATUS-X          PIC X(10).
       01 WS-TEMP-RANK-X            PIC X(5).
       01 WS-TEMP-RAW-GRADE-X       PIC X(5).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-TEMP-GRADE-TEXT        PIC X(3).
      *> Component grade as held: three digits, or INC, W or AUD
       01 WS-TEMP-GRADE-N           PIC 9(3).
       01 WS-ROWS-SKIPPED           PIC 9(5) VALUE ZERO.

      *> One section's students at a time; the table is cleared
      *> before each section
       01 ROLLUP-STUDENT-TABLE.
           05 RS-ENTRY OCCURS 500 TIMES.
               10 RS-ID             PIC X(10).
               10 RS-NAME           PIC X(20).
               10 RS-SURNAME        PIC X(20).
               10 RS-GRADE          PIC X(3) OCCURS 5 TIMES.
      *> Spaces until the component's file supplies a grade
               10 RS-RAW-GRADE      PIC X(3) OCCURS 5 TIMES.
      *> The grade the semester grade is worked from: a period's
      *> uncurved grade, otherwise the same as RS-GRADE
       01 WS-STUDENT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-SUB            PIC 9(3) COMP.
       01 WS-STUDENT-FOUND-FLAG     PIC X VALUE 'N'.
           88 STUDENT-FOUND         VALUE 'Y'.
       01 WS-TABLE-FULL-COUNT       PIC 9(5) VALUE ZERO.

      *> Working figures for one student's semester grade
       01 WS-WTD-SUM                PIC 9(6) VALUE ZERO.
       01 WS-USED-WEIGHT            PIC 9(3) VALUE ZERO.
       01 WS-SEMESTER-GRADE         PIC 9(3) VALUE ZERO.
       01 WS-SEMESTER-TEXT          PIC X(3).
       01 WS-CARRIED-CODE           PIC X(3).
       01 WS-ROLLUP-NOTE            PIC X(30).
       01 WS-COMPONENT-GRADE        PIC X(3).

       01 WS-SECTIONS-ROLLED        PIC 9(3) VALUE ZERO.
       01 WS-SECTIONS-SKIPPED       PIC 9(3) VALUE ZERO.
       01 WS-STUDENTS-ROLLED        PIC 9(5) VALUE ZERO.
       01 WS-REWEIGHTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NO-GRADE-COUNT         PIC 9(5) VALUE ZERO.
      *> Components a student had no row for, taken as INC

       01 SEMESTER-INPUT-RECORD.
           05 SI-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SI-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SI-STUDENT-SURNAME PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SI-STUDENT-GRADE   PIC X(3).

      *> A student known only by name goes back out in the legacy
      *> layout, which the sort accepts without the ID field
       01 SEMESTER-LEGACY-RECORD.
           05 SL-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SL-STUDENT-SURNAME PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SL-STUDENT-GRADE   PIC X(3).

       01 PERIOD-GRADES-RECORD.
           05 PG-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PG-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PG-STUDENT-SURNAME PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PG-COMPONENT       PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PG-GRADE           PIC X(3).

       01 RR-HEADING-LINE.
           05 FILLER             PIC X(9) VALUE 'SECTION: '.
           05 RR-HEAD-SECTION    PIC X(10).
           05 FILLER             PIC X(8) VALUE '  TERM: '.
           05 RR-HEAD-TERM-ID    PIC X(10).

       01 RR-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'ID'.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(20) VALUE 'NAME'.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(20) VALUE 'SURNAME'.
           05 RR-COLUMN-LABEL    PIC X(11) OCCURS 5 TIMES.
           05 FILLER             PIC X(9) VALUE 'SEMESTER'.
           05 FILLER             PIC X(4) VALUE 'NOTE'.

       01 RR-DETAIL-LINE.
           05 RR-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 RR-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 RR-STUDENT-SURNAME PIC X(20).
           05 RR-COMPONENT-COLUMN OCCURS 5 TIMES.
               10 RR-COMPONENT-GRADE PIC X(3).
               10 FILLER         PIC X(8).
           05 RR-SEMESTER-GRADE  PIC X(3).
           05 FILLER             PIC X(6) VALUE SPACES.
           05 RR-NOTE            PIC X(30).

       01 WS-COND-SEVERITY          PIC 9(2).
       01 WS-COND-NAME              PIC X(30).
       01 WS-COND-DETAIL            PIC X(40).
       01 WS-EOJ-RETURN-CODE        PIC 9(2) VALUE ZERO.

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
           DISPLAY ">> ROLLING MARKING PERIODS INTO SEMESTER GRADES...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-TERM-ID-PROC.

           IF RUN-USABLE
               PERFORM CHECK-TERM-CLOSED-PROC
               IF TERM-CLOSED
                   DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                           " IS CLOSED - ROLL-UP REFUSED, INPUT AND "
                           "PERIOD GRADES LEFT AS CLOSED"
                   MOVE 'N' TO WS-RUN-USABLE-FLAG
                   MOVE 12 TO WS-COND-SEVERITY
                   MOVE 'TERM CLOSED - RUN REFUSED' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "TERM " WS-TERM-ID
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF
           END-IF.

           IF RUN-USABLE
               PERFORM LOAD-WEIGHTS-PROC
           END-IF.

           IF RUN-USABLE
               OPEN OUTPUT ROLLUP-REPORT-FILE
               MOVE SPACES TO ROLLUP-REPORT-LINE
               STRING "MARKING PERIOD ROLL-UP - TERM "
                   FUNCTION TRIM(WS-TERM-ID)
                   "  INC: " FUNCTION TRIM(WS-INC-POLICY)
                   "  W: " FUNCTION TRIM(WS-W-POLICY)
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
               WRITE ROLLUP-REPORT-LINE

               OPEN INPUT SECTIONS-FILE
               IF WS-SECTIONS-FILE-STATUS = '35'
                   DISPLAY ">> SECTIONS.txt NOT FOUND - ROLLING UP "
                           "THE SINGLE-CLASS FILES"
                   MOVE SPACES TO WS-SECTION-ID
                   PERFORM ROLLUP-SECTION-PROC
               ELSE
                   PERFORM LOAD-JOB-SKIP-PROC
                   MOVE 'N' TO WS-SECTIONS-EOF-FLAG
                   PERFORM UNTIL SECTIONS-EOF
                       READ SECTIONS-FILE
                           AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                           NOT AT END
                               MOVE FUNCTION TRIM(SECTION-ID-IN)
                                   TO WS-SECTION-ID
                               IF WS-SECTION-ID NOT = SPACES
                                   PERFORM ROLLUP-LISTED-SECTION-PROC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECTIONS-FILE
               END-IF

               MOVE SPACES TO WS-SECTION-ID
               PERFORM WRITE-ROLLUP-TOTALS-PROC
               CLOSE ROLLUP-REPORT-FILE
               DISPLAY ">> SECTIONS ROLLED UP: " WS-SECTIONS-ROLLED
                       " SKIPPED: " WS-SECTIONS-SKIPPED
                       " STUDENTS: " WS-STUDENTS-ROLLED

               PERFORM RAISE-RUN-CONDITIONS-PROC
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

       READ-TERM-ID-PROC.
           OPEN INPUT TERM-ID-FILE.

           IF WS-TERM-ID-FILE-STATUS = '35'
               DISPLAY ">> TERM-ID.txt NOT FOUND - NO TERM TO ROLL UP"
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
                               TO WS-PERIOD-LINE-ID
                   END-READ
               END-IF
               CLOSE TERM-ID-FILE
           END-IF.

           IF WS-TERM-ID = SPACES
               MOVE 'N' TO WS-RUN-USABLE-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'NO TERM TO ROLL UP' TO WS-COND-NAME
               MOVE 'TERM-ID.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-PERIOD-LINE-ID NOT = SPACES
               DISPLAY ">> TERM-ID.txt STILL NAMES PERIOD "
                       WS-PERIOD-LINE-ID " - CLEAR LINE 2 BEFORE "
                       "THE SEMESTER SORT"
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'TERM-ID.txt NAMES A PERIOD' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "PERIOD " WS-PERIOD-LINE-ID
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

      *> A term with a CLOSED line in TERM-STATUS.txt has been
      *> closed by TERM-CLOSE and its grades are final
       CHECK-TERM-CLOSED-PROC.
           MOVE 'N' TO WS-TERM-CLOSED-FLAG.

           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TERM-STATUS-FILE-STATUS = '00'
               MOVE 'N' TO WS-TERM-STATUS-EOF-FLAG
               PERFORM UNTIL TERM-STATUS-EOF
                   READ TERM-STATUS-FILE
                       AT END MOVE 'Y' TO WS-TERM-STATUS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-ONE-TERM-STATUS-PROC
                   END-READ
               END-PERFORM
               CLOSE TERM-STATUS-FILE
           END-IF.

       CHECK-ONE-TERM-STATUS-PROC.
           MOVE SPACES TO WS-TS-TERM-ID.
           MOVE SPACES TO WS-TS-STATUS.

           UNSTRING TERM-STATUS-LINE DELIMITED BY X'09'
               INTO WS-TS-TERM-ID WS-TS-STATUS
           END-UNSTRING.

           IF FUNCTION TRIM(WS-TS-TERM-ID) = WS-TERM-ID
                   AND FUNCTION TRIM(WS-TS-STATUS) = 'CLOSED'
               MOVE 'Y' TO WS-TERM-CLOSED-FLAG
           END-IF.

       LOAD-WEIGHTS-PROC.
           OPEN INPUT WEIGHTS-FILE.

           IF WS-WEIGHTS-FILE-STATUS = '35'
               DISPLAY ">> MARKING-PERIODS.txt NOT FOUND - NOTHING "
                       "TO ROLL UP"
               MOVE 'N' TO WS-RUN-USABLE-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'NO WEIGHTING FILE' TO WS-COND-NAME
               MOVE 'MARKING-PERIODS.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-WEIGHTS-EOF-FLAG
               PERFORM UNTIL WEIGHTS-EOF
                   READ WEIGHTS-FILE
                       AT END MOVE 'Y' TO WS-WEIGHTS-EOF-FLAG
                       NOT AT END PERFORM PARSE-WEIGHTS-LINE-PROC
                   END-READ
               END-PERFORM
               CLOSE WEIGHTS-FILE

               MOVE WS-PERIOD-COUNT TO WS-COMPONENT-COUNT
               IF WS-EXAM-WEIGHT > ZERO
                   ADD 1 TO WS-COMPONENT-COUNT
                   MOVE 'EXAM' TO CP-LABEL(WS-COMPONENT-COUNT)
                   MOVE WS-EXAM-WEIGHT
                       TO CP-WEIGHT(WS-COMPONENT-COUNT)
                   MOVE 'Y' TO CP-IS-EXAM(WS-COMPONENT-COUNT)
               END-IF
               ADD WS-EXAM-WEIGHT TO WS-WEIGHT-TOTAL

               EVALUATE TRUE
                   WHEN WS-PERIOD-COUNT = ZERO
                       DISPLAY ">> MARKING-PERIODS.txt NAMES NO "
                               "PERIOD - NOTHING TO ROLL UP"
                       MOVE 'N' TO WS-RUN-USABLE-FLAG
                       MOVE 12 TO WS-COND-SEVERITY
                       MOVE 'NO MARKING PERIODS NAMED'
                           TO WS-COND-NAME
                       MOVE 'MARKING-PERIODS.txt' TO WS-COND-DETAIL
                       PERFORM RAISE-CONDITION-PROC
                   WHEN WS-WEIGHT-TOTAL NOT = 100
                       MOVE WS-WEIGHT-TOTAL TO WS-WEIGHT-TOTAL-ED
                       DISPLAY ">> MARKING PERIOD WEIGHTS TOTAL "
                               WS-WEIGHT-TOTAL-ED
                               " - THEY MUST TOTAL 100"
                       MOVE 'N' TO WS-RUN-USABLE-FLAG
                       MOVE 12 TO WS-COND-SEVERITY
                       MOVE 'WEIGHTS DO NOT TOTAL 100'
                           TO WS-COND-NAME
                       MOVE SPACES TO WS-COND-DETAIL
                       STRING "TOTAL=" WS-WEIGHT-TOTAL
                           DELIMITED BY SIZE INTO WS-COND-DETAIL
                       PERFORM RAISE-CONDITION-PROC
               END-EVALUATE
           END-IF.

       PARSE-WEIGHTS-LINE-PROC.
           MOVE ZERO TO WS-WEIGHT-FIELD-COUNT.
           MOVE SPACES TO WS-WEIGHT-KEYWORD.
           MOVE SPACES TO WS-WEIGHT-VALUE-1.
           MOVE SPACES TO WS-WEIGHT-VALUE-2.

           *> Keyword and values may be separated by a tab or a
           *> space, matching the other control files
           UNSTRING WEIGHTS-LINE DELIMITED BY X'09' OR SPACE
               INTO WS-WEIGHT-KEYWORD
                    WS-WEIGHT-VALUE-1
                    WS-WEIGHT-VALUE-2
               TALLYING IN WS-WEIGHT-FIELD-COUNT
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-WEIGHT-KEYWORD)
               WHEN 'PERIOD'
                   IF WS-PERIOD-COUNT NOT < 4
                       DISPLAY ">> MORE THAN 4 MARKING PERIODS - "
                               "EXTRA PERIOD IGNORED: " WEIGHTS-LINE
                   ELSE
                       IF WS-WEIGHT-VALUE-1 = SPACES
                               OR FUNCTION TRIM(WS-WEIGHT-VALUE-2)
                                   NOT NUMERIC
                           DISPLAY ">> BAD PERIOD LINE IGNORED: "
                                   WEIGHTS-LINE
                       ELSE
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE FUNCTION TRIM(WS-WEIGHT-VALUE-1)
                               TO CP-LABEL(WS-PERIOD-COUNT)
                           MOVE FUNCTION NUMVAL(WS-WEIGHT-VALUE-2)
                               TO CP-WEIGHT(WS-PERIOD-COUNT)
                           MOVE 'N' TO CP-IS-EXAM(WS-PERIOD-COUNT)
                           ADD CP-WEIGHT(WS-PERIOD-COUNT)
                               TO WS-WEIGHT-TOTAL
                       END-IF
                   END-IF
               WHEN 'EXAM'
                   IF FUNCTION TRIM(WS-WEIGHT-VALUE-1) NUMERIC
                       MOVE FUNCTION NUMVAL(WS-WEIGHT-VALUE-1)
                           TO WS-EXAM-WEIGHT
                   ELSE
                       DISPLAY ">> BAD EXAM LINE IGNORED: "
                               WEIGHTS-LINE
                   END-IF
               WHEN 'INC'
                   IF FUNCTION TRIM(WS-WEIGHT-VALUE-1) = 'CARRY'
                           OR FUNCTION TRIM(WS-WEIGHT-VALUE-1)
                               = 'REWEIGHT'
                       MOVE FUNCTION TRIM(WS-WEIGHT-VALUE-1)
                           TO WS-INC-POLICY
                   ELSE
                       DISPLAY ">> UNKNOWN INC POLICY - CARRY USED: "
                               WEIGHTS-LINE
                   END-IF
               WHEN 'W'
                   IF FUNCTION TRIM(WS-WEIGHT-VALUE-1) = 'CARRY'
                           OR FUNCTION TRIM(WS-WEIGHT-VALUE-1)
                               = 'REWEIGHT'
                       MOVE FUNCTION TRIM(WS-WEIGHT-VALUE-1)
                           TO WS-W-POLICY
                   ELSE
                       DISPLAY ">> UNKNOWN W POLICY - CARRY USED: "
                               WEIGHTS-LINE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY ">> UNKNOWN WEIGHTING LINE IGNORED: "
                           WEIGHTS-LINE
           END-EVALUATE.

      *> Every component file must be there before anything is
      *> written; a section short of one keeps the INPUT file it
      *> already had
      *> A section held back by the job stream keeps the INPUT and
      *> PERIOD-GRADES files it has
       ROLLUP-LISTED-SECTION-PROC.
           PERFORM CHECK-JOB-SKIP-PROC.

           IF SECTION-HELD-BY-JOB
               DISPLAY ">> SECTION " WS-SECTION-ID
                       " HELD BACK BY THE JOB STREAM - NOT ROLLED UP"
               ADD 1 TO WS-SECTIONS-SKIPPED
           ELSE
               PERFORM ROLLUP-SECTION-PROC
           END-IF.

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

       ROLLUP-SECTION-PROC.
           MOVE 'Y' TO WS-SECTION-USABLE-FLAG.
           MOVE ZERO TO WS-STUDENT-COUNT.
           INITIALIZE ROLLUP-STUDENT-TABLE.

           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
                       OR NOT SECTION-USABLE
               PERFORM LOAD-COMPONENT-PROC
           END-PERFORM.

           IF SECTION-USABLE
               PERFORM WRITE-SECTION-ROLLUP-PROC
               ADD 1 TO WS-SECTIONS-ROLLED
           ELSE
               ADD 1 TO WS-SECTIONS-SKIPPED
           END-IF.

       LOAD-COMPONENT-PROC.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           IF CP-IS-EXAM(WS-COMPONENT-SUB) = 'Y'
               IF WS-SECTION-ID = SPACES
                   MOVE 'EXAM-GRADES.txt' TO WS-SOURCE-FILENAME
               ELSE
                   STRING "EXAM-GRADES-" FUNCTION TRIM(WS-SECTION-ID)
                       ".txt"
                       DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
               END-IF
           ELSE
               IF WS-SECTION-ID = SPACES
                   STRING "ARCHIVE-PERIOD-OUTPUT-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(CP-LABEL(WS-COMPONENT-SUB))
                       ".txt"
                       DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
               ELSE
                   STRING "ARCHIVE-PERIOD-OUTPUT-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(CP-LABEL(WS-COMPONENT-SUB))
                       "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
               END-IF
           END-IF.

           OPEN INPUT SOURCE-FILE.

           IF WS-SOURCE-FILE-STATUS = '35'
               MOVE 'N' TO WS-SECTION-USABLE-FLAG
               DISPLAY ">> " FUNCTION TRIM(WS-SOURCE-FILENAME)
                       " NOT FOUND - SECTION NOT ROLLED UP"
               MOVE 08 TO WS-COND-SEVERITY
               IF CP-IS-EXAM(WS-COMPONENT-SUB) = 'Y'
                   MOVE 'SECTION SKIPPED - NO EXAM' TO WS-COND-NAME
               ELSE
                   MOVE 'PERIOD NOT ARCHIVED' TO WS-COND-NAME
               END-IF
               MOVE WS-SOURCE-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL SOURCE-EOF
                   READ SOURCE-FILE
                       AT END MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           IF SOURCE-LINE NOT = SPACES
                               PERFORM LOAD-COMPONENT-ROW-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

      *> Period archives are sort output rows (id/name/surname/
      *> grade/status/rank/raw, legacy rows one field short); exam
      *> rows are id/name/surname/grade, legacy rows without the ID
       LOAD-COMPONENT-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-STUDENT-GRADE-X.
           MOVE SPACES TO WS-TEMP-STATUS-X.
           MOVE SPACES TO WS-TEMP-RANK-X.
           MOVE SPACES TO WS-TEMP-RAW-GRADE-X.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING SOURCE-LINE DELIMITED BY X'09'
               INTO WS-TEMP-STUDENT-ID
                    WS-TEMP-STUDENT-NAME
                    WS-TEMP-STUDENT-SURNAME
                    WS-TEMP-STUDENT-GRADE-X
                    WS-TEMP-STATUS-X
                    WS-TEMP-RANK-X
                    WS-TEMP-RAW-GRADE-X
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           IF CP-IS-EXAM(WS-COMPONENT-SUB) = 'Y'
               IF WS-FIELD-COUNT = 3
                   MOVE WS-TEMP-STUDENT-SURNAME
                       TO WS-TEMP-STUDENT-GRADE-X
                   MOVE WS-TEMP-STUDENT-NAME
                       TO WS-TEMP-STUDENT-SURNAME
                   MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
                   MOVE SPACES TO WS-TEMP-STUDENT-ID
                   MOVE 4 TO WS-FIELD-COUNT
               END-IF
           ELSE
               IF WS-FIELD-COUNT = 6
                   MOVE WS-TEMP-RANK-X TO WS-TEMP-RAW-GRADE-X
                   MOVE WS-TEMP-STUDENT-SURNAME
                       TO WS-TEMP-STUDENT-GRADE-X
                   MOVE WS-TEMP-STUDENT-NAME
                       TO WS-TEMP-STUDENT-SURNAME
                   MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
                   MOVE SPACES TO WS-TEMP-STUDENT-ID
                   MOVE 7 TO WS-FIELD-COUNT
               END-IF
           END-IF.

           *> INC, W and AUD carry a code instead of a numeric grade
           MOVE SPACES TO WS-TEMP-GRADE-TEXT.
           IF FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X) NUMERIC
               MOVE FUNCTION NUMVAL(WS-TEMP-STUDENT-GRADE-X)
                   TO WS-TEMP-GRADE-N
               MOVE WS-TEMP-GRADE-N TO WS-TEMP-GRADE-TEXT
           ELSE
               EVALUATE FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X)
                   WHEN 'INC'
                   WHEN 'W'
                   WHEN 'AUD'
                       MOVE FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X)
                           TO WS-TEMP-GRADE-TEXT
               END-EVALUATE
           END-IF.

           IF WS-FIELD-COUNT < 4
                   OR WS-TEMP-GRADE-TEXT = SPACES
                   OR WS-TEMP-STUDENT-NAME = SPACES
               ADD 1 TO WS-ROWS-SKIPPED
               DISPLAY ">> SKIPPING MALFORMED ROW IN "
                       FUNCTION TRIM(WS-SOURCE-FILENAME) ": "
                       SOURCE-LINE
           ELSE
               PERFORM FIND-STUDENT-PROC
               IF STUDENT-FOUND
                   MOVE WS-TEMP-GRADE-TEXT
                       TO RS-GRADE(WS-STUDENT-SUB, WS-COMPONENT-SUB)
                   MOVE WS-TEMP-GRADE-TEXT
                       TO RS-RAW-GRADE(WS-STUDENT-SUB,
                                       WS-COMPONENT-SUB)
                   *> A graded period row counts at its raw grade so
                   *> the semester sort curves it only once
                   IF CP-IS-EXAM(WS-COMPONENT-SUB) NOT = 'Y'
                           AND WS-TEMP-GRADE-TEXT NUMERIC
                           AND FUNCTION TRIM(WS-TEMP-RAW-GRADE-X)
                               NUMERIC
                       MOVE FUNCTION NUMVAL(WS-TEMP-RAW-GRADE-X)
                           TO WS-TEMP-GRADE-N
                       MOVE WS-TEMP-GRADE-N
                           TO RS-RAW-GRADE(WS-STUDENT-SUB,
                                           WS-COMPONENT-SUB)
                   END-IF
               END-IF
           END-IF.

      *> IDs win over names exactly as in the apply phase; a
      *> student seen for the first time is added to the table
       FIND-STUDENT-PROC.
           MOVE 'N' TO WS-STUDENT-FOUND-FLAG.

           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                       OR STUDENT-FOUND
               IF WS-TEMP-STUDENT-ID NOT = SPACES
                       AND RS-ID(WS-STUDENT-SUB) NOT = SPACES
                   IF FUNCTION TRIM(WS-TEMP-STUDENT-ID) =
                           RS-ID(WS-STUDENT-SUB)
                       MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
                   END-IF
               ELSE
                   IF FUNCTION TRIM(WS-TEMP-STUDENT-NAME) =
                           RS-NAME(WS-STUDENT-SUB)
                      AND FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME) =
                           RS-SURNAME(WS-STUDENT-SUB)
                       MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF STUDENT-FOUND
               SUBTRACT 1 FROM WS-STUDENT-SUB
               IF RS-ID(WS-STUDENT-SUB) = SPACES
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
                       TO RS-ID(WS-STUDENT-SUB)
               END-IF
           ELSE
               IF WS-STUDENT-COUNT < 500
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
                       TO RS-ID(WS-STUDENT-SUB)
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-NAME)
                       TO RS-NAME(WS-STUDENT-SUB)
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME)
                       TO RS-SURNAME(WS-STUDENT-SUB)
                   MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       WRITE-SECTION-ROLLUP-PROC.
           MOVE SPACES TO WS-INPUT-FILENAME.
           MOVE SPACES TO WS-PERIOD-GRADES-FILENAME.
           IF WS-SECTION-ID = SPACES
               MOVE 'INPUT.txt' TO WS-INPUT-FILENAME
               STRING "PERIOD-GRADES-" FUNCTION TRIM(WS-TERM-ID)
                   ".txt"
                   DELIMITED BY SIZE INTO WS-PERIOD-GRADES-FILENAME
               MOVE 'ALL' TO RR-HEAD-SECTION
           ELSE
               STRING "INPUT-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-INPUT-FILENAME
               STRING "PERIOD-GRADES-" FUNCTION TRIM(WS-TERM-ID)
                   "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-PERIOD-GRADES-FILENAME
               MOVE WS-SECTION-ID TO RR-HEAD-SECTION
           END-IF.

           OPEN OUTPUT SEMESTER-INPUT-FILE.
           OPEN OUTPUT PERIOD-GRADES-FILE.

           MOVE WS-TERM-ID TO RR-HEAD-TERM-ID.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE FROM RR-HEADING-LINE.
           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > 5
               IF WS-COMPONENT-SUB > WS-COMPONENT-COUNT
                   MOVE SPACES TO RR-COLUMN-LABEL(WS-COMPONENT-SUB)
               ELSE
                   MOVE CP-LABEL(WS-COMPONENT-SUB)
                       TO RR-COLUMN-LABEL(WS-COMPONENT-SUB)
               END-IF
           END-PERFORM.
           WRITE ROLLUP-REPORT-LINE FROM RR-COLUMN-LINE.

           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               PERFORM COMPUTE-SEMESTER-GRADE-PROC
               PERFORM WRITE-STUDENT-ROLLUP-PROC
           END-PERFORM.

           CLOSE SEMESTER-INPUT-FILE.
           CLOSE PERIOD-GRADES-FILE.

           DISPLAY ">> " FUNCTION TRIM(WS-INPUT-FILENAME)
                   " WRITTEN - STUDENTS: " WS-STUDENT-COUNT.

      *> A numeric component counts at its weight. INC and W either
      *> carry straight to the semester grade or drop out, with the
      *> remaining weights scaled up to fill the gap, as the policy
      *> says; they are never averaged in as zero. AUD always
      *> carries. With every component dropped there is nothing to
      *> grade and the result is INC.
       COMPUTE-SEMESTER-GRADE-PROC.
           MOVE ZERO TO WS-WTD-SUM.
           MOVE ZERO TO WS-USED-WEIGHT.
           MOVE SPACES TO WS-CARRIED-CODE.
           MOVE SPACES TO WS-ROLLUP-NOTE.

           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
               MOVE RS-RAW-GRADE(WS-STUDENT-SUB, WS-COMPONENT-SUB)
                   TO WS-COMPONENT-GRADE
               IF WS-COMPONENT-GRADE = SPACES
                   MOVE 'INC' TO WS-COMPONENT-GRADE
                   MOVE 'INC'
                       TO RS-GRADE(WS-STUDENT-SUB, WS-COMPONENT-SUB)
                   ADD 1 TO WS-NO-GRADE-COUNT
                   IF WS-ROLLUP-NOTE = SPACES
                       STRING "NO GRADE FOR "
                           FUNCTION TRIM(CP-LABEL(WS-COMPONENT-SUB))
                           DELIMITED BY SIZE INTO WS-ROLLUP-NOTE
                   END-IF
               END-IF
               EVALUATE WS-COMPONENT-GRADE
                   WHEN 'AUD'
                       MOVE 'AUD' TO WS-CARRIED-CODE
                   WHEN 'W'
                       IF W-REWEIGHT
                           PERFORM NOTE-REWEIGHT-PROC
                       ELSE
                           IF WS-CARRIED-CODE NOT = 'AUD'
                               MOVE 'W' TO WS-CARRIED-CODE
                           END-IF
                       END-IF
                   WHEN 'INC'
                       IF INC-REWEIGHT
                           PERFORM NOTE-REWEIGHT-PROC
                       ELSE
                           IF WS-CARRIED-CODE = SPACES
                               MOVE 'INC' TO WS-CARRIED-CODE
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE WS-COMPONENT-GRADE TO WS-TEMP-GRADE-N
                       COMPUTE WS-WTD-SUM = WS-WTD-SUM
                           + WS-TEMP-GRADE-N
                           * CP-WEIGHT(WS-COMPONENT-SUB)
                       ADD CP-WEIGHT(WS-COMPONENT-SUB)
                           TO WS-USED-WEIGHT
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CARRIED-CODE NOT = SPACES
                   MOVE WS-CARRIED-CODE TO WS-SEMESTER-TEXT
                   ADD 1 TO WS-CARRIED-COUNT
               WHEN WS-USED-WEIGHT = ZERO
                   MOVE 'INC' TO WS-SEMESTER-TEXT
                   ADD 1 TO WS-CARRIED-COUNT
               WHEN OTHER
                   COMPUTE WS-SEMESTER-GRADE ROUNDED =
                       WS-WTD-SUM / WS-USED-WEIGHT
                   MOVE WS-SEMESTER-GRADE TO WS-SEMESTER-TEXT
           END-EVALUATE.

           ADD 1 TO WS-STUDENTS-ROLLED.

       NOTE-REWEIGHT-PROC.
           ADD 1 TO WS-REWEIGHTED-COUNT.
           IF WS-ROLLUP-NOTE = SPACES
               STRING FUNCTION TRIM(WS-COMPONENT-GRADE) " IN "
                   FUNCTION TRIM(CP-LABEL(WS-COMPONENT-SUB))
                   " REWEIGHTED"
                   DELIMITED BY SIZE INTO WS-ROLLUP-NOTE
           END-IF.

       WRITE-STUDENT-ROLLUP-PROC.
           IF RS-ID(WS-STUDENT-SUB) = SPACES
               MOVE RS-NAME(WS-STUDENT-SUB) TO SL-STUDENT-NAME
               MOVE RS-SURNAME(WS-STUDENT-SUB) TO SL-STUDENT-SURNAME
               MOVE WS-SEMESTER-TEXT TO SL-STUDENT-GRADE
               WRITE SEMESTER-INPUT-AREA FROM SEMESTER-LEGACY-RECORD
           ELSE
               MOVE RS-ID(WS-STUDENT-SUB) TO SI-STUDENT-ID
               MOVE RS-NAME(WS-STUDENT-SUB) TO SI-STUDENT-NAME
               MOVE RS-SURNAME(WS-STUDENT-SUB) TO SI-STUDENT-SURNAME
               MOVE WS-SEMESTER-TEXT TO SI-STUDENT-GRADE
               WRITE SEMESTER-INPUT-AREA FROM SEMESTER-INPUT-RECORD
           END-IF.

           MOVE RS-ID(WS-STUDENT-SUB) TO PG-STUDENT-ID.
           MOVE RS-NAME(WS-STUDENT-SUB) TO PG-STUDENT-NAME.
           MOVE RS-SURNAME(WS-STUDENT-SUB) TO PG-STUDENT-SURNAME.
           MOVE SPACES TO RR-DETAIL-LINE.
           MOVE RS-ID(WS-STUDENT-SUB) TO RR-STUDENT-ID.
           MOVE RS-NAME(WS-STUDENT-SUB) TO RR-STUDENT-NAME.
           MOVE RS-SURNAME(WS-STUDENT-SUB) TO RR-STUDENT-SURNAME.

           PERFORM VARYING WS-COMPONENT-SUB FROM 1 BY 1
                   UNTIL WS-COMPONENT-SUB > WS-COMPONENT-COUNT
               MOVE CP-LABEL(WS-COMPONENT-SUB) TO PG-COMPONENT
               MOVE RS-GRADE(WS-STUDENT-SUB, WS-COMPONENT-SUB)
                   TO PG-GRADE
               WRITE PERIOD-GRADES-AREA FROM PERIOD-GRADES-RECORD
               MOVE RS-GRADE(WS-STUDENT-SUB, WS-COMPONENT-SUB)
                   TO RR-COMPONENT-GRADE(WS-COMPONENT-SUB)
           END-PERFORM.

           MOVE WS-SEMESTER-TEXT TO RR-SEMESTER-GRADE.
           MOVE WS-ROLLUP-NOTE TO RR-NOTE.
           WRITE ROLLUP-REPORT-LINE FROM RR-DETAIL-LINE.

       WRITE-ROLLUP-TOTALS-PROC.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           STRING "SECTIONS ROLLED UP: " WS-SECTIONS-ROLLED
               " SKIPPED: " WS-SECTIONS-SKIPPED
               " STUDENTS: " WS-STUDENTS-ROLLED
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.
           MOVE SPACES TO ROLLUP-REPORT-LINE.
           STRING "SEMESTER GRADES CARRIED AS INC/W/AUD: "
               WS-CARRIED-COUNT
               " COMPONENTS REWEIGHTED: " WS-REWEIGHTED-COUNT
               " COMPONENTS WITH NO GRADE: " WS-NO-GRADE-COUNT
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

       RAISE-RUN-CONDITIONS-PROC.
           IF WS-NO-GRADE-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'COMPONENT GRADES MISSING' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TAKEN AS INC=" WS-NO-GRADE-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-ROWS-SKIPPED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ROWS SKIPPED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-ROWS-SKIPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-TABLE-FULL-COUNT > ZERO
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'STUDENT TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "ROWS SKIPPED=" WS-TABLE-FULL-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.
