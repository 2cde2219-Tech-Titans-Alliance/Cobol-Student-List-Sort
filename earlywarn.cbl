       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLY-WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'EARLY-WARNING-POLICY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO 'EARLY-WARNING.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-SORT ASSIGN TO 'WORKLIST-SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       FD POLICY-FILE.
       01 POLICY-LINE            PIC X(40).
      *> Keyword lines, keyword and value split by a tab or space:
      *>   PRIOR-TERM <id>       archived term the grades are
      *>                         measured against (no grade-drop
      *>                         check without one)
      *>   PRIOR-SECTION <id>    a section archived under the prior
      *>                         term (repeat per section; defaults
      *>                         to the sections in SECTIONS.txt)
      *>   ATTEND-BELOW <pct>    attendance under this scores
      *>   ATTEND-POINTS <n>
      *>   ATTFAIL-POINTS <n>    over the unexcused absence limit
      *>   MISSING-AT <n>        this many missing assignments or
      *>                         more scores
      *>   MISSING-POINTS <n>
      *>   DROP-AT <n>           a fall of this many grade points
      *>                         or more since the prior term scores
      *>   DROP-POINTS <n>
      *>   LIST-AT <n>           lowest risk score put on the
      *>                         worklist

       FD SOURCE-FILE.
       01 SOURCE-LINE            PIC X(80).
      *> ATTENDANCE-PCT, MISSING-WORK, INPUT and ARCHIVE-OUTPUT
      *> files are read through here in turn

       FD WORKLIST-FILE.
       01 WORKLIST-LINE          PIC X(100).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> Students at risk sort highest score first, then by name
       SD WORKLIST-SORT.
       01 WORKLIST-SORT-RECORD.
           05 WK-RISK            PIC 9(3).
           05 WK-SURNAME         PIC X(20).
           05 WK-NAME            PIC X(20).
           05 WK-STUDENT-SUB     PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-POLICY-FILE-STATUS     PIC XX.
       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
           88 POLICY-EOF            VALUE 'Y'.
       01 WS-SOURCE-FILE-STATUS     PIC XX.
       01 WS-SOURCE-EOF-FLAG        PIC X VALUE 'N'.
           88 SOURCE-EOF            VALUE 'Y'.
       01 WS-SOURCE-FILENAME        PIC X(50).
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.

       01 SECTION-LIST-TABLE.
           05 SL-SECTION-ID         PIC X(10) OCCURS 50 TIMES.
       01 WS-SECTION-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-SECTION-SUB            PIC 9(2) COMP.

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

       01 PRIOR-SECTION-TABLE.
           05 PS-SECTION-ID         PIC X(10) OCCURS 50 TIMES.
       01 WS-PRIOR-SECTION-COUNT    PIC 9(2) VALUE ZERO.

       01 WS-POLICY-KEYWORD         PIC X(15).
       01 WS-POLICY-VALUE-X         PIC X(20).
       01 WS-POLICY-FIELD-COUNT     PIC 9.

      *> Thresholds and points, defaulted here and overridden by
      *> EARLY-WARNING-POLICY.txt
       01 WS-PRIOR-TERM             PIC X(10) VALUE SPACES.
       01 WS-ATTEND-BELOW           PIC 9(3) VALUE 90.
       01 WS-ATTEND-POINTS          PIC 9(2) VALUE 2.
       01 WS-ATTFAIL-POINTS         PIC 9(2) VALUE 3.
       01 WS-MISSING-AT             PIC 9(3) VALUE 2.
       01 WS-MISSING-POINTS         PIC 9(2) VALUE 2.
       01 WS-DROP-AT                PIC 9(3) VALUE 10.
       01 WS-DROP-POINTS            PIC 9(2) VALUE 2.
       01 WS-LIST-AT                PIC 9(3) VALUE 1.

       01 WS-LOADING-WHICH          PIC X.
           88 LOADING-ATTENDANCE    VALUE 'A'.
           88 LOADING-MISSING       VALUE 'M'.
           88 LOADING-CURRENT       VALUE 'C'.
           88 LOADING-PRIOR         VALUE 'P'.
       01 WS-SOURCES-MISSING        PIC 9(4) VALUE ZERO.

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy row without the ID field
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-STUDENT-SURNAME   PIC X(20).
       01 WS-TEMP-FIELD-4           PIC X(10).
       01 WS-TEMP-FIELD-5           PIC X(10).
       01 WS-TEMP-FIELD-6           PIC X(10).
       01 WS-TEMP-FIELD-7           PIC X(10).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-TEMP-NUMBER            PIC 9(3).

      *> One row per student across every section, joined on the
      *> student ID and on the name only for legacy rows without
      *> one
       01 STUDENT-RISK-TABLE.
           05 ST-ENTRY OCCURS 2000 TIMES.
               10 ST-ID             PIC X(10).
               10 ST-NAME           PIC X(20).
               10 ST-SURNAME        PIC X(20).
               10 ST-ATT-FLAG       PIC X.
                   88 ST-ATT-KNOWN  VALUE 'Y'.
               10 ST-LOW-ATTEND     PIC 9(3).
               10 ST-LOW-ATT-SECTION PIC X(10).
               10 ST-ATTFAIL-FLAG   PIC X.
                   88 ST-ATTFAIL    VALUE 'Y'.
               10 ST-ATTFAIL-SECTION PIC X(10).
               10 ST-MISSING        PIC 9(4).
               10 ST-CUR-SUM        PIC 9(5).
               10 ST-CUR-COUNT      PIC 9(2).
               10 ST-PRIOR-SUM      PIC 9(5).
               10 ST-PRIOR-COUNT    PIC 9(2).
               10 ST-CUR-AVERAGE    PIC 9(3)V9(2).
               10 ST-PRIOR-AVERAGE  PIC 9(3)V9(2).
               10 ST-DROP           PIC 9(3)V9(2).
               10 ST-RISK           PIC 9(3).
               10 ST-REASON-FLAGS.
                   15 ST-ATT-HIT    PIC X.
                   15 ST-ATTFAIL-HIT PIC X.
                   15 ST-MISSING-HIT PIC X.
                   15 ST-DROP-HIT   PIC X.
       01 WS-STUDENT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-SUB            PIC 9(4) COMP.
       01 WS-STUDENT-FOUND-FLAG     PIC X.
           88 STUDENT-FOUND         VALUE 'Y'.
       01 WS-ADD-STUDENT-FLAG       PIC X.
           88 ADD-IF-NEW            VALUE 'Y'.
       01 WS-TABLE-FULL-COUNT       PIC 9(6) VALUE ZERO.

       01 WS-WORKLIST-EOF-FLAG      PIC X VALUE 'N'.
           88 WORKLIST-EOF          VALUE 'Y'.
       01 WS-LISTED-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-RISK-ED                PIC ZZ9.
       01 WS-POINTS-ED              PIC Z9.
       01 WS-AVERAGE-ED             PIC ZZ9.99.
       01 WS-AVERAGE-ED-2           PIC ZZ9.99.
       01 WS-DROP-ED                PIC ZZ9.99.

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
           DISPLAY ">> BUILDING MID-TERM EARLY-WARNING WORKLIST...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               DISPLAY ">> SECTIONS.txt NOT FOUND - EARLY WARNING "
                       "NEEDS A BATCH SECTION LIST"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO INPUT' TO WS-COND-NAME
               MOVE 'SECTIONS.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               PERFORM LOAD-SECTION-LIST-PROC
               CLOSE SECTIONS-FILE
               PERFORM READ-POLICY-PROC
               PERFORM LOAD-JOB-SKIP-PROC

               *> A section held back by the job stream may have
               *> stale or partial files; its prior-term archive is
               *> still read for the grade-drop check
               PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                       UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                   MOVE SL-SECTION-ID(WS-SECTION-SUB)
                       TO WS-SECTION-ID
                   PERFORM CHECK-JOB-SKIP-PROC
                   IF SECTION-HELD-BY-JOB
                       DISPLAY ">> SECTION " WS-SECTION-ID
                               " HELD BACK BY THE JOB STREAM - LEFT "
                               "OFF THE WORKLIST"
                   ELSE
                       PERFORM LOAD-CURRENT-SECTION-PROC
                   END-IF
               END-PERFORM

               IF WS-PRIOR-TERM = SPACES
                   DISPLAY ">> NO PRIOR-TERM IN POLICY - GRADE DROP "
                           "IS NOT SCORED"
                   MOVE SPACES TO WS-SECTION-ID
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'GRADE DROP NOT SCORED' TO WS-COND-NAME
                   MOVE 'NO PRIOR-TERM IN POLICY' TO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               ELSE
                   PERFORM LOAD-PRIOR-TERM-PROC
               END-IF

               OPEN OUTPUT WORKLIST-FILE
               PERFORM WRITE-WORKLIST-HEADER-PROC
               SORT WORKLIST-SORT
                   ON DESCENDING KEY WK-RISK
                   ON ASCENDING KEY WK-SURNAME
                   ON ASCENDING KEY WK-NAME
                   INPUT PROCEDURE SCORE-ALL-STUDENTS-PROC
                   OUTPUT PROCEDURE WRITE-WORKLIST-PROC
               CLOSE WORKLIST-FILE
               DISPLAY ">> EARLY-WARNING.txt WRITTEN - STUDENTS "
                       "LISTED: " WS-LISTED-COUNT

               MOVE SPACES TO WS-SECTION-ID
               IF WS-SOURCES-MISSING > ZERO
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'SOURCE FILES MISSING' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "COUNT=" WS-SOURCES-MISSING
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF
               IF WS-TABLE-FULL-COUNT > ZERO
                   MOVE 08 TO WS-COND-SEVERITY
                   MOVE 'STUDENT TABLE FULL' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "ROWS SKIPPED=" WS-TABLE-FULL-COUNT
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

       LOAD-SECTION-LIST-PROC.
           MOVE 'N' TO WS-SECTIONS-EOF-FLAG.
           PERFORM UNTIL SECTIONS-EOF
               READ SECTIONS-FILE
                   AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                   NOT AT END
                       IF SECTION-ID-IN = SPACES
                           CONTINUE
                       ELSE
                       IF WS-SECTION-COUNT NOT < 50
                           DISPLAY ">> MORE THAN 50 SECTIONS - "
                                   "SECTION IGNORED: " SECTION-ID-IN
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE FUNCTION TRIM(SECTION-ID-IN)
                               TO SL-SECTION-ID(WS-SECTION-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-POLICY-PROC.
           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-FILE-STATUS = '35'
               DISPLAY ">> EARLY-WARNING-POLICY.txt NOT FOUND - "
                       "USING DEFAULT THRESHOLDS"
           ELSE
               MOVE 'N' TO WS-POLICY-EOF-FLAG
               PERFORM UNTIL POLICY-EOF
                   READ POLICY-FILE
                       AT END MOVE 'Y' TO WS-POLICY-EOF-FLAG
                       NOT AT END PERFORM PARSE-POLICY-LINE-PROC
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

           IF WS-PRIOR-SECTION-COUNT = ZERO
               PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                       UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                   ADD 1 TO WS-PRIOR-SECTION-COUNT
                   MOVE SL-SECTION-ID(WS-SECTION-SUB)
                       TO PS-SECTION-ID(WS-PRIOR-SECTION-COUNT)
               END-PERFORM
           END-IF.

       PARSE-POLICY-LINE-PROC.
           MOVE ZERO TO WS-POLICY-FIELD-COUNT.
           MOVE SPACES TO WS-POLICY-KEYWORD.
           MOVE SPACES TO WS-POLICY-VALUE-X.

           *> Keyword and value may be separated by a tab or a
           *> space, matching the other control files
           UNSTRING POLICY-LINE DELIMITED BY X'09' OR ALL SPACE
               INTO WS-POLICY-KEYWORD WS-POLICY-VALUE-X
               TALLYING IN WS-POLICY-FIELD-COUNT
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-POLICY-KEYWORD)
               WHEN SPACES
                   CONTINUE
               WHEN 'PRIOR-TERM'
                   MOVE FUNCTION TRIM(WS-POLICY-VALUE-X)
                       TO WS-PRIOR-TERM
               WHEN 'PRIOR-SECTION'
                   IF WS-PRIOR-SECTION-COUNT NOT < 50
                       DISPLAY ">> MORE THAN 50 PRIOR SECTIONS - "
                               "SECTION IGNORED: " WS-POLICY-VALUE-X
                   ELSE
                       ADD 1 TO WS-PRIOR-SECTION-COUNT
                       MOVE FUNCTION TRIM(WS-POLICY-VALUE-X)
                           TO PS-SECTION-ID(WS-PRIOR-SECTION-COUNT)
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(WS-POLICY-VALUE-X) NOT NUMERIC
                       DISPLAY ">> EARLY-WARNING-POLICY.txt - "
                               "SKIPPING MALFORMED LINE: " POLICY-LINE
                   ELSE
                       PERFORM APPLY-POLICY-VALUE-PROC
                   END-IF
           END-EVALUATE.

       APPLY-POLICY-VALUE-PROC.
           MOVE FUNCTION NUMVAL(WS-POLICY-VALUE-X) TO WS-TEMP-NUMBER.

           EVALUATE FUNCTION TRIM(WS-POLICY-KEYWORD)
               WHEN 'ATTEND-BELOW'
                   MOVE WS-TEMP-NUMBER TO WS-ATTEND-BELOW
               WHEN 'ATTEND-POINTS'
                   MOVE WS-TEMP-NUMBER TO WS-ATTEND-POINTS
               WHEN 'ATTFAIL-POINTS'
                   MOVE WS-TEMP-NUMBER TO WS-ATTFAIL-POINTS
               WHEN 'MISSING-AT'
                   MOVE WS-TEMP-NUMBER TO WS-MISSING-AT
               WHEN 'MISSING-POINTS'
                   MOVE WS-TEMP-NUMBER TO WS-MISSING-POINTS
               WHEN 'DROP-AT'
                   MOVE WS-TEMP-NUMBER TO WS-DROP-AT
               WHEN 'DROP-POINTS'
                   MOVE WS-TEMP-NUMBER TO WS-DROP-POINTS
               WHEN 'LIST-AT'
                   MOVE WS-TEMP-NUMBER TO WS-LIST-AT
               WHEN OTHER
                   DISPLAY ">> UNKNOWN POLICY LINE IGNORED: "
                           POLICY-LINE
           END-EVALUATE.

      *> The section's attendance percentages, missing-work counts
      *> and running grades from COMPUTE-FINAL-GRADES; any of them
      *> may not have been produced yet this early in the term
       LOAD-CURRENT-SECTION-PROC.
           MOVE 'Y' TO WS-ADD-STUDENT-FLAG.

           MOVE 'A' TO WS-LOADING-WHICH.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           STRING "ATTENDANCE-PCT-" FUNCTION TRIM(WS-SECTION-ID)
               ".txt" DELIMITED BY SIZE INTO WS-SOURCE-FILENAME.
           PERFORM LOAD-SOURCE-FILE-PROC.

           MOVE 'M' TO WS-LOADING-WHICH.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           STRING "MISSING-WORK-" FUNCTION TRIM(WS-SECTION-ID)
               ".txt" DELIMITED BY SIZE INTO WS-SOURCE-FILENAME.
           PERFORM LOAD-SOURCE-FILE-PROC.

           MOVE 'C' TO WS-LOADING-WHICH.
           MOVE SPACES TO WS-SOURCE-FILENAME.
           STRING "INPUT-" FUNCTION TRIM(WS-SECTION-ID)
               ".txt" DELIMITED BY SIZE INTO WS-SOURCE-FILENAME.
           PERFORM LOAD-SOURCE-FILE-PROC.

      *> Prior-term grades only attach to students already found
      *> this term; a student who has since left is not listed
       LOAD-PRIOR-TERM-PROC.
           MOVE 'N' TO WS-ADD-STUDENT-FLAG.
           MOVE 'P' TO WS-LOADING-WHICH.

           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-PRIOR-SECTION-COUNT
               MOVE PS-SECTION-ID(WS-SECTION-SUB) TO WS-SECTION-ID
               MOVE SPACES TO WS-SOURCE-FILENAME
               STRING "ARCHIVE-OUTPUT-" FUNCTION TRIM(WS-PRIOR-TERM)
                   "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
               PERFORM LOAD-SOURCE-FILE-PROC
           END-PERFORM.

       LOAD-SOURCE-FILE-PROC.
           OPEN INPUT SOURCE-FILE.

           IF WS-SOURCE-FILE-STATUS = '35'
               DISPLAY ">> " FUNCTION TRIM(WS-SOURCE-FILENAME)
                       " NOT FOUND - LEFT OUT OF THE RISK SCORE"
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL SOURCE-EOF
                   READ SOURCE-FILE
                       AT END MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END PERFORM TAKE-ONE-SOURCE-ROW-PROC
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

      *> Every source leads with ID/name/surname. Attendance rows
      *> go on with attend %, unexcused % and flag; missing-work
      *> rows with the count; INPUT rows with the grade; archive
      *> rows with grade, status, rank and raw grade.
       TAKE-ONE-SOURCE-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-FIELD-4.
           MOVE SPACES TO WS-TEMP-FIELD-5.
           MOVE SPACES TO WS-TEMP-FIELD-6.
           MOVE SPACES TO WS-TEMP-FIELD-7.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING SOURCE-LINE DELIMITED BY X'09'
               INTO WS-TEMP-STUDENT-ID
                    WS-TEMP-STUDENT-NAME
                    WS-TEMP-STUDENT-SURNAME
                    WS-TEMP-FIELD-4
                    WS-TEMP-FIELD-5
                    WS-TEMP-FIELD-6
                    WS-TEMP-FIELD-7
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           *> A legacy INPUT or archive row carries no leading ID
           *> field, so the parsed fields land one position early
           *> and are shifted into place here
           IF (LOADING-CURRENT AND WS-FIELD-COUNT = 3)
                   OR (LOADING-PRIOR AND WS-FIELD-COUNT = 6)
               MOVE WS-TEMP-FIELD-6 TO WS-TEMP-FIELD-7
               MOVE WS-TEMP-FIELD-5 TO WS-TEMP-FIELD-6
               MOVE WS-TEMP-FIELD-4 TO WS-TEMP-FIELD-5
               MOVE WS-TEMP-STUDENT-SURNAME TO WS-TEMP-FIELD-4
               MOVE WS-TEMP-STUDENT-NAME TO WS-TEMP-STUDENT-SURNAME
               MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
               MOVE SPACES TO WS-TEMP-STUDENT-ID
               ADD 1 TO WS-FIELD-COUNT
           END-IF.

           *> Only a numeric figure is usable; INC, W and AUD grades
           *> and malformed rows stay out of the score
           IF WS-FIELD-COUNT < 4
                   OR FUNCTION TRIM(WS-TEMP-FIELD-4) NOT NUMERIC
               CONTINUE
           ELSE
               PERFORM FIND-STUDENT-PROC
               IF STUDENT-FOUND
                   MOVE FUNCTION NUMVAL(WS-TEMP-FIELD-4)
                       TO WS-TEMP-NUMBER
                   PERFORM POST-SOURCE-ROW-PROC
               END-IF
           END-IF.

       POST-SOURCE-ROW-PROC.
           EVALUATE TRUE
               WHEN LOADING-ATTENDANCE
                   IF NOT ST-ATT-KNOWN(WS-STUDENT-SUB)
                           OR WS-TEMP-NUMBER
                               < ST-LOW-ATTEND(WS-STUDENT-SUB)
                       MOVE 'Y' TO ST-ATT-FLAG(WS-STUDENT-SUB)
                       MOVE WS-TEMP-NUMBER
                           TO ST-LOW-ATTEND(WS-STUDENT-SUB)
                       MOVE WS-SECTION-ID
                           TO ST-LOW-ATT-SECTION(WS-STUDENT-SUB)
                   END-IF
                   IF FUNCTION TRIM(WS-TEMP-FIELD-6) = 'ATTFAIL'
                           AND NOT ST-ATTFAIL(WS-STUDENT-SUB)
                       MOVE 'Y' TO ST-ATTFAIL-FLAG(WS-STUDENT-SUB)
                       MOVE WS-SECTION-ID
                           TO ST-ATTFAIL-SECTION(WS-STUDENT-SUB)
                   END-IF
               WHEN LOADING-MISSING
                   ADD WS-TEMP-NUMBER TO ST-MISSING(WS-STUDENT-SUB)
               WHEN LOADING-CURRENT
                   ADD WS-TEMP-NUMBER TO ST-CUR-SUM(WS-STUDENT-SUB)
                   ADD 1 TO ST-CUR-COUNT(WS-STUDENT-SUB)
               WHEN LOADING-PRIOR
                   ADD WS-TEMP-NUMBER
                       TO ST-PRIOR-SUM(WS-STUDENT-SUB)
                   ADD 1 TO ST-PRIOR-COUNT(WS-STUDENT-SUB)
           END-EVALUATE.

      *> Rows are joined on the student ID when both carry one and
      *> on the name otherwise; a new student is added only while
      *> this term's sources are being read
       FIND-STUDENT-PROC.
           MOVE 'N' TO WS-STUDENT-FOUND-FLAG.
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                      OR STUDENT-FOUND
               IF WS-TEMP-STUDENT-ID NOT = SPACES
                       AND ST-ID(WS-STUDENT-SUB) NOT = SPACES
                   IF FUNCTION TRIM(WS-TEMP-STUDENT-ID) =
                           ST-ID(WS-STUDENT-SUB)
                       MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
                   END-IF
               ELSE
                   IF FUNCTION TRIM(WS-TEMP-STUDENT-NAME) =
                           ST-NAME(WS-STUDENT-SUB)
                      AND FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME) =
                           ST-SURNAME(WS-STUDENT-SUB)
                       MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM.

           IF STUDENT-FOUND
               SUBTRACT 1 FROM WS-STUDENT-SUB
               IF ST-ID(WS-STUDENT-SUB) = SPACES
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
                       TO ST-ID(WS-STUDENT-SUB)
               END-IF
           ELSE
               IF ADD-IF-NEW
                   IF WS-STUDENT-COUNT NOT < 2000
                       ADD 1 TO WS-TABLE-FULL-COUNT
                       DISPLAY ">> STUDENT TABLE FULL - ROW "
                               "SKIPPED: " SOURCE-LINE
                   ELSE
                       PERFORM ADD-STUDENT-PROC
                   END-IF
               END-IF
           END-IF.

       ADD-STUDENT-PROC.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB.
           MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
               TO ST-ID(WS-STUDENT-SUB).
           MOVE FUNCTION TRIM(WS-TEMP-STUDENT-NAME)
               TO ST-NAME(WS-STUDENT-SUB).
           MOVE FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME)
               TO ST-SURNAME(WS-STUDENT-SUB).
           MOVE 'N' TO ST-ATT-FLAG(WS-STUDENT-SUB).
           MOVE ZERO TO ST-LOW-ATTEND(WS-STUDENT-SUB).
           MOVE SPACES TO ST-LOW-ATT-SECTION(WS-STUDENT-SUB).
           MOVE 'N' TO ST-ATTFAIL-FLAG(WS-STUDENT-SUB).
           MOVE SPACES TO ST-ATTFAIL-SECTION(WS-STUDENT-SUB).
           MOVE ZERO TO ST-MISSING(WS-STUDENT-SUB).
           MOVE ZERO TO ST-CUR-SUM(WS-STUDENT-SUB).
           MOVE ZERO TO ST-CUR-COUNT(WS-STUDENT-SUB).
           MOVE ZERO TO ST-PRIOR-SUM(WS-STUDENT-SUB).
           MOVE ZERO TO ST-PRIOR-COUNT(WS-STUDENT-SUB).
           MOVE 'Y' TO WS-STUDENT-FOUND-FLAG.

      *> Each reason found adds its policy points once, however
      *> many sections it turns up in
       SCORE-ALL-STUDENTS-PROC.
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               PERFORM SCORE-ONE-STUDENT-PROC
               IF ST-RISK(WS-STUDENT-SUB) > ZERO
                       AND ST-RISK(WS-STUDENT-SUB) NOT < WS-LIST-AT
                   MOVE ST-RISK(WS-STUDENT-SUB) TO WK-RISK
                   MOVE ST-SURNAME(WS-STUDENT-SUB) TO WK-SURNAME
                   MOVE ST-NAME(WS-STUDENT-SUB) TO WK-NAME
                   MOVE WS-STUDENT-SUB TO WK-STUDENT-SUB
                   RELEASE WORKLIST-SORT-RECORD
               END-IF
           END-PERFORM.

       SCORE-ONE-STUDENT-PROC.
           MOVE ZERO TO ST-RISK(WS-STUDENT-SUB).
           MOVE 'NNNN' TO ST-REASON-FLAGS(WS-STUDENT-SUB).
           MOVE ZERO TO ST-CUR-AVERAGE(WS-STUDENT-SUB).
           MOVE ZERO TO ST-PRIOR-AVERAGE(WS-STUDENT-SUB).
           MOVE ZERO TO ST-DROP(WS-STUDENT-SUB).

           IF ST-ATT-KNOWN(WS-STUDENT-SUB)
                   AND ST-LOW-ATTEND(WS-STUDENT-SUB) < WS-ATTEND-BELOW
               MOVE 'Y' TO ST-ATT-HIT(WS-STUDENT-SUB)
               ADD WS-ATTEND-POINTS TO ST-RISK(WS-STUDENT-SUB)
           END-IF.

           IF ST-ATTFAIL(WS-STUDENT-SUB)
               MOVE 'Y' TO ST-ATTFAIL-HIT(WS-STUDENT-SUB)
               ADD WS-ATTFAIL-POINTS TO ST-RISK(WS-STUDENT-SUB)
           END-IF.

           IF ST-MISSING(WS-STUDENT-SUB) > ZERO
                   AND ST-MISSING(WS-STUDENT-SUB) NOT < WS-MISSING-AT
               MOVE 'Y' TO ST-MISSING-HIT(WS-STUDENT-SUB)
               ADD WS-MISSING-POINTS TO ST-RISK(WS-STUDENT-SUB)
           END-IF.

           IF ST-CUR-COUNT(WS-STUDENT-SUB) > ZERO
                   AND ST-PRIOR-COUNT(WS-STUDENT-SUB) > ZERO
               COMPUTE ST-CUR-AVERAGE(WS-STUDENT-SUB) ROUNDED =
                   ST-CUR-SUM(WS-STUDENT-SUB)
                   / ST-CUR-COUNT(WS-STUDENT-SUB)
               COMPUTE ST-PRIOR-AVERAGE(WS-STUDENT-SUB) ROUNDED =
                   ST-PRIOR-SUM(WS-STUDENT-SUB)
                   / ST-PRIOR-COUNT(WS-STUDENT-SUB)
               IF ST-PRIOR-AVERAGE(WS-STUDENT-SUB)
                       > ST-CUR-AVERAGE(WS-STUDENT-SUB)
                   COMPUTE ST-DROP(WS-STUDENT-SUB) =
                       ST-PRIOR-AVERAGE(WS-STUDENT-SUB)
                       - ST-CUR-AVERAGE(WS-STUDENT-SUB)
                   IF ST-DROP(WS-STUDENT-SUB) NOT < WS-DROP-AT
                       MOVE 'Y' TO ST-DROP-HIT(WS-STUDENT-SUB)
                       ADD WS-DROP-POINTS TO ST-RISK(WS-STUDENT-SUB)
                   END-IF
               END-IF
           END-IF.

       WRITE-WORKLIST-HEADER-PROC.
           MOVE "MID-TERM EARLY WARNING - COUNSELOR WORKLIST"
               TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE SPACES TO WORKLIST-LINE.
           IF WS-PRIOR-TERM = SPACES
               STRING "SECTIONS: " WS-SECTION-COUNT
                   "  PRIOR TERM: NONE - GRADE DROP NOT SCORED"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
           ELSE
               STRING "SECTIONS: " WS-SECTION-COUNT
                   "  PRIOR TERM: " FUNCTION TRIM(WS-PRIOR-TERM)
                   DELIMITED BY SIZE INTO WORKLIST-LINE
           END-IF.
           WRITE WORKLIST-LINE.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "POINTS: ATTENDANCE UNDER " WS-ATTEND-BELOW
               "% +" WS-ATTEND-POINTS
               "  ATTFAIL +" WS-ATTFAIL-POINTS
               "  MISSING " WS-MISSING-AT "+ +" WS-MISSING-POINTS
               "  DROP " WS-DROP-AT "+ +" WS-DROP-POINTS
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "LISTED AT RISK SCORE " WS-LIST-AT " OR MORE"
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       WRITE-WORKLIST-PROC.
           MOVE 'N' TO WS-WORKLIST-EOF-FLAG.

           PERFORM UNTIL WORKLIST-EOF
               RETURN WORKLIST-SORT AT END
                   MOVE 'Y' TO WS-WORKLIST-EOF-FLAG
               NOT AT END
                   MOVE WK-STUDENT-SUB TO WS-STUDENT-SUB
                   PERFORM WRITE-ONE-STUDENT-PROC
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "STUDENTS REVIEWED: " WS-STUDENT-COUNT
               "  LISTED: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       WRITE-ONE-STUDENT-PROC.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE ST-RISK(WS-STUDENT-SUB) TO WS-RISK-ED.

           MOVE SPACES TO WORKLIST-LINE.
           STRING "RISK " WS-RISK-ED "  "
               ST-ID(WS-STUDENT-SUB) " "
               FUNCTION TRIM(ST-NAME(WS-STUDENT-SUB)) " "
               FUNCTION TRIM(ST-SURNAME(WS-STUDENT-SUB))
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           IF ST-ATT-HIT(WS-STUDENT-SUB) = 'Y'
               MOVE WS-ATTEND-POINTS TO WS-POINTS-ED
               MOVE SPACES TO WORKLIST-LINE
               STRING "    +" WS-POINTS-ED "  ATTENDANCE "
                   ST-LOW-ATTEND(WS-STUDENT-SUB) "% IN SECTION "
                   FUNCTION TRIM(ST-LOW-ATT-SECTION(WS-STUDENT-SUB))
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

           IF ST-ATTFAIL-HIT(WS-STUDENT-SUB) = 'Y'
               MOVE WS-ATTFAIL-POINTS TO WS-POINTS-ED
               MOVE SPACES TO WORKLIST-LINE
               STRING "    +" WS-POINTS-ED
                   "  OVER UNEXCUSED ABSENCE LIMIT (ATTFAIL) IN "
                   "SECTION "
                   FUNCTION TRIM(ST-ATTFAIL-SECTION(WS-STUDENT-SUB))
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

           IF ST-MISSING-HIT(WS-STUDENT-SUB) = 'Y'
               MOVE WS-MISSING-POINTS TO WS-POINTS-ED
               MOVE SPACES TO WORKLIST-LINE
               STRING "    +" WS-POINTS-ED "  MISSING WORK: "
                   ST-MISSING(WS-STUDENT-SUB) " ASSIGNMENT(S)"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

           IF ST-DROP-HIT(WS-STUDENT-SUB) = 'Y'
               MOVE WS-DROP-POINTS TO WS-POINTS-ED
               MOVE ST-DROP(WS-STUDENT-SUB) TO WS-DROP-ED
               MOVE ST-PRIOR-AVERAGE(WS-STUDENT-SUB) TO WS-AVERAGE-ED
               MOVE ST-CUR-AVERAGE(WS-STUDENT-SUB)
                   TO WS-AVERAGE-ED-2
               MOVE SPACES TO WORKLIST-LINE
               STRING "    +" WS-POINTS-ED "  GRADE DOWN "
                   WS-DROP-ED " SINCE "
                   FUNCTION TRIM(WS-PRIOR-TERM)
                   " (" WS-AVERAGE-ED " NOW " WS-AVERAGE-ED-2 ")"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
