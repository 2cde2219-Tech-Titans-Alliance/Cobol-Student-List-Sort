       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT-ITEM-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT SCORES-FILE ASSIGN TO DYNAMIC WS-SCORES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT SECTION-MASTER-FILE ASSIGN TO 'SECTION-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-SECTION-MASTER-STATUS.
           SELECT ITEM-REPORT-FILE ASSIGN TO 'ITEM-ANALYSIS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-SORT ASSIGN TO 'ITEM-SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       FD SCORES-FILE.
       01 SCORE-RECORD.
           05 SCORE-LINE         PIC X(80).  *> Full line including tabs

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CATALOG-LINE       PIC X(30).
      *> Tab-delimited: category/assignment id - one line per
      *> assignment the section expects

       FD SECTION-MASTER-FILE.
       01 SECTION-MASTER-RECORD.
           05 SCM-ID             PIC X(10).
           05 SCM-TITLE          PIC X(30).
           05 SCM-INSTRUCTOR     PIC X(20).
           05 SCM-PERIOD         PIC X(2).
           05 SCM-CREDITS        PIC 9V9.
           05 SCM-SUBJECT-AREA   PIC X(10).
      *> Indexed master keyed on section ID,
      *> maintained by SECTION-MAINTENANCE

       FD ITEM-REPORT-FILE.
       01 ITEM-REPORT-LINE       PIC X(100).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> One record per posted score, plus one marker record per
      *> catalog entry so an expected assignment nobody has been
      *> scored on still gets a line. The marker type 'C' sorts
      *> ahead of the scores, and the scores of one assignment
      *> arrive low to high for the median.
       SD ITEM-SORT.
       01 ITEM-SORT-RECORD.
           05 IS-SEC-SUB         PIC 9(2).
           05 IS-CAT-SUB         PIC 9.
           05 IS-ASSIGNMENT-ID   PIC X(10).
           05 IS-REC-TYPE        PIC X.
               88 IS-CATALOG-MARKER VALUE 'C'.
               88 IS-SCORE-ROW   VALUE 'S'.
           05 IS-SCORE           PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-SINGLE-CLASS-FLAG      PIC X VALUE 'N'.
           88 SINGLE-CLASS-RUN      VALUE 'Y'.
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

       01 WS-SCORES-FILENAME        PIC X(40).
       01 WS-CATALOG-FILENAME       PIC X(40).
       01 WS-SCORES-FILE-STATUS     PIC XX.
       01 WS-SCORES-EOF-FLAG        PIC X VALUE 'N'.
           88 SCORES-EOF            VALUE 'Y'.
       01 WS-CATALOG-FILE-STATUS    PIC XX.
       01 WS-CATALOG-EOF-FLAG       PIC X VALUE 'N'.
           88 CATALOG-EOF           VALUE 'Y'.
       01 WS-SECTION-MASTER-STATUS  PIC XX.

      *> Sections in SECTIONS.txt order, with the course title and
      *> instructor off the section master; sections sharing a
      *> title are compared assignment by assignment at the end
       01 SECTION-INFO-TABLE.
           05 SEC-ENTRY OCCURS 50 TIMES.
               10 SEC-ID            PIC X(10).
               10 SEC-TITLE         PIC X(30).
               10 SEC-INSTRUCTOR    PIC X(20).
               10 SEC-INFO-FLAG     PIC X.
                   88 SEC-INFO-KNOWN VALUE 'Y'.
               10 SEC-SCORES-FLAG   PIC X.
                   88 SEC-HAS-SCORES VALUE 'Y'.
               10 SEC-CATALOG-FLAG  PIC X.
                   88 SEC-HAS-CATALOG VALUE 'Y'.
               10 SEC-WRITTEN-FLAG  PIC X.
                   88 SEC-WRITTEN   VALUE 'Y'.
               10 SEC-STUDENT-COUNT PIC 9(4).
               10 SEC-SKIPPED-COUNT PIC 9(6).
       01 WS-SECTION-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-SECTION-SUB            PIC 9(2) COMP.
       01 WS-PEER-SUB               PIC 9(2) COMP.

      *> Distinct students seen in one section's score file; the
      *> class size the missing counts are measured against
       01 STUDENT-KEY-TABLE.
           05 STK-KEY               PIC X(41) OCCURS 500 TIMES.
       01 WS-STUDENT-KEY-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-KEY-SUB        PIC 9(4) COMP.
       01 WS-STUDENT-KEY            PIC X(41).
       01 WS-STUDENT-FOUND-FLAG     PIC X.
           88 STUDENT-FOUND         VALUE 'Y'.
       01 WS-STUDENT-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 STUDENT-TABLE-FULL    VALUE 'Y'.

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy score line without the ID field
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-STUDENT-SURNAME   PIC X(20).
       01 WS-TEMP-ASSIGNMENT-ID     PIC X(10).
       01 WS-TEMP-CATEGORY          PIC X(10).
       01 WS-TEMP-SCORE-X           PIC X(5).
       01 WS-TEMP-SCORE             PIC 9(3).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-VALID-RECORD-FLAG      PIC X VALUE 'Y'.
           88 VALID-RECORD          VALUE 'Y'.

       01 WS-CATEGORY-TABLE.
           05 WS-CAT-NAME           PIC X(10) OCCURS 4 TIMES.
       01 WS-CAT-FOUND-FLAG         PIC X VALUE 'N'.
           88 CATEGORY-FOUND        VALUE 'Y'.
       01 WS-CAT-SUB                PIC 9(2) COMP.
       01 WS-MATCHED-CAT-SUB        PIC 9(2) COMP.

      *> One assignment's scores come off the sort together; they
      *> are held in arrival (ascending) order for the median
       01 WS-ITEM-SORT-EOF-FLAG     PIC X VALUE 'N'.
           88 ITEM-SORT-EOF         VALUE 'Y'.
       01 WS-GROUP-OPEN-FLAG        PIC X VALUE 'N'.
           88 ITEM-GROUP-OPEN       VALUE 'Y'.
       01 WS-GROUP-SEC-SUB          PIC 9(2).
       01 WS-GROUP-CAT-SUB          PIC 9.
       01 WS-GROUP-ASSIGNMENT-ID    PIC X(10).
       01 WS-GROUP-CATALOG-FLAG     PIC X.
           88 GROUP-IN-CATALOG      VALUE 'Y'.
       01 WS-GROUP-COUNT            PIC 9(4).
       01 WS-GROUP-SUM              PIC 9(7).
       01 WS-GROUP-SUM-SQUARES      PIC 9(9).
       01 WS-GROUP-SCORE-TABLE.
           05 WS-GROUP-SCORE        PIC 9(3) OCCURS 1000 TIMES.
       01 WS-MEDIAN-SUB             PIC 9(4) COMP.
       01 WS-HALF-COUNT             PIC 9(4).
       01 WS-VARIANCE               PIC 9(5)V9(4).

      *> Figures for every assignment of every section, kept so a
      *> section's items can be set against their category and the
      *> same assignment compared across sections of one course
       01 ITEM-STATS-TABLE.
           05 IT-ENTRY OCCURS 1000 TIMES.
               10 IT-SEC-SUB        PIC 9(2).
               10 IT-CAT-SUB        PIC 9.
               10 IT-ASSIGNMENT-ID  PIC X(10).
               10 IT-CATALOG-FLAG   PIC X.
                   88 IT-IN-CATALOG VALUE 'Y'.
               10 IT-SCORED         PIC 9(4).
               10 IT-MISSING        PIC 9(4).
               10 IT-SUM            PIC 9(7).
               10 IT-MEAN           PIC 9(3)V9(2).
               10 IT-MEDIAN         PIC 9(3)V9.
               10 IT-HIGH           PIC 9(3).
               10 IT-LOW            PIC 9(3).
               10 IT-STD-DEV        PIC 9(3)V9(2).
       01 WS-ITEM-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-ITEM-SUB               PIC 9(4) COMP.
       01 WS-PRIOR-SUB              PIC 9(4) COMP.
       01 WS-MATCH-SUB              PIC 9(4) COMP.
       01 WS-SECTION-FIRST-ITEM     PIC 9(4) VALUE 1.
       01 WS-ITEM-TABLE-FULL-FLAG   PIC X VALUE 'N'.
           88 ITEM-TABLE-FULL       VALUE 'Y'.
       01 WS-ITEMS-DROPPED          PIC 9(6) VALUE ZERO.

      *> Scored totals per category for the section being written
       01 WS-SECTION-CAT-TOTALS.
           05 WS-CAT-SCORE-SUM      PIC 9(9) OCCURS 4 TIMES.
           05 WS-CAT-SCORE-COUNT    PIC 9(6) OCCURS 4 TIMES.
       01 WS-REST-SUM               PIC 9(9).
       01 WS-REST-COUNT             PIC 9(6).
       01 WS-REST-MEAN              PIC 9(3)V9(2).
       01 WS-PREV-CAT-SUB           PIC 9.

      *> An assignment is flagged when its mean is more than this
      *> many points under the rest of its category, and a course
      *> when one assignment's section means differ by more than it
       01 WS-FLAG-LIMIT             PIC 9(2)V9(2) VALUE 15.00.
       01 WS-DEVIATION              PIC S9(3)V9(2).
       01 WS-ITEMS-FLAGGED          PIC 9(4) VALUE ZERO.
       01 WS-COURSES-COMPARED       PIC 9(2) VALUE ZERO.
       01 WS-UNEVEN-COUNT           PIC 9(4) VALUE ZERO.

       01 WS-CMP-TITLE              PIC X(30).
       01 WS-GROUP-FIRST-FLAG       PIC X.
           88 FIRST-OF-COURSE       VALUE 'Y'.
       01 WS-GROUP-SHARED-FLAG      PIC X.
           88 COURSE-IS-SHARED      VALUE 'Y'.
       01 WS-ALREADY-LISTED-FLAG    PIC X.
           88 ALREADY-LISTED        VALUE 'Y'.
       01 WS-CMP-SECTIONS-SCORED    PIC 9(2).
       01 WS-CMP-HIGH-MEAN          PIC 9(3)V9(2).
       01 WS-CMP-LOW-MEAN           PIC 9(3)V9(2).

       01 WS-MEAN-ED                PIC ZZ9.99.
       01 WS-REST-MEAN-ED           PIC ZZ9.99.
       01 WS-MEDIAN-ED              PIC ZZ9.9.
       01 WS-STD-DEV-ED             PIC ZZ9.99.
       01 WS-RANGE                  PIC 9(3).
       01 WS-DEVIATION-ED           PIC ZZ9.99.

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
           DISPLAY ">> BUILDING ASSIGNMENT ITEM ANALYSIS...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           MOVE 'HOMEWORK'  TO WS-CAT-NAME(1).
           MOVE 'QUIZ'      TO WS-CAT-NAME(2).
           MOVE 'MIDTERM'   TO WS-CAT-NAME(3).
           MOVE 'FINAL'     TO WS-CAT-NAME(4).

           PERFORM LOAD-SECTION-LIST-PROC.
           PERFORM LOOKUP-SECTION-INFO-PROC.

           OPEN OUTPUT ITEM-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PROC.

           SORT ITEM-SORT
               ON ASCENDING KEY IS-SEC-SUB
               ON ASCENDING KEY IS-CAT-SUB
               ON ASCENDING KEY IS-ASSIGNMENT-ID
               ON ASCENDING KEY IS-REC-TYPE
               ON ASCENDING KEY IS-SCORE
               INPUT PROCEDURE RELEASE-ALL-SECTIONS-PROC
               OUTPUT PROCEDURE ANALYSE-ITEMS-PROC.

           PERFORM WRITE-SECTIONS-WITHOUT-SCORES-PROC.
           PERFORM WRITE-COURSE-COMPARISON-PROC.
           PERFORM WRITE-REPORT-TOTALS-PROC.

           CLOSE ITEM-REPORT-FILE.
           DISPLAY ">> ITEM-ANALYSIS.txt WRITTEN SUCCESSFULLY!".

           IF WS-ITEMS-DROPPED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ITEM TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "ASSIGNMENTS DROPPED=" WS-ITEMS-DROPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               MOVE SPACES TO WS-SECTION-ID
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

      *> Without a SECTIONS.txt batch list the single class's
      *> unsuffixed score and catalog files are analysed
       LOAD-SECTION-LIST-PROC.
           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               DISPLAY ">> SECTIONS.txt NOT FOUND - ANALYSING THE "
                       "SINGLE-CLASS SCORE FILE"
               MOVE 'Y' TO WS-SINGLE-CLASS-FLAG
               MOVE 1 TO WS-SECTION-COUNT
               MOVE SPACES TO SEC-ID(1)
           ELSE
               PERFORM LOAD-JOB-SKIP-PROC
               MOVE 'N' TO WS-SECTIONS-EOF-FLAG
               PERFORM UNTIL SECTIONS-EOF
                   READ SECTIONS-FILE
                       AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                       NOT AT END
                           IF SECTION-ID-IN NOT = SPACES
                               MOVE FUNCTION TRIM(SECTION-ID-IN)
                                   TO WS-SECTION-ID
                               PERFORM CHECK-JOB-SKIP-PROC
                               IF SECTION-HELD-BY-JOB
                                   DISPLAY ">> SECTION " WS-SECTION-ID
                                           " HELD BACK BY THE JOB "
                                           "STREAM - LEFT OUT OF "
                                           "ITEM ANALYSIS"
                               ELSE
                                   PERFORM ADD-SECTION-PROC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTIONS-FILE
               MOVE SPACES TO WS-SECTION-ID
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

       ADD-SECTION-PROC.
           IF WS-SECTION-COUNT NOT < 50
               DISPLAY ">> SECTION TABLE FULL - "
                       FUNCTION TRIM(SECTION-ID-IN)
                       " LEFT OUT OF ITEM ANALYSIS"
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'SECTION TABLE FULL' TO WS-COND-NAME
               MOVE FUNCTION TRIM(SECTION-ID-IN) TO WS-SECTION-ID
               MOVE 'SECTION LEFT OUT OF ITEM ANALYSIS'
                   TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE FUNCTION TRIM(SECTION-ID-IN)
                   TO SEC-ID(WS-SECTION-COUNT)
           END-IF.

      *> Course title and instructor come from the section master
      *> SECTION-MAINTENANCE keeps; a section without a master row
      *> is analysed on its own but cannot be compared with others
       LOOKUP-SECTION-INFO-PROC.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               MOVE 'N' TO SEC-INFO-FLAG(WS-SECTION-SUB)
               MOVE 'N' TO SEC-SCORES-FLAG(WS-SECTION-SUB)
               MOVE 'N' TO SEC-CATALOG-FLAG(WS-SECTION-SUB)
               MOVE 'N' TO SEC-WRITTEN-FLAG(WS-SECTION-SUB)
               MOVE SPACES TO SEC-TITLE(WS-SECTION-SUB)
               MOVE SPACES TO SEC-INSTRUCTOR(WS-SECTION-SUB)
               MOVE ZERO TO SEC-STUDENT-COUNT(WS-SECTION-SUB)
               MOVE ZERO TO SEC-SKIPPED-COUNT(WS-SECTION-SUB)
           END-PERFORM.

           IF NOT SINGLE-CLASS-RUN
               OPEN INPUT SECTION-MASTER-FILE
               IF WS-SECTION-MASTER-STATUS = '00'
                   PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                           UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                       MOVE SEC-ID(WS-SECTION-SUB) TO SCM-ID
                       READ SECTION-MASTER-FILE
                           INVALID KEY
                               DISPLAY ">> SECTION "
                                       SEC-ID(WS-SECTION-SUB)
                                       " NOT ON SECTION-MASTER.dat"
                           NOT INVALID KEY
                               MOVE 'Y'
                                   TO SEC-INFO-FLAG(WS-SECTION-SUB)
                               MOVE SCM-TITLE
                                   TO SEC-TITLE(WS-SECTION-SUB)
                               MOVE SCM-INSTRUCTOR
                                   TO SEC-INSTRUCTOR(WS-SECTION-SUB)
                       END-READ
                   END-PERFORM
                   CLOSE SECTION-MASTER-FILE
               ELSE
                   DISPLAY ">> SECTION-MASTER.dat NOT AVAILABLE - "
                           "SECTIONS ARE NOT COMPARED"
               END-IF
           END-IF.

       RELEASE-ALL-SECTIONS-PROC.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               PERFORM RELEASE-ONE-SECTION-PROC
           END-PERFORM.

       RELEASE-ONE-SECTION-PROC.
           MOVE SEC-ID(WS-SECTION-SUB) TO WS-SECTION-ID.
           IF SINGLE-CLASS-RUN
               MOVE 'ASSIGNMENT-SCORES.txt' TO WS-SCORES-FILENAME
               MOVE 'ASSIGNMENT-CATALOG.txt' TO WS-CATALOG-FILENAME
           ELSE
               MOVE SPACES TO WS-SCORES-FILENAME
               STRING "ASSIGNMENT-SCORES-"
                   FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-SCORES-FILENAME
               MOVE SPACES TO WS-CATALOG-FILENAME
               STRING "ASSIGNMENT-CATALOG-"
                   FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-CATALOG-FILENAME
           END-IF.

           OPEN INPUT SCORES-FILE.

           IF WS-SCORES-FILE-STATUS = '35'
               DISPLAY ">> " FUNCTION TRIM(WS-SCORES-FILENAME)
                       " NOT FOUND - SECTION LEFT OUT OF ANALYSIS"
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'SECTION HAS NO SCORES' TO WS-COND-NAME
               MOVE WS-SCORES-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'Y' TO SEC-SCORES-FLAG(WS-SECTION-SUB)
               MOVE ZERO TO WS-STUDENT-KEY-COUNT
               MOVE 'N' TO WS-STUDENT-TABLE-FULL-FLAG
               MOVE 'N' TO WS-SCORES-EOF-FLAG
               PERFORM UNTIL SCORES-EOF
                   READ SCORES-FILE
                       AT END MOVE 'Y' TO WS-SCORES-EOF-FLAG
                       NOT AT END PERFORM TAKE-ONE-SCORE-PROC
                   END-READ
               END-PERFORM
               CLOSE SCORES-FILE
               MOVE WS-STUDENT-KEY-COUNT
                   TO SEC-STUDENT-COUNT(WS-SECTION-SUB)

               IF SEC-SKIPPED-COUNT(WS-SECTION-SUB) > ZERO
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'SCORE LINES SKIPPED' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "COUNT="
                       SEC-SKIPPED-COUNT(WS-SECTION-SUB)
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF

               PERFORM RELEASE-CATALOG-PROC
           END-IF.

      *> Each expected assignment goes into the sort as a marker so
      *> it reaches the report even when no score was posted
       RELEASE-CATALOG-PROC.
           OPEN INPUT CATALOG-FILE.

           IF WS-CATALOG-FILE-STATUS = '35'
               DISPLAY ">> " FUNCTION TRIM(WS-CATALOG-FILENAME)
                       " NOT FOUND - MISSING WORK IS NOT COUNTED"
           ELSE
               MOVE 'Y' TO SEC-CATALOG-FLAG(WS-SECTION-SUB)
               MOVE 'N' TO WS-CATALOG-EOF-FLAG
               PERFORM UNTIL CATALOG-EOF
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO WS-CATALOG-EOF-FLAG
                       NOT AT END PERFORM RELEASE-CATALOG-ROW-PROC
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       RELEASE-CATALOG-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-CATEGORY.
           MOVE SPACES TO WS-TEMP-ASSIGNMENT-ID.

           UNSTRING CATALOG-LINE DELIMITED BY X'09'
               INTO WS-TEMP-CATEGORY
                    WS-TEMP-ASSIGNMENT-ID
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           PERFORM LOOKUP-CATEGORY-PROC.

           IF WS-FIELD-COUNT < 2
                   OR WS-TEMP-ASSIGNMENT-ID = SPACES
                   OR NOT CATEGORY-FOUND
               DISPLAY ">> " FUNCTION TRIM(WS-CATALOG-FILENAME)
                       " - SKIPPING CATALOG ROW: " CATALOG-LINE
           ELSE
               MOVE WS-SECTION-SUB TO IS-SEC-SUB
               MOVE WS-MATCHED-CAT-SUB TO IS-CAT-SUB
               MOVE FUNCTION TRIM(WS-TEMP-ASSIGNMENT-ID)
                   TO IS-ASSIGNMENT-ID
               MOVE 'C' TO IS-REC-TYPE
               MOVE ZERO TO IS-SCORE
               RELEASE ITEM-SORT-RECORD
           END-IF.

      *> Score lines are edited by the rules COMPUTE-FINAL-GRADES
      *> applies; a line it would reject is skipped here and left
      *> for its SCORE-REJECTS file to explain
       TAKE-ONE-SCORE-PROC.
           MOVE 'Y' TO WS-VALID-RECORD-FLAG.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-ASSIGNMENT-ID.
           MOVE SPACES TO WS-TEMP-CATEGORY.
           MOVE SPACES TO WS-TEMP-SCORE-X.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING SCORE-LINE DELIMITED BY X'09'
               INTO WS-TEMP-STUDENT-ID
                    WS-TEMP-STUDENT-NAME
                    WS-TEMP-STUDENT-SURNAME
                    WS-TEMP-ASSIGNMENT-ID
                    WS-TEMP-CATEGORY
                    WS-TEMP-SCORE-X
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           IF WS-FIELD-COUNT = 5
               MOVE WS-TEMP-CATEGORY TO WS-TEMP-SCORE-X
               MOVE WS-TEMP-ASSIGNMENT-ID TO WS-TEMP-CATEGORY
               MOVE WS-TEMP-STUDENT-SURNAME TO WS-TEMP-ASSIGNMENT-ID
               MOVE WS-TEMP-STUDENT-NAME TO WS-TEMP-STUDENT-SURNAME
               MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
               MOVE SPACES TO WS-TEMP-STUDENT-ID
           END-IF.

           IF WS-FIELD-COUNT < 5 OR WS-FIELD-COUNT > 6
                   OR WS-TEMP-OVERFLOW-X NOT = SPACES
               MOVE 'N' TO WS-VALID-RECORD-FLAG
           ELSE
               PERFORM LOOKUP-CATEGORY-PROC
               IF NOT CATEGORY-FOUND
                       OR FUNCTION TRIM(WS-TEMP-SCORE-X) NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TEMP-SCORE-X)
                       TO WS-TEMP-SCORE
                   IF WS-TEMP-SCORE > 100
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                   END-IF
               END-IF
           END-IF.

           IF VALID-RECORD
               PERFORM COUNT-STUDENT-PROC
               MOVE WS-SECTION-SUB TO IS-SEC-SUB
               MOVE WS-MATCHED-CAT-SUB TO IS-CAT-SUB
               MOVE FUNCTION TRIM(WS-TEMP-ASSIGNMENT-ID)
                   TO IS-ASSIGNMENT-ID
               MOVE 'S' TO IS-REC-TYPE
               MOVE WS-TEMP-SCORE TO IS-SCORE
               RELEASE ITEM-SORT-RECORD
           ELSE
               ADD 1 TO SEC-SKIPPED-COUNT(WS-SECTION-SUB)
           END-IF.

      *> Students are told apart the way COMPUTE-FINAL-GRADES groups
      *> them: on the ID, or on the name for a legacy line
       COUNT-STUDENT-PROC.
           MOVE SPACES TO WS-STUDENT-KEY.
           IF WS-TEMP-STUDENT-ID NOT = SPACES
               MOVE 'I' TO WS-STUDENT-KEY(1:1)
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
                   TO WS-STUDENT-KEY(2:10)
           ELSE
               MOVE 'N' TO WS-STUDENT-KEY(1:1)
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-NAME)
                   TO WS-STUDENT-KEY(2:20)
               MOVE FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME)
                   TO WS-STUDENT-KEY(22:20)
           END-IF.

           MOVE 'N' TO WS-STUDENT-FOUND-FLAG.
           PERFORM VARYING WS-STUDENT-KEY-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-KEY-SUB > WS-STUDENT-KEY-COUNT
                      OR STUDENT-FOUND
               IF STK-KEY(WS-STUDENT-KEY-SUB) = WS-STUDENT-KEY
                   MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT STUDENT-FOUND
               IF WS-STUDENT-KEY-COUNT NOT < 500
                   IF NOT STUDENT-TABLE-FULL
                       DISPLAY ">> STUDENT TABLE FULL FOR SECTION "
                               WS-SECTION-ID
                               " - MISSING COUNTS UNDERSTATED"
                       MOVE 'Y' TO WS-STUDENT-TABLE-FULL-FLAG
                   END-IF
               ELSE
                   ADD 1 TO WS-STUDENT-KEY-COUNT
                   MOVE WS-STUDENT-KEY
                       TO STK-KEY(WS-STUDENT-KEY-COUNT)
               END-IF
           END-IF.

       LOOKUP-CATEGORY-PROC.
           MOVE 'N' TO WS-CAT-FOUND-FLAG.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
               IF FUNCTION TRIM(WS-TEMP-CATEGORY) =
                       WS-CAT-NAME(WS-CAT-SUB)
                   MOVE 'Y' TO WS-CAT-FOUND-FLAG
                   MOVE WS-CAT-SUB TO WS-MATCHED-CAT-SUB
               END-IF
           END-PERFORM.

      *> Assignments arrive grouped by section, category and ID.
      *> Each one's figures are taken at its break and a section's
      *> lines are written once all of its assignments are in, so
      *> every assignment can be set against the rest of its
      *> category.
       ANALYSE-ITEMS-PROC.
           MOVE 'N' TO WS-ITEM-SORT-EOF-FLAG.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

           PERFORM UNTIL ITEM-SORT-EOF
               RETURN ITEM-SORT AT END
                   MOVE 'Y' TO WS-ITEM-SORT-EOF-FLAG
                   IF ITEM-GROUP-OPEN
                       PERFORM FINISH-ITEM-PROC
                       PERFORM WRITE-SECTION-ITEMS-PROC
                   END-IF
               NOT AT END
                   IF ITEM-GROUP-OPEN
                       IF IS-SEC-SUB NOT = WS-GROUP-SEC-SUB
                           PERFORM FINISH-ITEM-PROC
                           PERFORM WRITE-SECTION-ITEMS-PROC
                       ELSE
                           IF IS-CAT-SUB NOT = WS-GROUP-CAT-SUB
                                   OR IS-ASSIGNMENT-ID NOT =
                                       WS-GROUP-ASSIGNMENT-ID
                               PERFORM FINISH-ITEM-PROC
                           END-IF
                       END-IF
                   END-IF
                   IF NOT ITEM-GROUP-OPEN
                       PERFORM START-ITEM-GROUP-PROC
                   END-IF
                   IF IS-CATALOG-MARKER
                       MOVE 'Y' TO WS-GROUP-CATALOG-FLAG
                   ELSE
                       ADD 1 TO WS-GROUP-COUNT
                       ADD IS-SCORE TO WS-GROUP-SUM
                       COMPUTE WS-GROUP-SUM-SQUARES =
                           WS-GROUP-SUM-SQUARES + IS-SCORE * IS-SCORE
                       IF WS-GROUP-COUNT NOT > 1000
                           MOVE IS-SCORE
                               TO WS-GROUP-SCORE(WS-GROUP-COUNT)
                       END-IF
                   END-IF
               END-RETURN
           END-PERFORM.

       START-ITEM-GROUP-PROC.
           MOVE IS-SEC-SUB TO WS-GROUP-SEC-SUB.
           MOVE IS-CAT-SUB TO WS-GROUP-CAT-SUB.
           MOVE IS-ASSIGNMENT-ID TO WS-GROUP-ASSIGNMENT-ID.
           MOVE 'N' TO WS-GROUP-CATALOG-FLAG.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-SUM.
           MOVE ZERO TO WS-GROUP-SUM-SQUARES.
           MOVE 'Y' TO WS-GROUP-OPEN-FLAG.

      *> Mean, median, high, low and standard deviation of one
      *> assignment. Missing work is only counted for an assignment
      *> on the catalog: class size less the students scored.
       FINISH-ITEM-PROC.
           MOVE 'N' TO WS-GROUP-OPEN-FLAG.

           IF WS-ITEM-COUNT NOT < 1000
               ADD 1 TO WS-ITEMS-DROPPED
               IF NOT ITEM-TABLE-FULL
                   DISPLAY ">> ITEM TABLE FULL - LATER ASSIGNMENTS "
                           "LEFT OFF THE REPORT"
                   MOVE 'Y' TO WS-ITEM-TABLE-FULL-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               MOVE WS-GROUP-SEC-SUB TO IT-SEC-SUB(WS-ITEM-SUB)
               MOVE WS-GROUP-CAT-SUB TO IT-CAT-SUB(WS-ITEM-SUB)
               MOVE WS-GROUP-ASSIGNMENT-ID
                   TO IT-ASSIGNMENT-ID(WS-ITEM-SUB)
               MOVE WS-GROUP-CATALOG-FLAG
                   TO IT-CATALOG-FLAG(WS-ITEM-SUB)
               MOVE WS-GROUP-COUNT TO IT-SCORED(WS-ITEM-SUB)
               MOVE WS-GROUP-SUM TO IT-SUM(WS-ITEM-SUB)
               MOVE ZERO TO IT-MISSING(WS-ITEM-SUB)
               MOVE ZERO TO IT-MEAN(WS-ITEM-SUB)
               MOVE ZERO TO IT-MEDIAN(WS-ITEM-SUB)
               MOVE ZERO TO IT-HIGH(WS-ITEM-SUB)
               MOVE ZERO TO IT-LOW(WS-ITEM-SUB)
               MOVE ZERO TO IT-STD-DEV(WS-ITEM-SUB)

               IF GROUP-IN-CATALOG
                       AND SEC-STUDENT-COUNT(WS-GROUP-SEC-SUB)
                           > WS-GROUP-COUNT
                   COMPUTE IT-MISSING(WS-ITEM-SUB) =
                       SEC-STUDENT-COUNT(WS-GROUP-SEC-SUB)
                       - WS-GROUP-COUNT
               END-IF

               IF WS-GROUP-COUNT > ZERO
                   PERFORM COMPUTE-ITEM-FIGURES-PROC
               END-IF
           END-IF.

       COMPUTE-ITEM-FIGURES-PROC.
           COMPUTE IT-MEAN(WS-ITEM-SUB) ROUNDED =
               WS-GROUP-SUM / WS-GROUP-COUNT.

           MOVE WS-GROUP-SCORE(1) TO IT-LOW(WS-ITEM-SUB).
           IF WS-GROUP-COUNT > 1000
               MOVE WS-GROUP-SCORE(1000) TO IT-HIGH(WS-ITEM-SUB)
           ELSE
               MOVE WS-GROUP-SCORE(WS-GROUP-COUNT)
                   TO IT-HIGH(WS-ITEM-SUB)
           END-IF.

           DIVIDE WS-GROUP-COUNT BY 2 GIVING WS-HALF-COUNT.
           IF WS-HALF-COUNT * 2 = WS-GROUP-COUNT
               MOVE WS-HALF-COUNT TO WS-MEDIAN-SUB
               COMPUTE IT-MEDIAN(WS-ITEM-SUB) ROUNDED =
                   (WS-GROUP-SCORE(WS-MEDIAN-SUB)
                    + WS-GROUP-SCORE(WS-MEDIAN-SUB + 1)) / 2
           ELSE
               COMPUTE WS-MEDIAN-SUB = WS-HALF-COUNT + 1
               MOVE WS-GROUP-SCORE(WS-MEDIAN-SUB)
                   TO IT-MEDIAN(WS-ITEM-SUB)
           END-IF.

           *> Population standard deviation, taken from the whole
           *> totals so the variance cannot come out negative
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-GROUP-COUNT * WS-GROUP-SUM-SQUARES
                - WS-GROUP-SUM * WS-GROUP-SUM)
               / (WS-GROUP-COUNT * WS-GROUP-COUNT).
           COMPUTE IT-STD-DEV(WS-ITEM-SUB) ROUNDED =
               FUNCTION SQRT(WS-VARIANCE).

       WRITE-REPORT-HEADER-PROC.
           MOVE "ASSIGNMENT ITEM ANALYSIS" TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

           MOVE WS-FLAG-LIMIT TO WS-DEVIATION-ED.
           MOVE SPACES TO ITEM-REPORT-LINE.
           STRING "ASSIGNMENTS FLAGGED WHEN THE MEAN IS MORE THAN "
               WS-DEVIATION-ED
               " POINTS UNDER THE REST OF THE CATEGORY"
               DELIMITED BY SIZE INTO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

      *> A section's assignments sit together at the end of the
      *> item table; they are written category by category, each
      *> set against the scores of the other assignments in its
      *> category
       WRITE-SECTION-ITEMS-PROC.
           MOVE WS-GROUP-SEC-SUB TO WS-SECTION-SUB.
           PERFORM WRITE-SECTION-HEADING-PROC.

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
               MOVE ZERO TO WS-CAT-SCORE-SUM(WS-CAT-SUB)
               MOVE ZERO TO WS-CAT-SCORE-COUNT(WS-CAT-SUB)
           END-PERFORM.

           PERFORM VARYING WS-ITEM-SUB FROM WS-SECTION-FIRST-ITEM
                   BY 1 UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE IT-CAT-SUB(WS-ITEM-SUB) TO WS-CAT-SUB
               ADD IT-SUM(WS-ITEM-SUB) TO WS-CAT-SCORE-SUM(WS-CAT-SUB)
               ADD IT-SCORED(WS-ITEM-SUB)
                   TO WS-CAT-SCORE-COUNT(WS-CAT-SUB)
           END-PERFORM.

           MOVE ZERO TO WS-PREV-CAT-SUB.
           PERFORM VARYING WS-ITEM-SUB FROM WS-SECTION-FIRST-ITEM
                   BY 1 UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF IT-CAT-SUB(WS-ITEM-SUB) NOT = WS-PREV-CAT-SUB
                   MOVE IT-CAT-SUB(WS-ITEM-SUB) TO WS-PREV-CAT-SUB
                   MOVE SPACES TO ITEM-REPORT-LINE
                   STRING "  " WS-CAT-NAME(WS-PREV-CAT-SUB)
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
                   WRITE ITEM-REPORT-LINE
               END-IF
               PERFORM WRITE-ONE-ITEM-PROC
           END-PERFORM.

           COMPUTE WS-SECTION-FIRST-ITEM = WS-ITEM-COUNT + 1.

       WRITE-SECTION-HEADING-PROC.
           MOVE 'Y' TO SEC-WRITTEN-FLAG(WS-SECTION-SUB).
           MOVE SPACES TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

           MOVE SPACES TO ITEM-REPORT-LINE.
           IF SINGLE-CLASS-RUN
               MOVE "SINGLE-CLASS RUN" TO ITEM-REPORT-LINE
           ELSE
               IF SEC-INFO-KNOWN(WS-SECTION-SUB)
                   STRING "SECTION "
                       FUNCTION TRIM(SEC-ID(WS-SECTION-SUB))
                       " - "
                       FUNCTION TRIM(SEC-TITLE(WS-SECTION-SUB))
                       " - "
                       FUNCTION TRIM(SEC-INSTRUCTOR(WS-SECTION-SUB))
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
               ELSE
                   STRING "SECTION "
                       FUNCTION TRIM(SEC-ID(WS-SECTION-SUB))
                       " - NOT ON SECTION-MASTER.dat"
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
               END-IF
           END-IF.
           WRITE ITEM-REPORT-LINE.

           MOVE SPACES TO ITEM-REPORT-LINE.
           IF SEC-HAS-CATALOG(WS-SECTION-SUB)
               STRING "  STUDENTS WITH SCORES: "
                   SEC-STUDENT-COUNT(WS-SECTION-SUB)
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
           ELSE
               STRING "  STUDENTS WITH SCORES: "
                   SEC-STUDENT-COUNT(WS-SECTION-SUB)
                   "  (NO ASSIGNMENT CATALOG - MISSING NOT COUNTED)"
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
           END-IF.
           WRITE ITEM-REPORT-LINE.

       WRITE-ONE-ITEM-PROC.
           MOVE SPACES TO ITEM-REPORT-LINE.
           IF IT-IN-CATALOG(WS-ITEM-SUB)
               STRING "    " IT-ASSIGNMENT-ID(WS-ITEM-SUB)
                   " SCORED " IT-SCORED(WS-ITEM-SUB)
                   "  MISSING " IT-MISSING(WS-ITEM-SUB)
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
           ELSE
               IF SEC-HAS-CATALOG(IT-SEC-SUB(WS-ITEM-SUB))
                   STRING "    " IT-ASSIGNMENT-ID(WS-ITEM-SUB)
                       " SCORED " IT-SCORED(WS-ITEM-SUB)
                       "  NOT ON ASSIGNMENT CATALOG"
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
               ELSE
                   STRING "    " IT-ASSIGNMENT-ID(WS-ITEM-SUB)
                       " SCORED " IT-SCORED(WS-ITEM-SUB)
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
               END-IF
           END-IF.
           WRITE ITEM-REPORT-LINE.

           IF IT-SCORED(WS-ITEM-SUB) = ZERO
               MOVE "               NO SCORES POSTED"
                   TO ITEM-REPORT-LINE
               WRITE ITEM-REPORT-LINE
           ELSE
               MOVE IT-MEAN(WS-ITEM-SUB) TO WS-MEAN-ED
               MOVE IT-MEDIAN(WS-ITEM-SUB) TO WS-MEDIAN-ED
               MOVE IT-STD-DEV(WS-ITEM-SUB) TO WS-STD-DEV-ED
               COMPUTE WS-RANGE =
                   IT-HIGH(WS-ITEM-SUB) - IT-LOW(WS-ITEM-SUB)
               MOVE SPACES TO ITEM-REPORT-LINE
               STRING "               MEAN " WS-MEAN-ED
                   "  MEDIAN " WS-MEDIAN-ED
                   "  HIGH " IT-HIGH(WS-ITEM-SUB)
                   "  LOW " IT-LOW(WS-ITEM-SUB)
                   "  RANGE " WS-RANGE
                   "  STD DEV " WS-STD-DEV-ED
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
               WRITE ITEM-REPORT-LINE
               PERFORM CHECK-ITEM-AGAINST-CATEGORY-PROC
           END-IF.

      *> The rest of the category is every other score posted in
      *> it for the section, so one weak test cannot drag down the
      *> figure it is measured against
       CHECK-ITEM-AGAINST-CATEGORY-PROC.
           MOVE IT-CAT-SUB(WS-ITEM-SUB) TO WS-CAT-SUB.
           COMPUTE WS-REST-SUM =
               WS-CAT-SCORE-SUM(WS-CAT-SUB) - IT-SUM(WS-ITEM-SUB).
           COMPUTE WS-REST-COUNT =
               WS-CAT-SCORE-COUNT(WS-CAT-SUB)
               - IT-SCORED(WS-ITEM-SUB).

           IF WS-REST-COUNT > ZERO
               COMPUTE WS-REST-MEAN ROUNDED =
                   WS-REST-SUM / WS-REST-COUNT
               COMPUTE WS-DEVIATION =
                   WS-REST-MEAN - IT-MEAN(WS-ITEM-SUB)
               IF WS-DEVIATION > WS-FLAG-LIMIT
                   ADD 1 TO WS-ITEMS-FLAGGED
                   MOVE WS-REST-MEAN TO WS-REST-MEAN-ED
                   MOVE WS-DEVIATION TO WS-DEVIATION-ED
                   MOVE SPACES TO ITEM-REPORT-LINE
                   STRING "               ** "
                       WS-DEVIATION-ED " POINTS UNDER THE REST OF "
                       FUNCTION TRIM(WS-CAT-NAME(WS-CAT-SUB))
                       " (MEAN " WS-REST-MEAN-ED ")"
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
                   WRITE ITEM-REPORT-LINE
               END-IF
           END-IF.

       WRITE-SECTIONS-WITHOUT-SCORES-PROC.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF NOT SEC-WRITTEN(WS-SECTION-SUB)
                   MOVE SPACES TO ITEM-REPORT-LINE
                   WRITE ITEM-REPORT-LINE
                   MOVE SPACES TO ITEM-REPORT-LINE
                   IF SEC-HAS-SCORES(WS-SECTION-SUB)
                       STRING "SECTION "
                           FUNCTION TRIM(SEC-ID(WS-SECTION-SUB))
                           " - NO USABLE SCORES OR CATALOG ENTRIES"
                           DELIMITED BY SIZE INTO ITEM-REPORT-LINE
                   ELSE
                       STRING "SECTION "
                           FUNCTION TRIM(SEC-ID(WS-SECTION-SUB))
                           " - NO ASSIGNMENT SCORES FILE"
                           DELIMITED BY SIZE INTO ITEM-REPORT-LINE
                   END-IF
                   WRITE ITEM-REPORT-LINE
               END-IF
           END-PERFORM.

      *> Sections sharing a course title on the section master are
      *> compared assignment by assignment, one line per section
      *> and instructor, so uneven grading between teachers shows
       WRITE-COURSE-COMPARISON-PROC.
           MOVE SPACES TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.
           MOVE "SAME ASSIGNMENT ACROSS SECTIONS OF ONE COURSE"
               TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF SEC-INFO-KNOWN(WS-SECTION-SUB)
                       AND SEC-TITLE(WS-SECTION-SUB) NOT = SPACES
                   MOVE SEC-TITLE(WS-SECTION-SUB) TO WS-CMP-TITLE
                   PERFORM CHECK-COURSE-GROUP-PROC
                   IF FIRST-OF-COURSE AND COURSE-IS-SHARED
                       PERFORM COMPARE-ONE-COURSE-PROC
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-COURSES-COMPARED = ZERO
               MOVE "  NO COURSE TITLE IS SHARED BY TWO SECTIONS"
                   TO ITEM-REPORT-LINE
               WRITE ITEM-REPORT-LINE
           END-IF.

      *> Only the first section of a title opens its comparison,
      *> and only when another section carries the same title
       CHECK-COURSE-GROUP-PROC.
           MOVE 'Y' TO WS-GROUP-FIRST-FLAG.
           MOVE 'N' TO WS-GROUP-SHARED-FLAG.
           PERFORM VARYING WS-PEER-SUB FROM 1 BY 1
                   UNTIL WS-PEER-SUB > WS-SECTION-COUNT
               IF WS-PEER-SUB NOT = WS-SECTION-SUB
                       AND SEC-INFO-KNOWN(WS-PEER-SUB)
                       AND SEC-TITLE(WS-PEER-SUB) = WS-CMP-TITLE
                   MOVE 'Y' TO WS-GROUP-SHARED-FLAG
                   IF WS-PEER-SUB < WS-SECTION-SUB
                       MOVE 'N' TO WS-GROUP-FIRST-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-ONE-COURSE-PROC.
           ADD 1 TO WS-COURSES-COMPARED.
           MOVE SPACES TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.
           MOVE SPACES TO ITEM-REPORT-LINE.
           STRING "COURSE: " FUNCTION TRIM(WS-CMP-TITLE)
               DELIMITED BY SIZE INTO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF SEC-INFO-KNOWN(IT-SEC-SUB(WS-ITEM-SUB))
                       AND SEC-TITLE(IT-SEC-SUB(WS-ITEM-SUB))
                           = WS-CMP-TITLE
                   PERFORM CHECK-ALREADY-LISTED-PROC
                   IF NOT ALREADY-LISTED
                       PERFORM COMPARE-ONE-ASSIGNMENT-PROC
                   END-IF
               END-IF
           END-PERFORM.

      *> An assignment is compared once, at its first appearance
      *> among the course's sections
       CHECK-ALREADY-LISTED-PROC.
           MOVE 'N' TO WS-ALREADY-LISTED-FLAG.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-ITEM-SUB
                      OR ALREADY-LISTED
               IF IT-CAT-SUB(WS-PRIOR-SUB) = IT-CAT-SUB(WS-ITEM-SUB)
                       AND IT-ASSIGNMENT-ID(WS-PRIOR-SUB)
                           = IT-ASSIGNMENT-ID(WS-ITEM-SUB)
                       AND SEC-INFO-KNOWN(IT-SEC-SUB(WS-PRIOR-SUB))
                       AND SEC-TITLE(IT-SEC-SUB(WS-PRIOR-SUB))
                           = WS-CMP-TITLE
                   MOVE 'Y' TO WS-ALREADY-LISTED-FLAG
               END-IF
           END-PERFORM.

       COMPARE-ONE-ASSIGNMENT-PROC.
           MOVE SPACES TO ITEM-REPORT-LINE.
           STRING "  " WS-CAT-NAME(IT-CAT-SUB(WS-ITEM-SUB))
               " " IT-ASSIGNMENT-ID(WS-ITEM-SUB)
               DELIMITED BY SIZE INTO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.

           MOVE ZERO TO WS-CMP-SECTIONS-SCORED.
           MOVE ZERO TO WS-CMP-HIGH-MEAN.
           MOVE 999 TO WS-CMP-LOW-MEAN.

           PERFORM VARYING WS-MATCH-SUB FROM WS-ITEM-SUB BY 1
                   UNTIL WS-MATCH-SUB > WS-ITEM-COUNT
               IF IT-CAT-SUB(WS-MATCH-SUB) = IT-CAT-SUB(WS-ITEM-SUB)
                       AND IT-ASSIGNMENT-ID(WS-MATCH-SUB)
                           = IT-ASSIGNMENT-ID(WS-ITEM-SUB)
                       AND SEC-INFO-KNOWN(IT-SEC-SUB(WS-MATCH-SUB))
                       AND SEC-TITLE(IT-SEC-SUB(WS-MATCH-SUB))
                           = WS-CMP-TITLE
                   PERFORM WRITE-COMPARISON-LINE-PROC
               END-IF
           END-PERFORM.

           IF WS-CMP-SECTIONS-SCORED > 1
               COMPUTE WS-DEVIATION =
                   WS-CMP-HIGH-MEAN - WS-CMP-LOW-MEAN
               IF WS-DEVIATION > WS-FLAG-LIMIT
                   ADD 1 TO WS-UNEVEN-COUNT
                   MOVE WS-DEVIATION TO WS-DEVIATION-ED
                   MOVE SPACES TO ITEM-REPORT-LINE
                   STRING "    ** SECTION MEANS DIFFER BY "
                       WS-DEVIATION-ED " POINTS"
                       DELIMITED BY SIZE INTO ITEM-REPORT-LINE
                   WRITE ITEM-REPORT-LINE
               END-IF
           ELSE
               MOVE "    SCORED IN ONLY ONE SECTION OF THE COURSE"
                   TO ITEM-REPORT-LINE
               WRITE ITEM-REPORT-LINE
           END-IF.

       WRITE-COMPARISON-LINE-PROC.
           MOVE IT-SEC-SUB(WS-MATCH-SUB) TO WS-PEER-SUB.
           MOVE SPACES TO ITEM-REPORT-LINE.

           IF IT-SCORED(WS-MATCH-SUB) = ZERO
               STRING "    " SEC-ID(WS-PEER-SUB)
                   " " SEC-INSTRUCTOR(WS-PEER-SUB)
                   " NO SCORES POSTED"
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
           ELSE
               ADD 1 TO WS-CMP-SECTIONS-SCORED
               IF IT-MEAN(WS-MATCH-SUB) > WS-CMP-HIGH-MEAN
                   MOVE IT-MEAN(WS-MATCH-SUB) TO WS-CMP-HIGH-MEAN
               END-IF
               IF IT-MEAN(WS-MATCH-SUB) < WS-CMP-LOW-MEAN
                   MOVE IT-MEAN(WS-MATCH-SUB) TO WS-CMP-LOW-MEAN
               END-IF
               MOVE IT-MEAN(WS-MATCH-SUB) TO WS-MEAN-ED
               MOVE IT-MEDIAN(WS-MATCH-SUB) TO WS-MEDIAN-ED
               MOVE IT-STD-DEV(WS-MATCH-SUB) TO WS-STD-DEV-ED
               STRING "    " SEC-ID(WS-PEER-SUB)
                   " " SEC-INSTRUCTOR(WS-PEER-SUB)
                   " SCORED " IT-SCORED(WS-MATCH-SUB)
                   " MEAN " WS-MEAN-ED
                   " MEDIAN " WS-MEDIAN-ED
                   " STD DEV " WS-STD-DEV-ED
                   DELIMITED BY SIZE INTO ITEM-REPORT-LINE
           END-IF.
           WRITE ITEM-REPORT-LINE.

       WRITE-REPORT-TOTALS-PROC.
           MOVE SPACES TO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.
           MOVE SPACES TO ITEM-REPORT-LINE.
           STRING "ASSIGNMENTS ANALYSED: " WS-ITEM-COUNT
               "  FLAGGED WITHIN CATEGORY: " WS-ITEMS-FLAGGED
               DELIMITED BY SIZE INTO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.
           MOVE SPACES TO ITEM-REPORT-LINE.
           STRING "COURSES COMPARED: " WS-COURSES-COMPARED
               "  ASSIGNMENTS GRADED UNEVENLY: " WS-UNEVEN-COUNT
               DELIMITED BY SIZE INTO ITEM-REPORT-LINE.
           WRITE ITEM-REPORT-LINE.
