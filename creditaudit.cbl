       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-AUDIT.

      *> Audits every active student on STUDENT-MASTER.dat against
      *> the credits GRADUATION-REQUIREMENTS.txt asks for, overall
      *> and per subject area. Earned credits come from the
      *> ARCHIVE-OUTPUT-<term>-<section>.txt files of the terms
      *> named in CREDIT-AUDIT-CONTROL.txt, for sections on
      *> SECTION-MASTER.dat, and count only on a passing standing;
      *> credits in an area that is not a requirement count toward
      *> the total. This term's ENROLLMENT.txt bookings are shown
      *> as in progress.
      *>
      *> CREDIT-AUDIT.txt carries each student's credits earned, in
      *> progress and needed by area. SENIORS-SHORT.txt lists the
      *> grade 12 students still short in the total or any area,
      *> with what would still be short once this term is passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO 'CREDIT-AUDIT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT REQUIREMENTS-FILE
               ASSIGN TO 'GRADUATION-REQUIREMENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIREMENTS-FILE-STATUS.
           SELECT SECTION-MASTER-FILE ASSIGN TO 'SECTION-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-SECTION-MASTER-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENT-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ARCHIVE-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-FILE-STATUS.
           SELECT CREDIT-AUDIT-FILE ASSIGN TO 'CREDIT-AUDIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENIORS-SHORT-FILE ASSIGN TO 'SENIORS-SHORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENIOR-SORT ASSIGN TO 'SENIOR-SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-CONTROL-FILE.
       01 AUDIT-CONTROL-LINE     PIC X(30).
      *> Keyword lines: "TERM <id>" names an archived term to count
      *> credits from (repeat per term), "STUDENT <id>" limits the
      *> run to one student

       FD REQUIREMENTS-FILE.
       01 REQUIREMENTS-LINE      PIC X(40).
      *> One line per subject area, "<area> <credits>", matching
      *> the subject areas on SECTION-MASTER.dat, and an optional
      *> "TOTAL <credits>" line for the overall credits needed
      *> (the sum of the areas when left off)

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

       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           05 SM-ID              PIC X(10).
           05 SM-NAME            PIC X(20).
           05 SM-SURNAME         PIC X(20).
           05 SM-GRADE-LEVEL     PIC 9(2).
           05 SM-HOMEROOM        PIC X(6).
           05 SM-STATUS          PIC X.
               88 SM-ACTIVE      VALUE 'A'.
               88 SM-WITHDRAWN   VALUE 'W'.
               88 SM-GRADUATED   VALUE 'G'.
               88 SM-TRANSFERRED VALUE 'T'.
      *> Indexed school-wide master keyed on student ID,
      *> maintained by STUDENT-MAINTENANCE

       FD ARCHIVE-OUTPUT-FILE.
       01 ARCHIVE-OUTPUT-LINE    PIC X(80).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-LINE        PIC X(40).
      *> Tab-delimited: student ID/section ID, one line per
      *> section the student is booked into this term

       FD CREDIT-AUDIT-FILE.
       01 CREDIT-AUDIT-LINE      PIC X(100).

       FD SENIORS-SHORT-FILE.
       01 SENIORS-SHORT-LINE     PIC X(120).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> Seniors short of credits, listed by name for guidance
       SD SENIOR-SORT.
       01 SENIOR-SORT-RECORD.
           05 SS-SURNAME         PIC X(20).
           05 SS-NAME            PIC X(20).
           05 SS-STUDENT-SUB     PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS    PIC XX.
       01 WS-CONTROL-EOF-FLAG       PIC X VALUE 'N'.
           88 CONTROL-EOF           VALUE 'Y'.
       01 WS-REQUIREMENTS-FILE-STATUS PIC XX.
       01 WS-REQUIREMENTS-EOF-FLAG  PIC X VALUE 'N'.
           88 REQUIREMENTS-EOF      VALUE 'Y'.
       01 WS-SECTION-MASTER-STATUS  PIC XX.
       01 WS-SECTION-MASTER-EOF-FLAG PIC X VALUE 'N'.
           88 SECTION-MASTER-EOF    VALUE 'Y'.
       01 WS-STUDENT-MASTER-STATUS  PIC XX.
       01 WS-STUDENT-MASTER-EOF-FLAG PIC X VALUE 'N'.
           88 STUDENT-MASTER-EOF    VALUE 'Y'.
       01 WS-ARCHIVE-FILE-STATUS    PIC XX.
       01 WS-ARCHIVE-EOF-FLAG       PIC X VALUE 'N'.
           88 ARCHIVE-EOF           VALUE 'Y'.
       01 WS-ARCHIVE-FILENAME       PIC X(50).
       01 WS-ENROLLMENT-FILE-STATUS PIC XX.
       01 WS-ENROLLMENT-EOF-FLAG    PIC X VALUE 'N'.
           88 ENROLLMENT-EOF        VALUE 'Y'.
       01 WS-SENIOR-EOF-FLAG        PIC X VALUE 'N'.
           88 SENIOR-EOF            VALUE 'Y'.

       01 WS-RUN-USABLE-FLAG        PIC X VALUE 'Y'.
           88 RUN-USABLE            VALUE 'Y'.
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.

       01 WS-CONTROL-KEYWORD        PIC X(10).
       01 WS-CONTROL-VALUE-X        PIC X(20).
       01 WS-CONTROL-FIELD-COUNT    PIC 9.
       01 WS-FILTER-STUDENT-ID      PIC X(10) VALUE SPACES.

      *> Archived terms named in the control file
       01 TERM-LIST-TABLE.
           05 TL-TERM-ID            PIC X(10) OCCURS 24 TIMES.
       01 WS-TERM-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-TERM-SUB               PIC 9(2) COMP.
       01 WS-TERM-ARCHIVE-COUNT     PIC 9(3).

      *> Credits needed per subject area, from
      *> GRADUATION-REQUIREMENTS.txt
       01 REQUIREMENT-TABLE.
           05 RQ-ENTRY OCCURS 20 TIMES.
               10 RQ-AREA           PIC X(10).
               10 RQ-CREDITS        PIC 9(3)V9.
       01 WS-AREA-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-AREA-SUB               PIC 9(2) COMP.
       01 WS-AREA-FOUND-SUB         PIC 9(2) COMP.
       01 WS-TOTAL-REQUIRED         PIC 9(3)V9 VALUE ZERO.
       01 WS-TOTAL-GIVEN-FLAG       PIC X VALUE 'N'.
           88 TOTAL-GIVEN           VALUE 'Y'.
       01 WS-REQ-AREA               PIC X(10).
       01 WS-REQ-CREDITS-X          PIC X(10).
       01 WS-REQ-FIELD-COUNT        PIC 9.

      *> Every section on the master with its credits and the
      *> requirement area they count toward (zero when the area is
      *> blank or not a graduation requirement - those credits
      *> count toward the total only)
       01 SECTION-CREDIT-TABLE.
           05 SC-ENTRY OCCURS 500 TIMES.
               10 SC-ID             PIC X(10).
               10 SC-TITLE          PIC X(30).
               10 SC-CREDITS        PIC 9V9.
               10 SC-AREA           PIC X(10).
               10 SC-AREA-SUB       PIC 9(2).
       01 WS-SECTION-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-SECTION-SUB            PIC 9(3) COMP.
       01 WS-SECTION-FOUND-SUB      PIC 9(3) COMP.
       01 WS-SECTIONS-DROPPED       PIC 9(4) VALUE ZERO.

      *> One row per active student on the student master
       01 STUDENT-AUDIT-TABLE.
           05 ST-ENTRY OCCURS 2000 TIMES.
               10 ST-ID             PIC X(10).
               10 ST-NAME           PIC X(20).
               10 ST-SURNAME        PIC X(20).
               10 ST-GRADE-LEVEL    PIC 9(2).
               10 ST-AREA-SLOT OCCURS 20 TIMES.
                   15 ST-EARNED     PIC 9(3)V9.
                   15 ST-PROGRESS   PIC 9(3)V9.
               10 ST-EARNED-OTHER   PIC 9(3)V9.
               10 ST-EARNED-TOTAL   PIC 9(3)V9.
               10 ST-PROGRESS-TOTAL PIC 9(3)V9.
               10 ST-PROGRESS-COUNT PIC 9(2).
               10 ST-PROGRESS-SEC   PIC X(10) OCCURS 12 TIMES.
       01 WS-STUDENT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-STUDENT-SUB            PIC 9(4) COMP.
       01 WS-STUDENT-FOUND-FLAG     PIC X VALUE 'N'.
           88 STUDENT-FOUND         VALUE 'Y'.
       01 WS-PROGRESS-SUB           PIC 9(2) COMP.
       01 WS-STUDENTS-DROPPED       PIC 9(4) VALUE ZERO.
       01 WS-PROGRESS-DROPPED       PIC 9(4) VALUE ZERO.

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy archive row without the ID field
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-STUDENT-SURNAME   PIC X(20).
       01 WS-TEMP-STUDENT-GRADE-X   PIC X(10).
       01 WS-TEMP-STATUS-X          PIC X(10).
       01 WS-TEMP-RANK-X            PIC X(5).
       01 WS-TEMP-RAW-GRADE-X       PIC X(5).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-TEMP-SECTION-ID        PIC X(10).

       01 WS-OUTSTANDING            PIC S9(3)V9.
       01 WS-AFTER-TERM             PIC S9(3)V9.
       01 WS-SHORT-FLAG             PIC X VALUE 'N'.
           88 STUDENT-SHORT         VALUE 'Y'.
       01 WS-CREDIT-ED              PIC ZZ9.9.
       01 WS-REQUIRED-ED            PIC ZZ9.9.
       01 WS-OUTSTANDING-ED         PIC ZZ9.9.
       01 WS-PROGRESS-ED            PIC ZZ9.9.
       01 WS-AFTER-TERM-ED          PIC ZZ9.9.
       01 WS-AUDITED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-SENIORS-SHORT-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-ROWS-SKIPPED           PIC 9(4) VALUE ZERO.

       01 WS-TIME-STAMP             PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-SEPARATOR-LINE         PIC X(60) VALUE ALL '-'.

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
           DISPLAY ">> AUDITING GRADUATION CREDITS...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-AUDIT-CONTROL-PROC.
           PERFORM LOAD-REQUIREMENTS-PROC.

           IF RUN-USABLE
               PERFORM LOAD-SECTION-MASTER-PROC
           END-IF.

           IF RUN-USABLE
               PERFORM LOAD-STUDENT-MASTER-PROC
           END-IF.

           IF RUN-USABLE
               IF WS-TERM-COUNT = ZERO
                   DISPLAY ">> CREDIT-AUDIT-CONTROL.txt NAMES NO "
                           "TERM - NO CREDITS EARNED ARE COUNTED"
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'NO ARCHIVED TERMS NAMED' TO WS-COND-NAME
                   MOVE 'CREDIT-AUDIT-CONTROL.txt' TO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF

               PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                       UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   PERFORM LOAD-ONE-TERM-PROC
               END-PERFORM

               PERFORM LOAD-ENROLLMENT-PROC

               PERFORM WRITE-CREDIT-AUDIT-PROC
               DISPLAY ">> CREDIT-AUDIT.txt WRITTEN - STUDENTS "
                       "AUDITED: " WS-AUDITED-COUNT

               OPEN OUTPUT SENIORS-SHORT-FILE
               PERFORM WRITE-SENIORS-HEADER-PROC
               SORT SENIOR-SORT
                   ON ASCENDING KEY SS-SURNAME
                   ON ASCENDING KEY SS-NAME
                   INPUT PROCEDURE SELECT-SHORT-SENIORS-PROC
                   OUTPUT PROCEDURE WRITE-SENIORS-SHORT-PROC
               CLOSE SENIORS-SHORT-FILE
               DISPLAY ">> SENIORS-SHORT.txt WRITTEN - SENIORS "
                       "SHORT: " WS-SENIORS-SHORT-COUNT

               PERFORM RAISE-TABLE-CONDITIONS-PROC
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

       RAISE-TABLE-CONDITIONS-PROC.
           MOVE SPACES TO WS-SECTION-ID.
           IF WS-SECTIONS-DROPPED > ZERO
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "SECTIONS NOT LOADED=" WS-SECTIONS-DROPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.
           IF WS-STUDENTS-DROPPED > ZERO
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'STUDENT TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "STUDENTS NOT AUDITED=" WS-STUDENTS-DROPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.
           IF WS-PROGRESS-DROPPED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'IN-PROGRESS LIST FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "BOOKINGS NOT LISTED=" WS-PROGRESS-DROPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.
           IF WS-ROWS-SKIPPED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ARCHIVE ROWS SKIPPED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "MALFORMED ROWS=" WS-ROWS-SKIPPED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

       READ-AUDIT-CONTROL-PROC.
           OPEN INPUT AUDIT-CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS = '35'
               DISPLAY ">> CREDIT-AUDIT-CONTROL.txt NOT FOUND"
           ELSE
               MOVE 'N' TO WS-CONTROL-EOF-FLAG
               PERFORM UNTIL CONTROL-EOF
                   READ AUDIT-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-CONTROL-EOF-FLAG
                       NOT AT END PERFORM PARSE-CONTROL-LINE-PROC
                   END-READ
               END-PERFORM
               CLOSE AUDIT-CONTROL-FILE
           END-IF.

       PARSE-CONTROL-LINE-PROC.
           MOVE ZERO TO WS-CONTROL-FIELD-COUNT.
           MOVE SPACES TO WS-CONTROL-KEYWORD.
           MOVE SPACES TO WS-CONTROL-VALUE-X.

           *> Keyword and value may be separated by a tab or a
           *> space, matching the other control files
           UNSTRING AUDIT-CONTROL-LINE
                   DELIMITED BY X'09' OR SPACE
               INTO WS-CONTROL-KEYWORD WS-CONTROL-VALUE-X
               TALLYING IN WS-CONTROL-FIELD-COUNT
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CONTROL-KEYWORD)
               WHEN 'STUDENT'
                   MOVE FUNCTION TRIM(WS-CONTROL-VALUE-X)
                       TO WS-FILTER-STUDENT-ID
               WHEN 'TERM'
                   IF WS-TERM-COUNT NOT < 24
                       DISPLAY ">> MORE THAN 24 TERMS NAMED - "
                               "EXTRA TERM IGNORED: "
                               WS-CONTROL-VALUE-X
                   ELSE
                       ADD 1 TO WS-TERM-COUNT
                       MOVE FUNCTION TRIM(WS-CONTROL-VALUE-X)
                           TO TL-TERM-ID(WS-TERM-COUNT)
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY ">> UNKNOWN CONTROL LINE IGNORED: "
                           AUDIT-CONTROL-LINE
           END-EVALUATE.

       LOAD-REQUIREMENTS-PROC.
           OPEN INPUT REQUIREMENTS-FILE.

           IF WS-REQUIREMENTS-FILE-STATUS = '35'
               DISPLAY ">> GRADUATION-REQUIREMENTS.txt NOT FOUND - "
                       "NOTHING TO AUDIT AGAINST"
               MOVE 'N' TO WS-RUN-USABLE-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'REQUIREMENTS FILE MISSING' TO WS-COND-NAME
               MOVE 'GRADUATION-REQUIREMENTS.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-REQUIREMENTS-EOF-FLAG
               PERFORM UNTIL REQUIREMENTS-EOF
                   READ REQUIREMENTS-FILE
                       AT END MOVE 'Y' TO WS-REQUIREMENTS-EOF-FLAG
                       NOT AT END PERFORM PARSE-REQUIREMENT-PROC
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENTS-FILE

               *> Without a TOTAL line the diploma needs exactly the
               *> sum of the subject areas
               IF NOT TOTAL-GIVEN
                   MOVE ZERO TO WS-TOTAL-REQUIRED
                   PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                           UNTIL WS-AREA-SUB > WS-AREA-COUNT
                       ADD RQ-CREDITS(WS-AREA-SUB)
                           TO WS-TOTAL-REQUIRED
                   END-PERFORM
               END-IF
           END-IF.

       PARSE-REQUIREMENT-PROC.
           MOVE ZERO TO WS-REQ-FIELD-COUNT.
           MOVE SPACES TO WS-REQ-AREA.
           MOVE SPACES TO WS-REQ-CREDITS-X.

           UNSTRING REQUIREMENTS-LINE
                   DELIMITED BY X'09' OR SPACE
               INTO WS-REQ-AREA WS-REQ-CREDITS-X
               TALLYING IN WS-REQ-FIELD-COUNT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN REQUIREMENTS-LINE = SPACES
                   CONTINUE
               WHEN WS-REQ-FIELD-COUNT < 2
                       OR FUNCTION TRIM(WS-REQ-CREDITS-X)
                           NOT NUMERIC
                   DISPLAY ">> REQUIREMENT LINE IGNORED - CREDITS "
                           "NOT NUMERIC: " REQUIREMENTS-LINE
               WHEN FUNCTION TRIM(WS-REQ-AREA) = 'TOTAL'
                   MOVE 'Y' TO WS-TOTAL-GIVEN-FLAG
                   MOVE FUNCTION NUMVAL(WS-REQ-CREDITS-X)
                       TO WS-TOTAL-REQUIRED
               WHEN WS-AREA-COUNT NOT < 20
                   DISPLAY ">> MORE THAN 20 SUBJECT AREAS - "
                           "REQUIREMENT IGNORED: " REQUIREMENTS-LINE
               WHEN OTHER
                   ADD 1 TO WS-AREA-COUNT
                   MOVE FUNCTION TRIM(WS-REQ-AREA)
                       TO RQ-AREA(WS-AREA-COUNT)
                   MOVE FUNCTION NUMVAL(WS-REQ-CREDITS-X)
                       TO RQ-CREDITS(WS-AREA-COUNT)
           END-EVALUATE.

       LOAD-SECTION-MASTER-PROC.
           OPEN INPUT SECTION-MASTER-FILE.

           IF WS-SECTION-MASTER-STATUS NOT = '00'
               DISPLAY ">> SECTION-MASTER.dat NOT USABLE - STATUS "
                       WS-SECTION-MASTER-STATUS
               IF WS-SECTION-MASTER-STATUS = '39'
                   DISPLAY ">> MASTER IS IN THE OLD LAYOUT - RUN "
                           "SECTION-MAINTENANCE TO CONVERT IT"
               END-IF
               MOVE 'N' TO WS-RUN-USABLE-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'SECTION MASTER NOT USABLE' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "SECTION-MASTER.dat STATUS "
                   WS-SECTION-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-SECTION-MASTER-EOF-FLAG
               PERFORM UNTIL SECTION-MASTER-EOF
                   READ SECTION-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SECTION-MASTER-EOF-FLAG
                       NOT AT END PERFORM TAKE-ONE-SECTION-PROC
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER-FILE
           END-IF.

       TAKE-ONE-SECTION-PROC.
           IF WS-SECTION-COUNT NOT < 500
               ADD 1 TO WS-SECTIONS-DROPPED
               DISPLAY ">> SECTION TABLE FULL - SECTION NOT "
                       "AUDITED: " SCM-ID
           ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE SCM-ID TO SC-ID(WS-SECTION-COUNT)
               MOVE SCM-TITLE TO SC-TITLE(WS-SECTION-COUNT)
               MOVE SCM-CREDITS TO SC-CREDITS(WS-SECTION-COUNT)
               MOVE SCM-SUBJECT-AREA TO SC-AREA(WS-SECTION-COUNT)

               MOVE ZERO TO WS-AREA-FOUND-SUB
               PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                       UNTIL WS-AREA-SUB > WS-AREA-COUNT
                   IF SCM-SUBJECT-AREA NOT = SPACES
                           AND RQ-AREA(WS-AREA-SUB) =
                               SCM-SUBJECT-AREA
                       MOVE WS-AREA-SUB TO WS-AREA-FOUND-SUB
                       MOVE WS-AREA-COUNT TO WS-AREA-SUB
                   END-IF
               END-PERFORM
               MOVE WS-AREA-FOUND-SUB
                   TO SC-AREA-SUB(WS-SECTION-COUNT)
           END-IF.

       LOAD-STUDENT-MASTER-PROC.
           OPEN INPUT STUDENT-MASTER-FILE.

           IF WS-STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY ">> STUDENT-MASTER.dat NOT USABLE - STATUS "
                       WS-STUDENT-MASTER-STATUS
               MOVE 'N' TO WS-RUN-USABLE-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'STUDENT MASTER NOT USABLE' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "STUDENT-MASTER.dat STATUS "
                   WS-STUDENT-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-STUDENT-MASTER-EOF-FLAG
               PERFORM UNTIL STUDENT-MASTER-EOF
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-STUDENT-MASTER-EOF-FLAG
                       NOT AT END PERFORM TAKE-ONE-STUDENT-PROC
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

      *> Only students still enrolled are audited; withdrawn,
      *> graduated and transferred students are left off
       TAKE-ONE-STUDENT-PROC.
           IF SM-ACTIVE
                   AND (WS-FILTER-STUDENT-ID = SPACES
                       OR SM-ID = WS-FILTER-STUDENT-ID)
               IF WS-STUDENT-COUNT NOT < 2000
                   ADD 1 TO WS-STUDENTS-DROPPED
                   DISPLAY ">> STUDENT TABLE FULL - STUDENT NOT "
                           "AUDITED: " SM-ID
               ELSE
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB
                   MOVE SM-ID TO ST-ID(WS-STUDENT-SUB)
                   MOVE SM-NAME TO ST-NAME(WS-STUDENT-SUB)
                   MOVE SM-SURNAME TO ST-SURNAME(WS-STUDENT-SUB)
                   MOVE SM-GRADE-LEVEL
                       TO ST-GRADE-LEVEL(WS-STUDENT-SUB)
                   PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                           UNTIL WS-AREA-SUB > 20
                       MOVE ZERO
                           TO ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB)
                       MOVE ZERO
                           TO ST-PROGRESS(WS-STUDENT-SUB, WS-AREA-SUB)
                   END-PERFORM
                   MOVE ZERO TO ST-EARNED-OTHER(WS-STUDENT-SUB)
                   MOVE ZERO TO ST-EARNED-TOTAL(WS-STUDENT-SUB)
                   MOVE ZERO TO ST-PROGRESS-TOTAL(WS-STUDENT-SUB)
                   MOVE ZERO TO ST-PROGRESS-COUNT(WS-STUDENT-SUB)
               END-IF
           END-IF.

      *> A section's archive for a term exists only when the
      *> section ran that term, so every section on the master is
      *> tried and the missing ones passed over quietly
       LOAD-ONE-TERM-PROC.
           MOVE ZERO TO WS-TERM-ARCHIVE-COUNT.

           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "ARCHIVE-OUTPUT-"
                   FUNCTION TRIM(TL-TERM-ID(WS-TERM-SUB))
                   "-" FUNCTION TRIM(SC-ID(WS-SECTION-SUB)) ".txt"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME

               OPEN INPUT ARCHIVE-OUTPUT-FILE
               IF WS-ARCHIVE-FILE-STATUS = '00'
                   ADD 1 TO WS-TERM-ARCHIVE-COUNT
                   MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
                   PERFORM UNTIL ARCHIVE-EOF
                       READ ARCHIVE-OUTPUT-FILE
                           AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                           NOT AT END
                               PERFORM TAKE-ONE-ARCHIVE-ROW-PROC
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-OUTPUT-FILE
               END-IF
           END-PERFORM.

           IF WS-TERM-ARCHIVE-COUNT = ZERO
               DISPLAY ">> NO SECTION ARCHIVES FOUND FOR TERM "
                       TL-TERM-ID(WS-TERM-SUB)
               MOVE SPACES TO WS-SECTION-ID
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'TERM HAS NO ARCHIVES' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TERM " TL-TERM-ID(WS-TERM-SUB)
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

       TAKE-ONE-ARCHIVE-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-STUDENT-GRADE-X.
           MOVE SPACES TO WS-TEMP-STATUS-X.
           MOVE SPACES TO WS-TEMP-RANK-X.
           MOVE SPACES TO WS-TEMP-RAW-GRADE-X.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING ARCHIVE-OUTPUT-LINE DELIMITED BY X'09'
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

           IF WS-FIELD-COUNT < 7
               PERFORM SHIFT-LEGACY-ARCHIVE-ROW-PROC
           END-IF.

           *> Credit is earned only on a passing standing; INC, W,
           *> AUD and FAILING rows carry none
           IF WS-FIELD-COUNT < 5
               ADD 1 TO WS-ROWS-SKIPPED
               DISPLAY ">> SKIPPING MALFORMED ARCHIVE ROW: "
                       ARCHIVE-OUTPUT-LINE
           ELSE
               IF FUNCTION TRIM(WS-TEMP-STATUS-X) = 'PASSING'
                       OR FUNCTION TRIM(WS-TEMP-STATUS-X) =
                           'DEANS LIST'
                   PERFORM FIND-ARCHIVE-STUDENT-PROC
                   IF STUDENT-FOUND
                       PERFORM POST-EARNED-CREDIT-PROC
                   END-IF
               END-IF
           END-IF.

      *> A legacy archive row carries no leading ID field, so the
      *> parsed fields land one position early and are shifted into
      *> place here
       SHIFT-LEGACY-ARCHIVE-ROW-PROC.
           MOVE WS-TEMP-RANK-X TO WS-TEMP-RAW-GRADE-X.
           MOVE WS-TEMP-STATUS-X TO WS-TEMP-RANK-X.
           MOVE WS-TEMP-STUDENT-GRADE-X TO WS-TEMP-STATUS-X.
           MOVE WS-TEMP-STUDENT-SURNAME TO WS-TEMP-STUDENT-GRADE-X.
           MOVE WS-TEMP-STUDENT-NAME TO WS-TEMP-STUDENT-SURNAME.
           MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           ADD 1 TO WS-FIELD-COUNT.

      *> Archive rows join the student master on the student ID;
      *> legacy rows without one fall back to the name
       FIND-ARCHIVE-STUDENT-PROC.
           MOVE 'N' TO WS-STUDENT-FOUND-FLAG.
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                       OR STUDENT-FOUND
               IF WS-TEMP-STUDENT-ID NOT = SPACES
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
           END-IF.

       POST-EARNED-CREDIT-PROC.
           MOVE SC-AREA-SUB(WS-SECTION-SUB) TO WS-AREA-SUB.
           IF WS-AREA-SUB = ZERO
               ADD SC-CREDITS(WS-SECTION-SUB)
                   TO ST-EARNED-OTHER(WS-STUDENT-SUB)
           ELSE
               ADD SC-CREDITS(WS-SECTION-SUB)
                   TO ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB)
           END-IF.
           ADD SC-CREDITS(WS-SECTION-SUB)
               TO ST-EARNED-TOTAL(WS-STUDENT-SUB).

      *> This term's bookings are the sections in progress; their
      *> credits are shown but not yet counted as earned
       LOAD-ENROLLMENT-PROC.
           OPEN INPUT ENROLLMENT-FILE.

           IF WS-ENROLLMENT-FILE-STATUS = '35'
               DISPLAY ">> ENROLLMENT.txt NOT FOUND - NO SECTIONS "
                       "IN PROGRESS ARE SHOWN"
               MOVE SPACES TO WS-SECTION-ID
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'NO CURRENT ENROLLMENT' TO WS-COND-NAME
               MOVE 'ENROLLMENT.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-ENROLLMENT-EOF-FLAG
               PERFORM UNTIL ENROLLMENT-EOF
                   READ ENROLLMENT-FILE
                       AT END MOVE 'Y' TO WS-ENROLLMENT-EOF-FLAG
                       NOT AT END PERFORM TAKE-ONE-BOOKING-PROC
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       TAKE-ONE-BOOKING-PROC.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-SECTION-ID.

           UNSTRING ENROLLMENT-LINE DELIMITED BY X'09'
               INTO WS-TEMP-STUDENT-ID WS-TEMP-SECTION-ID
           END-UNSTRING.

           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           IF WS-TEMP-STUDENT-ID NOT = SPACES
                   AND WS-TEMP-SECTION-ID NOT = SPACES
               PERFORM FIND-ARCHIVE-STUDENT-PROC
               IF STUDENT-FOUND
                   PERFORM POST-IN-PROGRESS-PROC
               END-IF
           END-IF.

       POST-IN-PROGRESS-PROC.
           IF ST-PROGRESS-COUNT(WS-STUDENT-SUB) NOT < 12
               ADD 1 TO WS-PROGRESS-DROPPED
           ELSE
               ADD 1 TO ST-PROGRESS-COUNT(WS-STUDENT-SUB)
               MOVE FUNCTION TRIM(WS-TEMP-SECTION-ID)
                   TO ST-PROGRESS-SEC(WS-STUDENT-SUB,
                       ST-PROGRESS-COUNT(WS-STUDENT-SUB))
           END-IF.

           PERFORM FIND-SECTION-PROC.
           IF WS-SECTION-FOUND-SUB > ZERO
               MOVE SC-AREA-SUB(WS-SECTION-FOUND-SUB) TO WS-AREA-SUB
               IF WS-AREA-SUB > ZERO
                   ADD SC-CREDITS(WS-SECTION-FOUND-SUB)
                       TO ST-PROGRESS(WS-STUDENT-SUB, WS-AREA-SUB)
               END-IF
               ADD SC-CREDITS(WS-SECTION-FOUND-SUB)
                   TO ST-PROGRESS-TOTAL(WS-STUDENT-SUB)
           END-IF.

       FIND-SECTION-PROC.
           MOVE ZERO TO WS-SECTION-FOUND-SUB.
           PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
               IF SC-ID(WS-SECTION-SUB) = WS-TEMP-SECTION-ID
                   MOVE WS-SECTION-SUB TO WS-SECTION-FOUND-SUB
                   MOVE WS-SECTION-COUNT TO WS-SECTION-SUB
               END-IF
           END-PERFORM.

       WRITE-CREDIT-AUDIT-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-TIME-STAMP(1:4) "-"
                  WS-TIME-STAMP(5:2) "-"
                  WS-TIME-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           OPEN OUTPUT CREDIT-AUDIT-FILE.

           MOVE SPACES TO CREDIT-AUDIT-LINE.
           STRING "GRADUATION CREDIT AUDIT - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           MOVE WS-TOTAL-REQUIRED TO WS-REQUIRED-ED.
           MOVE SPACES TO CREDIT-AUDIT-LINE.
           STRING "CREDITS REQUIRED: " WS-REQUIRED-ED
               "  TERMS AUDITED: " WS-TERM-COUNT
               DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               PERFORM WRITE-ONE-AUDIT-PROC
           END-PERFORM.

           IF WS-STUDENT-COUNT = ZERO
               MOVE SPACES TO CREDIT-AUDIT-LINE
               WRITE CREDIT-AUDIT-LINE
               MOVE "NO ACTIVE STUDENT ON THE STUDENT MASTER"
                   TO CREDIT-AUDIT-LINE
               WRITE CREDIT-AUDIT-LINE
           END-IF.

           CLOSE CREDIT-AUDIT-FILE.

       WRITE-ONE-AUDIT-PROC.
           ADD 1 TO WS-AUDITED-COUNT.

           MOVE SPACES TO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.
           MOVE WS-SEPARATOR-LINE TO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           MOVE SPACES TO CREDIT-AUDIT-LINE.
           STRING "STUDENT: "
               FUNCTION TRIM(ST-NAME(WS-STUDENT-SUB)) " "
               FUNCTION TRIM(ST-SURNAME(WS-STUDENT-SUB))
               "  ID: " ST-ID(WS-STUDENT-SUB)
               "  GRADE " ST-GRADE-LEVEL(WS-STUDENT-SUB)
               DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           MOVE "  AREA        REQUIRED  EARNED  OUTSTANDING  IN PROG"
               TO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
               MOVE RQ-CREDITS(WS-AREA-SUB) TO WS-REQUIRED-ED
               MOVE ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB)
                   TO WS-CREDIT-ED
               COMPUTE WS-OUTSTANDING = RQ-CREDITS(WS-AREA-SUB)
                   - ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB)
               IF WS-OUTSTANDING < ZERO
                   MOVE ZERO TO WS-OUTSTANDING
               END-IF
               MOVE WS-OUTSTANDING TO WS-OUTSTANDING-ED
               MOVE ST-PROGRESS(WS-STUDENT-SUB, WS-AREA-SUB)
                   TO WS-PROGRESS-ED
               MOVE SPACES TO CREDIT-AUDIT-LINE
               STRING "  " RQ-AREA(WS-AREA-SUB) "   "
                   WS-REQUIRED-ED "   " WS-CREDIT-ED "      "
                   WS-OUTSTANDING-ED "    " WS-PROGRESS-ED
                   DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
               WRITE CREDIT-AUDIT-LINE
           END-PERFORM.

           *> Credits outside the requirement areas count toward
           *> the total only
           IF ST-EARNED-OTHER(WS-STUDENT-SUB) > ZERO
               MOVE ST-EARNED-OTHER(WS-STUDENT-SUB) TO WS-CREDIT-ED
               MOVE SPACES TO CREDIT-AUDIT-LINE
               STRING "  OTHER                 " WS-CREDIT-ED
                   DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
               WRITE CREDIT-AUDIT-LINE
           END-IF.

           MOVE WS-TOTAL-REQUIRED TO WS-REQUIRED-ED.
           MOVE ST-EARNED-TOTAL(WS-STUDENT-SUB) TO WS-CREDIT-ED.
           COMPUTE WS-OUTSTANDING = WS-TOTAL-REQUIRED
               - ST-EARNED-TOTAL(WS-STUDENT-SUB).
           IF WS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.
           MOVE WS-OUTSTANDING TO WS-OUTSTANDING-ED.
           MOVE ST-PROGRESS-TOTAL(WS-STUDENT-SUB) TO WS-PROGRESS-ED.
           MOVE SPACES TO CREDIT-AUDIT-LINE.
           STRING "  TOTAL        " WS-REQUIRED-ED "   "
               WS-CREDIT-ED "      " WS-OUTSTANDING-ED "    "
               WS-PROGRESS-ED
               DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.

           MOVE "  IN PROGRESS THIS TERM:" TO CREDIT-AUDIT-LINE.
           WRITE CREDIT-AUDIT-LINE.
           IF ST-PROGRESS-COUNT(WS-STUDENT-SUB) = ZERO
               MOVE "    NONE" TO CREDIT-AUDIT-LINE
               WRITE CREDIT-AUDIT-LINE
           END-IF.
           PERFORM VARYING WS-PROGRESS-SUB FROM 1 BY 1
                   UNTIL WS-PROGRESS-SUB >
                       ST-PROGRESS-COUNT(WS-STUDENT-SUB)
               PERFORM WRITE-ONE-PROGRESS-LINE-PROC
           END-PERFORM.

       WRITE-ONE-PROGRESS-LINE-PROC.
           MOVE ST-PROGRESS-SEC(WS-STUDENT-SUB, WS-PROGRESS-SUB)
               TO WS-TEMP-SECTION-ID.
           PERFORM FIND-SECTION-PROC.

           MOVE SPACES TO CREDIT-AUDIT-LINE.
           IF WS-SECTION-FOUND-SUB = ZERO
               STRING "    " WS-TEMP-SECTION-ID
                   " NOT ON SECTION-MASTER.dat"
                   DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
           ELSE
               MOVE SC-CREDITS(WS-SECTION-FOUND-SUB) TO WS-CREDIT-ED
               STRING "    " WS-TEMP-SECTION-ID " "
                   SC-AREA(WS-SECTION-FOUND-SUB) " "
                   WS-CREDIT-ED "  "
                   SC-TITLE(WS-SECTION-FOUND-SUB)
                   DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
           END-IF.
           WRITE CREDIT-AUDIT-LINE.

       WRITE-SENIORS-HEADER-PROC.
           MOVE SPACES TO SENIORS-SHORT-LINE.
           STRING "SENIORS SHORT OF GRADUATION CREDITS - "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.

           MOVE SPACES TO SENIORS-SHORT-LINE.
           STRING "SHORT = CREDITS STILL NEEDED ON ARCHIVED TERMS; "
               "AFTER TERM = STILL NEEDED IF ALL IN-PROGRESS "
               "WORK IS PASSED"
               DELIMITED BY SIZE INTO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.

           MOVE SPACES TO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.
           MOVE SPACES TO SENIORS-SHORT-LINE.
           STRING "ID         NAME                 SURNAME"
               "                EARNED  SHORT  AFTER TERM"
               DELIMITED BY SIZE INTO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.

      *> A senior is short when the total or any one subject area
      *> is still under the requirement on the archived terms
       SELECT-SHORT-SENIORS-PROC.
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               IF ST-GRADE-LEVEL(WS-STUDENT-SUB) = 12
                   PERFORM CHECK-STUDENT-SHORT-PROC
                   IF STUDENT-SHORT
                       MOVE ST-SURNAME(WS-STUDENT-SUB) TO SS-SURNAME
                       MOVE ST-NAME(WS-STUDENT-SUB) TO SS-NAME
                       MOVE WS-STUDENT-SUB TO SS-STUDENT-SUB
                       RELEASE SENIOR-SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-STUDENT-SHORT-PROC.
           MOVE 'N' TO WS-SHORT-FLAG.
           IF ST-EARNED-TOTAL(WS-STUDENT-SUB) < WS-TOTAL-REQUIRED
               MOVE 'Y' TO WS-SHORT-FLAG
           END-IF.
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
               IF ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB) <
                       RQ-CREDITS(WS-AREA-SUB)
                   MOVE 'Y' TO WS-SHORT-FLAG
               END-IF
           END-PERFORM.

       WRITE-SENIORS-SHORT-PROC.
           MOVE 'N' TO WS-SENIOR-EOF-FLAG.

           PERFORM UNTIL SENIOR-EOF
               RETURN SENIOR-SORT AT END
                   MOVE 'Y' TO WS-SENIOR-EOF-FLAG
               NOT AT END
                   MOVE SS-STUDENT-SUB TO WS-STUDENT-SUB
                   PERFORM WRITE-ONE-SENIOR-PROC
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.
           MOVE SPACES TO SENIORS-SHORT-LINE.
           STRING "SENIORS SHORT: " WS-SENIORS-SHORT-COUNT
               DELIMITED BY SIZE INTO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.

       WRITE-ONE-SENIOR-PROC.
           ADD 1 TO WS-SENIORS-SHORT-COUNT.

           MOVE ST-EARNED-TOTAL(WS-STUDENT-SUB) TO WS-CREDIT-ED.
           COMPUTE WS-OUTSTANDING = WS-TOTAL-REQUIRED
               - ST-EARNED-TOTAL(WS-STUDENT-SUB).
           IF WS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.
           MOVE WS-OUTSTANDING TO WS-OUTSTANDING-ED.
           COMPUTE WS-AFTER-TERM = WS-OUTSTANDING
               - ST-PROGRESS-TOTAL(WS-STUDENT-SUB).
           IF WS-AFTER-TERM < ZERO
               MOVE ZERO TO WS-AFTER-TERM
           END-IF.
           MOVE WS-AFTER-TERM TO WS-AFTER-TERM-ED.

           MOVE SPACES TO SENIORS-SHORT-LINE.
           STRING ST-ID(WS-STUDENT-SUB) " "
               ST-NAME(WS-STUDENT-SUB) " "
               ST-SURNAME(WS-STUDENT-SUB) "  "
               WS-CREDIT-ED "  " WS-OUTSTANDING-ED "  "
               WS-AFTER-TERM-ED
               DELIMITED BY SIZE INTO SENIORS-SHORT-LINE.
           WRITE SENIORS-SHORT-LINE.

           *> The areas still under requirement, with what is left
           *> in each and what is left once this term is passed
           PERFORM VARYING WS-AREA-SUB FROM 1 BY 1
                   UNTIL WS-AREA-SUB > WS-AREA-COUNT
               COMPUTE WS-OUTSTANDING = RQ-CREDITS(WS-AREA-SUB)
                   - ST-EARNED(WS-STUDENT-SUB, WS-AREA-SUB)
               IF WS-OUTSTANDING > ZERO
                   MOVE WS-OUTSTANDING TO WS-OUTSTANDING-ED
                   COMPUTE WS-AFTER-TERM = WS-OUTSTANDING
                       - ST-PROGRESS(WS-STUDENT-SUB, WS-AREA-SUB)
                   IF WS-AFTER-TERM < ZERO
                       MOVE ZERO TO WS-AFTER-TERM
                   END-IF
                   MOVE WS-AFTER-TERM TO WS-AFTER-TERM-ED
                   MOVE SPACES TO SENIORS-SHORT-LINE
                   STRING "    SHORT IN " RQ-AREA(WS-AREA-SUB)
                       WS-OUTSTANDING-ED "  AFTER TERM "
                       WS-AFTER-TERM-ED
                       DELIMITED BY SIZE INTO SENIORS-SHORT-LINE
                   WRITE SENIORS-SHORT-LINE
               END-IF
           END-PERFORM.
