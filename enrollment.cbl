       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-ENROLLMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLLMENT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENT-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT SECTION-MASTER-FILE ASSIGN TO 'SECTION-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-SECTION-MASTER-STATUS.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT MASTER-ROSTER-FILE
               ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT ENROLLED-WORK-FILE ASSIGN TO 'ENROLLED-WORK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ENROLLMENT-REPORT-FILE
               ASSIGN TO 'ENROLLMENT-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-REPORT-FILE
               ASSIGN TO 'SCHEDULE-CONFLICTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-SORT ASSIGN TO 'ROSTER-SORT.txt'.
           SELECT CONFLICT-SORT ASSIGN TO 'CONFLICT-SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-LINE        PIC X(40).
      *> Tab-delimited: student ID/section ID, one line per
      *> section the student is booked into

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

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

      *> The per-section roster SORT-STUDENT-GRADES,
      *> GENERATE-GRADE-NOTICES and EXPORT-DISTRICT-SIS read;
      *> rebuilt here in full on every run
       FD MASTER-ROSTER-FILE.
       01 MASTER-ROSTER-RECORD.
           05 MR-ID              PIC X(10).
           05 MR-NAME            PIC X(20).
           05 MR-SURNAME         PIC X(20).

      *> Enrollments that made it onto a roster, waiting for the
      *> schedule-conflict pass
       FD ENROLLED-WORK-FILE.
       01 ENROLLED-WORK-RECORD.
           05 EW-ID              PIC X(10).
           05 EW-SECTION         PIC X(10).
           05 EW-PERIOD          PIC X(2).
           05 EW-NAME            PIC X(20).
           05 EW-SURNAME         PIC X(20).

       FD ENROLLMENT-REPORT-FILE.
       01 ENROLLMENT-REPORT-LINE PIC X(120).

       FD CONFLICT-REPORT-FILE.
       01 CONFLICT-REPORT-LINE   PIC X(120).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

      *> Enrollments sort by section so each roster is written in
      *> one pass, in student-ID order within the section
       SD ROSTER-SORT.
       01 ROSTER-SORT-RECORD.
           05 RS-SECTION         PIC X(10).
           05 RS-ID              PIC X(10).
           05 RS-NAME            PIC X(20).
           05 RS-SURNAME         PIC X(20).
           05 RS-PERIOD          PIC X(2).
      *> Spaces when the section has no master row; such
      *> enrollments are rostered but not period-checked

      *> Rostered enrollments sort by student and period, so two
      *> sections in the same period arrive together
       SD CONFLICT-SORT.
       01 CONFLICT-SORT-RECORD.
           05 CS-ID              PIC X(10).
           05 CS-PERIOD          PIC X(2).
           05 CS-SECTION         PIC X(10).
           05 CS-NAME            PIC X(20).
           05 CS-SURNAME         PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-ENROLLMENT-FILE-STATUS PIC XX.
       01 WS-STUDENT-MASTER-STATUS  PIC XX.
       01 WS-SECTION-MASTER-STATUS  PIC XX.
       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-ROSTER-FILE-STATUS     PIC XX.
       01 WS-WORK-FILE-STATUS       PIC XX.

       01 WS-ENROLLMENT-EOF-FLAG    PIC X VALUE 'N'.
           88 ENROLLMENT-EOF        VALUE 'Y'.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-WORK-EOF-FLAG          PIC X VALUE 'N'.
           88 WORK-EOF              VALUE 'Y'.
       01 WS-ROSTER-SORT-EOF-FLAG   PIC X VALUE 'N'.
           88 ROSTER-SORT-EOF       VALUE 'Y'.
       01 WS-CONFLICT-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 CONFLICT-SORT-EOF     VALUE 'Y'.

       01 WS-SECTION-MASTER-FLAG    PIC X VALUE 'N'.
           88 SECTION-MASTER-AVAILABLE VALUE 'Y'.
       01 WS-ROSTER-OPEN-FLAG       PIC X VALUE 'N'.
           88 ROSTER-OPEN           VALUE 'Y'.
       01 WS-ROSTER-GROUP-FLAG      PIC X VALUE 'N'.
           88 ROSTER-GROUP-STARTED  VALUE 'Y'.

       01 WS-ROSTER-FILENAME        PIC X(30).
       01 WS-SECTION-ID             PIC X(10).
       01 WS-CUR-SECTION            PIC X(10).
       01 WS-CUR-SECTION-COUNT      PIC 9(6) VALUE ZERO.

       01 WS-TEMP-ID                PIC X(10).
       01 WS-TEMP-SECTION           PIC X(10).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
      *> Catches data past field 2
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-VALID-ENROLLMENT-FLAG  PIC X VALUE 'Y'.
           88 VALID-ENROLLMENT      VALUE 'Y'.
       01 WS-REJECT-REASON          PIC X(30).

      *> Sections a roster was written for this run, checked
      *> against SECTIONS.txt so a batch section with nobody
      *> enrolled still gets an empty roster instead of a stale one
       01 BUILT-SECTION-TABLE.
           05 BS-ENTRY OCCURS 200 TIMES.
               10 BS-ID             PIC X(10).
               10 BS-COUNT          PIC 9(6).
               10 BS-IN-BATCH       PIC X.
                   88 BS-IN-SECTIONS-LIST VALUE 'Y'.
       01 WS-BUILT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-BUILT-SUB              PIC 9(3) COMP.
       01 WS-BUILT-FOUND-FLAG       PIC X VALUE 'N'.
           88 BUILT-FOUND           VALUE 'Y'.

      *> One student-period group is held at a time off the
      *> conflict sort
       01 WS-CONFLICT-GROUP-KEY     PIC X(12).
       01 WS-CONFLICT-GROUP-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-FIRST-SECTION          PIC X(10).
       01 WS-CONFLICT-KEY           PIC X(12).

       01 WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-ROSTERED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-UNCHECKED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CONFLICT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-EMPTY-ROSTER-COUNT     PIC 9(6) VALUE ZERO.

       01 WS-TIME-STAMP             PIC X(21).
       01 WS-RUN-DATE               PIC X(10).

      *> End-of-job severities: 00 clean, 04 completed with
      *> warnings, 08 rosters left unchanged
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
           DISPLAY ">> BUILDING SECTION ROSTERS FROM ENROLLMENT...".

           OPEN OUTPUT EOJ-STATUS-FILE.
           MOVE SPACES TO WS-SECTION-ID.

           OPEN INPUT ENROLLMENT-FILE.

           IF WS-ENROLLMENT-FILE-STATUS = '35'
               DISPLAY ">> ENROLLMENT.txt NOT FOUND - "
                       "SECTION ROSTERS LEFT UNCHANGED"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'ROSTERS LEFT UNCHANGED' TO WS-COND-NAME
               MOVE 'ENROLLMENT.txt NOT FOUND' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               CLOSE ENROLLMENT-FILE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-STUDENT-MASTER-STATUS NOT = '00'
                   DISPLAY ">> STUDENT-MASTER.dat NOT USABLE - "
                           "STATUS " WS-STUDENT-MASTER-STATUS
                           " - SECTION ROSTERS LEFT UNCHANGED"
                   MOVE 08 TO WS-COND-SEVERITY
                   MOVE 'ROSTERS LEFT UNCHANGED' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "STUDENT-MASTER.dat STATUS "
                       WS-STUDENT-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               ELSE
                   PERFORM BUILD-ENROLLMENT-PROC
                   CLOSE STUDENT-MASTER-FILE
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

       BUILD-ENROLLMENT-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-TIME-STAMP(1:4) "-"
                  WS-TIME-STAMP(5:2) "-"
                  WS-TIME-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           OPEN OUTPUT ENROLLMENT-REPORT-FILE.
           OPEN OUTPUT CONFLICT-REPORT-FILE.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           STRING "ENROLLMENT AND ROSTER BUILD - " WS-RUN-DATE
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "SCHEDULE CONFLICTS - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

           MOVE 'N' TO WS-SECTION-MASTER-FLAG.
           OPEN INPUT SECTION-MASTER-FILE.
           IF WS-SECTION-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-SECTION-MASTER-FLAG
           ELSE
               DISPLAY ">> SECTION-MASTER.dat NOT AVAILABLE - "
                       "STATUS " WS-SECTION-MASTER-STATUS
                       " - PERIODS WILL NOT BE CHECKED"
           END-IF.

           OPEN OUTPUT ENROLLED-WORK-FILE.

           SORT ROSTER-SORT
               ON ASCENDING KEY RS-SECTION
               ON ASCENDING KEY RS-ID
               INPUT PROCEDURE RELEASE-ENROLLMENTS-PROC
               OUTPUT PROCEDURE BUILD-ROSTERS-PROC.

           CLOSE ENROLLED-WORK-FILE.

           IF SECTION-MASTER-AVAILABLE
               CLOSE SECTION-MASTER-FILE
           END-IF.

           PERFORM CHECK-BATCH-SECTIONS-PROC.

           SORT CONFLICT-SORT
               ON ASCENDING KEY CS-ID
               ON ASCENDING KEY CS-PERIOD
               ON ASCENDING KEY CS-SECTION
               INPUT PROCEDURE RELEASE-ENROLLED-WORK-PROC
               OUTPUT PROCEDURE REPORT-CONFLICTS-PROC.

           PERFORM WRITE-ENROLLMENT-TOTALS-PROC.

           CLOSE ENROLLMENT-REPORT-FILE.
           CLOSE CONFLICT-REPORT-FILE.

           DISPLAY ">> ENROLLMENT-REPORT.txt AND "
                   "SCHEDULE-CONFLICTS.txt WRITTEN SUCCESSFULLY!".

           MOVE SPACES TO WS-SECTION-ID.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ENROLLMENTS REJECTED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-CONFLICT-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'SCHEDULE CONFLICTS' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-CONFLICT-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

       RELEASE-ENROLLMENTS-PROC.
           OPEN INPUT ENROLLMENT-FILE.
           MOVE 'N' TO WS-ENROLLMENT-EOF-FLAG.

           PERFORM UNTIL ENROLLMENT-EOF
               READ ENROLLMENT-FILE
                   AT END MOVE 'Y' TO WS-ENROLLMENT-EOF-FLAG
                   NOT AT END PERFORM RELEASE-ONE-ENROLLMENT-PROC
               END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

       RELEASE-ONE-ENROLLMENT-PROC.
           MOVE 'Y' TO WS-VALID-ENROLLMENT-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-ID.
           MOVE SPACES TO WS-TEMP-SECTION.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           IF ENROLLMENT-LINE NOT = SPACES
               ADD 1 TO WS-READ-COUNT

               UNSTRING ENROLLMENT-LINE DELIMITED BY X'09'
                   INTO WS-TEMP-ID
                        WS-TEMP-SECTION
                        WS-TEMP-OVERFLOW-X
                   TALLYING IN WS-FIELD-COUNT
               END-UNSTRING

               EVALUATE TRUE
                   WHEN WS-TEMP-OVERFLOW-X NOT = SPACES
                       MOVE 'N' TO WS-VALID-ENROLLMENT-FLAG
                       MOVE 'EXTRA FIELD(S) ON LINE'
                           TO WS-REJECT-REASON
                   WHEN WS-FIELD-COUNT < 2
                           OR WS-TEMP-ID = SPACES
                           OR WS-TEMP-SECTION = SPACES
                       MOVE 'N' TO WS-VALID-ENROLLMENT-FLAG
                       MOVE 'MISSING FIELD(S) ON LINE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM VALIDATE-ENROLLMENT-PROC
               END-EVALUATE

               IF VALID-ENROLLMENT
                   MOVE FUNCTION TRIM(WS-TEMP-SECTION) TO RS-SECTION
                   MOVE SM-ID TO RS-ID
                   MOVE SM-NAME TO RS-NAME
                   MOVE SM-SURNAME TO RS-SURNAME
                   RELEASE ROSTER-SORT-RECORD
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO ENROLLMENT-REPORT-LINE
                   STRING "REJECTED: " FUNCTION TRIM(ENROLLMENT-LINE)
                       " - " WS-REJECT-REASON
                       DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
                   WRITE ENROLLMENT-REPORT-LINE
               END-IF
           END-IF.

      *> Only an active student is rostered. The period comes off
      *> the section master; a section with no master row is still
      *> rostered but sits out of the conflict check.
       VALIDATE-ENROLLMENT-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SM-ID.

           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-ENROLLMENT-FLAG
                   MOVE 'STUDENT NOT ON STUDENT-MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT SM-ACTIVE
                       MOVE 'N' TO WS-VALID-ENROLLMENT-FLAG
                       MOVE 'STUDENT NOT ACTIVE'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

           IF VALID-ENROLLMENT
               MOVE SPACES TO RS-PERIOD
               IF SECTION-MASTER-AVAILABLE
                   MOVE FUNCTION TRIM(WS-TEMP-SECTION) TO SCM-ID
                   READ SECTION-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-UNCHECKED-COUNT
                           MOVE SPACES TO ENROLLMENT-REPORT-LINE
                           STRING "WARNING: "
                               FUNCTION TRIM(ENROLLMENT-LINE)
                               " - SECTION NOT ON SECTION-MASTER - "
                               "PERIOD NOT CHECKED"
                               DELIMITED BY SIZE
                               INTO ENROLLMENT-REPORT-LINE
                           WRITE ENROLLMENT-REPORT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           MOVE SCM-PERIOD TO RS-PERIOD
                   END-READ
               ELSE
                   ADD 1 TO WS-UNCHECKED-COUNT
               END-IF
           END-IF.

       BUILD-ROSTERS-PROC.
           MOVE 'N' TO WS-ROSTER-SORT-EOF-FLAG.
           MOVE 'N' TO WS-ROSTER-GROUP-FLAG.
           MOVE 'N' TO WS-ROSTER-OPEN-FLAG.

           PERFORM UNTIL ROSTER-SORT-EOF
               RETURN ROSTER-SORT AT END
                   MOVE 'Y' TO WS-ROSTER-SORT-EOF-FLAG
                   IF ROSTER-GROUP-STARTED
                       PERFORM FINISH-ONE-ROSTER-PROC
                   END-IF
               NOT AT END
                   IF ROSTER-GROUP-STARTED
                           AND RS-SECTION NOT = WS-CUR-SECTION
                       PERFORM FINISH-ONE-ROSTER-PROC
                   END-IF
                   IF NOT ROSTER-GROUP-STARTED
                       PERFORM START-ONE-ROSTER-PROC
                   END-IF
                   PERFORM WRITE-ROSTER-ROW-PROC
               END-RETURN
           END-PERFORM.

       START-ONE-ROSTER-PROC.
           MOVE 'Y' TO WS-ROSTER-GROUP-FLAG.
           MOVE RS-SECTION TO WS-CUR-SECTION.
           MOVE ZERO TO WS-CUR-SECTION-COUNT.

           MOVE WS-CUR-SECTION TO WS-SECTION-ID.
           PERFORM SET-ROSTER-FILENAME-PROC.

           MOVE 'N' TO WS-ROSTER-OPEN-FLAG.
           OPEN OUTPUT MASTER-ROSTER-FILE.
           IF WS-ROSTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ROSTER-OPEN-FLAG
           ELSE
               DISPLAY ">> " FUNCTION TRIM(WS-ROSTER-FILENAME)
                       " NOT WRITABLE - STATUS "
                       WS-ROSTER-FILE-STATUS
               MOVE SPACES TO ENROLLMENT-REPORT-LINE
               STRING "SECTION " WS-CUR-SECTION
                   " ROSTER NOT WRITABLE - STATUS "
                   WS-ROSTER-FILE-STATUS
                   " - ENROLLMENTS NOT ROSTERED"
                   DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
               WRITE ENROLLMENT-REPORT-LINE
           END-IF.

       SET-ROSTER-FILENAME-PROC.
           MOVE SPACES TO WS-ROSTER-FILENAME.
           STRING "MASTER-ROSTER-" FUNCTION TRIM(WS-SECTION-ID)
               ".dat"
               DELIMITED BY SIZE INTO WS-ROSTER-FILENAME.

      *> The roster keeps the same three fields the section
      *> programs have always read; grade level, homeroom and
      *> status stay on the student master
       WRITE-ROSTER-ROW-PROC.
           IF ROSTER-OPEN
               MOVE RS-ID TO MR-ID
               MOVE RS-NAME TO MR-NAME
               MOVE RS-SURNAME TO MR-SURNAME
               WRITE MASTER-ROSTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE SPACES TO ENROLLMENT-REPORT-LINE
                       STRING "REJECTED: " RS-ID " " RS-SECTION
                           " - DUPLICATE ENROLLMENT"
                           DELIMITED BY SIZE
                           INTO ENROLLMENT-REPORT-LINE
                       WRITE ENROLLMENT-REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-CUR-SECTION-COUNT
                       ADD 1 TO WS-ROSTERED-COUNT
                       MOVE RS-ID TO EW-ID
                       MOVE RS-SECTION TO EW-SECTION
                       MOVE RS-PERIOD TO EW-PERIOD
                       MOVE RS-NAME TO EW-NAME
                       MOVE RS-SURNAME TO EW-SURNAME
                       WRITE ENROLLED-WORK-RECORD
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       FINISH-ONE-ROSTER-PROC.
           IF ROSTER-OPEN
               CLOSE MASTER-ROSTER-FILE
               MOVE 'N' TO WS-ROSTER-OPEN-FLAG
           END-IF.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           STRING "SECTION " WS-CUR-SECTION " ROSTERED: "
               WS-CUR-SECTION-COUNT " TO "
               FUNCTION TRIM(WS-ROSTER-FILENAME)
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           IF WS-BUILT-COUNT NOT < 200
               DISPLAY ">> BUILT-SECTION TABLE FULL - " WS-CUR-SECTION
                       " NOT CHECKED AGAINST SECTIONS.txt"
           ELSE
               ADD 1 TO WS-BUILT-COUNT
               MOVE WS-CUR-SECTION TO BS-ID(WS-BUILT-COUNT)
               MOVE WS-CUR-SECTION-COUNT TO BS-COUNT(WS-BUILT-COUNT)
               MOVE 'N' TO BS-IN-BATCH(WS-BUILT-COUNT)
           END-IF.

           MOVE 'N' TO WS-ROSTER-GROUP-FLAG.

      *> A batch section with nobody enrolled gets an empty roster,
      *> so the sort reconciles against this run's enrollment and
      *> not a roster left from an earlier one. Sections enrolled
      *> but missing from SECTIONS.txt are listed, since no batch
      *> run will pick them up.
       CHECK-BATCH-SECTIONS-PROC.
           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               MOVE "SECTIONS.txt NOT FOUND - BATCH LIST NOT CHECKED"
                   TO ENROLLMENT-REPORT-LINE
               WRITE ENROLLMENT-REPORT-LINE
           ELSE
               MOVE 'N' TO WS-SECTIONS-EOF-FLAG
               PERFORM UNTIL SECTIONS-EOF
                   READ SECTIONS-FILE
                       AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                       NOT AT END
                           MOVE FUNCTION TRIM(SECTION-ID-IN)
                               TO WS-SECTION-ID
                           IF WS-SECTION-ID NOT = SPACES
                               PERFORM CHECK-ONE-BATCH-SECTION-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTIONS-FILE

               PERFORM VARYING WS-BUILT-SUB FROM 1 BY 1
                       UNTIL WS-BUILT-SUB > WS-BUILT-COUNT
                   IF NOT BS-IN-SECTIONS-LIST(WS-BUILT-SUB)
                       MOVE SPACES TO ENROLLMENT-REPORT-LINE
                       STRING "WARNING: SECTION "
                           BS-ID(WS-BUILT-SUB)
                           " HAS ENROLLMENT BUT IS NOT IN "
                           "SECTIONS.txt"
                           DELIMITED BY SIZE
                           INTO ENROLLMENT-REPORT-LINE
                       WRITE ENROLLMENT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ONE-BATCH-SECTION-PROC.
           MOVE 'N' TO WS-BUILT-FOUND-FLAG.

           PERFORM VARYING WS-BUILT-SUB FROM 1 BY 1
                   UNTIL WS-BUILT-SUB > WS-BUILT-COUNT
                       OR BUILT-FOUND
               IF BS-ID(WS-BUILT-SUB) = WS-SECTION-ID
                   MOVE 'Y' TO WS-BUILT-FOUND-FLAG
                   MOVE 'Y' TO BS-IN-BATCH(WS-BUILT-SUB)
               END-IF
           END-PERFORM.

           IF NOT BUILT-FOUND
               PERFORM SET-ROSTER-FILENAME-PROC
               OPEN OUTPUT MASTER-ROSTER-FILE
               IF WS-ROSTER-FILE-STATUS = '00'
                   CLOSE MASTER-ROSTER-FILE
                   ADD 1 TO WS-EMPTY-ROSTER-COUNT
                   MOVE SPACES TO ENROLLMENT-REPORT-LINE
                   STRING "SECTION " WS-SECTION-ID
                       " HAS NO ENROLLMENT - EMPTY ROSTER WRITTEN TO "
                       FUNCTION TRIM(WS-ROSTER-FILENAME)
                       DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
                   WRITE ENROLLMENT-REPORT-LINE
               ELSE
                   MOVE SPACES TO ENROLLMENT-REPORT-LINE
                   STRING "SECTION " WS-SECTION-ID
                       " HAS NO ENROLLMENT - ROSTER NOT WRITABLE - "
                       "STATUS " WS-ROSTER-FILE-STATUS
                       DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
                   WRITE ENROLLMENT-REPORT-LINE
               END-IF
           END-IF.

       RELEASE-ENROLLED-WORK-PROC.
           OPEN INPUT ENROLLED-WORK-FILE.
           MOVE 'N' TO WS-WORK-EOF-FLAG.

           PERFORM UNTIL WORK-EOF
               READ ENROLLED-WORK-FILE
                   AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
                   NOT AT END
                       IF EW-PERIOD NOT = SPACES
                           MOVE EW-ID TO CS-ID
                           MOVE EW-PERIOD TO CS-PERIOD
                           MOVE EW-SECTION TO CS-SECTION
                           MOVE EW-NAME TO CS-NAME
                           MOVE EW-SURNAME TO CS-SURNAME
                           RELEASE CONFLICT-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ENROLLED-WORK-FILE.

      *> The first section in a student-period group is held; a
      *> second one in the same group is a conflict, and every
      *> section in the group is listed from then on
       REPORT-CONFLICTS-PROC.
           MOVE 'N' TO WS-CONFLICT-SORT-EOF-FLAG.
           MOVE SPACES TO WS-CONFLICT-GROUP-KEY.
           MOVE ZERO TO WS-CONFLICT-GROUP-COUNT.

           PERFORM UNTIL CONFLICT-SORT-EOF
               RETURN CONFLICT-SORT AT END
                   MOVE 'Y' TO WS-CONFLICT-SORT-EOF-FLAG
               NOT AT END
                   MOVE CS-ID TO WS-CONFLICT-KEY(1:10)
                   MOVE CS-PERIOD TO WS-CONFLICT-KEY(11:2)
                   IF WS-CONFLICT-KEY = WS-CONFLICT-GROUP-KEY
                       ADD 1 TO WS-CONFLICT-GROUP-COUNT
                       IF WS-CONFLICT-GROUP-COUNT = 2
                           ADD 1 TO WS-CONFLICT-COUNT
                           PERFORM WRITE-CONFLICT-HEADER-PROC
                       END-IF
                       PERFORM WRITE-CONFLICT-SECTION-PROC
                   ELSE
                       MOVE WS-CONFLICT-KEY TO WS-CONFLICT-GROUP-KEY
                       MOVE 1 TO WS-CONFLICT-GROUP-COUNT
                       MOVE CS-SECTION TO WS-FIRST-SECTION
                   END-IF
               END-RETURN
           END-PERFORM.

           IF WS-CONFLICT-COUNT = ZERO
               MOVE "NO SCHEDULE CONFLICTS FOUND"
                   TO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
           END-IF.

       WRITE-CONFLICT-HEADER-PROC.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "STUDENT " CS-ID " "
               FUNCTION TRIM(CS-NAME) " "
               FUNCTION TRIM(CS-SURNAME)
               " - PERIOD " CS-PERIOD " BOOKED IN:"
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "  SECTION " WS-FIRST-SECTION
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

       WRITE-CONFLICT-SECTION-PROC.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "  SECTION " CS-SECTION
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

       WRITE-ENROLLMENT-TOTALS-PROC.
           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           STRING "ENROLLMENT LINES READ: " WS-READ-COUNT
               " ROSTERED: " WS-ROSTERED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           STRING "SECTION ROSTERS WRITTEN: " WS-BUILT-COUNT
               " EMPTY: " WS-EMPTY-ROSTER-COUNT
               " NOT PERIOD-CHECKED: " WS-UNCHECKED-COUNT
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           MOVE SPACES TO ENROLLMENT-REPORT-LINE.
           STRING "SCHEDULE CONFLICTS: " WS-CONFLICT-COUNT
               " - SEE SCHEDULE-CONFLICTS.txt"
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE.
           WRITE ENROLLMENT-REPORT-LINE.

           DISPLAY ">> ROSTERED: " WS-ROSTERED-COUNT
                   " REJECTED: " WS-REJECTED-COUNT
                   " SCHEDULE CONFLICTS: " WS-CONFLICT-COUNT.
