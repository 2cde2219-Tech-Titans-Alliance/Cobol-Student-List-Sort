           SELECT ATT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'SCHOOL-CALENDAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT MASTER-ROSTER-FILE
               ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT MISSING-MARKS-FILE
               ASSIGN TO DYNAMIC WS-MISSING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATT-ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ATT-POLICY-FILE.
       01 ATT-POLICY-LINE        PIC X(20).
      *> "LIMIT n" - unexcused-absence percent above which the
      *> student's standing is forced to FAILING downstream.
      *> "CONSECUTIVE n" - run of unexcused absences on back-to-back
      *> instructional days that puts the student on the alert
      *> extract. One keyword per line, in any order.

       FD ATT-PCT-FILE.
       01 ATT-PCT-RECORD-AREA    PIC X(70).
       FD ATT-REPORT-FILE.
       01 ATT-REPORT-LINE        PIC X(100).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       FD TERM-ID-FILE.
       01 TERM-ID-IN             PIC X(10).

       FD CALENDAR-FILE.
       01 CALENDAR-LINE          PIC X(40).
      *> Tab-delimited: term/date, one line per instructional day
      *> in date order. Weekends, holidays and other closed days
      *> are simply left out. Dates are YYYYMMDD or YYYY-MM-DD.

       FD MASTER-ROSTER-FILE.
       01 MASTER-ROSTER-RECORD.
           05 MR-ID              PIC X(10).
           05 MR-NAME            PIC X(20).
           05 MR-SURNAME         PIC X(20).
      *> Indexed master keyed on student ID,
      *> maintained by ROSTER-MAINTENANCE

       FD MISSING-MARKS-FILE.
       01 MISSING-MARKS-LINE     PIC X(100).

       FD ATT-ALERT-FILE.
       01 ATT-ALERT-AREA         PIC X(90).

       WORKING-STORAGE SECTION.

      *> Delimited record images are built here rather than in the
      *> "OK" or "ATTFAIL" once the unexcused percent passes the
      *> policy limit

       01 ATT-ALERT-RECORD.
           05 AL-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-STUDENT-NAME    PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-STUDENT-SURNAME PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-RUN-LENGTH      PIC 9(3).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-FIRST-DATE      PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-LAST-DATE       PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AL-RUN-STATUS      PIC X(7).
      *> Longest run of unexcused absences on consecutive
      *> instructional days; ONGOING when the run reaches the
      *> student's latest mark, ENDED once the student was back

       01 ATT-REJECT-OUT.
           05 AR-LINE-OUT        PIC X(80).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
       01 WS-POLICY-FILE-STATUS     PIC XX.
       01 WS-ATTENDANCE-EOF-FLAG    PIC X VALUE 'N'.
           88 ATTENDANCE-EOF        VALUE 'Y'.
       01 WS-POLICY-EOF-FLAG        PIC X VALUE 'N'.
           88 POLICY-EOF            VALUE 'Y'.
       01 WS-TERM-ID-FILE-STATUS    PIC XX.
       01 WS-CALENDAR-FILE-STATUS   PIC XX.
       01 WS-CALENDAR-EOF-FLAG      PIC X VALUE 'N'.
           88 CALENDAR-EOF          VALUE 'Y'.
       01 WS-ROSTER-FILE-STATUS     PIC XX.
       01 WS-ROSTER-EOF-FLAG        PIC X VALUE 'N'.
           88 ROSTER-EOF            VALUE 'Y'.

       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.
       01 WS-ATTENDANCE-FILENAME    PIC X(40)
           VALUE 'ATTENDANCE-REJECTS.txt'.
       01 WS-REPORT-FILENAME        PIC X(40)
           VALUE 'ATTENDANCE-REPORT.txt'.
       01 WS-ROSTER-FILENAME        PIC X(40)
           VALUE 'MASTER-ROSTER.dat'.
       01 WS-MISSING-FILENAME       PIC X(40)
           VALUE 'ATTENDANCE-MISSING.txt'.
       01 WS-ALERT-FILENAME         PIC X(40)
           VALUE 'ATTENDANCE-ALERTS.txt'.

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy line without the ID field
               10 SA-TARDY-COUNT    PIC 9(4).
               10 SA-ABSENT-COUNT   PIC 9(4).
               10 SA-EXCUSED-COUNT  PIC 9(4).
               10 SA-DAY-GRID.
                   15 SA-DAY-CODE   PIC X OCCURS 250 TIMES.
      *> The code marked on each instructional day of the
      *> calendar, spaces where no mark has been seen; filled only
      *> when the school calendar is loaded
       01 WS-STUDENT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-SUB            PIC 9(5) COMP.
       01 WS-STUDENT-FOUND-FLAG     PIC X VALUE 'N'.
      *> student's standing to FAILING regardless of grade. The
      *> policy file can restate the limit.
       01 WS-UNEXCUSED-LIMIT        PIC 9(3) VALUE 20.
       01 WS-POLICY-KEYWORD         PIC X(12).
       01 WS-POLICY-VALUE-X         PIC X(5).
       01 WS-POLICY-FIELD-COUNT     PIC 9.

      *> Unexcused absences on this many instructional days in a
      *> row put the student on the alert extract, well before the
      *> term percentage reaches the limit
       01 WS-CONSECUTIVE-LIMIT      PIC 9(3) VALUE 3.

      *> Instructional days of the current term, in date order,
      *> from SCHOOL-CALENDAR.txt. DAY-MAP-TABLE turns a date's
      *> offset from the first day of term into its position here;
      *> zero marks a date inside the term with no instruction.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-CALENDAR-LOADED-FLAG   PIC X VALUE 'N'.
           88 CALENDAR-LOADED       VALUE 'Y'.
       01 CALENDAR-TABLE.
           05 CD-DATE               PIC X(8) OCCURS 250 TIMES.
       01 WS-CAL-DAY-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CAL-DAY-SUB            PIC 9(3) COMP.
       01 DAY-MAP-TABLE.
           05 DM-DAY-SUB            PIC 9(3) OCCURS 400 TIMES.
       01 WS-TERM-START-INT         PIC 9(7) VALUE ZERO.
       01 WS-TERM-SPAN              PIC 9(3) VALUE ZERO.
       01 WS-DAY-OFFSET             PIC S9(7).
       01 WS-MARK-DAY-SUB           PIC 9(3) COMP VALUE ZERO.
       01 WS-CAL-TERM-X             PIC X(10).
       01 WS-CAL-DATE-X             PIC X(10).
       01 WS-CAL-OVERFLOW-X         PIC X(10).
       01 WS-CAL-FIELD-COUNT        PIC 9.

      *> Mark and calendar dates are held as YYYYMMDD whichever
      *> way they were keyed
       01 WS-DATE-IN-X              PIC X(10).
       01 WS-NORMAL-DATE            PIC X(8).
       01 WS-NORMAL-DATE-9 REDEFINES WS-NORMAL-DATE PIC 9(8).
       01 WS-DATE-VALID-FLAG        PIC X VALUE 'N'.
           88 DATE-VALID            VALUE 'Y'.
       01 WS-DISPLAY-DATE           PIC X(10).

      *> Rostered students, for the missing-mark report; RL-SA-SUB
      *> points at the student's marks, zero when none were seen
       01 ROSTER-LOOKUP-TABLE.
           05 RL-ENTRY OCCURS 10000 TIMES.
               10 RL-ID             PIC X(10).
               10 RL-NAME           PIC X(20).
               10 RL-SURNAME        PIC X(20).
               10 RL-SA-SUB         PIC 9(5).
       01 WS-ROSTER-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ROSTER-SUB             PIC 9(5) COMP.
       01 WS-ROSTER-AVAILABLE-FLAG  PIC X VALUE 'N'.
           88 ROSTER-AVAILABLE      VALUE 'Y'.

       01 WS-TODAY                  PIC X(8).
       01 WS-THROUGH-DAY-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-MISSING-COUNT          PIC 9(6) VALUE ZERO.

       01 WS-RUN-LENGTH             PIC 9(3).
       01 WS-RUN-FIRST-SUB          PIC 9(3) COMP.
       01 WS-LONGEST-RUN            PIC 9(3).
       01 WS-LONGEST-FIRST-SUB      PIC 9(3) COMP.
       01 WS-LONGEST-LAST-SUB       PIC 9(3) COMP.
       01 WS-LAST-MARKED-SUB        PIC 9(3) COMP.
       01 WS-ALERT-COUNT            PIC 9(5) VALUE ZERO.

       01 WS-TOTAL-MARKS            PIC 9(5).
       01 WS-ATTEND-PCT             PIC 9(3).
       01 WS-UNEXCUSED-PCT          PIC 9(3).
       01 WS-FLAGGED-COUNT          PIC 9(4) VALUE ZERO.

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
           DISPLAY ">> TOTALLING ATTENDANCE...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-ATT-CONTROL-PROC.
           PERFORM READ-ATT-POLICY-PROC.
           PERFORM LOAD-SCHOOL-CALENDAR-PROC.
           PERFORM READ-ATTENDANCE-PROC.

           IF WS-ATTENDANCE-FILE-STATUS NOT = '35'
               PERFORM WRITE-ABSENCE-ALERTS-PROC
               PERFORM WRITE-ATT-OUTPUT-PROC
               PERFORM WRITE-MISSING-MARKS-PROC
               DISPLAY ">> " FUNCTION TRIM(WS-PCT-FILENAME)
                       " WRITTEN SUCCESSFULLY!"
           ELSE
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO INPUT' TO WS-COND-NAME
               MOVE WS-ATTENDANCE-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-MARKS-REJECTED > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'MARKS REJECTED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-MARKS-REJECTED
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-MISSING-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ATTENDANCE MARKS MISSING' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-MISSING-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-ALERT-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'CONSECUTIVE ABSENCE ALERTS' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-ALERT-COUNT
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

      *> An optional ATTENDANCE-CONTROL.txt names the section,
      *> selecting the batch-mode filename suffixes the sort expects
                   STRING "ATTENDANCE-REPORT-"
                       FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-REPORT-FILENAME
                   MOVE SPACES TO WS-ROSTER-FILENAME
                   STRING "MASTER-ROSTER-"
                       FUNCTION TRIM(WS-SECTION-ID) ".dat"
                       DELIMITED BY SIZE INTO WS-ROSTER-FILENAME
                   MOVE SPACES TO WS-MISSING-FILENAME
                   STRING "ATTENDANCE-MISSING-"
                       FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-MISSING-FILENAME
                   MOVE SPACES TO WS-ALERT-FILENAME
                   STRING "ATTENDANCE-ALERTS-"
                       FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ALERT-FILENAME
                   DISPLAY ">> TOTALLING SECTION " WS-SECTION-ID
                           " FROM " WS-ATTENDANCE-FILENAME
               END-IF
               DISPLAY ">> ATTENDANCE-POLICY.txt NOT FOUND - "
                       "BOARD LIMIT OF 20 PERCENT UNEXCUSED APPLIES"
           ELSE
               MOVE 'N' TO WS-POLICY-EOF-FLAG
               PERFORM UNTIL POLICY-EOF
                   READ ATT-POLICY-FILE
                       AT END MOVE 'Y' TO WS-POLICY-EOF-FLAG
                       NOT AT END PERFORM PARSE-POLICY-LINE-PROC
                   END-READ
               END-PERFORM
               CLOSE ATT-POLICY-FILE
           END-IF.

           DISPLAY ">> UNEXCUSED ABSENCE LIMIT: "
                   WS-UNEXCUSED-LIMIT " PERCENT".
           DISPLAY ">> CONSECUTIVE ABSENCE ALERT AT: "
                   WS-CONSECUTIVE-LIMIT " DAYS".

      *> A bad line leaves that setting at its default; the other
      *> lines still apply
       PARSE-POLICY-LINE-PROC.
           MOVE ZERO TO WS-POLICY-FIELD-COUNT.
           MOVE SPACES TO WS-POLICY-KEYWORD.
           MOVE SPACES TO WS-POLICY-VALUE-X.
           UNSTRING ATT-POLICY-LINE DELIMITED BY SPACE
               INTO WS-POLICY-KEYWORD WS-POLICY-VALUE-X
               TALLYING IN WS-POLICY-FIELD-COUNT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN ATT-POLICY-LINE = SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(WS-POLICY-KEYWORD) = 'LIMIT'
                       AND FUNCTION TRIM(WS-POLICY-VALUE-X) NUMERIC
                   MOVE FUNCTION NUMVAL(WS-POLICY-VALUE-X)
                       TO WS-UNEXCUSED-LIMIT
               WHEN FUNCTION TRIM(WS-POLICY-KEYWORD) = 'CONSECUTIVE'
                       AND FUNCTION TRIM(WS-POLICY-VALUE-X) NUMERIC
                       AND FUNCTION NUMVAL(WS-POLICY-VALUE-X) > ZERO
                   MOVE FUNCTION NUMVAL(WS-POLICY-VALUE-X)
                       TO WS-CONSECUTIVE-LIMIT
               WHEN OTHER
                   DISPLAY ">> ATTENDANCE-POLICY.txt - "
                           "BAD POLICY LINE IGNORED: "
                           ATT-POLICY-LINE
           END-EVALUATE.

      *> The calendar is optional; without it, or without a term
      *> to pick out of it, marks are totalled as before with no
      *> date checks and no missing-mark or alert output
       LOAD-SCHOOL-CALENDAR-PROC.
           MOVE 'N' TO WS-CALENDAR-LOADED-FLAG.
           MOVE ZERO TO WS-CAL-DAY-COUNT.
           MOVE ZERO TO WS-TERM-SPAN.
           MOVE ZEROS TO DAY-MAP-TABLE.

           OPEN INPUT TERM-ID-FILE.
           IF WS-TERM-ID-FILE-STATUS NOT = '35'
               READ TERM-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(TERM-ID-IN) TO WS-TERM-ID
               END-READ
               CLOSE TERM-ID-FILE
           END-IF.

           IF WS-TERM-ID = SPACES
               DISPLAY ">> TERM-ID.txt NOT FOUND - MARK DATES NOT "
                       "CHECKED AGAINST THE SCHOOL CALENDAR"
           ELSE
               OPEN INPUT CALENDAR-FILE
               IF WS-CALENDAR-FILE-STATUS = '35'
                   DISPLAY ">> SCHOOL-CALENDAR.txt NOT FOUND - "
                           "MARK DATES NOT CHECKED"
               ELSE
                   MOVE 'N' TO WS-CALENDAR-EOF-FLAG
                   PERFORM UNTIL CALENDAR-EOF
                       READ CALENDAR-FILE
                           AT END MOVE 'Y' TO WS-CALENDAR-EOF-FLAG
                           NOT AT END
                               PERFORM LOAD-CALENDAR-LINE-PROC
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
                   IF WS-CAL-DAY-COUNT = ZERO
                       DISPLAY ">> NO INSTRUCTIONAL DAYS FOR TERM "
                               FUNCTION TRIM(WS-TERM-ID)
                               " - MARK DATES NOT CHECKED"
                   ELSE
                       MOVE 'Y' TO WS-CALENDAR-LOADED-FLAG
                       DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                               ": " WS-CAL-DAY-COUNT
                               " INSTRUCTIONAL DAYS"
                   END-IF
               END-IF
           END-IF.

       LOAD-CALENDAR-LINE-PROC.
           MOVE ZERO TO WS-CAL-FIELD-COUNT.
           MOVE SPACES TO WS-CAL-TERM-X.
           MOVE SPACES TO WS-CAL-DATE-X.
           MOVE SPACES TO WS-CAL-OVERFLOW-X.
           UNSTRING CALENDAR-LINE DELIMITED BY X'09'
               INTO WS-CAL-TERM-X WS-CAL-DATE-X WS-CAL-OVERFLOW-X
               TALLYING IN WS-CAL-FIELD-COUNT
           END-UNSTRING.

           IF FUNCTION TRIM(WS-CAL-TERM-X) = WS-TERM-ID
               MOVE WS-CAL-DATE-X TO WS-DATE-IN-X
               PERFORM NORMALIZE-DATE-PROC
               EVALUATE TRUE
                   WHEN NOT DATE-VALID
                       DISPLAY ">> SCHOOL-CALENDAR.txt - BAD DATE "
                               "IGNORED: " CALENDAR-LINE
                   WHEN WS-CAL-DAY-COUNT > ZERO
                           AND WS-NORMAL-DATE NOT >
                               CD-DATE(WS-CAL-DAY-COUNT)
                       DISPLAY ">> SCHOOL-CALENDAR.txt - DATE OUT "
                               "OF ORDER IGNORED: " CALENDAR-LINE
                   WHEN WS-CAL-DAY-COUNT NOT < 250
                       DISPLAY ">> SCHOOL-CALENDAR.txt - MORE THAN "
                               "250 DAYS IN TERM - IGNORED: "
                               CALENDAR-LINE
                   WHEN OTHER
                       PERFORM ADD-CALENDAR-DAY-PROC
               END-EVALUATE
           END-IF.

       ADD-CALENDAR-DAY-PROC.
           IF WS-CAL-DAY-COUNT = ZERO
               COMPUTE WS-TERM-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NORMAL-DATE-9)
           END-IF.
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(WS-NORMAL-DATE-9)
               - WS-TERM-START-INT + 1.

           IF WS-DAY-OFFSET > 400
               DISPLAY ">> SCHOOL-CALENDAR.txt - DATE MORE THAN "
                       "400 DAYS INTO TERM IGNORED: " CALENDAR-LINE
           ELSE
               ADD 1 TO WS-CAL-DAY-COUNT
               MOVE WS-NORMAL-DATE TO CD-DATE(WS-CAL-DAY-COUNT)
               MOVE WS-CAL-DAY-COUNT TO DM-DAY-SUB(WS-DAY-OFFSET)
               MOVE WS-DAY-OFFSET TO WS-TERM-SPAN
           END-IF.

      *> Takes WS-DATE-IN-X as YYYYMMDD or YYYY-MM-DD and leaves
      *> WS-NORMAL-DATE as YYYYMMDD, flagged valid only for a real
      *> calendar date
       NORMALIZE-DATE-PROC.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           MOVE SPACES TO WS-NORMAL-DATE.
           MOVE FUNCTION TRIM(WS-DATE-IN-X) TO WS-DATE-IN-X.

           IF WS-DATE-IN-X(5:1) = '-' AND WS-DATE-IN-X(8:1) = '-'
               STRING WS-DATE-IN-X(1:4) WS-DATE-IN-X(6:2)
                   WS-DATE-IN-X(9:2)
                   DELIMITED BY SIZE INTO WS-NORMAL-DATE
           ELSE
               IF WS-DATE-IN-X(9:2) = SPACES
                   MOVE WS-DATE-IN-X(1:8) TO WS-NORMAL-DATE
               END-IF
           END-IF.

           IF WS-NORMAL-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-NORMAL-DATE-9)
                       = ZERO
                   MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

       FORMAT-DISPLAY-DATE-PROC.
           MOVE SPACES TO WS-DISPLAY-DATE.
           STRING WS-NORMAL-DATE(1:4) "-" WS-NORMAL-DATE(5:2) "-"
               WS-NORMAL-DATE(7:2)
               DELIMITED BY SIZE INTO WS-DISPLAY-DATE.

       READ-ATTENDANCE-PROC.
           DISPLAY ">> READING " WS-ATTENDANCE-FILENAME "...".
               END-IF
           END-IF.

           IF VALID-RECORD AND CALENDAR-LOADED
               PERFORM CHECK-MARK-DATE-PROC
           END-IF.

           IF VALID-RECORD
               PERFORM POST-MARK-PROC
           ELSE
               PERFORM WRITE-REJECT-PROC
           END-IF.

       WRITE-REJECT-PROC.
           ADD 1 TO WS-MARKS-REJECTED.
           MOVE ATTENDANCE-LINE TO AR-LINE-OUT.
           MOVE WS-REJECT-REASON TO AR-REASON-OUT.
           WRITE ATT-REJECT-AREA FROM ATT-REJECT-OUT.
           DISPLAY "REJECTED: " ATTENDANCE-LINE " - "
                   WS-REJECT-REASON.

      *> A mark counts only on an instructional day of the term;
      *> WS-MARK-DAY-SUB is left pointing at that day
       CHECK-MARK-DATE-PROC.
           MOVE ZERO TO WS-MARK-DAY-SUB.
           MOVE WS-TEMP-DATE-X TO WS-DATE-IN-X.
           PERFORM NORMALIZE-DATE-PROC.

           IF NOT DATE-VALID
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'INVALID MARK DATE' TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-DAY-OFFSET =
                   FUNCTION INTEGER-OF-DATE(WS-NORMAL-DATE-9)
                   - WS-TERM-START-INT + 1
               IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-TERM-SPAN
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'MARK DATE OUTSIDE TERM' TO WS-REJECT-REASON
               ELSE
                   IF DM-DAY-SUB(WS-DAY-OFFSET) = ZERO
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       MOVE 'NOT AN INSTRUCTIONAL DAY'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE DM-DAY-SUB(WS-DAY-OFFSET)
                           TO WS-MARK-DAY-SUB
                   END-IF
               END-IF
           END-IF.

      *> Marks are grouped on the student ID, which tells two
                   MOVE ZERO TO SA-TARDY-COUNT(WS-STUDENT-SUB)
                   MOVE ZERO TO SA-ABSENT-COUNT(WS-STUDENT-SUB)
                   MOVE ZERO TO SA-EXCUSED-COUNT(WS-STUDENT-SUB)
                   MOVE SPACES TO SA-DAY-GRID(WS-STUDENT-SUB)
                   PERFORM ADD-MARK-TO-STUDENT-PROC
               END-IF
           END-IF.

      *> With the calendar loaded a second mark for the same
      *> student and day is turned away rather than counted twice
       ADD-MARK-TO-STUDENT-PROC.
           IF CALENDAR-LOADED
               IF SA-DAY-CODE(WS-STUDENT-SUB, WS-MARK-DAY-SUB)
                       NOT = SPACE
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'DUPLICATE MARK FOR STUDENT/DAY'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-ATT-CODE
                       TO SA-DAY-CODE(WS-STUDENT-SUB, WS-MARK-DAY-SUB)
               END-IF
           END-IF.

           IF VALID-RECORD
               EVALUATE TRUE
                   WHEN CODE-PRESENT
                       ADD 1 TO SA-PRESENT-COUNT(WS-STUDENT-SUB)
                   WHEN CODE-TARDY
                       ADD 1 TO SA-TARDY-COUNT(WS-STUDENT-SUB)
                   WHEN CODE-ABSENT
                       ADD 1 TO SA-ABSENT-COUNT(WS-STUDENT-SUB)
                   WHEN CODE-EXCUSED
                       ADD 1 TO SA-EXCUSED-COUNT(WS-STUDENT-SUB)
               END-EVALUATE
               ADD 1 TO WS-MARKS-ACCEPTED
           ELSE
               PERFORM WRITE-REJECT-PROC
           END-IF.

       WRITE-ATT-OUTPUT-PROC.
           OPEN OUTPUT ATT-PCT-FILE.
               "  OVER THE ABSENCE LIMIT: " WS-FLAGGED-COUNT
               DELIMITED BY SIZE INTO ATT-REPORT-LINE.
           WRITE ATT-REPORT-LINE.
           IF CALENDAR-LOADED
               MOVE SPACES TO ATT-REPORT-LINE
               STRING "CONSECUTIVE ABSENCE ALERTS ("
                   WS-CONSECUTIVE-LIMIT " DAYS OR MORE): "
                   WS-ALERT-COUNT
                   DELIMITED BY SIZE INTO ATT-REPORT-LINE
               WRITE ATT-REPORT-LINE
           END-IF.

           CLOSE ATT-PCT-FILE.
           CLOSE ATT-REPORT-FILE.
                   DELIMITED BY SIZE INTO ATT-REPORT-LINE
           END-IF.
           WRITE ATT-REPORT-LINE.

      *> One extract row per student whose longest run of unexcused
      *> absences on back-to-back instructional days reaches the
      *> policy count. Any other code, or a day with no mark,
      *> ends a run.
       WRITE-ABSENCE-ALERTS-PROC.
           OPEN OUTPUT ATT-ALERT-FILE.

           IF CALENDAR-LOADED
               PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                       UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                   PERFORM CHECK-ABSENCE-RUN-PROC
               END-PERFORM
               DISPLAY ">> CONSECUTIVE ABSENCE ALERTS: "
                       WS-ALERT-COUNT
           END-IF.

           CLOSE ATT-ALERT-FILE.

       CHECK-ABSENCE-RUN-PROC.
           MOVE ZERO TO WS-RUN-LENGTH.
           MOVE ZERO TO WS-LONGEST-RUN.
           MOVE ZERO TO WS-RUN-FIRST-SUB.
           MOVE ZERO TO WS-LONGEST-FIRST-SUB.
           MOVE ZERO TO WS-LONGEST-LAST-SUB.
           MOVE ZERO TO WS-LAST-MARKED-SUB.

           PERFORM VARYING WS-CAL-DAY-SUB FROM 1 BY 1
                   UNTIL WS-CAL-DAY-SUB > WS-CAL-DAY-COUNT
               IF SA-DAY-CODE(WS-STUDENT-SUB, WS-CAL-DAY-SUB)
                       NOT = SPACE
                   MOVE WS-CAL-DAY-SUB TO WS-LAST-MARKED-SUB
               END-IF
               IF SA-DAY-CODE(WS-STUDENT-SUB, WS-CAL-DAY-SUB) = 'A'
                   IF WS-RUN-LENGTH = ZERO
                       MOVE WS-CAL-DAY-SUB TO WS-RUN-FIRST-SUB
                   END-IF
                   ADD 1 TO WS-RUN-LENGTH
                   IF WS-RUN-LENGTH > WS-LONGEST-RUN
                       MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
                       MOVE WS-RUN-FIRST-SUB TO WS-LONGEST-FIRST-SUB
                       MOVE WS-CAL-DAY-SUB TO WS-LONGEST-LAST-SUB
                   END-IF
               ELSE
                   MOVE ZERO TO WS-RUN-LENGTH
               END-IF
           END-PERFORM.

           IF WS-LONGEST-RUN NOT < WS-CONSECUTIVE-LIMIT
               ADD 1 TO WS-ALERT-COUNT
               MOVE SA-ID(WS-STUDENT-SUB) TO AL-STUDENT-ID
               MOVE SA-NAME(WS-STUDENT-SUB) TO AL-STUDENT-NAME
               MOVE SA-SURNAME(WS-STUDENT-SUB) TO AL-STUDENT-SURNAME
               MOVE WS-LONGEST-RUN TO AL-RUN-LENGTH
               MOVE CD-DATE(WS-LONGEST-FIRST-SUB) TO AL-FIRST-DATE
               MOVE CD-DATE(WS-LONGEST-LAST-SUB) TO AL-LAST-DATE
               IF WS-LONGEST-LAST-SUB = WS-LAST-MARKED-SUB
                   MOVE 'ONGOING' TO AL-RUN-STATUS
               ELSE
                   MOVE 'ENDED' TO AL-RUN-STATUS
               END-IF
               WRITE ATT-ALERT-AREA FROM ATT-ALERT-RECORD
           END-IF.

      *> Every rostered student without a mark on an instructional
      *> day up to today, listed day by day so the office can
      *> chase the register for that day
       WRITE-MISSING-MARKS-PROC.
           OPEN OUTPUT MISSING-MARKS-FILE.

           MOVE SPACES TO MISSING-MARKS-LINE.
           IF WS-SECTION-ID = SPACES
               STRING "MISSING ATTENDANCE MARKS - TERM "
                   WS-TERM-ID
                   DELIMITED BY SIZE INTO MISSING-MARKS-LINE
           ELSE
               STRING "MISSING ATTENDANCE MARKS - TERM "
                   WS-TERM-ID " SECTION " WS-SECTION-ID
                   DELIMITED BY SIZE INTO MISSING-MARKS-LINE
           END-IF.
           WRITE MISSING-MARKS-LINE.

           IF NOT CALENDAR-LOADED
               MOVE "SCHOOL CALENDAR NOT AVAILABLE - MARKS NOT CHECKED"
                   TO MISSING-MARKS-LINE
               WRITE MISSING-MARKS-LINE
           ELSE
               PERFORM CHECK-ROSTER-PROC
               IF NOT ROSTER-AVAILABLE
                   MOVE SPACES TO MISSING-MARKS-LINE
                   STRING FUNCTION TRIM(WS-ROSTER-FILENAME)
                       " NOT AVAILABLE - MARKS NOT CHECKED"
                       DELIMITED BY SIZE INTO MISSING-MARKS-LINE
                   WRITE MISSING-MARKS-LINE
               ELSE
                   PERFORM LIST-MISSING-MARKS-PROC
               END-IF
           END-IF.

           CLOSE MISSING-MARKS-FILE.

       LIST-MISSING-MARKS-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZERO TO WS-THROUGH-DAY-COUNT.
           PERFORM VARYING WS-CAL-DAY-SUB FROM 1 BY 1
                   UNTIL WS-CAL-DAY-SUB > WS-CAL-DAY-COUNT
               IF CD-DATE(WS-CAL-DAY-SUB) NOT > WS-TODAY
                   MOVE WS-CAL-DAY-SUB TO WS-THROUGH-DAY-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               PERFORM MATCH-ROSTER-TO-MARKS-PROC
           END-PERFORM.

           MOVE SPACES TO MISSING-MARKS-LINE.
           STRING "ROSTERED STUDENTS: " WS-ROSTER-COUNT
               "  INSTRUCTIONAL DAYS TO DATE: " WS-THROUGH-DAY-COUNT
               DELIMITED BY SIZE INTO MISSING-MARKS-LINE.
           WRITE MISSING-MARKS-LINE.
           MOVE SPACES TO MISSING-MARKS-LINE.
           WRITE MISSING-MARKS-LINE.

           PERFORM VARYING WS-CAL-DAY-SUB FROM 1 BY 1
                   UNTIL WS-CAL-DAY-SUB > WS-THROUGH-DAY-COUNT
               MOVE CD-DATE(WS-CAL-DAY-SUB) TO WS-NORMAL-DATE
               PERFORM FORMAT-DISPLAY-DATE-PROC
               PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                       UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
                   PERFORM CHECK-ONE-MISSING-MARK-PROC
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO MISSING-MARKS-LINE.
           WRITE MISSING-MARKS-LINE.
           MOVE SPACES TO MISSING-MARKS-LINE.
           STRING "MISSING MARKS: " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO MISSING-MARKS-LINE.
           WRITE MISSING-MARKS-LINE.

           DISPLAY ">> MISSING ATTENDANCE MARKS: " WS-MISSING-COUNT.

      *> Same matching rule as POST-MARK-PROC: the ID where both
      *> sides carry one, otherwise the name
       MATCH-ROSTER-TO-MARKS-PROC.
           MOVE ZERO TO RL-SA-SUB(WS-ROSTER-SUB).
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               IF SA-ID(WS-STUDENT-SUB) NOT = SPACES
                   IF SA-ID(WS-STUDENT-SUB) = RL-ID(WS-ROSTER-SUB)
                       MOVE WS-STUDENT-SUB TO RL-SA-SUB(WS-ROSTER-SUB)
                       MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB
                   END-IF
               ELSE
                   IF SA-NAME(WS-STUDENT-SUB) = RL-NAME(WS-ROSTER-SUB)
                      AND SA-SURNAME(WS-STUDENT-SUB) =
                           RL-SURNAME(WS-ROSTER-SUB)
                       MOVE WS-STUDENT-SUB TO RL-SA-SUB(WS-ROSTER-SUB)
                       MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-MISSING-MARK-PROC.
           MOVE 'N' TO WS-STUDENT-FOUND-FLAG.
           IF RL-SA-SUB(WS-ROSTER-SUB) > ZERO
               IF SA-DAY-CODE(RL-SA-SUB(WS-ROSTER-SUB),
                       WS-CAL-DAY-SUB) NOT = SPACE
                   MOVE 'Y' TO WS-STUDENT-FOUND-FLAG
               END-IF
           END-IF.

           IF NOT STUDENT-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO MISSING-MARKS-LINE
               STRING "  " WS-DISPLAY-DATE "  "
                   RL-ID(WS-ROSTER-SUB) " "
                   FUNCTION TRIM(RL-NAME(WS-ROSTER-SUB)) " "
                   FUNCTION TRIM(RL-SURNAME(WS-ROSTER-SUB))
                   DELIMITED BY SIZE INTO MISSING-MARKS-LINE
               WRITE MISSING-MARKS-LINE
           END-IF.

      *> The roster is read once into the lookup table
       CHECK-ROSTER-PROC.
           MOVE 'N' TO WS-ROSTER-AVAILABLE-FLAG.
           MOVE ZERO TO WS-ROSTER-COUNT.

           OPEN INPUT MASTER-ROSTER-FILE.

           IF WS-ROSTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ROSTER-AVAILABLE-FLAG
               MOVE 'N' TO WS-ROSTER-EOF-FLAG

               PERFORM UNTIL ROSTER-EOF
                       OR NOT ROSTER-AVAILABLE
                       OR WS-ROSTER-FILE-STATUS NOT = '00'
                   READ MASTER-ROSTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ROSTER-EOF-FLAG
                       NOT AT END PERFORM LOAD-ONE-ROSTER-ROW-PROC
                   END-READ
               END-PERFORM

               CLOSE MASTER-ROSTER-FILE
           END-IF.

           IF NOT ROSTER-AVAILABLE
               DISPLAY ">> " FUNCTION TRIM(WS-ROSTER-FILENAME)
                       " NOT AVAILABLE - MISSING MARKS NOT CHECKED"
           END-IF.

       LOAD-ONE-ROSTER-ROW-PROC.
           IF WS-ROSTER-COUNT NOT < 10000
               DISPLAY ">> " FUNCTION TRIM(WS-ROSTER-FILENAME)
                       " EXCEEDS 10000 ENTRIES - MISSING MARKS NOT "
                       "CHECKED"
               MOVE 'N' TO WS-ROSTER-AVAILABLE-FLAG
           ELSE
               ADD 1 TO WS-ROSTER-COUNT
               MOVE MR-ID TO RL-ID(WS-ROSTER-COUNT)
               MOVE MR-NAME TO RL-NAME(WS-ROSTER-COUNT)
               MOVE MR-SURNAME TO RL-SURNAME(WS-ROSTER-COUNT)
           END-IF.
