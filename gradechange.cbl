           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO 'TERM-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLASS-REPORT-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-SECTION-MASTER-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CORRECTIONS-FILE
               ASSIGN TO 'POST-CLOSE-CORRECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTIONS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SORT.txt'.

       DATA DIVISION.
      *> The section survives here between the staging run and the
      *> sign-off run, after GRADE-CHANGES.txt has been cleared.

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       FD AUDIT-JOURNAL-FILE.
       01 AUDIT-JOURNAL-LINE     PIC X(260).
      *> Cumulative across runs and terms; shared with the master
      *> maintenance programs and read by AUDIT-INQUIRY

       FD CORRECTIONS-FILE.
       01 CORRECTIONS-LINE       PIC X(300).
      *> Cumulative list of changes applied to a closed term, kept
      *> for the registrar to re-notify the district

       FD CHANGES-FILE.
       01 CHANGE-RECORD.
           05 CHANGE-LINE        PIC X(80).

       FD APPROVALS-FILE.
       01 APPROVAL-RECORD.
           05 APPROVAL-LINE      PIC X(160).
      *> Tab-delimited: decision/approver/action/ID/name/surname.
      *> Decision is APPROVE or DENY; legacy lines without the ID
      *> field are accepted and match on name. Approving a change
      *> to a closed term also needs two trailing fields: a second
      *> approver's initials and the override reason.

       FD APPROVALS-OUT-FILE.
       01 APPROVALS-OUT-LINE     PIC X(160).

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE    PIC X(120).

       FD TERM-ID-FILE.
       01 TERM-ID-IN             PIC X(10).
      *> Line 1: term ID. Optional line 2: marking period within
      *> the term; the run is then archived under ARCHIVE-PERIOD-*
      *> and the term archive is left alone.

       FD TERM-STATUS-FILE.
       01 TERM-STATUS-LINE       PIC X(40).
      *> Tab-delimited: term ID/CLOSED/date/time, one line per term
      *> closed by TERM-CLOSE

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE           PIC X(80).
           05 SCM-INSTRUCTOR     PIC X(20).
           05 SCM-PERIOD         PIC X(2).
           05 SCM-CREDITS        PIC 9V9.
           05 SCM-SUBJECT-AREA   PIC X(10).
      *> Indexed master keyed on section ID,
      *> maintained by SECTION-MAINTENANCE

      *> Why the student is in the extract, so counselors can see
      *> an attendance failure apart from a grade failure

      *> One journal entry per approved, denied or refused change:
      *> the student's grade before and after, and who signed it off
       01 AUDIT-JOURNAL-RECORD.
           05 AJ-DATE            PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-TIME            PIC X(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-PROGRAM         PIC X(20).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-TERM-ID         PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-SECTION-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-KEY             PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-ACTION          PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-OUTCOME         PIC X(11).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-APPROVER        PIC X(3).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-BEFORE-IMAGE    PIC X(80).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 AJ-AFTER-IMAGE     PIC X(80).
       01 WS-JOURNAL-FILE-STATUS    PIC XX.
       01 WS-CORRECTIONS-FILE-STATUS PIC XX.

      *> One line per change applied after the term was closed
       01 POST-CLOSE-RECORD.
           05 PC-DATE            PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-TERM-ID         PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-SECTION-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-KEY             PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-ACTION          PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-APPROVER        PIC X(3).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-SECOND-APPROVER PIC X(3).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-REASON          PIC X(40).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-BEFORE-IMAGE    PIC X(80).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 PC-AFTER-IMAGE     PIC X(80).
       01 WS-CORRECTION-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CLOSE-REFUSED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-JOURNAL-GRADE-DISPLAY  PIC X(3).
       01 WS-JOURNAL-STAMP          PIC X(21).
       01 WS-JOURNAL-ROW-ID         PIC X(10).

       01 EOF-FLAG              PIC X VALUE 'N'.
           88 EOF               VALUE 'Y'.
           88 NOT-EOF           VALUE 'N'.
       01 WS-OLD-OUTPUT-FILE-STATUS PIC XX.

       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.
       01 WS-CONTROL-SECTION-ID     PIC X(10) VALUE SPACES.
      *> Section named by CHANGE-CONTROL.txt, before any header
       01 WS-OTHER-SECTION-FLAG     PIC X VALUE 'N'.
           88 CHANGES-FOR-OTHER-SECTION VALUE 'Y'.

       01 WS-OUTPUT-FILENAME        PIC X(30) VALUE 'OUTPUT.txt'.
       01 WS-DEANS-FILENAME         PIC X(30) VALUE 'DEANS-LIST.txt'.
      *> are written back, so a sign-off filed ahead of its change
      *> can still land on a later run; decided lines are consumed
       01 APPROVAL-KEEP-TABLE.
           05 AK-LINE               PIC X(160) OCCURS 200 TIMES.
       01 WS-APPROVAL-KEEP-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-APPROVAL-KEEP-SUB      PIC 9(3) COMP.
       01 WS-APPROVALS-PRESENT-FLAG PIC X VALUE 'N'.

       01 WS-TEMP-DECISION          PIC X(10).
       01 WS-TEMP-APPROVER          PIC X(3).
       01 WS-TEMP-OVERRIDE-1        PIC X(40).
       01 WS-TEMP-OVERRIDE-2        PIC X(40).
      *> Trailing override fields; which is which depends on
      *> whether the line carries the ID field
       01 WS-TEMP-SECOND-APPROVER   PIC X(3).
       01 WS-TEMP-OVERRIDE-REASON   PIC X(40).
       01 WS-APPROVAL-MATCH-FLAG    PIC X VALUE 'N'.
           88 APPROVAL-MATCHED      VALUE 'Y'.
       01 WS-CHANGE-LINE-WORK       PIC X(80).
                   88 GC-APPROVED   VALUE 'A'.
                   88 GC-DENIED     VALUE 'D'.
               10 GC-APPROVER       PIC X(3).
               10 GC-SECOND-APPROVER PIC X(3).
               10 GC-OVERRIDE-REASON PIC X(40).
      *> Set only when the change was approved after term close
       01 WS-CHANGE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CHANGE-SUB             PIC 9(3) COMP.
       01 WS-MATCHED-CHANGE-SUB     PIC 9(3) COMP.

       01 WS-TERM-ID-FILE-STATUS    PIC XX.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-PERIOD-ID              PIC X(10) VALUE SPACES.
      *> Marking period from line 2 of TERM-ID.txt; spaces for a
      *> run of the term grade itself
       01 WS-TERM-STATUS-FILE-STATUS PIC XX.
       01 WS-TERM-STATUS-EOF-FLAG   PIC X VALUE 'N'.
           88 TERM-STATUS-EOF       VALUE 'Y'.
       01 WS-TERM-CLOSED-FLAG       PIC X VALUE 'N'.
           88 TERM-CLOSED           VALUE 'Y'.
       01 WS-TS-TERM-ID             PIC X(10).
       01 WS-TS-STATUS              PIC X(10).
       01 WS-ARCHIVE-FILENAME       PIC X(60).
       01 WS-ARCHIVE-EOF-FLAG       PIC X VALUE 'N'.
           88 ARCHIVE-SOURCE-EOF    VALUE 'Y'.

           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-DET-ATT-PCT    PIC X(4).

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
           DISPLAY ">> PROCESSING GRADE CHANGE TRANSACTIONS...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-CHANGE-CONTROL-PROC.
           PERFORM LOAD-CHANGES-PROC.
           PERFORM LOAD-PENDING-PROC.
               DISPLAY ">> NO GRADE CHANGES STAGED OR PENDING - "
                       "NOTHING TO DO"
           ELSE
               PERFORM READ-TERM-ID-PROC
               PERFORM CHECK-TERM-CLOSED-PROC
               IF TERM-CLOSED
                   DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                           " IS CLOSED - ONLY APPROVALS WITH A "
                           "SECOND APPROVER AND OVERRIDE REASON "
                           "WILL BE APPLIED"
               END-IF
               PERFORM LOAD-APPROVALS-PROC

               OPEN OUTPUT CHANGE-LOG-FILE
               PERFORM WRITE-BUFFERED-REJECTS-PROC
               PERFORM OPEN-AUDIT-JOURNAL-PROC
               IF TERM-CLOSED
                   PERFORM OPEN-CORRECTIONS-PROC
               END-IF

               IF WS-APPROVED-COUNT = ZERO
                   DISPLAY ">> NO APPROVED CHANGES - OUTPUT SET "
                       MOVE "OUTPUT SET MISSING - NOTHING APPLIED"
                           TO CHANGE-LOG-LINE
                       WRITE CHANGE-LOG-LINE
                       MOVE 08 TO WS-COND-SEVERITY
                       MOVE 'OUTPUT SET MISSING' TO WS-COND-NAME
                       MOVE WS-OUTPUT-FILENAME TO WS-COND-DETAIL
                       PERFORM RAISE-CONDITION-PROC
                   ELSE
                       MOVE 'Y' TO WS-APPLY-RAN-FLAG
                       PERFORM READ-OLD-SUMMARY-PROC

                       PERFORM LOAD-ATTENDANCE-PCT-PROC

                   END-IF
               END-IF

               PERFORM JOURNAL-DENIED-CHANGES-PROC
               CLOSE AUDIT-JOURNAL-FILE
               IF TERM-CLOSED
                   CLOSE CORRECTIONS-FILE
                   DISPLAY ">> POST-CLOSE CORRECTIONS RECORDED: "
                           WS-CORRECTION-COUNT
               END-IF

               PERFORM WRITE-PENDING-FILE-PROC
               PERFORM WRITE-PENDING-REPORT-PROC
               PERFORM WRITE-CHANGE-TOTALS-PROC
                       " CARRIED FORWARD: " WS-CARRIED-COUNT
           END-IF.

           IF WS-CLOSE-REFUSED-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'TERM CLOSED - APPROVAL REFUSED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TERM " FUNCTION TRIM(WS-TERM-ID)
                   " COUNT=" WS-CLOSE-REFUSED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-CORRECTION-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'POST-CLOSE CORRECTIONS' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TERM " FUNCTION TRIM(WS-TERM-ID)
                   " COUNT=" WS-CORRECTION-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-REJECTED-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'CHANGES REJECTED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-REJECTED-COUNT
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

       SORT-CHANGED-SET-PROC.
           EVALUATE TRUE ALSO TRUE
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

      *> A term with a CLOSED line in TERM-STATUS.txt has been
      *> closed by TERM-CLOSE and its grades are final
       CHECK-TERM-CLOSED-PROC.
           MOVE 'N' TO WS-TERM-CLOSED-FLAG.

           IF WS-TERM-ID NOT = SPACES
               OPEN INPUT TERM-STATUS-FILE
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
               END-IF
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

      *> The corrected output set replaces the term (or marking
      *> period) archive the sort wrote, so COMPARE-TERMS sees
      *> post-correction grades
       ARCHIVE-RUN-PROC.
           IF WS-TERM-ID = SPACES
               CONTINUE
           ELSE
               PERFORM ARCHIVE-OUTPUT-PROC
               PERFORM ARCHIVE-SUMMARY-PROC
               IF WS-PERIOD-ID = SPACES
                   DISPLAY ">> TERM ARCHIVE REFRESHED FOR " WS-TERM-ID
               ELSE
                   DISPLAY ">> TERM ARCHIVE REFRESHED FOR " WS-TERM-ID
                           " PERIOD " WS-PERIOD-ID
               END-IF
           END-IF.

       ARCHIVE-OUTPUT-PROC.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           IF WS-PERIOD-ID = SPACES
               IF WS-SECTION-ID = SPACES
                   STRING "ARCHIVE-OUTPUT-" FUNCTION TRIM(WS-TERM-ID)
                       ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               ELSE
                   STRING "ARCHIVE-OUTPUT-" FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-IF
           ELSE
               IF WS-SECTION-ID = SPACES
                   STRING "ARCHIVE-PERIOD-OUTPUT-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-PERIOD-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               ELSE
                   STRING "ARCHIVE-PERIOD-OUTPUT-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-PERIOD-ID)
                       "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-IF
           END-IF.

           OPEN INPUT OLD-OUTPUT-FILE.

       ARCHIVE-SUMMARY-PROC.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           IF WS-PERIOD-ID = SPACES
               IF WS-SECTION-ID = SPACES
                   STRING "ARCHIVE-SUMMARY-" FUNCTION TRIM(WS-TERM-ID)
                       ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               ELSE
                   STRING "ARCHIVE-SUMMARY-" FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-IF
           ELSE
               IF WS-SECTION-ID = SPACES
                   STRING "ARCHIVE-PERIOD-SUMMARY-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-PERIOD-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               ELSE
                   STRING "ARCHIVE-PERIOD-SUMMARY-"
                       FUNCTION TRIM(WS-TERM-ID)
                       "-" FUNCTION TRIM(WS-PERIOD-ID)
                       "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                       DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
               END-IF
           END-IF.

           OPEN INPUT SUMMARY-FILE.
                           TO WS-SECTION-ID
               END-READ
               CLOSE CHANGE-CONTROL-FILE
               MOVE WS-SECTION-ID TO WS-CONTROL-SECTION-ID

               IF WS-SECTION-ID NOT = SPACES
                   PERFORM SET-SECTION-FILENAMES-PROC
           *> A "SECTION <id>" header line redirects the run at that
           *> section's output set, matching the batch-mode filename
           *> suffixes SET-SECTION-FILENAMES-PROC uses in the sort.
           *> When CHANGE-CONTROL.txt already names a different
           *> section (the job stream runs each section in turn), the
           *> file is left for that section's own run instead.
           IF CHANGE-LINE(1:7) = 'SECTION'
                   AND (CHANGE-LINE(8:1) = X'09'
                       OR CHANGE-LINE(8:1) = SPACE)
               IF WS-CONTROL-SECTION-ID NOT = SPACES
                       AND FUNCTION TRIM(CHANGE-LINE(9:10))
                           NOT = WS-CONTROL-SECTION-ID
                   MOVE 'Y' TO WS-OTHER-SECTION-FLAG
                   DISPLAY ">> GRADE-CHANGES.txt IS FOR SECTION "
                           FUNCTION TRIM(CHANGE-LINE(9:10))
                           " - LEFT FOR THAT SECTION'S RUN"
               ELSE
                   MOVE 'N' TO WS-OTHER-SECTION-FLAG
                   MOVE FUNCTION TRIM(CHANGE-LINE(9:10))
                       TO WS-SECTION-ID
                   PERFORM SET-SECTION-FILENAMES-PROC
               END-IF
           ELSE
               IF NOT CHANGES-FOR-OTHER-SECTION
                   MOVE CHANGE-LINE TO WS-CHANGE-LINE-WORK
                   PERFORM PARSE-CHANGE-LINE-PROC
               END-IF
           END-IF.

      *> Changes staged on an earlier run and not yet decided come
                   MOVE 'N' TO GC-APPLIED(WS-CHANGE-COUNT)
                   MOVE 'P' TO GC-STATE(WS-CHANGE-COUNT)
                   MOVE SPACES TO GC-APPROVER(WS-CHANGE-COUNT)
                   MOVE SPACES
                       TO GC-SECOND-APPROVER(WS-CHANGE-COUNT)
                   MOVE SPACES
                       TO GC-OVERRIDE-REASON(WS-CHANGE-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "REJECTED: " WS-CHANGE-LINE-WORK " - "
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-OVERRIDE-1.
           MOVE SPACES TO WS-TEMP-OVERRIDE-2.
           MOVE SPACES TO WS-TEMP-SECOND-APPROVER.
           MOVE SPACES TO WS-TEMP-OVERRIDE-REASON.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING APPROVAL-LINE DELIMITED BY X'09'
                    WS-TEMP-STUDENT-ID
                    WS-TEMP-STUDENT-NAME
                    WS-TEMP-STUDENT-SURNAME
                    WS-TEMP-OVERRIDE-1
                    WS-TEMP-OVERRIDE-2
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           *> A six-field line carries the student ID after the
           *> action; a five-field legacy line has no ID and the
           *> fields are shifted into place. Post-close overrides
           *> add the second approver and the reason on the end:
           *> eight fields with the ID, seven without.
           EVALUATE WS-FIELD-COUNT
               WHEN 5
                   MOVE WS-TEMP-STUDENT-NAME
                       TO WS-TEMP-STUDENT-SURNAME
                   MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
                   MOVE SPACES TO WS-TEMP-STUDENT-ID
               WHEN 7
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-SURNAME)
                       TO WS-TEMP-SECOND-APPROVER
                   MOVE WS-TEMP-OVERRIDE-1 TO WS-TEMP-OVERRIDE-REASON
                   MOVE WS-TEMP-STUDENT-NAME
                       TO WS-TEMP-STUDENT-SURNAME
                   MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME
                   MOVE SPACES TO WS-TEMP-STUDENT-ID
               WHEN 8
                   MOVE FUNCTION TRIM(WS-TEMP-OVERRIDE-1)
                       TO WS-TEMP-SECOND-APPROVER
                   MOVE WS-TEMP-OVERRIDE-2 TO WS-TEMP-OVERRIDE-REASON
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < 5
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'MISSING APPROVER INITIALS'
                       TO WS-REJECT-REASON
               WHEN TERM-CLOSED
                       AND FUNCTION TRIM(WS-TEMP-DECISION) = 'APPROVE'
                       AND (WS-TEMP-SECOND-APPROVER = SPACES
                           OR WS-TEMP-OVERRIDE-REASON = SPACES)
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'TERM CLOSED - OVERRIDE NEEDED'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-CLOSE-REFUSED-COUNT
               WHEN TERM-CLOSED
                       AND FUNCTION TRIM(WS-TEMP-DECISION) = 'APPROVE'
                       AND WS-TEMP-SECOND-APPROVER = WS-TEMP-APPROVER
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'SECOND APPROVER MUST DIFFER'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-CLOSE-REFUSED-COUNT
           END-EVALUATE.

           IF VALID-RECORD
           IF APPROVAL-MATCHED
               SUBTRACT 1 FROM WS-CHANGE-SUB
               MOVE WS-TEMP-APPROVER TO GC-APPROVER(WS-CHANGE-SUB)
               MOVE WS-TEMP-SECOND-APPROVER
                   TO GC-SECOND-APPROVER(WS-CHANGE-SUB)
               MOVE FUNCTION TRIM(WS-TEMP-OVERRIDE-REASON)
                   TO GC-OVERRIDE-REASON(WS-CHANGE-SUB)
               IF FUNCTION TRIM(WS-TEMP-DECISION) = 'APPROVE'
                   MOVE 'A' TO GC-STATE(WS-CHANGE-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
                           " - STUDENT ALREADY PRESENT - USE UPDATE"
                           DELIMITED BY SIZE INTO CHANGE-LOG-LINE
                       WRITE CHANGE-LOG-LINE
                       MOVE 'NOT APPLIED' TO AJ-OUTCOME
                       MOVE W-STUDENT-ID TO WS-JOURNAL-ROW-ID
                       PERFORM BUILD-OLD-GRADE-IMAGE-PROC
                       PERFORM BUILD-NEW-GRADE-IMAGE-PROC
                       PERFORM JOURNAL-GRADE-CHANGE-PROC
                       DISPLAY "REJECTED: ADD "
                               FUNCTION TRIM(W-STUDENT-NAME) " "
                               FUNCTION TRIM(W-STUDENT-SURNAME)
                           GC-APPROVER(WS-CHANGE-SUB)
                           DELIMITED BY SIZE INTO CHANGE-LOG-LINE
                       WRITE CHANGE-LOG-LINE
                       MOVE 'APPLIED' TO AJ-OUTCOME
                       MOVE W-STUDENT-ID TO WS-JOURNAL-ROW-ID
                       PERFORM BUILD-OLD-GRADE-IMAGE-PROC
                       MOVE SPACES TO AJ-AFTER-IMAGE
                       PERFORM JOURNAL-GRADE-CHANGE-PROC
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
                       IF GC-GRADE-CODE(WS-CHANGE-SUB) = SPACES
                           GC-APPROVER(WS-CHANGE-SUB)
                           DELIMITED BY SIZE INTO CHANGE-LOG-LINE
                       WRITE CHANGE-LOG-LINE
                       MOVE 'APPLIED' TO AJ-OUTCOME
                       MOVE W-STUDENT-ID TO WS-JOURNAL-ROW-ID
                       PERFORM BUILD-OLD-GRADE-IMAGE-PROC
                       PERFORM BUILD-NEW-GRADE-IMAGE-PROC
                       PERFORM JOURNAL-GRADE-CHANGE-PROC
                       *> A registrar correction is a final grade, so
                       *> the raw grade is restated along with it
                       MOVE GC-GRADE(WS-CHANGE-SUB)
                       GC-APPROVER(WS-CHANGE-SUB)
                       DELIMITED BY SIZE INTO CHANGE-LOG-LINE
                   WRITE CHANGE-LOG-LINE
                   MOVE 'APPLIED' TO AJ-OUTCOME
                   MOVE SPACES TO WS-JOURNAL-ROW-ID
                   MOVE SPACES TO AJ-BEFORE-IMAGE
                   PERFORM BUILD-NEW-GRADE-IMAGE-PROC
                   PERFORM JOURNAL-GRADE-CHANGE-PROC
               END-IF
           END-PERFORM.

                       " - NO MATCHING STUDENT"
                       DELIMITED BY SIZE INTO CHANGE-LOG-LINE
                   WRITE CHANGE-LOG-LINE
                   MOVE 'NOT APPLIED' TO AJ-OUTCOME
                   MOVE SPACES TO WS-JOURNAL-ROW-ID
                   MOVE SPACES TO AJ-BEFORE-IMAGE
                   PERFORM BUILD-NEW-GRADE-IMAGE-PROC
                   PERFORM JOURNAL-GRADE-CHANGE-PROC
               END-IF
           END-PERFORM.

      *> AUDIT-JOURNAL.txt is never cleared; every run adds to it
       OPEN-AUDIT-JOURNAL-PROC.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.

      *> POST-CLOSE-CORRECTIONS.txt is likewise never cleared; the
      *> registrar works from it when re-notifying the district
       OPEN-CORRECTIONS-PROC.
           OPEN EXTEND CORRECTIONS-FILE.
           IF WS-CORRECTIONS-FILE-STATUS = '35'
               OPEN OUTPUT CORRECTIONS-FILE
           END-IF.

      *> A denied change never touches the output set, so the entry
      *> carries only the grade that was asked for
       JOURNAL-DENIED-CHANGES-PROC.
           PERFORM VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
               IF GC-DENIED(WS-CHANGE-SUB)
                   MOVE SPACES TO WS-JOURNAL-ROW-ID
                   MOVE 'DENIED' TO AJ-OUTCOME
                   MOVE SPACES TO AJ-BEFORE-IMAGE
                   PERFORM BUILD-NEW-GRADE-IMAGE-PROC
                   PERFORM JOURNAL-GRADE-CHANGE-PROC
               END-IF
           END-PERFORM.

       BUILD-OLD-GRADE-IMAGE-PROC.
           IF W-STUDENT-GRADE-CODE = SPACES
               MOVE W-STUDENT-GRADE TO WS-JOURNAL-GRADE-DISPLAY
           ELSE
               MOVE W-STUDENT-GRADE-CODE TO WS-JOURNAL-GRADE-DISPLAY
           END-IF.
           MOVE SPACES TO AJ-BEFORE-IMAGE.
           STRING FUNCTION TRIM(W-STUDENT-NAME) " "
               FUNCTION TRIM(W-STUDENT-SURNAME)
               " GRADE " WS-JOURNAL-GRADE-DISPLAY
               DELIMITED BY SIZE INTO AJ-BEFORE-IMAGE.

       BUILD-NEW-GRADE-IMAGE-PROC.
           IF GC-GRADE-CODE(WS-CHANGE-SUB) = SPACES
               MOVE GC-GRADE(WS-CHANGE-SUB)
                   TO WS-JOURNAL-GRADE-DISPLAY
           ELSE
               MOVE GC-GRADE-CODE(WS-CHANGE-SUB)
                   TO WS-JOURNAL-GRADE-DISPLAY
           END-IF.
           MOVE SPACES TO AJ-AFTER-IMAGE.
           STRING FUNCTION TRIM(GC-NAME(WS-CHANGE-SUB)) " "
               FUNCTION TRIM(GC-SURNAME(WS-CHANGE-SUB))
               " GRADE " WS-JOURNAL-GRADE-DISPLAY
               DELIMITED BY SIZE INTO AJ-AFTER-IMAGE.

      *> The student ID comes from the change, or from the output
      *> row it landed on when the change was keyed by name only
       JOURNAL-GRADE-CHANGE-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP.
           MOVE WS-JOURNAL-STAMP(1:8) TO AJ-DATE.
           MOVE WS-JOURNAL-STAMP(9:6) TO AJ-TIME.
           MOVE 'APPLY-GRADE-CHANGES' TO AJ-PROGRAM.
           MOVE WS-TERM-ID TO AJ-TERM-ID.
           IF WS-SECTION-ID = SPACES
               MOVE 'ALL' TO AJ-SECTION-ID
           ELSE
               MOVE WS-SECTION-ID TO AJ-SECTION-ID
           END-IF.
           IF GC-ID(WS-CHANGE-SUB) = SPACES
               MOVE WS-JOURNAL-ROW-ID TO AJ-KEY
           ELSE
               MOVE GC-ID(WS-CHANGE-SUB) TO AJ-KEY
           END-IF.
           MOVE GC-ACTION(WS-CHANGE-SUB) TO AJ-ACTION.
           MOVE GC-APPROVER(WS-CHANGE-SUB) TO AJ-APPROVER.
           *> A change applied to a closed term is journalled as a
           *> post-close correction and listed for the registrar
           IF TERM-CLOSED AND AJ-OUTCOME = 'APPLIED'
               MOVE 'POST-CLOSE' TO AJ-OUTCOME
               PERFORM WRITE-CORRECTION-LINE-PROC
           END-IF.
           WRITE AUDIT-JOURNAL-LINE FROM AUDIT-JOURNAL-RECORD.

       WRITE-CORRECTION-LINE-PROC.
           MOVE AJ-DATE TO PC-DATE.
           MOVE AJ-TERM-ID TO PC-TERM-ID.
           MOVE AJ-SECTION-ID TO PC-SECTION-ID.
           MOVE AJ-KEY TO PC-KEY.
           MOVE AJ-ACTION TO PC-ACTION.
           MOVE AJ-APPROVER TO PC-APPROVER.
           MOVE GC-SECOND-APPROVER(WS-CHANGE-SUB)
               TO PC-SECOND-APPROVER.
           MOVE GC-OVERRIDE-REASON(WS-CHANGE-SUB) TO PC-REASON.
           MOVE AJ-BEFORE-IMAGE TO PC-BEFORE-IMAGE.
           MOVE AJ-AFTER-IMAGE TO PC-AFTER-IMAGE.
           WRITE CORRECTIONS-LINE FROM POST-CLOSE-RECORD.
           ADD 1 TO WS-CORRECTION-COUNT.

       WRITE-CHANGE-TOTALS-PROC.
           MOVE SPACES TO CHANGE-LOG-LINE.
           STRING "CHANGES APPLIED: " WS-APPLIED-COUNT
