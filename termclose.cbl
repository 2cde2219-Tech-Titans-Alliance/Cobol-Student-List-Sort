       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.

      *> Closes the term named in TERM-ID.txt once every section in
      *> SECTIONS.txt is ready for it: the section's output set is
      *> present, it has been archived under the term, no grade
      *> change is still pending and no SIS upload row is held.
      *> Each section's readiness goes to TERM-CLOSE-REPORT.txt;
      *> when all are ready the term is marked CLOSED in
      *> TERM-STATUS.txt. From then on the sort refuses the term and
      *> APPLY-GRADE-CHANGES applies only approvals that carry a
      *> second approver and an override reason, each listed in
      *> POST-CLOSE-CORRECTIONS.txt.
      *> Without SECTIONS.txt the single-class files are checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO 'TERM-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-FILE-STATUS.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT CHECK-FILE ASSIGN TO DYNAMIC WS-CHECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT SIS-HOLD-FILE ASSIGN TO 'SIS-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO 'TERM-CLOSE-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-ID-FILE.
       01 TERM-ID-IN             PIC X(10).

       FD TERM-STATUS-FILE.
       01 TERM-STATUS-LINE       PIC X(40).
      *> Tab-delimited: term ID/CLOSED/date/time, one line per term
      *> closed here. Never cleared.

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       FD CHECK-FILE.
       01 CHECK-LINE             PIC X(200).
      *> The section's OUTPUT, ARCHIVE-OUTPUT and PENDING-CHANGES
      *> files are read through here in turn

       FD SIS-HOLD-FILE.
       01 SIS-HOLD-AREA          PIC X(131).

       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-LINE      PIC X(100).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TERM-ID-FILE-STATUS    PIC XX.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-TERM-STATUS-FILE-STATUS PIC XX.
       01 WS-TERM-STATUS-EOF-FLAG   PIC X VALUE 'N'.
           88 TERM-STATUS-EOF       VALUE 'Y'.
       01 WS-TERM-CLOSED-FLAG       PIC X VALUE 'N'.
           88 TERM-CLOSED           VALUE 'Y'.
       01 WS-TS-TERM-ID             PIC X(10).
       01 WS-TS-STATUS              PIC X(10).

       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.

       01 WS-CHECK-FILENAME         PIC X(40).
       01 WS-CHECK-FILE-STATUS      PIC XX.
       01 WS-CHECK-EOF-FLAG         PIC X VALUE 'N'.
           88 CHECK-EOF             VALUE 'Y'.
       01 WS-CHECK-LINE-COUNT       PIC 9(4) VALUE ZERO.
      *> Non-blank lines in the file just read

       01 WS-HOLD-FILE-STATUS       PIC XX.
       01 WS-HOLD-EOF-FLAG          PIC X VALUE 'N'.
           88 HOLD-EOF              VALUE 'Y'.
       01 WS-HOLD-SECTION           PIC X(10).
      *> SIS-HOLD.txt files a single-class row under ALL
       01 SIS-HOLD-RECORD.
           05 SHO-SECTION        PIC X(10).
           05 FILLER             PIC X(1).
           05 SHO-LINE           PIC X(100).
           05 FILLER             PIC X(1).
           05 SHO-REASON         PIC X(19).

       01 WS-SECTION-READY-FLAG     PIC X VALUE 'Y'.
           88 SECTION-READY         VALUE 'Y'.
       01 WS-OUTPUT-ROWS            PIC 9(4) VALUE ZERO.
       01 WS-ARCHIVED-FLAG          PIC X VALUE 'N'.
           88 SECTION-ARCHIVED      VALUE 'Y'.
       01 WS-PENDING-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT             PIC 9(4) VALUE ZERO.

       01 WS-SECTIONS-CHECKED       PIC 9(3) VALUE ZERO.
       01 WS-SECTIONS-READY         PIC 9(3) VALUE ZERO.
       01 WS-SECTIONS-NOT-READY     PIC 9(3) VALUE ZERO.

       01 WS-CLOSE-STAMP            PIC X(21).

       01 TERM-STATUS-RECORD.
           05 TS-TERM-ID         PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 TS-STATUS          PIC X(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 TS-DATE            PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 TS-TIME            PIC X(6).

       01 TC-HEADING-1.
           05 FILLER             PIC X(22)
               VALUE 'TERM CLOSE READINESS -'.
           05 FILLER             PIC X(6) VALUE ' TERM '.
           05 TC-HEAD-TERM-ID    PIC X(10).
           05 FILLER             PIC X(6) VALUE ' DATE '.
           05 TC-HEAD-DATE       PIC X(8).

       01 TC-HEADING-2.
           05 FILLER             PIC X(12) VALUE 'SECTION'.
           05 FILLER             PIC X(13) VALUE 'OUTPUT ROWS'.
           05 FILLER             PIC X(10) VALUE 'ARCHIVED'.
           05 FILLER             PIC X(9) VALUE 'PENDING'.
           05 FILLER             PIC X(8) VALUE 'HELD'.
           05 FILLER             PIC X(9) VALUE 'RESULT'.

       01 TC-DETAIL-LINE.
           05 TC-SECTION         PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TC-OUTPUT-ROWS     PIC ZZZ9.
           05 FILLER             PIC X(9) VALUE SPACES.
           05 TC-ARCHIVED        PIC X(3).
           05 FILLER             PIC X(7) VALUE SPACES.
           05 TC-PENDING         PIC ZZZ9.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 TC-HELD            PIC ZZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 TC-RESULT          PIC X(9).

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
           DISPLAY ">> CHECKING TERM CLOSE READINESS...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-TERM-ID-PROC.

           IF WS-TERM-ID = SPACES
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'NO TERM TO CLOSE' TO WS-COND-NAME
               MOVE 'TERM-ID.txt' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               PERFORM CHECK-TERM-CLOSED-PROC
               IF TERM-CLOSED
                   DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                           " IS ALREADY CLOSED - NOTHING TO DO"
                   MOVE 04 TO WS-COND-SEVERITY
                   MOVE 'TERM ALREADY CLOSED' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "TERM " WS-TERM-ID
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               ELSE
                   PERFORM CHECK-ALL-SECTIONS-PROC
                   PERFORM DECIDE-TERM-CLOSE-PROC
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

       READ-TERM-ID-PROC.
           OPEN INPUT TERM-ID-FILE.

           IF WS-TERM-ID-FILE-STATUS = '35'
               DISPLAY ">> TERM-ID.txt NOT FOUND - NO TERM TO CLOSE"
           ELSE
               READ TERM-ID-FILE
                   AT END
                       DISPLAY ">> TERM-ID.txt IS EMPTY - NO TERM "
                               "TO CLOSE"
                   NOT AT END
                       MOVE FUNCTION TRIM(TERM-ID-IN) TO WS-TERM-ID
               END-READ
               CLOSE TERM-ID-FILE
           END-IF.

      *> A term with a CLOSED line in TERM-STATUS.txt has been
      *> closed here already and its grades are final
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

       CHECK-ALL-SECTIONS-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOSE-STAMP.

           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE WS-TERM-ID TO TC-HEAD-TERM-ID.
           MOVE WS-CLOSE-STAMP(1:8) TO TC-HEAD-DATE.
           WRITE CLOSE-REPORT-LINE FROM TC-HEADING-1.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE FROM TC-HEADING-2.

           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               DISPLAY ">> SECTIONS.txt NOT FOUND - CHECKING THE "
                       "SINGLE-CLASS FILES"
               MOVE SPACES TO WS-SECTION-ID
               PERFORM CHECK-SECTION-PROC
           ELSE
               MOVE 'N' TO WS-SECTIONS-EOF-FLAG
               PERFORM UNTIL SECTIONS-EOF
                   READ SECTIONS-FILE
                       AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                       NOT AT END
                           MOVE FUNCTION TRIM(SECTION-ID-IN)
                               TO WS-SECTION-ID
                           IF WS-SECTION-ID NOT = SPACES
                               PERFORM CHECK-SECTION-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTIONS-FILE
           END-IF.

           MOVE SPACES TO WS-SECTION-ID.

           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           STRING "SECTIONS CHECKED: " WS-SECTIONS-CHECKED
               " READY: " WS-SECTIONS-READY
               " NOT READY: " WS-SECTIONS-NOT-READY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

      *> A section is ready when all four checks pass; every check
      *> that fails is raised on its own so the EOJ file shows all
      *> that is left to do, not just the first
       CHECK-SECTION-PROC.
           ADD 1 TO WS-SECTIONS-CHECKED.
           MOVE 'Y' TO WS-SECTION-READY-FLAG.
           IF WS-SECTION-ID = SPACES
               MOVE 'ALL' TO TC-SECTION
           ELSE
               MOVE WS-SECTION-ID TO TC-SECTION
           END-IF.

           *> Output set from the sort
           MOVE SPACES TO WS-CHECK-FILENAME.
           IF WS-SECTION-ID = SPACES
               MOVE 'OUTPUT.txt' TO WS-CHECK-FILENAME
           ELSE
               STRING "OUTPUT-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-CHECK-FILENAME
           END-IF.
           PERFORM COUNT-CHECK-FILE-PROC.
           MOVE WS-CHECK-LINE-COUNT TO WS-OUTPUT-ROWS.
           IF WS-OUTPUT-ROWS = ZERO
               MOVE 'N' TO WS-SECTION-READY-FLAG
               MOVE 'NO OUTPUT SET' TO WS-COND-NAME
               MOVE WS-CHECK-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-NOT-READY-PROC
           END-IF.

           *> Archive of that output under this term
           MOVE SPACES TO WS-CHECK-FILENAME.
           IF WS-SECTION-ID = SPACES
               STRING "ARCHIVE-OUTPUT-" FUNCTION TRIM(WS-TERM-ID)
                   ".txt"
                   DELIMITED BY SIZE INTO WS-CHECK-FILENAME
           ELSE
               STRING "ARCHIVE-OUTPUT-" FUNCTION TRIM(WS-TERM-ID)
                   "-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-CHECK-FILENAME
           END-IF.
           PERFORM COUNT-CHECK-FILE-PROC.
           IF WS-CHECK-FILE-STATUS = '35'
               MOVE 'N' TO WS-ARCHIVED-FLAG
               MOVE 'N' TO WS-SECTION-READY-FLAG
               MOVE 'NOT ARCHIVED UNDER TERM' TO WS-COND-NAME
               MOVE WS-CHECK-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-NOT-READY-PROC
           ELSE
               MOVE 'Y' TO WS-ARCHIVED-FLAG
           END-IF.

           *> Grade changes staged but not yet signed off
           MOVE SPACES TO WS-CHECK-FILENAME.
           IF WS-SECTION-ID = SPACES
               MOVE 'PENDING-CHANGES.txt' TO WS-CHECK-FILENAME
           ELSE
               STRING "PENDING-CHANGES-" FUNCTION TRIM(WS-SECTION-ID)
                   ".txt"
                   DELIMITED BY SIZE INTO WS-CHECK-FILENAME
           END-IF.
           PERFORM COUNT-CHECK-FILE-PROC.
           MOVE WS-CHECK-LINE-COUNT TO WS-PENDING-COUNT.
           IF WS-PENDING-COUNT > ZERO
               MOVE 'N' TO WS-SECTION-READY-FLAG
               MOVE 'GRADE CHANGES PENDING' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-PENDING-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-NOT-READY-PROC
           END-IF.

           *> Rows the SIS upload is still holding back
           PERFORM COUNT-HELD-ROWS-PROC.
           IF WS-HELD-COUNT > ZERO
               MOVE 'N' TO WS-SECTION-READY-FLAG
               MOVE 'SIS ROWS HELD' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-HELD-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-NOT-READY-PROC
           END-IF.

           MOVE WS-OUTPUT-ROWS TO TC-OUTPUT-ROWS.
           IF SECTION-ARCHIVED
               MOVE 'YES' TO TC-ARCHIVED
           ELSE
               MOVE 'NO' TO TC-ARCHIVED
           END-IF.
           MOVE WS-PENDING-COUNT TO TC-PENDING.
           MOVE WS-HELD-COUNT TO TC-HELD.
           IF SECTION-READY
               MOVE 'READY' TO TC-RESULT
               ADD 1 TO WS-SECTIONS-READY
           ELSE
               MOVE 'NOT READY' TO TC-RESULT
               ADD 1 TO WS-SECTIONS-NOT-READY
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM TC-DETAIL-LINE.

       RAISE-NOT-READY-PROC.
           MOVE 08 TO WS-COND-SEVERITY.
           DISPLAY ">> " TC-SECTION " NOT READY - "
                   FUNCTION TRIM(WS-COND-NAME) " "
                   FUNCTION TRIM(WS-COND-DETAIL).
           PERFORM RAISE-CONDITION-PROC.

      *> Leaves the open status in WS-CHECK-FILE-STATUS; a missing
      *> file counts as no lines
       COUNT-CHECK-FILE-PROC.
           MOVE ZERO TO WS-CHECK-LINE-COUNT.
           OPEN INPUT CHECK-FILE.

           IF WS-CHECK-FILE-STATUS = '00'
               MOVE 'N' TO WS-CHECK-EOF-FLAG
               PERFORM UNTIL CHECK-EOF
                   READ CHECK-FILE
                       AT END MOVE 'Y' TO WS-CHECK-EOF-FLAG
                       NOT AT END
                           IF CHECK-LINE NOT = SPACES
                               ADD 1 TO WS-CHECK-LINE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
           END-IF.

       COUNT-HELD-ROWS-PROC.
           MOVE ZERO TO WS-HELD-COUNT.
           IF WS-SECTION-ID = SPACES
               MOVE 'ALL' TO WS-HOLD-SECTION
           ELSE
               MOVE WS-SECTION-ID TO WS-HOLD-SECTION
           END-IF.

           OPEN INPUT SIS-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-HOLD-EOF-FLAG
               PERFORM UNTIL HOLD-EOF
                   READ SIS-HOLD-FILE
                       AT END MOVE 'Y' TO WS-HOLD-EOF-FLAG
                       NOT AT END
                           MOVE SIS-HOLD-AREA TO SIS-HOLD-RECORD
                           IF SHO-SECTION = WS-HOLD-SECTION
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIS-HOLD-FILE
           END-IF.

      *> The term is closed only when every section checked is
      *> ready; otherwise it stays open and can be run again once
      *> the sections listed in the EOJ file are put right
       DECIDE-TERM-CLOSE-PROC.
           IF WS-SECTIONS-CHECKED > ZERO
                   AND WS-SECTIONS-NOT-READY = ZERO
               OPEN EXTEND TERM-STATUS-FILE
               IF WS-TERM-STATUS-FILE-STATUS = '35'
                   OPEN OUTPUT TERM-STATUS-FILE
               END-IF
               MOVE WS-TERM-ID TO TS-TERM-ID
               MOVE 'CLOSED' TO TS-STATUS
               MOVE WS-CLOSE-STAMP(1:8) TO TS-DATE
               MOVE WS-CLOSE-STAMP(9:6) TO TS-TIME
               WRITE TERM-STATUS-LINE FROM TERM-STATUS-RECORD
               CLOSE TERM-STATUS-FILE

               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "TERM " FUNCTION TRIM(WS-TERM-ID)
                   " CLOSED"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                       " CLOSED - SECTIONS: " WS-SECTIONS-CHECKED
           ELSE
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "TERM " FUNCTION TRIM(WS-TERM-ID)
                   " NOT CLOSED - SECTIONS NOT READY: "
                   WS-SECTIONS-NOT-READY
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                       " NOT CLOSED - SECTIONS NOT READY: "
                       WS-SECTIONS-NOT-READY
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'TERM NOT CLOSED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "NOT READY=" WS-SECTIONS-NOT-READY
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           CLOSE CLOSE-REPORT-FILE.
