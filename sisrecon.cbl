       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-SIS-ACK.

      *> Reads the district's acknowledgement of an upload batch and
      *> reconciles it against the SIS-UPLOAD.txt (or SIS-RESUBMIT.txt)
      *> batch that produced it. The control totals the district
      *> echoes are checked against our trailer, every detail is
      *> matched on student ID/section ID, and the outcome of each
      *> detail is appended to the term's upload-status history.
      *> Rejected rows that have since been corrected in the section
      *> output, rows the district never acknowledged, and rows that
      *> can now be released from SIS-HOLD.txt go to SIS-RESUBMIT.txt
      *> in the upload's own H/D/T layout.
      *>
      *> SIS-ACK.txt is fixed width, one header, one detail per row
      *> received, one trailer:
      *>   H school(10) term(10) our run date(8) ack date(8)
      *>   D student(10) section(10) A/R(1) reason code(4)
      *>     reason text(30)
      *>   T count received(6) grade hash(9) accepted(6)
      *>     rejected(6)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIS-ACK-FILE ASSIGN TO 'SIS-ACK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT UPLOAD-BATCH-FILE
               ASSIGN TO DYNAMIC WS-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT SIS-HOLD-FILE ASSIGN TO 'SIS-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT SECTION-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT MASTER-ROSTER-FILE
               ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT SIS-RESUBMIT-FILE ASSIGN TO 'SIS-RESUBMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'SIS-RECON-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SIS-ACK-FILE.
       01 SIS-ACK-LINE           PIC X(80).

       FD UPLOAD-BATCH-FILE.
       01 UPLOAD-BATCH-LINE      PIC X(40).

       FD SIS-HOLD-FILE.
       01 SIS-HOLD-AREA          PIC X(131).

       FD SECTION-OUTPUT-FILE.
       01 SECTION-OUTPUT-RECORD.
           05 SECTION-OUTPUT-LINE PIC X(100).

       FD MASTER-ROSTER-FILE.
       01 MASTER-ROSTER-RECORD.
           05 MR-ID              PIC X(10).
           05 MR-NAME            PIC X(20).
           05 MR-SURNAME         PIC X(20).
      *> Indexed master keyed on student ID,
      *> maintained by ROSTER-MAINTENANCE

       FD SIS-RESUBMIT-FILE.
       01 SIS-RESUBMIT-LINE      PIC X(40).

       FD STATUS-HISTORY-FILE.
       01 STATUS-HISTORY-LINE    PIC X(120).
      *> SIS-STATUS-HISTORY-<term>.txt, appended by every
      *> reconciliation of that term

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE      PIC X(120).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       WORKING-STORAGE SECTION.

      *> Upload layouts, as EXPORT-DISTRICT-SIS writes them
       01 SIS-HEADER-RECORD.
           05 SH-RECORD-TYPE     PIC X(1) VALUE 'H'.
           05 SH-SCHOOL-CODE     PIC X(10).
           05 SH-TERM-ID         PIC X(10).
           05 SH-RUN-DATE        PIC X(8).
           05 FILLER             PIC X(11) VALUE SPACES.

       01 SIS-DETAIL-RECORD.
           05 SD-RECORD-TYPE     PIC X(1) VALUE 'D'.
           05 SD-STUDENT-ID      PIC X(10).
           05 SD-SECTION-ID      PIC X(10).
           05 SD-GRADE           PIC 9(3).
           05 SD-STANDING        PIC X(10).
           05 FILLER             PIC X(6) VALUE SPACES.

       01 SIS-TRAILER-RECORD.
           05 ST-RECORD-TYPE     PIC X(1) VALUE 'T'.
           05 ST-RECORD-COUNT    PIC 9(6).
           05 ST-GRADE-HASH      PIC 9(9).
           05 FILLER             PIC X(24) VALUE SPACES.

      *> Acknowledgement layouts
       01 SIS-ACK-HEADER.
           05 AH-RECORD-TYPE     PIC X(1).
           05 AH-SCHOOL-CODE     PIC X(10).
           05 AH-TERM-ID         PIC X(10).
           05 AH-RUN-DATE        PIC X(8).
           05 AH-ACK-DATE        PIC X(8).
           05 FILLER             PIC X(43).

       01 SIS-ACK-DETAIL.
           05 AD-RECORD-TYPE     PIC X(1).
           05 AD-STUDENT-ID      PIC X(10).
           05 AD-SECTION-ID      PIC X(10).
           05 AD-STATUS          PIC X(1).
               88 AD-ACCEPTED    VALUE 'A'.
               88 AD-REJECTED    VALUE 'R'.
           05 AD-REASON-CODE     PIC X(4).
           05 AD-REASON-TEXT     PIC X(30).
           05 FILLER             PIC X(24).

       01 SIS-ACK-TRAILER.
           05 AT-RECORD-TYPE     PIC X(1).
           05 AT-RECORD-COUNT    PIC 9(6).
           05 AT-GRADE-HASH      PIC 9(9).
           05 AT-ACCEPTED-COUNT  PIC 9(6).
           05 AT-REJECTED-COUNT  PIC 9(6).
           05 FILLER             PIC X(52).

       01 SIS-HOLD-RECORD.
           05 SHO-SECTION        PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SHO-LINE           PIC X(100).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 SHO-REASON         PIC X(19).

      *> History detail: the outcome of one row in one
      *> reconciliation. The last line for a student/section is its
      *> current upload status for the term.
       01 STATUS-HISTORY-RECORD.
           05 UH-RECORD-TYPE     PIC X(1) VALUE 'D'.
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-RECON-DATE      PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-BATCH-RUN-DATE  PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-STUDENT-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-SECTION-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-GRADE           PIC 9(3).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-STANDING        PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-STATUS          PIC X(12).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-REASON-CODE     PIC X(4).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UH-REASON-TEXT     PIC X(30).

      *> History batch line: one per reconciliation, with the
      *> control totals on both sides
       01 STATUS-BATCH-RECORD.
           05 UB-RECORD-TYPE     PIC X(1) VALUE 'B'.
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-RECON-DATE      PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-BATCH-RUN-DATE  PIC X(8).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-BATCH-FILE      PIC X(16).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-SENT-COUNT      PIC 9(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-SENT-HASH       PIC 9(9).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-ECHO-COUNT      PIC 9(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-ECHO-HASH       PIC 9(9).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-ACCEPTED-COUNT  PIC 9(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-REJECTED-COUNT  PIC 9(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-MISSING-COUNT   PIC 9(6).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 UB-TOTALS-RESULT   PIC X(14).

       01 WS-ACK-FILE-STATUS        PIC XX.
       01 WS-BATCH-FILE-STATUS      PIC XX.
       01 WS-HOLD-FILE-STATUS       PIC XX.
       01 WS-OUTPUT-FILE-STATUS     PIC XX.
       01 WS-ROSTER-FILE-STATUS     PIC XX.
       01 WS-HISTORY-FILE-STATUS    PIC XX.

       01 WS-ACK-EOF-FLAG           PIC X VALUE 'N'.
           88 ACK-EOF               VALUE 'Y'.
       01 WS-BATCH-EOF-FLAG         PIC X VALUE 'N'.
           88 BATCH-EOF             VALUE 'Y'.
       01 WS-HOLD-EOF-FLAG          PIC X VALUE 'N'.
           88 HOLD-EOF              VALUE 'Y'.
       01 WS-OUTPUT-EOF-FLAG        PIC X VALUE 'N'.
           88 OUTPUT-EOF            VALUE 'Y'.
       01 WS-HISTORY-EOF-FLAG       PIC X VALUE 'N'.
           88 HISTORY-EOF           VALUE 'Y'.
       01 WS-ROSTER-AVAILABLE-FLAG  PIC X VALUE 'N'.
           88 ROSTER-AVAILABLE      VALUE 'Y'.
       01 WS-PROCEED-FLAG           PIC X VALUE 'Y'.
           88 RECON-CAN-PROCEED     VALUE 'Y'.
       01 WS-ACK-HEADER-FLAG        PIC X VALUE 'N'.
           88 ACK-HEADER-FOUND      VALUE 'Y'.
       01 WS-ACK-TRAILER-FLAG       PIC X VALUE 'N'.
           88 ACK-TRAILER-FOUND     VALUE 'Y'.
       01 WS-FOUND-FLAG             PIC X VALUE 'N'.
           88 ENTRY-FOUND           VALUE 'Y'.
       01 WS-ROW-VALID-FLAG         PIC X VALUE 'N'.
           88 ROW-VALID             VALUE 'Y'.
       01 WS-TOTALS-FLAG            PIC X VALUE 'Y'.
           88 TOTALS-AGREE          VALUE 'Y'.
       01 WS-HOLD-FULL-FLAG         PIC X VALUE 'N'.
           88 HOLD-TABLE-FULL       VALUE 'Y'.
       01 WS-SENT-FLAG              PIC X VALUE 'N'.
           88 ALREADY-RESUBMITTED   VALUE 'Y'.

      *> A candidate batch matches when its header carries the
      *> school, term and run date the district echoed back; its
      *> trailer count agreeing as well settles a tie between the
      *> upload and a resubmission built the same day
       01 WS-BATCH-FILENAME         PIC X(30) VALUE 'SIS-UPLOAD.txt'.
       01 WS-CAND-HEADER-FLAG       PIC X VALUE 'N'.
           88 CAND-HEADER-MATCH     VALUE 'Y'.
       01 WS-CAND-COUNT-FLAG        PIC X VALUE 'N'.
           88 CAND-COUNT-MATCH      VALUE 'Y'.
       01 WS-CAND-SCHOOL-CODE       PIC X(10).
       01 WS-CAND-RECORD-COUNT      PIC 9(6).
       01 WS-CAND-GRADE-HASH        PIC 9(9).
       01 WS-UPLOAD-HEADER-FLAG     PIC X VALUE 'N'.
           88 UPLOAD-HEADER-MATCH   VALUE 'Y'.
       01 WS-UPLOAD-COUNT-FLAG      PIC X VALUE 'N'.
           88 UPLOAD-COUNT-MATCH    VALUE 'Y'.
       01 WS-RESUB-HEADER-FLAG      PIC X VALUE 'N'.
           88 RESUB-HEADER-MATCH    VALUE 'Y'.
       01 WS-RESUB-COUNT-FLAG       PIC X VALUE 'N'.
           88 RESUB-COUNT-MATCH     VALUE 'Y'.

       01 WS-SCHOOL-CODE            PIC X(10) VALUE SPACES.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-BATCH-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-ACK-DATE               PIC X(8) VALUE SPACES.
       01 WS-RECON-DATE             PIC X(8) VALUE SPACES.
       01 WS-BATCH-RECORD-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-BATCH-GRADE-HASH       PIC 9(9) VALUE ZERO.
       01 WS-ECHO-RECORD-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-ECHO-GRADE-HASH        PIC 9(9) VALUE ZERO.
       01 WS-TOTALS-RESULT          PIC X(14) VALUE SPACES.

       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.
       01 WS-OUTPUT-FILENAME        PIC X(30) VALUE 'OUTPUT.txt'.
       01 WS-ROSTER-FILENAME        PIC X(30)
           VALUE 'MASTER-ROSTER.dat'.
       01 WS-HISTORY-FILENAME       PIC X(40).

      *> Every detail of the matched batch, then any row still
      *> rejected or unacknowledged from an earlier batch of the
      *> term (carried forward from the history)
       01 UPLOAD-TABLE.
           05 UP-ENTRY OCCURS 10000 TIMES.
               10 UP-STUDENT-ID     PIC X(10).
               10 UP-SECTION-ID     PIC X(10).
               10 UP-GRADE          PIC 9(3).
               10 UP-STANDING       PIC X(10).
               10 UP-NEW-GRADE      PIC 9(3).
               10 UP-NEW-STANDING   PIC X(10).
               10 UP-CARRIED-FLAG   PIC X.
                   88 UP-CARRIED    VALUE 'Y'.
               10 UP-ACK-STATUS     PIC X.
                   88 UP-ACCEPTED   VALUE 'A'.
                   88 UP-REJECTED   VALUE 'R'.
                   88 UP-NOT-ACKED  VALUE ' '.
               10 UP-REASON-CODE    PIC X(4).
               10 UP-REASON-TEXT    PIC X(30).
               10 UP-ACTION         PIC X.
      *> C corrected and resubmitted, O outstanding and resubmitted,
      *> W waiting on a correction, N no longer in the section
      *> output, V row in the output no longer passes the upload
      *> checks, space accepted
                   88 UP-RESUBMITTED VALUE 'C' 'O'.
                   88 UP-UNRESOLVED  VALUE 'W' 'N' 'V'.
       01 WS-UPLOAD-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-UPLOAD-SUB             PIC 9(5) COMP.
       01 WS-BATCH-ENTRY-COUNT      PIC 9(5) VALUE ZERO.

      *> Current status of every student/section on the term's
      *> history, latest line wins
       01 HISTORY-TABLE.
           05 HS-ENTRY OCCURS 10000 TIMES.
               10 HS-STUDENT-ID     PIC X(10).
               10 HS-SECTION-ID     PIC X(10).
               10 HS-GRADE          PIC 9(3).
               10 HS-STANDING       PIC X(10).
               10 HS-STATUS         PIC X(12).
               10 HS-REASON-CODE    PIC X(4).
               10 HS-REASON-TEXT    PIC X(30).
       01 WS-HISTORY-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-SUB            PIC 9(5) COMP.

       01 HOLD-TABLE.
           05 HLD-ENTRY OCCURS 2000 TIMES.
               10 HLD-SECTION       PIC X(10).
               10 HLD-LINE          PIC X(100).
               10 HLD-REASON        PIC X(19).
               10 HLD-STUDENT-ID    PIC X(10).
               10 HLD-NAME          PIC X(20).
               10 HLD-SURNAME       PIC X(20).
               10 HLD-GRADE         PIC 9(3).
               10 HLD-STANDING      PIC X(10).
               10 HLD-RELEASED-FLAG PIC X.
                   88 HLD-RELEASED  VALUE 'Y'.
       01 WS-HOLD-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-HOLD-SUB               PIC 9(4) COMP.

      *> Sections whose output has to be read again: any with a row
      *> outstanding or held
       01 WORK-SECTION-TABLE.
           05 WK-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-WORK-SECTION-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-WORK-SECTION-SUB       PIC 9(3) COMP.
       01 WS-WORK-SECTION-KEY       PIC X(10).

      *> Acknowledged rows that were never in the batch
       01 UNKNOWN-ACK-TABLE.
           05 UK-ENTRY OCCURS 500 TIMES.
               10 UK-STUDENT-ID     PIC X(10).
               10 UK-SECTION-ID     PIC X(10).
               10 UK-STATUS         PIC X.
       01 WS-UNKNOWN-SUB            PIC 9(6) COMP.

       01 WS-PARSE-LINE             PIC X(100).
       01 WS-TEMP-STUDENT-ID        PIC X(10).
       01 WS-TEMP-STUDENT-NAME      PIC X(20).
       01 WS-TEMP-STUDENT-SURNAME   PIC X(20).
       01 WS-TEMP-STUDENT-GRADE-X   PIC X(5).
       01 WS-TEMP-STATUS-X          PIC X(10).
       01 WS-TEMP-RANK-X            PIC X(5).
       01 WS-TEMP-RAW-GRADE-X       PIC X(5).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-GRADE-CODE             PIC X(3).
       01 WS-CURRENT-GRADE          PIC 9(3).
       01 WS-CURRENT-STANDING       PIC X(10).

       01 WS-TEMP-RECORD-TYPE       PIC X(1).
       01 WS-TEMP-RECON-DATE        PIC X(8).
       01 WS-TEMP-RUN-DATE          PIC X(8).
       01 WS-TEMP-SECTION-ID        PIC X(10).
       01 WS-TEMP-GRADE-X           PIC X(5).
       01 WS-TEMP-HIST-STATUS       PIC X(12).
       01 WS-TEMP-REASON-CODE       PIC X(4).
       01 WS-TEMP-REASON-TEXT       PIC X(30).
       01 WS-HIST-FIELD-COUNT       PIC 9(2).

       01 WS-ACCEPTED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CARRIED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-RESUBMIT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-RESUBMIT-HASH          PIC 9(9) VALUE ZERO.
       01 WS-RELEASED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-STILL-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-UNRESOLVED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-HISTORY-DROPPED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-CARRY-DROPPED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-HOLD-DROPPED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-ACTION-TEXT            PIC X(34).

       01 WS-TIME-STAMP             PIC X(21).

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
           DISPLAY ">> RECONCILING DISTRICT SIS ACKNOWLEDGEMENT...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           MOVE WS-TIME-STAMP(1:8) TO WS-RECON-DATE.

           PERFORM READ-ACK-CONTROL-PROC.

           IF RECON-CAN-PROCEED
               PERFORM SELECT-UPLOAD-BATCH-PROC
           END-IF.

           IF RECON-CAN-PROCEED
               PERFORM LOAD-UPLOAD-BATCH-PROC
           END-IF.

           IF RECON-CAN-PROCEED
               PERFORM CHECK-CONTROL-TOTALS-PROC
               PERFORM MATCH-ACK-DETAILS-PROC
               PERFORM LOAD-STATUS-HISTORY-PROC
               PERFORM LOAD-HOLD-FILE-PROC
               PERFORM BUILD-RESUBMISSION-PROC
               PERFORM WRITE-RECON-REPORT-PROC
               PERFORM WRITE-STATUS-HISTORY-PROC
               PERFORM REWRITE-HOLD-FILE-PROC
               PERFORM RAISE-RECON-CONDITIONS-PROC

               DISPLAY ">> " FUNCTION TRIM(WS-BATCH-FILENAME) ": "
                       WS-ACCEPTED-COUNT " ACCEPTED, "
                       WS-REJECTED-COUNT " REJECTED, "
                       WS-MISSING-COUNT " NOT ACKNOWLEDGED"
               DISPLAY ">> SIS-RESUBMIT.txt: " WS-RESUBMIT-COUNT
                       " DETAIL RECORD(S), " WS-RELEASED-COUNT
                       " RELEASED FROM SIS-HOLD.txt"
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

      *> First pass over the acknowledgement: only the header and
      *> trailer, which say which batch it answers and what the
      *> district counted
       READ-ACK-CONTROL-PROC.
           OPEN INPUT SIS-ACK-FILE.

           IF WS-ACK-FILE-STATUS = '35'
               DISPLAY ">> SIS-ACK.txt NOT FOUND - NOTHING TO "
                       "RECONCILE"
               MOVE 'N' TO WS-PROCEED-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'NO ACKNOWLEDGEMENT FILE' TO WS-COND-NAME
               MOVE 'SIS-ACK.txt NOT FOUND' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-ACK-EOF-FLAG
               PERFORM UNTIL ACK-EOF
                   READ SIS-ACK-FILE
                       AT END MOVE 'Y' TO WS-ACK-EOF-FLAG
                       NOT AT END
                           EVALUATE SIS-ACK-LINE(1:1)
                               WHEN 'H'
                                   MOVE SIS-ACK-LINE TO SIS-ACK-HEADER
                                   MOVE 'Y' TO WS-ACK-HEADER-FLAG
                               WHEN 'T'
                                   MOVE SIS-ACK-LINE
                                       TO SIS-ACK-TRAILER
                                   MOVE 'Y' TO WS-ACK-TRAILER-FLAG
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SIS-ACK-FILE

               IF ACK-HEADER-FOUND
                   MOVE AH-SCHOOL-CODE TO WS-SCHOOL-CODE
                   MOVE AH-TERM-ID TO WS-TERM-ID
                   MOVE AH-RUN-DATE TO WS-BATCH-RUN-DATE
                   MOVE AH-ACK-DATE TO WS-ACK-DATE
               ELSE
                   DISPLAY ">> SIS-ACK.txt HAS NO HEADER RECORD - "
                           "CANNOT TELL WHICH UPLOAD IT ANSWERS"
                   MOVE 'N' TO WS-PROCEED-FLAG
                   MOVE 12 TO WS-COND-SEVERITY
                   MOVE 'ACK HEADER MISSING' TO WS-COND-NAME
                   MOVE 'SIS-ACK.txt' TO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF

               IF ACK-TRAILER-FOUND
                       AND AT-RECORD-COUNT NUMERIC
                       AND AT-GRADE-HASH NUMERIC
                   MOVE AT-RECORD-COUNT TO WS-ECHO-RECORD-COUNT
                   MOVE AT-GRADE-HASH TO WS-ECHO-GRADE-HASH
               ELSE
                   MOVE 'N' TO WS-ACK-TRAILER-FLAG
               END-IF
           END-IF.

      *> The acknowledgement answers either the night's upload or a
      *> resubmission built from an earlier reconciliation
       SELECT-UPLOAD-BATCH-PROC.
           MOVE 'SIS-UPLOAD.txt' TO WS-BATCH-FILENAME.
           PERFORM CHECK-BATCH-CANDIDATE-PROC.
           MOVE WS-CAND-HEADER-FLAG TO WS-UPLOAD-HEADER-FLAG.
           MOVE WS-CAND-COUNT-FLAG TO WS-UPLOAD-COUNT-FLAG.

           MOVE 'SIS-RESUBMIT.txt' TO WS-BATCH-FILENAME.
           PERFORM CHECK-BATCH-CANDIDATE-PROC.
           MOVE WS-CAND-HEADER-FLAG TO WS-RESUB-HEADER-FLAG.
           MOVE WS-CAND-COUNT-FLAG TO WS-RESUB-COUNT-FLAG.

           EVALUATE TRUE
               WHEN UPLOAD-HEADER-MATCH AND UPLOAD-COUNT-MATCH
                   MOVE 'SIS-UPLOAD.txt' TO WS-BATCH-FILENAME
               WHEN RESUB-HEADER-MATCH AND RESUB-COUNT-MATCH
                   MOVE 'SIS-RESUBMIT.txt' TO WS-BATCH-FILENAME
               WHEN UPLOAD-HEADER-MATCH
                   MOVE 'SIS-UPLOAD.txt' TO WS-BATCH-FILENAME
               WHEN RESUB-HEADER-MATCH
                   MOVE 'SIS-RESUBMIT.txt' TO WS-BATCH-FILENAME
               WHEN OTHER
                   DISPLAY ">> NO UPLOAD BATCH ON FILE FOR SCHOOL "
                           WS-SCHOOL-CODE " TERM " WS-TERM-ID
                           " RUN " WS-BATCH-RUN-DATE
                   MOVE 'N' TO WS-PROCEED-FLAG
                   MOVE 12 TO WS-COND-SEVERITY
                   MOVE 'NO MATCHING UPLOAD BATCH' TO WS-COND-NAME
                   MOVE SPACES TO WS-COND-DETAIL
                   STRING "TERM=" FUNCTION TRIM(WS-TERM-ID)
                       " RUN=" WS-BATCH-RUN-DATE
                       DELIMITED BY SIZE INTO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
           END-EVALUATE.

       CHECK-BATCH-CANDIDATE-PROC.
           MOVE 'N' TO WS-CAND-HEADER-FLAG.
           MOVE 'N' TO WS-CAND-COUNT-FLAG.
           MOVE ZERO TO WS-CAND-RECORD-COUNT.

           OPEN INPUT UPLOAD-BATCH-FILE.

           IF WS-BATCH-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-BATCH-EOF-FLAG
               PERFORM UNTIL BATCH-EOF
                   READ UPLOAD-BATCH-FILE
                       AT END MOVE 'Y' TO WS-BATCH-EOF-FLAG
                       NOT AT END
                           EVALUATE UPLOAD-BATCH-LINE(1:1)
                               WHEN 'H'
                                   MOVE UPLOAD-BATCH-LINE
                                       TO SIS-HEADER-RECORD
                                   IF SH-SCHOOL-CODE = WS-SCHOOL-CODE
                                      AND SH-TERM-ID = WS-TERM-ID
                                      AND SH-RUN-DATE
                                          = WS-BATCH-RUN-DATE
                                       MOVE 'Y' TO WS-CAND-HEADER-FLAG
                                   END-IF
                               WHEN 'T'
                                   MOVE UPLOAD-BATCH-LINE
                                       TO SIS-TRAILER-RECORD
                                   IF ST-RECORD-COUNT
                                          = WS-ECHO-RECORD-COUNT
                                       MOVE 'Y' TO WS-CAND-COUNT-FLAG
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-BATCH-FILE
           END-IF.

       LOAD-UPLOAD-BATCH-PROC.
           MOVE ZERO TO WS-UPLOAD-COUNT.

           OPEN INPUT UPLOAD-BATCH-FILE.

           MOVE 'N' TO WS-BATCH-EOF-FLAG.
           PERFORM UNTIL BATCH-EOF
               READ UPLOAD-BATCH-FILE
                   AT END MOVE 'Y' TO WS-BATCH-EOF-FLAG
                   NOT AT END
                       EVALUATE UPLOAD-BATCH-LINE(1:1)
                           WHEN 'D'
                               PERFORM ADD-BATCH-DETAIL-PROC
                           WHEN 'T'
                               MOVE UPLOAD-BATCH-LINE
                                   TO SIS-TRAILER-RECORD
                               MOVE ST-RECORD-COUNT
                                   TO WS-BATCH-RECORD-COUNT
                               MOVE ST-GRADE-HASH
                                   TO WS-BATCH-GRADE-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE UPLOAD-BATCH-FILE.
           MOVE WS-UPLOAD-COUNT TO WS-BATCH-ENTRY-COUNT.

       ADD-BATCH-DETAIL-PROC.
           IF WS-UPLOAD-COUNT >= 10000
               IF RECON-CAN-PROCEED
                   DISPLAY ">> " WS-BATCH-FILENAME " HAS MORE THAN "
                           "10000 DETAIL RECORDS - NOT RECONCILED"
                   MOVE 'N' TO WS-PROCEED-FLAG
                   MOVE 12 TO WS-COND-SEVERITY
                   MOVE 'UPLOAD TABLE FULL' TO WS-COND-NAME
                   MOVE WS-BATCH-FILENAME TO WS-COND-DETAIL
                   PERFORM RAISE-CONDITION-PROC
               END-IF
           ELSE
               MOVE UPLOAD-BATCH-LINE TO SIS-DETAIL-RECORD
               ADD 1 TO WS-UPLOAD-COUNT
               MOVE SD-STUDENT-ID TO UP-STUDENT-ID(WS-UPLOAD-COUNT)
               MOVE SD-SECTION-ID TO UP-SECTION-ID(WS-UPLOAD-COUNT)
               MOVE SD-GRADE TO UP-GRADE(WS-UPLOAD-COUNT)
               MOVE SD-STANDING TO UP-STANDING(WS-UPLOAD-COUNT)
               MOVE 'N' TO UP-CARRIED-FLAG(WS-UPLOAD-COUNT)
               MOVE SPACE TO UP-ACK-STATUS(WS-UPLOAD-COUNT)
               MOVE SPACES TO UP-REASON-CODE(WS-UPLOAD-COUNT)
               MOVE SPACES TO UP-REASON-TEXT(WS-UPLOAD-COUNT)
               MOVE SPACE TO UP-ACTION(WS-UPLOAD-COUNT)
           END-IF.

      *> The district's echoed count and hash must equal our trailer,
      *> otherwise the batch arrived damaged or was not the one we
      *> sent
       CHECK-CONTROL-TOTALS-PROC.
           MOVE 'Y' TO WS-TOTALS-FLAG.

           EVALUATE TRUE
               WHEN NOT ACK-TRAILER-FOUND
                   MOVE 'N' TO WS-TOTALS-FLAG
                   MOVE 'NO ACK TRAILER' TO WS-TOTALS-RESULT
               WHEN WS-ECHO-RECORD-COUNT NOT = WS-BATCH-RECORD-COUNT
                   MOVE 'N' TO WS-TOTALS-FLAG
                   MOVE 'COUNT MISMATCH' TO WS-TOTALS-RESULT
               WHEN WS-ECHO-GRADE-HASH NOT = WS-BATCH-GRADE-HASH
                   MOVE 'N' TO WS-TOTALS-FLAG
                   MOVE 'HASH MISMATCH' TO WS-TOTALS-RESULT
               WHEN OTHER
                   MOVE 'MATCHED' TO WS-TOTALS-RESULT
           END-EVALUATE.

           IF NOT TOTALS-AGREE
               DISPLAY ">> CONTROL TOTALS DISAGREE: SENT "
                       WS-BATCH-RECORD-COUNT "/" WS-BATCH-GRADE-HASH
                       " DISTRICT ECHOED " WS-ECHO-RECORD-COUNT "/"
                       WS-ECHO-GRADE-HASH
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'CONTROL TOTALS DISAGREE' TO WS-COND-NAME
               MOVE WS-TOTALS-RESULT TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

      *> Second pass over the acknowledgement: every detail is
      *> matched to the batch row it answers
       MATCH-ACK-DETAILS-PROC.
           OPEN INPUT SIS-ACK-FILE.

           MOVE 'N' TO WS-ACK-EOF-FLAG.
           PERFORM UNTIL ACK-EOF
               READ SIS-ACK-FILE
                   AT END MOVE 'Y' TO WS-ACK-EOF-FLAG
                   NOT AT END
                       IF SIS-ACK-LINE(1:1) = 'D'
                           MOVE SIS-ACK-LINE TO SIS-ACK-DETAIL
                           PERFORM MATCH-ONE-ACK-PROC
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SIS-ACK-FILE.

           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-BATCH-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN UP-ACCEPTED(WS-UPLOAD-SUB)
                       ADD 1 TO WS-ACCEPTED-COUNT
                   WHEN UP-REJECTED(WS-UPLOAD-SUB)
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
           END-PERFORM.

       MATCH-ONE-ACK-PROC.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-BATCH-ENTRY-COUNT
                      OR ENTRY-FOUND
               IF UP-STUDENT-ID(WS-UPLOAD-SUB) = AD-STUDENT-ID
                       AND UP-SECTION-ID(WS-UPLOAD-SUB)
                           = AD-SECTION-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   IF AD-REJECTED
                       MOVE 'R' TO UP-ACK-STATUS(WS-UPLOAD-SUB)
                       MOVE AD-REASON-CODE
                           TO UP-REASON-CODE(WS-UPLOAD-SUB)
                       MOVE AD-REASON-TEXT
                           TO UP-REASON-TEXT(WS-UPLOAD-SUB)
                   ELSE
                       MOVE 'A' TO UP-ACK-STATUS(WS-UPLOAD-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNKNOWN-COUNT
               IF WS-UNKNOWN-COUNT <= 500
                   MOVE AD-STUDENT-ID
                       TO UK-STUDENT-ID(WS-UNKNOWN-COUNT)
                   MOVE AD-SECTION-ID
                       TO UK-SECTION-ID(WS-UNKNOWN-COUNT)
                   MOVE AD-STATUS TO UK-STATUS(WS-UNKNOWN-COUNT)
               END-IF
               DISPLAY ">> ACK FOR " AD-STUDENT-ID " SECTION "
                       AD-SECTION-ID " MATCHES NO ROW OF "
                       WS-BATCH-FILENAME
           END-IF.

      *> Rows the district rejected, or never acknowledged, in an
      *> earlier batch of this term and not sent again in this one
      *> are carried forward so they stay on the worklist until they
      *> are corrected and accepted
       LOAD-STATUS-HISTORY-PROC.
           MOVE SPACES TO WS-HISTORY-FILENAME.
           STRING "SIS-STATUS-HISTORY-" FUNCTION TRIM(WS-TERM-ID)
               ".txt"
               DELIMITED BY SIZE INTO WS-HISTORY-FILENAME.

           MOVE ZERO TO WS-HISTORY-COUNT.

           OPEN INPUT STATUS-HISTORY-FILE.

           IF WS-HISTORY-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HISTORY-EOF-FLAG
               PERFORM UNTIL HISTORY-EOF
                   READ STATUS-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                       NOT AT END
                           IF STATUS-HISTORY-LINE(1:1) = 'D'
                               PERFORM LOAD-ONE-HISTORY-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY-FILE
           END-IF.

           IF WS-HISTORY-DROPPED-COUNT > ZERO
               DISPLAY ">> " FUNCTION TRIM(WS-HISTORY-FILENAME)
                       " HAS MORE THAN 10000 STUDENT/SECTIONS - "
                       WS-HISTORY-DROPPED-COUNT " NOT LOADED"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'STATUS HISTORY TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "ROWS DROPPED=" WS-HISTORY-DROPPED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               IF HS-STATUS(WS-HISTORY-SUB) = 'REJECTED'
                       OR HS-STATUS(WS-HISTORY-SUB) = 'MISSING'
                   PERFORM CARRY-FORWARD-PROC
               END-IF
           END-PERFORM.

           IF WS-CARRY-DROPPED-COUNT > ZERO
               DISPLAY ">> UPLOAD TABLE FULL - " WS-CARRY-DROPPED-COUNT
                       " EARLIER ROW(S) NOT CARRIED FORWARD"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'CARRY-FORWARD TABLE FULL' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "ROWS DROPPED=" WS-CARRY-DROPPED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

       LOAD-ONE-HISTORY-PROC.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-SECTION-ID.
           MOVE SPACES TO WS-TEMP-GRADE-X.
           MOVE SPACES TO WS-TEMP-STATUS-X.
           MOVE SPACES TO WS-TEMP-HIST-STATUS.
           MOVE SPACES TO WS-TEMP-REASON-CODE.
           MOVE SPACES TO WS-TEMP-REASON-TEXT.
           MOVE ZERO TO WS-HIST-FIELD-COUNT.

           UNSTRING STATUS-HISTORY-LINE DELIMITED BY X'09'
               INTO WS-TEMP-RECORD-TYPE
                    WS-TEMP-RECON-DATE
                    WS-TEMP-RUN-DATE
                    WS-TEMP-STUDENT-ID
                    WS-TEMP-SECTION-ID
                    WS-TEMP-GRADE-X
                    WS-TEMP-STATUS-X
                    WS-TEMP-HIST-STATUS
                    WS-TEMP-REASON-CODE
                    WS-TEMP-REASON-TEXT
               TALLYING IN WS-HIST-FIELD-COUNT
           END-UNSTRING.

           IF WS-HIST-FIELD-COUNT >= 8
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                       UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                          OR ENTRY-FOUND
                   IF HS-STUDENT-ID(WS-HISTORY-SUB)
                           = WS-TEMP-STUDENT-ID
                           AND HS-SECTION-ID(WS-HISTORY-SUB)
                               = WS-TEMP-SECTION-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM

               IF ENTRY-FOUND
                   SUBTRACT 1 FROM WS-HISTORY-SUB
               ELSE
                   IF WS-HISTORY-COUNT < 10000
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE WS-HISTORY-COUNT TO WS-HISTORY-SUB
                       MOVE 'Y' TO WS-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-HISTORY-DROPPED-COUNT
                   END-IF
               END-IF

               IF ENTRY-FOUND
                   MOVE WS-TEMP-STUDENT-ID
                       TO HS-STUDENT-ID(WS-HISTORY-SUB)
                   MOVE WS-TEMP-SECTION-ID
                       TO HS-SECTION-ID(WS-HISTORY-SUB)
                   IF FUNCTION TRIM(WS-TEMP-GRADE-X) NUMERIC
                       MOVE FUNCTION NUMVAL(WS-TEMP-GRADE-X)
                           TO HS-GRADE(WS-HISTORY-SUB)
                   ELSE
                       MOVE ZERO TO HS-GRADE(WS-HISTORY-SUB)
                   END-IF
                   MOVE WS-TEMP-STATUS-X
                       TO HS-STANDING(WS-HISTORY-SUB)
                   MOVE WS-TEMP-HIST-STATUS
                       TO HS-STATUS(WS-HISTORY-SUB)
                   MOVE WS-TEMP-REASON-CODE
                       TO HS-REASON-CODE(WS-HISTORY-SUB)
                   MOVE WS-TEMP-REASON-TEXT
                       TO HS-REASON-TEXT(WS-HISTORY-SUB)
               END-IF
           END-IF.

       CARRY-FORWARD-PROC.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-BATCH-ENTRY-COUNT
                      OR ENTRY-FOUND
               IF UP-STUDENT-ID(WS-UPLOAD-SUB)
                       = HS-STUDENT-ID(WS-HISTORY-SUB)
                       AND UP-SECTION-ID(WS-UPLOAD-SUB)
                           = HS-SECTION-ID(WS-HISTORY-SUB)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND AND WS-UPLOAD-COUNT >= 10000
               ADD 1 TO WS-CARRY-DROPPED-COUNT
           END-IF.

           IF NOT ENTRY-FOUND AND WS-UPLOAD-COUNT < 10000
               ADD 1 TO WS-UPLOAD-COUNT
               ADD 1 TO WS-CARRIED-COUNT
               MOVE HS-STUDENT-ID(WS-HISTORY-SUB)
                   TO UP-STUDENT-ID(WS-UPLOAD-COUNT)
               MOVE HS-SECTION-ID(WS-HISTORY-SUB)
                   TO UP-SECTION-ID(WS-UPLOAD-COUNT)
               MOVE HS-GRADE(WS-HISTORY-SUB)
                   TO UP-GRADE(WS-UPLOAD-COUNT)
               MOVE HS-STANDING(WS-HISTORY-SUB)
                   TO UP-STANDING(WS-UPLOAD-COUNT)
               MOVE 'Y' TO UP-CARRIED-FLAG(WS-UPLOAD-COUNT)
               IF HS-STATUS(WS-HISTORY-SUB) = 'REJECTED'
                   MOVE 'R' TO UP-ACK-STATUS(WS-UPLOAD-COUNT)
               ELSE
                   MOVE SPACE TO UP-ACK-STATUS(WS-UPLOAD-COUNT)
               END-IF
               MOVE HS-REASON-CODE(WS-HISTORY-SUB)
                   TO UP-REASON-CODE(WS-UPLOAD-COUNT)
               MOVE HS-REASON-TEXT(WS-HISTORY-SUB)
                   TO UP-REASON-TEXT(WS-UPLOAD-COUNT)
               MOVE SPACE TO UP-ACTION(WS-UPLOAD-COUNT)
           END-IF.

      *> SIS-HOLD.txt carries the held output row as it stood; the
      *> ID and name are parsed out now so the row can be found
      *> again in the section's current output
       LOAD-HOLD-FILE-PROC.
           MOVE ZERO TO WS-HOLD-COUNT.

           OPEN INPUT SIS-HOLD-FILE.

           IF WS-HOLD-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HOLD-EOF-FLAG
               PERFORM UNTIL HOLD-EOF
                   READ SIS-HOLD-FILE
                       AT END MOVE 'Y' TO WS-HOLD-EOF-FLAG
                       NOT AT END
                           IF SIS-HOLD-AREA NOT = SPACES
                               IF WS-HOLD-COUNT < 2000
                                   PERFORM LOAD-ONE-HOLD-PROC
                               ELSE
                                   ADD 1 TO WS-HOLD-DROPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIS-HOLD-FILE
           END-IF.

      *> Rows past the table cannot be written back, so the hold
      *> file is left as it is rather than rebuilt without them
           IF WS-HOLD-DROPPED-COUNT > ZERO
               DISPLAY ">> SIS-HOLD.txt HAS MORE THAN 2000 ROWS - "
                       "LEFT UNCHANGED"
               MOVE 'Y' TO WS-HOLD-FULL-FLAG
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'HOLD TABLE FULL' TO WS-COND-NAME
               MOVE 'SIS-HOLD.txt LEFT UNCHANGED' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

       LOAD-ONE-HOLD-PROC.
           MOVE SIS-HOLD-AREA TO SIS-HOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE SHO-SECTION TO HLD-SECTION(WS-HOLD-COUNT).
           MOVE SHO-LINE TO HLD-LINE(WS-HOLD-COUNT).
           MOVE SHO-REASON TO HLD-REASON(WS-HOLD-COUNT).
           MOVE 'N' TO HLD-RELEASED-FLAG(WS-HOLD-COUNT).

           MOVE SHO-LINE TO WS-PARSE-LINE.
           PERFORM PARSE-OUTPUT-ROW-PROC.
           MOVE WS-TEMP-STUDENT-ID TO HLD-STUDENT-ID(WS-HOLD-COUNT).
           MOVE WS-TEMP-STUDENT-NAME TO HLD-NAME(WS-HOLD-COUNT).
           MOVE WS-TEMP-STUDENT-SURNAME
               TO HLD-SURNAME(WS-HOLD-COUNT).

      *> Every section with a row outstanding or held has its
      *> current output read again. A rejected row whose grade or
      *> standing has changed since it was sent counts as corrected.
       BUILD-RESUBMISSION-PROC.
           MOVE ZERO TO WS-WORK-SECTION-COUNT.

           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF NOT UP-ACCEPTED(WS-UPLOAD-SUB)
                   MOVE UP-SECTION-ID(WS-UPLOAD-SUB)
                       TO WS-WORK-SECTION-KEY
                   PERFORM ADD-WORK-SECTION-PROC
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               MOVE HLD-SECTION(WS-HOLD-SUB) TO WS-WORK-SECTION-KEY
               PERFORM ADD-WORK-SECTION-PROC
           END-PERFORM.

           OPEN OUTPUT SIS-RESUBMIT-FILE.

           MOVE WS-SCHOOL-CODE TO SH-SCHOOL-CODE.
           MOVE WS-TERM-ID TO SH-TERM-ID.
           MOVE WS-RECON-DATE TO SH-RUN-DATE.
           WRITE SIS-RESUBMIT-LINE FROM SIS-HEADER-RECORD.

           PERFORM VARYING WS-WORK-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SECTION-SUB > WS-WORK-SECTION-COUNT
               MOVE WK-SECTION-ID(WS-WORK-SECTION-SUB)
                   TO WS-SECTION-ID
               PERFORM RESUBMIT-ONE-SECTION-PROC
           END-PERFORM.
           MOVE SPACES TO WS-SECTION-ID.

           MOVE WS-RESUBMIT-COUNT TO ST-RECORD-COUNT.
           MOVE WS-RESUBMIT-HASH TO ST-GRADE-HASH.
           WRITE SIS-RESUBMIT-LINE FROM SIS-TRAILER-RECORD.

           CLOSE SIS-RESUBMIT-FILE.

      *> Whatever is still open after the output has been read is
      *> either waiting on a correction or gone from the output
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF NOT UP-ACCEPTED(WS-UPLOAD-SUB)
                       AND UP-ACTION(WS-UPLOAD-SUB) = SPACE
                   MOVE 'N' TO UP-ACTION(WS-UPLOAD-SUB)
               END-IF
               IF UP-UNRESOLVED(WS-UPLOAD-SUB)
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF NOT HLD-RELEASED(WS-HOLD-SUB)
                   ADD 1 TO WS-STILL-HELD-COUNT
               END-IF
           END-PERFORM.

       ADD-WORK-SECTION-PROC.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-WORK-SECTION-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SECTION-SUB > WS-WORK-SECTION-COUNT
                      OR ENTRY-FOUND
               IF WK-SECTION-ID(WS-WORK-SECTION-SUB)
                       = WS-WORK-SECTION-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT ENTRY-FOUND AND WS-WORK-SECTION-COUNT < 200
               ADD 1 TO WS-WORK-SECTION-COUNT
               MOVE WS-WORK-SECTION-KEY
                   TO WK-SECTION-ID(WS-WORK-SECTION-COUNT)
           END-IF.

       RESUBMIT-ONE-SECTION-PROC.
           IF WS-SECTION-ID = 'ALL'
               MOVE 'OUTPUT.txt' TO WS-OUTPUT-FILENAME
               MOVE 'MASTER-ROSTER.dat' TO WS-ROSTER-FILENAME
           ELSE
               MOVE SPACES TO WS-OUTPUT-FILENAME
               STRING "OUTPUT-" FUNCTION TRIM(WS-SECTION-ID) ".txt"
                   DELIMITED BY SIZE INTO WS-OUTPUT-FILENAME
               MOVE SPACES TO WS-ROSTER-FILENAME
               STRING "MASTER-ROSTER-" FUNCTION TRIM(WS-SECTION-ID)
                   ".dat"
                   DELIMITED BY SIZE INTO WS-ROSTER-FILENAME
           END-IF.

           MOVE 'N' TO WS-ROSTER-AVAILABLE-FLAG.
           OPEN INPUT MASTER-ROSTER-FILE.
           IF WS-ROSTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ROSTER-AVAILABLE-FLAG
           END-IF.

           OPEN INPUT SECTION-OUTPUT-FILE.

           IF WS-OUTPUT-FILE-STATUS = '35'
               DISPLAY ">> " WS-OUTPUT-FILENAME " NOT FOUND - "
                       "NOTHING RESUBMITTED FOR SECTION "
                       WS-SECTION-ID
           ELSE
               MOVE 'N' TO WS-OUTPUT-EOF-FLAG
               PERFORM UNTIL OUTPUT-EOF
                   READ SECTION-OUTPUT-FILE
                       AT END MOVE 'Y' TO WS-OUTPUT-EOF-FLAG
                       NOT AT END PERFORM RESUBMIT-ONE-ROW-PROC
                   END-READ
               END-PERFORM
               CLOSE SECTION-OUTPUT-FILE
           END-IF.

           IF ROSTER-AVAILABLE
               CLOSE MASTER-ROSTER-FILE
           END-IF.

       RESUBMIT-ONE-ROW-PROC.
           MOVE SECTION-OUTPUT-LINE TO WS-PARSE-LINE.
           PERFORM PARSE-OUTPUT-ROW-PROC.
           PERFORM CHECK-ROW-VALID-PROC.

           IF WS-TEMP-STUDENT-ID NOT = SPACES
               PERFORM RESOLVE-OUTSTANDING-ROW-PROC
           END-IF.

      *> Nothing is released from a hold file that cannot be
      *> rewritten, or the same rows would be sent again next run
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF HLD-SECTION(WS-HOLD-SUB) = WS-SECTION-ID
                       AND NOT HLD-RELEASED(WS-HOLD-SUB)
                       AND ROW-VALID
                       AND NOT HOLD-TABLE-FULL
                   PERFORM RELEASE-HELD-ROW-PROC
               END-IF
           END-PERFORM.

       RESOLVE-OUTSTANDING-ROW-PROC.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF UP-STUDENT-ID(WS-UPLOAD-SUB) = WS-TEMP-STUDENT-ID
                       AND UP-SECTION-ID(WS-UPLOAD-SUB)
                           = WS-SECTION-ID
                       AND NOT UP-ACCEPTED(WS-UPLOAD-SUB)
                       AND UP-ACTION(WS-UPLOAD-SUB) = SPACE
                   EVALUATE TRUE
                       WHEN NOT ROW-VALID
                           MOVE 'V' TO UP-ACTION(WS-UPLOAD-SUB)
                       WHEN UP-NOT-ACKED(WS-UPLOAD-SUB)
                           MOVE 'O' TO UP-ACTION(WS-UPLOAD-SUB)
                           PERFORM WRITE-RESUBMIT-DETAIL-PROC
                       WHEN WS-CURRENT-GRADE
                               NOT = UP-GRADE(WS-UPLOAD-SUB)
                         OR WS-CURRENT-STANDING
                               NOT = UP-STANDING(WS-UPLOAD-SUB)
                           MOVE 'C' TO UP-ACTION(WS-UPLOAD-SUB)
                           PERFORM WRITE-RESUBMIT-DETAIL-PROC
                       WHEN OTHER
                           MOVE 'W' TO UP-ACTION(WS-UPLOAD-SUB)
                   END-EVALUATE
                   IF UP-RESUBMITTED(WS-UPLOAD-SUB)
                       MOVE WS-CURRENT-GRADE
                           TO UP-NEW-GRADE(WS-UPLOAD-SUB)
                       MOVE WS-CURRENT-STANDING
                           TO UP-NEW-STANDING(WS-UPLOAD-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *> A held row with an ID is found again by ID; one held for
      *> having no ID is found by name once the output carries one
       RELEASE-HELD-ROW-PROC.
           IF (HLD-STUDENT-ID(WS-HOLD-SUB) NOT = SPACES
                   AND HLD-STUDENT-ID(WS-HOLD-SUB)
                       = WS-TEMP-STUDENT-ID)
              OR (HLD-STUDENT-ID(WS-HOLD-SUB) = SPACES
                   AND HLD-NAME(WS-HOLD-SUB) = WS-TEMP-STUDENT-NAME
                   AND HLD-SURNAME(WS-HOLD-SUB)
                       = WS-TEMP-STUDENT-SURNAME)
               MOVE 'Y' TO HLD-RELEASED-FLAG(WS-HOLD-SUB)
               MOVE WS-TEMP-STUDENT-ID TO HLD-STUDENT-ID(WS-HOLD-SUB)
               MOVE WS-CURRENT-GRADE TO HLD-GRADE(WS-HOLD-SUB)
               MOVE WS-CURRENT-STANDING TO HLD-STANDING(WS-HOLD-SUB)
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM CHECK-ALREADY-SENT-PROC
               IF NOT ALREADY-RESUBMITTED
                   PERFORM WRITE-RESUBMIT-DETAIL-PROC
               END-IF
           END-IF.

      *> An outstanding row for the same student and section may
      *> already have gone out from this output row
       CHECK-ALREADY-SENT-PROC.
           MOVE 'N' TO WS-SENT-FLAG.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
                      OR ALREADY-RESUBMITTED
               IF UP-STUDENT-ID(WS-UPLOAD-SUB) = WS-TEMP-STUDENT-ID
                       AND UP-SECTION-ID(WS-UPLOAD-SUB)
                           = WS-SECTION-ID
                       AND UP-RESUBMITTED(WS-UPLOAD-SUB)
                   MOVE 'Y' TO WS-SENT-FLAG
               END-IF
           END-PERFORM.

       WRITE-RESUBMIT-DETAIL-PROC.
           MOVE WS-TEMP-STUDENT-ID TO SD-STUDENT-ID.
           MOVE WS-SECTION-ID TO SD-SECTION-ID.
           MOVE WS-CURRENT-GRADE TO SD-GRADE.
           MOVE WS-CURRENT-STANDING TO SD-STANDING.
           WRITE SIS-RESUBMIT-LINE FROM SIS-DETAIL-RECORD.
           ADD 1 TO WS-RESUBMIT-COUNT.
           ADD SD-GRADE TO WS-RESUBMIT-HASH.

      *> The same checks EXPORT-DISTRICT-SIS makes before a row goes
      *> in the upload
       CHECK-ROW-VALID-PROC.
           MOVE 'N' TO WS-ROW-VALID-FLAG.
           MOVE ZERO TO WS-CURRENT-GRADE.
           MOVE SPACES TO WS-CURRENT-STANDING.

           MOVE SPACES TO WS-GRADE-CODE.
           IF FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X) NOT NUMERIC
               EVALUATE FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X)
                   WHEN 'INC'
                   WHEN 'W'
                   WHEN 'AUD'
                       MOVE WS-TEMP-STUDENT-GRADE-X
                           TO WS-GRADE-CODE
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < 4
                   CONTINUE
               WHEN FUNCTION TRIM(WS-TEMP-STUDENT-GRADE-X)
                       NOT NUMERIC
                       AND WS-GRADE-CODE = SPACES
                   CONTINUE
               WHEN WS-TEMP-STUDENT-ID = SPACES
                   CONTINUE
               WHEN NOT ROSTER-AVAILABLE
                   CONTINUE
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID) TO MR-ID
                   READ MASTER-ROSTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ROW-VALID-FLAG
                   END-READ
           END-EVALUATE.

           IF ROW-VALID
               IF WS-GRADE-CODE = SPACES
                   MOVE FUNCTION NUMVAL(WS-TEMP-STUDENT-GRADE-X)
                       TO WS-CURRENT-GRADE
               END-IF
               MOVE FUNCTION TRIM(WS-TEMP-STATUS-X)
                   TO WS-CURRENT-STANDING
           END-IF.

       PARSE-OUTPUT-ROW-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           MOVE SPACES TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-SURNAME.
           MOVE SPACES TO WS-TEMP-STUDENT-GRADE-X.
           MOVE SPACES TO WS-TEMP-STATUS-X.
           MOVE SPACES TO WS-TEMP-RANK-X.
           MOVE SPACES TO WS-TEMP-RAW-GRADE-X.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING WS-PARSE-LINE DELIMITED BY X'09'
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
               PERFORM SHIFT-LEGACY-OUTPUT-ROW-PROC
           END-IF.

           MOVE FUNCTION TRIM(WS-TEMP-STUDENT-ID)
               TO WS-TEMP-STUDENT-ID.

      *> A legacy output row carries no leading ID field, so the
      *> parsed fields land one position early and are shifted into
      *> place here
       SHIFT-LEGACY-OUTPUT-ROW-PROC.
           MOVE WS-TEMP-RANK-X TO WS-TEMP-RAW-GRADE-X.
           MOVE WS-TEMP-STATUS-X TO WS-TEMP-RANK-X.
           MOVE WS-TEMP-STUDENT-GRADE-X TO WS-TEMP-STATUS-X.
           MOVE WS-TEMP-STUDENT-SURNAME TO WS-TEMP-STUDENT-GRADE-X.
           MOVE WS-TEMP-STUDENT-NAME TO WS-TEMP-STUDENT-SURNAME.
           MOVE WS-TEMP-STUDENT-ID TO WS-TEMP-STUDENT-NAME.
           MOVE SPACES TO WS-TEMP-STUDENT-ID.
           ADD 1 TO WS-FIELD-COUNT.

       WRITE-RECON-REPORT-PROC.
           OPEN OUTPUT RECON-REPORT-FILE.

           MOVE "DISTRICT SIS ACKNOWLEDGEMENT RECONCILIATION"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "SCHOOL " WS-SCHOOL-CODE " TERM " WS-TERM-ID
               " BATCH " WS-BATCH-FILENAME
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "UPLOAD RUN " WS-BATCH-RUN-DATE
               "  ACKNOWLEDGED " WS-ACK-DATE
               "  RECONCILED " WS-RECON-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONTROL TOTALS  SENT " WS-BATCH-RECORD-COUNT
               " RECORDS HASH " WS-BATCH-GRADE-HASH
               "  ECHOED " WS-ECHO-RECORD-COUNT
               " RECORDS HASH " WS-ECHO-GRADE-HASH
               "  " WS-TOTALS-RESULT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE "REJECTED RECORDS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF UP-REJECTED(WS-UPLOAD-SUB)
                   PERFORM WRITE-REPORT-ROW-PROC
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE "RECORDS NOT ACKNOWLEDGED" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF UP-NOT-ACKED(WS-UPLOAD-SUB)
                   PERFORM WRITE-REPORT-ROW-PROC
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE "ACKNOWLEDGED BUT NOT IN THE BATCH"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-UNKNOWN-SUB FROM 1 BY 1
                   UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-COUNT
                      OR WS-UNKNOWN-SUB > 500
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  " UK-STUDENT-ID(WS-UNKNOWN-SUB)
                   " " UK-SECTION-ID(WS-UNKNOWN-SUB)
                   " STATUS " UK-STATUS(WS-UNKNOWN-SUB)
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE "RELEASED FROM SIS-HOLD.txt" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF HLD-RELEASED(WS-HOLD-SUB)
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "  " HLD-STUDENT-ID(WS-HOLD-SUB)
                       " " HLD-SECTION(WS-HOLD-SUB)
                       " HELD FOR " HLD-REASON(WS-HOLD-SUB)
                       " - RESUBMITTED"
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ACCEPTED: " WS-ACCEPTED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  NOT ACKNOWLEDGED: " WS-MISSING-COUNT
               "  UNKNOWN TO US: " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CARRIED FROM EARLIER BATCHES: " WS-CARRIED-COUNT
               "  RESUBMITTED: " WS-RESUBMIT-COUNT
               "  RELEASED FROM HOLD: " WS-RELEASED-COUNT
               "  STILL HELD: " WS-STILL-HELD-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           CLOSE RECON-REPORT-FILE.

       WRITE-REPORT-ROW-PROC.
           EVALUATE UP-ACTION(WS-UPLOAD-SUB)
               WHEN 'C'
                   MOVE 'CORRECTED - RESUBMITTED' TO WS-ACTION-TEXT
               WHEN 'O'
                   MOVE 'RESUBMITTED' TO WS-ACTION-TEXT
               WHEN 'W'
                   MOVE 'AWAITING CORRECTION' TO WS-ACTION-TEXT
               WHEN 'V'
                   MOVE 'NOT RESENT - FAILS UPLOAD CHECKS'
                       TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'NOT RESENT - NOT IN SECTION OUTPUT'
                       TO WS-ACTION-TEXT
           END-EVALUATE.

           MOVE SPACES TO RECON-REPORT-LINE.
           IF UP-CARRIED(WS-UPLOAD-SUB)
               STRING "  " UP-STUDENT-ID(WS-UPLOAD-SUB)
                   " " UP-SECTION-ID(WS-UPLOAD-SUB)
                   " " UP-GRADE(WS-UPLOAD-SUB)
                   " " UP-REASON-CODE(WS-UPLOAD-SUB)
                   " " UP-REASON-TEXT(WS-UPLOAD-SUB)
                   " " WS-ACTION-TEXT
                   " (EARLIER BATCH)"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               STRING "  " UP-STUDENT-ID(WS-UPLOAD-SUB)
                   " " UP-SECTION-ID(WS-UPLOAD-SUB)
                   " " UP-GRADE(WS-UPLOAD-SUB)
                   " " UP-REASON-CODE(WS-UPLOAD-SUB)
                   " " UP-REASON-TEXT(WS-UPLOAD-SUB)
                   " " WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

      *> One batch line, then a line per row: what the district said
      *> about it and, where it went back out, that it was resent
       WRITE-STATUS-HISTORY-PROC.
           OPEN EXTEND STATUS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF.

           MOVE WS-RECON-DATE TO UB-RECON-DATE.
           MOVE WS-BATCH-RUN-DATE TO UB-BATCH-RUN-DATE.
           MOVE WS-BATCH-FILENAME TO UB-BATCH-FILE.
           MOVE WS-BATCH-RECORD-COUNT TO UB-SENT-COUNT.
           MOVE WS-BATCH-GRADE-HASH TO UB-SENT-HASH.
           MOVE WS-ECHO-RECORD-COUNT TO UB-ECHO-COUNT.
           MOVE WS-ECHO-GRADE-HASH TO UB-ECHO-HASH.
           MOVE WS-ACCEPTED-COUNT TO UB-ACCEPTED-COUNT.
           MOVE WS-REJECTED-COUNT TO UB-REJECTED-COUNT.
           MOVE WS-MISSING-COUNT TO UB-MISSING-COUNT.
           MOVE WS-TOTALS-RESULT TO UB-TOTALS-RESULT.
           WRITE STATUS-HISTORY-LINE FROM STATUS-BATCH-RECORD.

           MOVE WS-RECON-DATE TO UH-RECON-DATE.
           MOVE WS-BATCH-RUN-DATE TO UH-BATCH-RUN-DATE.

           PERFORM VARYING WS-UPLOAD-SUB FROM 1 BY 1
                   UNTIL WS-UPLOAD-SUB > WS-UPLOAD-COUNT
               IF NOT UP-CARRIED(WS-UPLOAD-SUB)
                   MOVE UP-STUDENT-ID(WS-UPLOAD-SUB) TO UH-STUDENT-ID
                   MOVE UP-SECTION-ID(WS-UPLOAD-SUB) TO UH-SECTION-ID
                   MOVE UP-GRADE(WS-UPLOAD-SUB) TO UH-GRADE
                   MOVE UP-STANDING(WS-UPLOAD-SUB) TO UH-STANDING
                   MOVE UP-REASON-CODE(WS-UPLOAD-SUB)
                       TO UH-REASON-CODE
                   MOVE UP-REASON-TEXT(WS-UPLOAD-SUB)
                       TO UH-REASON-TEXT
                   EVALUATE TRUE
                       WHEN UP-ACCEPTED(WS-UPLOAD-SUB)
                           MOVE 'ACCEPTED' TO UH-STATUS
                       WHEN UP-REJECTED(WS-UPLOAD-SUB)
                           MOVE 'REJECTED' TO UH-STATUS
                       WHEN OTHER
                           MOVE 'MISSING' TO UH-STATUS
                   END-EVALUATE
                   WRITE STATUS-HISTORY-LINE
                       FROM STATUS-HISTORY-RECORD
               END-IF
               IF UP-RESUBMITTED(WS-UPLOAD-SUB)
                   MOVE UP-STUDENT-ID(WS-UPLOAD-SUB) TO UH-STUDENT-ID
                   MOVE UP-SECTION-ID(WS-UPLOAD-SUB) TO UH-SECTION-ID
                   MOVE UP-NEW-GRADE(WS-UPLOAD-SUB) TO UH-GRADE
                   MOVE UP-NEW-STANDING(WS-UPLOAD-SUB) TO UH-STANDING
                   MOVE 'RESUBMITTED' TO UH-STATUS
                   MOVE SPACES TO UH-REASON-CODE
                   MOVE SPACES TO UH-REASON-TEXT
                   WRITE STATUS-HISTORY-LINE
                       FROM STATUS-HISTORY-RECORD
               END-IF
               IF UP-ACTION(WS-UPLOAD-SUB) = 'N'
                   MOVE UP-STUDENT-ID(WS-UPLOAD-SUB) TO UH-STUDENT-ID
                   MOVE UP-SECTION-ID(WS-UPLOAD-SUB) TO UH-SECTION-ID
                   MOVE UP-GRADE(WS-UPLOAD-SUB) TO UH-GRADE
                   MOVE UP-STANDING(WS-UPLOAD-SUB) TO UH-STANDING
                   MOVE 'DROPPED' TO UH-STATUS
                   MOVE SPACES TO UH-REASON-CODE
                   MOVE 'NOT IN SECTION OUTPUT' TO UH-REASON-TEXT
                   WRITE STATUS-HISTORY-LINE
                       FROM STATUS-HISTORY-RECORD
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF HLD-RELEASED(WS-HOLD-SUB)
                   MOVE HLD-STUDENT-ID(WS-HOLD-SUB) TO UH-STUDENT-ID
                   MOVE HLD-SECTION(WS-HOLD-SUB) TO UH-SECTION-ID
                   MOVE HLD-GRADE(WS-HOLD-SUB) TO UH-GRADE
                   MOVE HLD-STANDING(WS-HOLD-SUB) TO UH-STANDING
                   MOVE 'RELEASED' TO UH-STATUS
                   MOVE SPACES TO UH-REASON-CODE
                   MOVE HLD-REASON(WS-HOLD-SUB) TO UH-REASON-TEXT
                   WRITE STATUS-HISTORY-LINE
                       FROM STATUS-HISTORY-RECORD
               END-IF
           END-PERFORM.

           CLOSE STATUS-HISTORY-FILE.

      *> Released rows come off the hold file; the rest stay held
       REWRITE-HOLD-FILE-PROC.
           IF WS-RELEASED-COUNT > ZERO AND NOT HOLD-TABLE-FULL
               OPEN OUTPUT SIS-HOLD-FILE
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   IF NOT HLD-RELEASED(WS-HOLD-SUB)
                       MOVE HLD-SECTION(WS-HOLD-SUB) TO SHO-SECTION
                       MOVE HLD-LINE(WS-HOLD-SUB) TO SHO-LINE
                       MOVE HLD-REASON(WS-HOLD-SUB) TO SHO-REASON
                       WRITE SIS-HOLD-AREA FROM SIS-HOLD-RECORD
                   END-IF
               END-PERFORM
               CLOSE SIS-HOLD-FILE
           END-IF.

       RAISE-RECON-CONDITIONS-PROC.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'RECORDS REJECTED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-MISSING-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'RECORDS NOT ACKNOWLEDGED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-MISSING-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ACK RECORDS NOT IN UPLOAD' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-UNKNOWN-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-UNRESOLVED-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ROWS STILL OUTSTANDING' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-UNRESOLVED-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.
