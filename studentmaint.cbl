       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUDENT-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'STUDENT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO 'STUDENT-MAINT-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
      *> Indexed school-wide master keyed on student ID; the
      *> per-section rosters are generated from it and
      *> ENROLLMENT.txt by BUILD-ENROLLMENT

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 TRANS-LINE         PIC X(100).
      *> Tab-delimited: action/ID/name/surname/grade level/
      *> homeroom/status (A active, W withdrawn, G graduated,
      *> T transferred out)

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE      PIC X(120).

       FD AUDIT-JOURNAL-FILE.
       01 AUDIT-JOURNAL-LINE     PIC X(260).
      *> Cumulative across runs; shared with APPLY-GRADE-CHANGES
      *> and the other master maintenance programs, read by
      *> AUDIT-INQUIRY

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-TRANS-EOF-FLAG         PIC X VALUE 'N'.
           88 TRANS-EOF             VALUE 'Y'.

       01 WS-MASTER-USABLE-FLAG     PIC X VALUE 'N'.
           88 MASTER-USABLE         VALUE 'Y'.

       01 WS-TEMP-ACTION            PIC X(10).
       01 WS-TEMP-ID                PIC X(10).
       01 WS-TEMP-NAME              PIC X(20).
       01 WS-TEMP-SURNAME           PIC X(20).
       01 WS-TEMP-GRADE-LEVEL-X     PIC X(5).
       01 WS-TEMP-HOMEROOM          PIC X(6).
       01 WS-TEMP-STATUS            PIC X(5).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
      *> Catches data past field 7
       01 WS-FIELD-COUNT            PIC 9.

       01 WS-VALID-TRANS-FLAG       PIC X VALUE 'Y'.
           88 VALID-TRANS           VALUE 'Y'.
           88 INVALID-TRANS         VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(30).

       01 WS-APPLIED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(6) VALUE ZERO.

      *> One journal entry per applied transaction, with the master
      *> record as it stood before and after
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
       01 WS-JOURNAL-STAMP          PIC X(21).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY ">> STUDENT MASTER MAINTENANCE STARTING...".

           OPEN OUTPUT MAINT-REPORT-FILE.

           PERFORM OPEN-MASTER-PROC.

           IF MASTER-USABLE
               PERFORM OPEN-AUDIT-JOURNAL-PROC
               PERFORM APPLY-TRANSACTIONS-PROC
               PERFORM WRITE-MAINT-TOTALS-PROC
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE STUDENT-MASTER-FILE
           END-IF.

           CLOSE MAINT-REPORT-FILE.

           DISPLAY ">> STUDENT-MAINT-REPORT.txt WRITTEN "
                   "SUCCESSFULLY!".
           STOP RUN.

       OPEN-MASTER-PROC.
           MOVE 'N' TO WS-MASTER-USABLE-FLAG.

           OPEN I-O STUDENT-MASTER-FILE.

           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MASTER-USABLE-FLAG
               WHEN '35'
                   DISPLAY ">> STUDENT-MASTER.dat NOT FOUND - "
                           "CREATING"
                   OPEN OUTPUT STUDENT-MASTER-FILE
                   IF WS-MASTER-FILE-STATUS = '00'
                       CLOSE STUDENT-MASTER-FILE
                       OPEN I-O STUDENT-MASTER-FILE
                       IF WS-MASTER-FILE-STATUS = '00'
                           MOVE 'Y' TO WS-MASTER-USABLE-FLAG
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NOT MASTER-USABLE
               DISPLAY ">> STUDENT-MASTER.dat NOT USABLE - STATUS "
                       WS-MASTER-FILE-STATUS
                       " - NO TRANSACTIONS APPLIED"
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "MASTER NOT USABLE - STATUS "
                   WS-MASTER-FILE-STATUS
                   " - NO TRANSACTIONS APPLIED"
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.

       APPLY-TRANSACTIONS-PROC.
           OPEN INPUT TRANS-FILE.

           IF WS-TRANS-FILE-STATUS = '35'
               DISPLAY ">> STUDENT-TRANS.txt NOT FOUND - "
                       "NO TRANSACTIONS TO APPLY"
               MOVE "NO TRANSACTION FILE - MASTER UNCHANGED"
                   TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           ELSE
               MOVE 'N' TO WS-TRANS-EOF-FLAG
               PERFORM UNTIL TRANS-EOF
                   READ TRANS-FILE
                       AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
                       NOT AT END PERFORM APPLY-ONE-TRANS-PROC
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       APPLY-ONE-TRANS-PROC.
           MOVE 'Y' TO WS-VALID-TRANS-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO AJ-BEFORE-IMAGE.
           MOVE SPACES TO AJ-AFTER-IMAGE.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-ACTION.
           MOVE SPACES TO WS-TEMP-ID.
           MOVE SPACES TO WS-TEMP-NAME.
           MOVE SPACES TO WS-TEMP-SURNAME.
           MOVE SPACES TO WS-TEMP-GRADE-LEVEL-X.
           MOVE SPACES TO WS-TEMP-HOMEROOM.
           MOVE SPACES TO WS-TEMP-STATUS.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING TRANS-LINE DELIMITED BY X'09'
               INTO WS-TEMP-ACTION
                    WS-TEMP-ID
                    WS-TEMP-NAME
                    WS-TEMP-SURNAME
                    WS-TEMP-GRADE-LEVEL-X
                    WS-TEMP-HOMEROOM
                    WS-TEMP-STATUS
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           IF TRANS-LINE = SPACES
               MOVE 'N' TO WS-VALID-TRANS-FLAG
               MOVE 'BLANK TRANSACTION LINE' TO WS-REJECT-REASON
           ELSE
               IF WS-TEMP-OVERFLOW-X NOT = SPACES
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'EXTRA FIELD(S) IN TRANSACTION'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-TRANS-FIELDS-PROC
               END-IF
           END-IF.

           IF VALID-TRANS
               EVALUATE FUNCTION TRIM(WS-TEMP-ACTION)
                   WHEN 'ADD'    PERFORM APPLY-ADD-PROC
                   WHEN 'CHANGE' PERFORM APPLY-CHANGE-PROC
                   WHEN 'DELETE' PERFORM APPLY-DELETE-PROC
               END-EVALUATE
           END-IF.

           IF INVALID-TRANS
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "REJECTED: " FUNCTION TRIM(TRANS-LINE)
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               DISPLAY "REJECTED: " FUNCTION TRIM(TRANS-LINE)
                       " - " WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-JOURNAL-ENTRY-PROC
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "APPLIED: " FUNCTION TRIM(WS-TEMP-ACTION)
                   " " FUNCTION TRIM(WS-TEMP-ID)
                   " " FUNCTION TRIM(WS-TEMP-NAME)
                   " " FUNCTION TRIM(WS-TEMP-SURNAME)
                   " " FUNCTION TRIM(WS-TEMP-GRADE-LEVEL-X)
                   " " FUNCTION TRIM(WS-TEMP-HOMEROOM)
                   " " FUNCTION TRIM(WS-TEMP-STATUS)
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.

       VALIDATE-TRANS-FIELDS-PROC.
           EVALUATE FUNCTION TRIM(WS-TEMP-ACTION)
               WHEN 'ADD'
               WHEN 'CHANGE'
                   EVALUATE TRUE
                       WHEN WS-FIELD-COUNT < 7
                               OR WS-TEMP-ID = SPACES
                               OR WS-TEMP-NAME = SPACES
                               OR WS-TEMP-SURNAME = SPACES
                           MOVE 'N' TO WS-VALID-TRANS-FLAG
                           MOVE 'MISSING FIELD(S) IN TRANSACTION'
                               TO WS-REJECT-REASON
                       WHEN FUNCTION TRIM(WS-TEMP-GRADE-LEVEL-X)
                               NOT NUMERIC
                           MOVE 'N' TO WS-VALID-TRANS-FLAG
                           MOVE 'GRADE LEVEL NOT NUMERIC'
                               TO WS-REJECT-REASON
                       WHEN FUNCTION NUMVAL(WS-TEMP-GRADE-LEVEL-X)
                               > 12
                           MOVE 'N' TO WS-VALID-TRANS-FLAG
                           MOVE 'GRADE LEVEL OUT OF RANGE'
                               TO WS-REJECT-REASON
                       WHEN FUNCTION TRIM(WS-TEMP-STATUS) NOT = 'A'
                               AND FUNCTION TRIM(WS-TEMP-STATUS)
                                   NOT = 'W'
                               AND FUNCTION TRIM(WS-TEMP-STATUS)
                                   NOT = 'G'
                               AND FUNCTION TRIM(WS-TEMP-STATUS)
                                   NOT = 'T'
                           MOVE 'N' TO WS-VALID-TRANS-FLAG
                           MOVE 'UNKNOWN ENROLLMENT STATUS'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               WHEN 'DELETE'
                   IF WS-FIELD-COUNT < 2 OR WS-TEMP-ID = SPACES
                       MOVE 'N' TO WS-VALID-TRANS-FLAG
                       MOVE 'MISSING STUDENT ID' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'UNKNOWN TRANSACTION ACTION'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       APPLY-ADD-PROC.
           PERFORM MOVE-TRANS-TO-MASTER-PROC.

           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'DUPLICATE STUDENT ID ON ADD'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO AJ-AFTER-IMAGE
           END-WRITE.

       APPLY-CHANGE-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SM-ID.

           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'UNKNOWN STUDENT ID ON CHANGE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO AJ-BEFORE-IMAGE
                   PERFORM MOVE-TRANS-TO-MASTER-PROC
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE STUDENT-MASTER-RECORD TO AJ-AFTER-IMAGE
           END-READ.

      *> A student who leaves is normally kept on the master with a
      *> W, G or T status so the archived terms still resolve; a
      *> DELETE is for a row keyed in error
       APPLY-DELETE-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SM-ID.

           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'UNKNOWN STUDENT ID ON DELETE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO AJ-BEFORE-IMAGE
                   DELETE STUDENT-MASTER-FILE
           END-READ.

       MOVE-TRANS-TO-MASTER-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SM-ID.
           MOVE FUNCTION TRIM(WS-TEMP-NAME) TO SM-NAME.
           MOVE FUNCTION TRIM(WS-TEMP-SURNAME) TO SM-SURNAME.
           MOVE FUNCTION NUMVAL(WS-TEMP-GRADE-LEVEL-X)
               TO SM-GRADE-LEVEL.
           MOVE FUNCTION TRIM(WS-TEMP-HOMEROOM) TO SM-HOMEROOM.
           MOVE FUNCTION TRIM(WS-TEMP-STATUS) TO SM-STATUS.

      *> AUDIT-JOURNAL.txt is never cleared; every run adds to it
       OPEN-AUDIT-JOURNAL-PROC.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.

      *> The student master is school-wide, so the section is ALL
       WRITE-JOURNAL-ENTRY-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP.
           MOVE WS-JOURNAL-STAMP(1:8) TO AJ-DATE.
           MOVE WS-JOURNAL-STAMP(9:6) TO AJ-TIME.
           MOVE 'STUDENT-MAINTENANCE' TO AJ-PROGRAM.
           MOVE SPACES TO AJ-TERM-ID.
           MOVE 'ALL' TO AJ-SECTION-ID.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO AJ-KEY.
           MOVE FUNCTION TRIM(WS-TEMP-ACTION) TO AJ-ACTION.
           MOVE 'APPLIED' TO AJ-OUTCOME.
           MOVE SPACES TO AJ-APPROVER.
           WRITE AUDIT-JOURNAL-LINE FROM AUDIT-JOURNAL-RECORD.

       WRITE-MAINT-TOTALS-PROC.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

           DISPLAY ">> TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
                   " REJECTED: " WS-REJECTED-COUNT.
