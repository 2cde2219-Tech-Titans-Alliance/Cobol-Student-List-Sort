               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OLD-SECTION-MASTER-FILE
               ASSIGN TO 'SECTION-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSM-ID
               FILE STATUS IS WS-OLD-MASTER-FILE-STATUS.
           SELECT MASTER-COPY-FILE ASSIGN TO 'SECTION-MASTER-65.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-COPY-FILE-STATUS.
           SELECT LEGACY-SECTION-FILE ASSIGN TO 'SECTION-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-FILE-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO 'SECTION-MAINT-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SCM-INSTRUCTOR     PIC X(20).
           05 SCM-PERIOD         PIC X(2).
           05 SCM-CREDITS        PIC 9V9.
           05 SCM-SUBJECT-AREA   PIC X(10).
      *> Indexed master keyed on section ID; course title,
      *> instructor, period and credit hours for every report that
      *> names a section, and the subject area (ENGLISH, MATH,
      *> SCIENCE...) the credits count toward for graduation

       FD OLD-SECTION-MASTER-FILE.
       01 OLD-SECTION-MASTER-RECORD.
           05 OSM-ID             PIC X(10).
           05 OSM-TITLE          PIC X(30).
           05 OSM-INSTRUCTOR     PIC X(20).
           05 OSM-PERIOD         PIC X(2).
           05 OSM-CREDITS        PIC 9V9.
      *> The master as it stood before the subject area was added;
      *> read only to carry an existing master forward

       FD MASTER-COPY-FILE.
       01 MASTER-COPY-RECORD     PIC X(65).
      *> Old-layout master records, copied out before the master is
      *> rebuilt and kept afterwards as the pre-conversion image

       FD LEGACY-SECTION-FILE.
       01 LEGACY-SECTION-RECORD.
           05 LEGACY-LINE        PIC X(80).
      *> Tab-delimited: ID/title/instructor/period/credits, with
      *> an optional subject area after the credits

       FD TRANS-FILE.
       01 TRANS-RECORD.
           05 TRANS-LINE         PIC X(100).
      *> Tab-delimited: action/ID/title/instructor/period/credits/
      *> subject area. The subject area may be left off; an ADD
      *> then leaves it blank and a CHANGE keeps the one on file
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE      PIC X(120).

       FD AUDIT-JOURNAL-FILE.
       01 AUDIT-JOURNAL-LINE     PIC X(260).
      *> Cumulative across runs; shared with APPLY-GRADE-CHANGES
      *> and the other master maintenance programs, read by
      *> AUDIT-INQUIRY

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX.
       01 WS-LEGACY-FILE-STATUS     PIC XX.
       01 WS-TRANS-FILE-STATUS      PIC XX.
       01 WS-OLD-MASTER-FILE-STATUS PIC XX.
       01 WS-MASTER-COPY-FILE-STATUS PIC XX.
       01 WS-OLD-MASTER-EOF-FLAG    PIC X VALUE 'N'.
           88 OLD-MASTER-EOF        VALUE 'Y'.
       01 WS-MASTER-COPY-EOF-FLAG   PIC X VALUE 'N'.
           88 MASTER-COPY-EOF       VALUE 'Y'.
       01 WS-MASTER-COPIED-FLAG     PIC X VALUE 'N'.
           88 MASTER-COPIED         VALUE 'Y'.
       01 WS-LEGACY-EOF-FLAG        PIC X VALUE 'N'.
           88 LEGACY-EOF            VALUE 'Y'.
       01 WS-TRANS-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-TEMP-INSTRUCTOR        PIC X(20).
       01 WS-TEMP-PERIOD            PIC X(2).
       01 WS-TEMP-CREDITS-X         PIC X(5).
       01 WS-TEMP-SUBJECT-AREA      PIC X(10).
       01 WS-TEMP-OVERFLOW-X        PIC X(20).
      *> Catches data past field 7
       01 WS-FIELD-COUNT            PIC 9.

       01 WS-VALID-TRANS-FLAG       PIC X VALUE 'Y'.
       01 WS-LEGACY-TEMP-INSTRUCTOR PIC X(20).
       01 WS-LEGACY-TEMP-PERIOD    PIC X(2).
       01 WS-LEGACY-TEMP-CREDITS-X PIC X(5).
       01 WS-LEGACY-TEMP-SUBJECT   PIC X(10).

       01 WS-CONVERTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-OLD-MASTER-COUNT       PIC 9(6) VALUE ZERO.
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
           PERFORM OPEN-MASTER-PROC.

           IF MASTER-USABLE
               PERFORM OPEN-AUDIT-JOURNAL-PROC
               PERFORM APPLY-TRANSACTIONS-PROC
               PERFORM WRITE-MAINT-TOTALS-PROC
               CLOSE AUDIT-JOURNAL-FILE
               CLOSE SECTION-MASTER-FILE
           END-IF.

                           MOVE 'Y' TO WS-MASTER-USABLE-FLAG
                       END-IF
                   END-IF
               WHEN '39'
                   DISPLAY ">> SECTION-MASTER.dat IS IN THE OLD "
                           "LAYOUT - CONVERTING"
                   PERFORM CONVERT-OLD-MASTER-PROC
                   IF MASTER-COPIED
                       OPEN I-O SECTION-MASTER-FILE
                       IF WS-MASTER-FILE-STATUS = '00'
                           MOVE 'Y' TO WS-MASTER-USABLE-FLAG
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NOT MASTER-USABLE
               WRITE MAINT-REPORT-LINE
           END-IF.

      *> A master written before the subject area was added holds
      *> 65-byte records and will not open in the current layout.
      *> Every record is copied out to SECTION-MASTER-65.txt first;
      *> only once the whole master has been copied is it rebuilt
      *> from the copy, each section with a blank subject area, so
      *> every transaction applied since the legacy seed is kept.
      *> The copy is left in place for reference.
       CONVERT-OLD-MASTER-PROC.
           MOVE 'N' TO WS-MASTER-COPIED-FLAG.
           MOVE ZERO TO WS-OLD-MASTER-COUNT.

           OPEN INPUT OLD-SECTION-MASTER-FILE.

           IF WS-OLD-MASTER-FILE-STATUS NOT = '00'
               DISPLAY ">> OLD-LAYOUT MASTER NOT READABLE - STATUS "
                       WS-OLD-MASTER-FILE-STATUS
               MOVE WS-OLD-MASTER-FILE-STATUS
                   TO WS-MASTER-FILE-STATUS
           ELSE
               OPEN OUTPUT MASTER-COPY-FILE
               IF WS-MASTER-COPY-FILE-STATUS NOT = '00'
                   DISPLAY ">> SECTION-MASTER-65.txt NOT WRITABLE - "
                           "STATUS " WS-MASTER-COPY-FILE-STATUS
               ELSE
                   MOVE 'Y' TO WS-MASTER-COPIED-FLAG
                   MOVE 'N' TO WS-OLD-MASTER-EOF-FLAG
                   PERFORM UNTIL OLD-MASTER-EOF
                       READ OLD-SECTION-MASTER-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-OLD-MASTER-EOF-FLAG
                           NOT AT END PERFORM COPY-OLD-MASTER-ROW-PROC
                       END-READ
                       IF WS-OLD-MASTER-FILE-STATUS NOT = '00'
                               AND WS-OLD-MASTER-FILE-STATUS NOT = '10'
                           DISPLAY ">> OLD-LAYOUT MASTER READ FAILED "
                                   "- STATUS "
                                   WS-OLD-MASTER-FILE-STATUS
                           MOVE 'N' TO WS-MASTER-COPIED-FLAG
                           MOVE 'Y' TO WS-OLD-MASTER-EOF-FLAG
                       END-IF
                   END-PERFORM
                   CLOSE MASTER-COPY-FILE
               END-IF
               CLOSE OLD-SECTION-MASTER-FILE
           END-IF.

           *> The master is only rebuilt from a complete copy
           IF MASTER-COPIED
               OPEN OUTPUT SECTION-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-MASTER-COPIED-FLAG
               ELSE
                   PERFORM RELOAD-OLD-MASTER-PROC
                   CLOSE SECTION-MASTER-FILE

                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "CONVERTED " WS-CONVERTED-COUNT
                       " OF " WS-OLD-MASTER-COUNT
                       " OLD-LAYOUT SECTION(S) - SUBJECT AREA LEFT "
                       "BLANK - OLD RECORDS IN SECTION-MASTER-65.txt"
                       DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
               END-IF
           END-IF.

       COPY-OLD-MASTER-ROW-PROC.
           WRITE MASTER-COPY-RECORD FROM OLD-SECTION-MASTER-RECORD.

           IF WS-MASTER-COPY-FILE-STATUS = '00'
               ADD 1 TO WS-OLD-MASTER-COUNT
           ELSE
               DISPLAY ">> SECTION-MASTER-65.txt WRITE FAILED - "
                       "STATUS " WS-MASTER-COPY-FILE-STATUS
               MOVE 'N' TO WS-MASTER-COPIED-FLAG
               MOVE 'Y' TO WS-OLD-MASTER-EOF-FLAG
           END-IF.

       RELOAD-OLD-MASTER-PROC.
           OPEN INPUT MASTER-COPY-FILE.

           MOVE 'N' TO WS-MASTER-COPY-EOF-FLAG.
           PERFORM UNTIL MASTER-COPY-EOF
               READ MASTER-COPY-FILE INTO OLD-SECTION-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-MASTER-COPY-EOF-FLAG
                   NOT AT END PERFORM RELOAD-OLD-MASTER-ROW-PROC
               END-READ
           END-PERFORM.

           CLOSE MASTER-COPY-FILE.

       RELOAD-OLD-MASTER-ROW-PROC.
           MOVE OSM-ID TO SCM-ID.
           MOVE OSM-TITLE TO SCM-TITLE.
           MOVE OSM-INSTRUCTOR TO SCM-INSTRUCTOR.
           MOVE OSM-PERIOD TO SCM-PERIOD.
           MOVE OSM-CREDITS TO SCM-CREDITS.
           MOVE SPACES TO SCM-SUBJECT-AREA.

           WRITE SECTION-MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO MAINT-REPORT-LINE
                   STRING "DROPPED DUPLICATE-ID OLD-LAYOUT SECTION: "
                       OSM-ID
                       DELIMITED BY SIZE INTO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
                   DISPLAY ">> DUPLICATE SECTION ID IN OLD-LAYOUT "
                           "MASTER - DROPPED: " OSM-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       CONVERT-LEGACY-MASTER-PROC.
           OPEN INPUT LEGACY-SECTION-FILE.

           MOVE SPACES TO WS-LEGACY-TEMP-INSTRUCTOR.
           MOVE SPACES TO WS-LEGACY-TEMP-PERIOD.
           MOVE SPACES TO WS-LEGACY-TEMP-CREDITS-X.
           MOVE SPACES TO WS-LEGACY-TEMP-SUBJECT.

           UNSTRING LEGACY-LINE DELIMITED BY X'09'
               INTO WS-LEGACY-TEMP-ID
                    WS-LEGACY-TEMP-INSTRUCTOR
                    WS-LEGACY-TEMP-PERIOD
                    WS-LEGACY-TEMP-CREDITS-X
                    WS-LEGACY-TEMP-SUBJECT
               TALLYING IN WS-LEGACY-FIELD-COUNT
           END-UNSTRING.

                   TO SCM-PERIOD
               MOVE FUNCTION NUMVAL(WS-LEGACY-TEMP-CREDITS-X)
                   TO SCM-CREDITS
               MOVE FUNCTION TRIM(WS-LEGACY-TEMP-SUBJECT)
                   TO SCM-SUBJECT-AREA
               WRITE SECTION-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO MAINT-REPORT-LINE
       APPLY-ONE-TRANS-PROC.
           MOVE 'Y' TO WS-VALID-TRANS-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO AJ-BEFORE-IMAGE.
           MOVE SPACES TO AJ-AFTER-IMAGE.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-ACTION.
           MOVE SPACES TO WS-TEMP-ID.
           MOVE SPACES TO WS-TEMP-INSTRUCTOR.
           MOVE SPACES TO WS-TEMP-PERIOD.
           MOVE SPACES TO WS-TEMP-CREDITS-X.
           MOVE SPACES TO WS-TEMP-SUBJECT-AREA.
           MOVE SPACES TO WS-TEMP-OVERFLOW-X.

           UNSTRING TRANS-LINE DELIMITED BY X'09'
                    WS-TEMP-INSTRUCTOR
                    WS-TEMP-PERIOD
                    WS-TEMP-CREDITS-X
                    WS-TEMP-SUBJECT-AREA
                    WS-TEMP-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
                       " - " WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-JOURNAL-ENTRY-PROC
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "APPLIED: " FUNCTION TRIM(WS-TEMP-ACTION)
                   " " FUNCTION TRIM(WS-TEMP-ID)
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'DUPLICATE SECTION ID ON ADD'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SECTION-MASTER-RECORD TO AJ-AFTER-IMAGE
           END-WRITE.

       APPLY-CHANGE-PROC.
                   MOVE 'UNKNOWN SECTION ID ON CHANGE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SECTION-MASTER-RECORD TO AJ-BEFORE-IMAGE
                   PERFORM MOVE-TRANS-TO-MASTER-PROC
                   REWRITE SECTION-MASTER-RECORD
                   MOVE SECTION-MASTER-RECORD TO AJ-AFTER-IMAGE
           END-READ.

       APPLY-DELETE-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SCM-ID.

           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'UNKNOWN SECTION ID ON DELETE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SECTION-MASTER-RECORD TO AJ-BEFORE-IMAGE
                   DELETE SECTION-MASTER-FILE
           END-READ.

       MOVE-TRANS-TO-MASTER-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO SCM-ID.
               TO SCM-INSTRUCTOR.
           MOVE FUNCTION TRIM(WS-TEMP-PERIOD) TO SCM-PERIOD.
           MOVE FUNCTION NUMVAL(WS-TEMP-CREDITS-X) TO SCM-CREDITS.
           *> A CHANGE without the subject area field keeps the
           *> area already on the record just read
           IF WS-TEMP-SUBJECT-AREA NOT = SPACES
                   OR FUNCTION TRIM(WS-TEMP-ACTION) = 'ADD'
               MOVE FUNCTION TRIM(WS-TEMP-SUBJECT-AREA)
                   TO SCM-SUBJECT-AREA
           END-IF.

      *> AUDIT-JOURNAL.txt is never cleared; every run adds to it
       OPEN-AUDIT-JOURNAL-PROC.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.

      *> A section master entry is both the section and the key
       WRITE-JOURNAL-ENTRY-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP.
           MOVE WS-JOURNAL-STAMP(1:8) TO AJ-DATE.
           MOVE WS-JOURNAL-STAMP(9:6) TO AJ-TIME.
           MOVE 'SECTION-MAINTENANCE' TO AJ-PROGRAM.
           MOVE SPACES TO AJ-TERM-ID.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO AJ-SECTION-ID.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO AJ-KEY.
           MOVE FUNCTION TRIM(WS-TEMP-ACTION) TO AJ-ACTION.
           MOVE 'APPLIED' TO AJ-OUTCOME.
           MOVE SPACES TO AJ-APPROVER.
           WRITE AUDIT-JOURNAL-LINE FROM AUDIT-JOURNAL-RECORD.

       WRITE-MAINT-TOTALS-PROC.
           MOVE SPACES TO MAINT-REPORT-LINE.
