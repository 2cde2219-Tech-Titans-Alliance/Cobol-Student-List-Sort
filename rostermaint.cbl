           SELECT MAINT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-MAINT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE      PIC X(100).

       FD AUDIT-JOURNAL-FILE.
       01 AUDIT-JOURNAL-LINE     PIC X(260).
      *> Cumulative across runs; shared with APPLY-GRADE-CHANGES
      *> and the other master maintenance programs, read by
      *> AUDIT-INQUIRY

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS     PIC XX.
       01 WS-LEGACY-FILE-STATUS     PIC XX.
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
               CLOSE MASTER-FILE
           ELSE
               IF WS-TRANS-FILE-STATUS NOT = '35'
       APPLY-ONE-TRANS-PROC.
           MOVE 'Y' TO WS-VALID-TRANS-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO AJ-BEFORE-IMAGE.
           MOVE SPACES TO AJ-AFTER-IMAGE.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-ACTION.
           MOVE SPACES TO WS-TEMP-ID.
                       " - " WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-JOURNAL-ENTRY-PROC
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "APPLIED: " FUNCTION TRIM(WS-TEMP-ACTION)
                   " " FUNCTION TRIM(WS-TEMP-ID)
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'DUPLICATE STUDENT ID ON ADD'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO AJ-AFTER-IMAGE
           END-WRITE.

       APPLY-CHANGE-PROC.
                   MOVE 'UNKNOWN STUDENT ID ON CHANGE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO AJ-BEFORE-IMAGE
                   MOVE FUNCTION TRIM(WS-TEMP-NAME) TO MST-NAME
                   MOVE FUNCTION TRIM(WS-TEMP-SURNAME) TO MST-SURNAME
                   REWRITE MASTER-RECORD
                   MOVE MASTER-RECORD TO AJ-AFTER-IMAGE
           END-READ.

       APPLY-DELETE-PROC.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO MST-ID.

           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRANS-FLAG
                   MOVE 'UNKNOWN STUDENT ID ON DELETE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO AJ-BEFORE-IMAGE
                   DELETE MASTER-FILE
           END-READ.

      *> AUDIT-JOURNAL.txt is never cleared; every run adds to it
       OPEN-AUDIT-JOURNAL-PROC.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.

      *> The section is the roster the run was directed at, ALL for
      *> the single-class master
       WRITE-JOURNAL-ENTRY-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-STAMP.
           MOVE WS-JOURNAL-STAMP(1:8) TO AJ-DATE.
           MOVE WS-JOURNAL-STAMP(9:6) TO AJ-TIME.
           MOVE 'ROSTER-MAINTENANCE' TO AJ-PROGRAM.
           MOVE SPACES TO AJ-TERM-ID.
           IF WS-SECTION-ID = SPACES
               MOVE 'ALL' TO AJ-SECTION-ID
           ELSE
               MOVE WS-SECTION-ID TO AJ-SECTION-ID
           END-IF.
           MOVE FUNCTION TRIM(WS-TEMP-ID) TO AJ-KEY.
           MOVE FUNCTION TRIM(WS-TEMP-ACTION) TO AJ-ACTION.
           MOVE 'APPLIED' TO AJ-OUTCOME.
           MOVE SPACES TO AJ-APPROVER.
           WRITE AUDIT-JOURNAL-LINE FROM AUDIT-JOURNAL-RECORD.

       WRITE-MAINT-TOTALS-PROC.
           MOVE SPACES TO MAINT-REPORT-LINE.
