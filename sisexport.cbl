               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIS-HOLD-FILE ASSIGN TO 'SIS-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SIS-HOLD-FILE.
       01 SIS-HOLD-AREA          PIC X(131).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       WORKING-STORAGE SECTION.

      *> The district upload is fixed width: one header, one detail
           VALUE 'MASTER-ROSTER.dat'.
       01 WS-SCHOOL-CODE            PIC X(10) VALUE 'UNKNOWN'.
       01 WS-TERM-ID                PIC X(10) VALUE SPACES.
       01 WS-PERIOD-ID              PIC X(10) VALUE SPACES.
      *> Line 2 of TERM-ID.txt on a marking-period run

       01 WS-TEMP-STUDENT-ID        PIC X(10).
      *> Spaces on a legacy output row without the ID field

       01 WS-TIME-STAMP             PIC X(21).

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

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
           DISPLAY ">> BUILDING DISTRICT SIS UPLOAD...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-SIS-CONTROL-PROC.
           PERFORM READ-TERM-ID-PROC.

           IF WS-PERIOD-ID NOT = SPACES
               DISPLAY ">> TERM-ID.txt NAMES MARKING PERIOD "
                       FUNCTION TRIM(WS-PERIOD-ID)
                       " - NO UPLOAD BUILT, SIS-UPLOAD.txt AND "
                       "SIS-HOLD.txt LEFT AS THEY WERE"
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'MARKING PERIOD - NO UPLOAD' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TERM " FUNCTION TRIM(WS-TERM-ID)
                   " PERIOD " FUNCTION TRIM(WS-PERIOD-ID)
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               PERFORM BUILD-UPLOAD-PROC
           END-IF.

           PERFORM WRITE-EOJ-TRAILER-PROC.
           CLOSE EOJ-STATUS-FILE.

           DISPLAY ">> END OF JOB - RETURN CODE " WS-EOJ-RETURN-CODE.
           MOVE WS-EOJ-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> The term's upload and hold files; a marking-period run
      *> never reaches here, so period grades are not sent as the
      *> term grade
       BUILD-UPLOAD-PROC.
           OPEN OUTPUT SIS-UPLOAD-FILE.
           OPEN OUTPUT SIS-HOLD-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               PERFORM EXPORT-ONE-SECTION-PROC
           ELSE
               PERFORM LOAD-JOB-SKIP-PROC
               MOVE 'N' TO WS-SECTIONS-EOF-FLAG
               PERFORM UNTIL SECTIONS-EOF
                   READ SECTIONS-FILE
                       NOT AT END
                           MOVE FUNCTION TRIM(SECTION-ID-IN)
                               TO WS-SECTION-ID
                           PERFORM CHECK-JOB-SKIP-PROC
                           IF SECTION-HELD-BY-JOB
                               DISPLAY ">> SECTION " WS-SECTION-ID
                                       " HELD BACK BY THE JOB STREAM"
                                       " - LEFT OUT OF THE UPLOAD"
                           ELSE
                               PERFORM SET-SECTION-FILENAMES-PROC
                               PERFORM EXPORT-ONE-SECTION-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTIONS-FILE
               MOVE SPACES TO WS-SECTION-ID
           END-IF.

           PERFORM WRITE-UPLOAD-TRAILER-PROC.
           DISPLAY ">> SIS-UPLOAD.txt: " WS-DETAIL-COUNT
                   " DETAIL RECORD(S), " WS-HELD-COUNT
                   " HELD OUT TO SIS-HOLD.txt".

           IF WS-HELD-COUNT > ZERO
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ROWS HELD OUT OF UPLOAD' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "COUNT=" WS-HELD-COUNT
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

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

       READ-SIS-CONTROL-PROC.
           OPEN INPUT SIS-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = '35'
               DISPLAY ">> SIS-CONTROL.txt NOT FOUND - SCHOOL CODE "
                       "SET TO UNKNOWN - FIX BEFORE SENDING"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'UPLOAD HEADER INCOMPLETE' TO WS-COND-NAME
               MOVE 'SIS-CONTROL.txt NOT FOUND' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               READ SIS-CONTROL-FILE
                   AT END
           IF WS-TERM-ID-FILE-STATUS = '35'
               DISPLAY ">> TERM-ID.txt NOT FOUND - UPLOAD HEADER "
                       "CARRIES A BLANK TERM - FIX BEFORE SENDING"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'UPLOAD HEADER INCOMPLETE' TO WS-COND-NAME
               MOVE 'TERM-ID.txt NOT FOUND' TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               READ TERM-ID-FILE
                   AT END
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

           IF WS-OUTPUT-FILE-STATUS = '35'
               DISPLAY ">> " WS-OUTPUT-FILENAME " NOT FOUND - "
                       "SECTION LEFT OUT OF THE UPLOAD"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO OUTPUT' TO WS-COND-NAME
               MOVE WS-OUTPUT-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               MOVE 'N' TO WS-OUTPUT-EOF-FLAG
               PERFORM UNTIL OUTPUT-EOF
