               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'RUN-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-SKIP-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO 'SORT.txt'.
           SELECT SORT-CONTROL-FILE ASSIGN TO 'SORT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT TERM-ID-FILE ASSIGN TO 'TERM-ID.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-ID-FILE-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO 'TERM-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGED-RECORDS-FILE
       FD RUN-LOG-FILE.
       01 RUN-LOG-LINE           PIC X(100).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).
      *> One section id per line, written by RUN-JOB-STREAM

       FD SORT-CONTROL-FILE.
       01 SORT-CONTROL-LINE      PIC X(20).
      *> e.g. "GRADE ASC", "SURNAME DESC"

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

           88 BATCH-MODE            VALUE 'Y'.
       01 WS-SECTION-ID             PIC X(10) VALUE SPACES.

       01 WS-JOB-SKIP-FILE-STATUS   PIC XX.
       01 WS-JOB-SKIP-EOF-FLAG      PIC X VALUE 'N'.
           88 JOB-SKIP-EOF          VALUE 'Y'.
       01 JOB-SKIP-TABLE.
           05 JS-SECTION-ID         PIC X(10) OCCURS 200 TIMES.
       01 WS-JOB-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-SKIP-SUB           PIC 9(3) COMP.
       01 WS-JOB-SKIP-FLAG          PIC X VALUE 'N'.
           88 SECTION-HELD-BY-JOB   VALUE 'Y'.

       01 WS-BATCH-INPUT-COUNT      PIC 9(6) VALUE ZERO.

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


           PERFORM READ-TERM-ID-PROC.

           *> A closed term's output set and archives are final;
           *> only a post-close correction through APPLY-GRADE-CHANGES
           *> may touch them
           PERFORM CHECK-TERM-CLOSED-PROC.

           IF TERM-CLOSED
               DISPLAY ">> TERM " FUNCTION TRIM(WS-TERM-ID)
                       " IS CLOSED - SORT REFUSED, OUTPUT AND "
                       "ARCHIVES LEFT AS CLOSED"
               MOVE 12 TO WS-COND-SEVERITY
               MOVE 'TERM CLOSED - RUN REFUSED' TO WS-COND-NAME
               MOVE SPACES TO WS-COND-DETAIL
               STRING "TERM " WS-TERM-ID
                   DELIMITED BY SIZE INTO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               OPEN INPUT SECTIONS-FILE

               IF WS-SECTIONS-FILE-STATUS = '35'
                   PERFORM SORT-PROCEDURE
               ELSE
                   MOVE 'Y' TO WS-BATCH-MODE-FLAG
                   DISPLAY ">> SECTIONS.txt FOUND - RUNNING BATCH MODE"

                   OPEN OUTPUT RUN-LOG-FILE
                   PERFORM LOAD-JOB-SKIP-PROC
                   MOVE 'N' TO WS-SECTIONS-EOF-FLAG

                   PERFORM UNTIL SECTIONS-EOF
                       READ SECTIONS-FILE
                           AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                           NOT AT END
                               MOVE FUNCTION TRIM(SECTION-ID-IN)
                                   TO WS-SECTION-ID
                               PERFORM CHECK-JOB-SKIP-PROC
                               IF SECTION-HELD-BY-JOB
                                   PERFORM LOG-HELD-SECTION-PROC
                               ELSE
                                   PERFORM SET-SECTION-FILENAMES-PROC
                                   PERFORM SORT-PROCEDURE
                                   PERFORM LOG-SECTION-RESULT-PROC
                               END-IF
                       END-READ
                   END-PERFORM

                   PERFORM LOG-BATCH-TOTAL-PROC
                   CLOSE SECTIONS-FILE
                   CLOSE RUN-LOG-FILE

                   *> Consolidate every section just processed into the
                   *> school-wide roll-up report
                   CALL 'SCHOOL-ROLLUP'
                       ON EXCEPTION
                           DISPLAY ">> SCHOOL-ROLLUP MODULE NOT "
                                   "AVAILABLE - RUN IT SEPARATELY FOR "
                                   "THE SCHOOL-WIDE REPORT"
                   END-CALL
               END-IF
           END-IF.

           PERFORM WRITE-EOJ-TRAILER-PROC.

           DISPLAY ">> END OF JOB - RETURN CODE " WS-EOJ-RETURN-CODE.
           MOVE WS-EOJ-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       RAISE-CONDITION-PROC.
           MOVE WS-COND-SEVERITY TO EOJ-SEVERITY.
                       DISPLAY ">> ARCHIVING THIS RUN UNDER TERM: "
                               WS-TERM-ID
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
               IF WS-PERIOD-ID NOT = SPACES
                   DISPLAY ">> MARKING PERIOD: " WS-PERIOD-ID
                           " - TERM ARCHIVE LEFT ALONE"
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

       ARCHIVE-RUN-PROC.
           IF WS-TERM-ID = SPACES
               CONTINUE
           ELSE
               PERFORM ARCHIVE-OUTPUT-PROC
               PERFORM ARCHIVE-SUMMARY-PROC
               IF WS-PERIOD-ID = SPACES
                   DISPLAY ">> RUN ARCHIVED UNDER TERM " WS-TERM-ID
               ELSE
                   DISPLAY ">> RUN ARCHIVED UNDER TERM " WS-TERM-ID
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

           OPEN INPUT OUTPUT-FILE.

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
               WRITE RUN-LOG-LINE
           END-IF.

      *> A held section keeps its output set and archive from the
      *> run that produced them; re-sorting it would wipe out any
      *> grade changes applied since
       LOG-HELD-SECTION-PROC.
           DISPLAY ">> SECTION " WS-SECTION-ID
                   " HELD BACK BY THE JOB STREAM - NOT SORTED".
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "SECTION " FUNCTION TRIM(WS-SECTION-ID)
               ": HELD BACK BY THE JOB STREAM - NOT SORTED"
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

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

       LOG-BATCH-TOTAL-PROC.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "TOTAL ELAPSED SORT TIME: "
