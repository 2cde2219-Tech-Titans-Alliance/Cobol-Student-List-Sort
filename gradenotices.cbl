               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT NOTICES-FILE ASSIGN TO DYNAMIC WS-NOTICES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATT-PCT-FILE ASSIGN TO DYNAMIC WS-ATT-PCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-PCT-FILE-STATUS.
           05 SCM-INSTRUCTOR     PIC X(20).
           05 SCM-PERIOD         PIC X(2).
           05 SCM-CREDITS        PIC 9V9.
           05 SCM-SUBJECT-AREA   PIC X(10).
      *> Indexed master keyed on section ID,
      *> maintained by SECTION-MAINTENANCE

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS    PIC XX.
       01 WS-OUTPUT-FILE-STATUS     PIC XX.
       01 WS-RUN-DATE               PIC X(10).
       01 WS-SEPARATOR-LINE         PIC X(40) VALUE ALL '-'.

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
           DISPLAY ">> GENERATING PER-STUDENT GRADE NOTICES...".

           OPEN OUTPUT EOJ-STATUS-FILE.

           PERFORM READ-NOTICE-CONTROL-PROC.
           PERFORM LOOKUP-SECTION-INFO-PROC.
           PERFORM CHECK-ROSTER-PROC.

           PERFORM COUNT-CLASS-SIZE-PROC.

           IF NOT ROSTER-AVAILABLE
               MOVE 04 TO WS-COND-SEVERITY
               MOVE 'ROSTER NOT AVAILABLE' TO WS-COND-NAME
               MOVE WS-ROSTER-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           END-IF.

           IF WS-OUTPUT-FILE-STATUS = '35'
               DISPLAY ">> " WS-OUTPUT-FILENAME " NOT FOUND - "
                       "RUN THE SORT FIRST"
               MOVE 08 TO WS-COND-SEVERITY
               MOVE 'SECTION SKIPPED - NO OUTPUT' TO WS-COND-NAME
               MOVE WS-OUTPUT-FILENAME TO WS-COND-DETAIL
               PERFORM RAISE-CONDITION-PROC
           ELSE
               PERFORM WRITE-NOTICES-PROC
               DISPLAY ">> " WS-NOTICE-COUNT " NOTICE(S) WRITTEN TO "
                       WS-NOTICES-FILENAME
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

       READ-NOTICE-CONTROL-PROC.
           OPEN INPUT NOTICE-CONTROL-FILE.
