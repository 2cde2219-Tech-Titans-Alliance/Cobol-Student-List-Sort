       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-JOB-STREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO 'JOB-STREAM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT SECTIONS-FILE ASSIGN TO 'SECTIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTIONS-FILE-STATUS.
           SELECT JOB-RESTART-FILE ASSIGN TO 'JOB-RESTART.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT STEP-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-SKIP-FILE ASSIGN TO 'JOB-SKIP.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EOJ-STATUS-FILE ASSIGN TO 'EOJ-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOJ-FILE-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO 'JOB-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JOB-STREAM-FILE.
       01 JOB-STREAM-LINE        PIC X(120).
      *> One step per line, run in file order, tab-delimited:
      *>   step id / program-id / scope / control file /
      *>   up to three step ids the step depends on
      *> Scope SECTION calls the program once per section, writing
      *> the section id to its control file first (e.g.
      *> CALC-CONTROL.txt). Scope BATCH and SCHOOL call it once
      *> for every section in SECTIONS.txt; sections a failed
      *> dependency has blocked go to JOB-SKIP.txt for the program
      *> to leave out. A BATCH step that completed a section on an
      *> earlier attempt holds it back as well; a SCHOOL step
      *> builds one school-wide file and reruns in full. Lines
      *> starting with '*' are comments. A typical stream (tabs
      *> shown here as spaces):
      *>   ATTEND  COMPUTE-ATTENDANCE  SECTION ATTENDANCE-CONTROL.txt
      *>   CALC    COMPUTE-FINAL-GRADES  SECTION CALC-CONTROL.txt
      *>   SORT    SORT-STUDENT-GRADES  BATCH  -  ATTEND  CALC
      *>   CHANGES APPLY-GRADE-CHANGES  SECTION CHANGE-CONTROL.txt
      *>           SORT
      *>   NOTICES GENERATE-GRADE-NOTICES  SECTION NOTICE-CONTROL.txt
      *>           CHANGES
      *>   CARDS   STUDENT-REPORT-CARDS  SCHOOL  -  CHANGES
      *>   SIS     EXPORT-DISTRICT-SIS  SCHOOL  -  CHANGES
      *> GRADE-CHANGES.txt should carry its SECTION header when the
      *> change step runs under the stream, so the lines are staged
      *> for that one section.

       FD SECTIONS-FILE.
       01 SECTION-ID-IN          PIC X(10).

       FD JOB-RESTART-FILE.
       01 JOB-RESTART-LINE       PIC X(40).
      *> Tab-delimited: step id / section id / state (C completed,
      *> F failed, S skipped). Rewritten after every step and
      *> cleared once a run completes every step for every
      *> section; on a rerun only C entries are honoured.

       FD STEP-CONTROL-FILE.
       01 STEP-CONTROL-LINE      PIC X(10).

       FD JOB-SKIP-FILE.
       01 JOB-SKIP-LINE          PIC X(10).

       FD EOJ-STATUS-FILE.
       01 EOJ-STATUS-LINE        PIC X(100).
      *> Written by each step program: severity / section /
      *> condition / detail, ending with the END OF JOB line

       FD JOB-LOG-FILE.
       01 JOB-LOG-LINE           PIC X(120).

       WORKING-STORAGE SECTION.

       01 RESTART-RECORD.
           05 RR-STEP-ID         PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 RR-SECTION-ID      PIC X(10).
           05 FILLER             PIC X(1) VALUE X'09'. *> Tab separator
           05 RR-STATE           PIC X.

       01 WS-STREAM-FILE-STATUS     PIC XX.
       01 WS-SECTIONS-FILE-STATUS   PIC XX.
       01 WS-RESTART-FILE-STATUS    PIC XX.
       01 WS-EOJ-FILE-STATUS        PIC XX.
       01 WS-STREAM-EOF-FLAG        PIC X VALUE 'N'.
           88 STREAM-EOF            VALUE 'Y'.
       01 WS-SECTIONS-EOF-FLAG      PIC X VALUE 'N'.
           88 SECTIONS-EOF          VALUE 'Y'.
       01 WS-RESTART-EOF-FLAG       PIC X VALUE 'N'.
           88 RESTART-EOF           VALUE 'Y'.
       01 WS-EOJ-EOF-FLAG           PIC X VALUE 'N'.
           88 EOJ-STATUS-EOF        VALUE 'Y'.

       01 WS-CONTROL-FILENAME       PIC X(30).

      *> The job definition, one entry per step in run order. Each
      *> step carries a state byte per section: C completed
      *> (this run or an earlier one), F failed, S skipped because
      *> a dependency did not complete, R selected for the current
      *> call, space not yet reached.
       01 STEP-TABLE.
           05 STP-ENTRY OCCURS 20 TIMES.
               10 STP-STEP-ID       PIC X(10).
               10 STP-PROGRAM       PIC X(30).
               10 STP-SCOPE         PIC X(7).
                   88 STP-SCOPE-SECTION VALUE 'SECTION'.
                   88 STP-SCOPE-BATCH   VALUE 'BATCH'.
                   88 STP-SCOPE-SCHOOL  VALUE 'SCHOOL'.
               10 STP-CONTROL-FILE  PIC X(30).
               10 STP-DEP-COUNT     PIC 9.
               10 STP-DEP-SUB       PIC 9(2) OCCURS 3 TIMES.
               10 STP-RC            PIC 9(2).
               10 STP-SEC-STATE     PIC X OCCURS 200 TIMES.
       01 WS-STEP-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-STEP-SUB               PIC 9(2) COMP.
       01 WS-FIND-SUB               PIC 9(2) COMP.
       01 WS-DEP-SUB                PIC 9 COMP.
       01 WS-DEP-STEP-SUB           PIC 9(2) COMP.

       01 SECTION-TABLE.
           05 SEC-ENTRY OCCURS 200 TIMES.
               10 SEC-ID            PIC X(10).
               10 SEC-STATUS-TEXT   PIC X(72).
      *> The condition a one-call step reported against the
      *> section, kept for the outcome line
       01 WS-SECTION-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-SEC-SUB                PIC 9(3) COMP.
       01 WS-EOJ-SEC-SUB            PIC 9(3) COMP.
       01 WS-SINGLE-CLASS-FLAG      PIC X VALUE 'N'.
           88 SINGLE-CLASS-RUN      VALUE 'Y'.

       01 WS-DEF-STEP-ID            PIC X(10).
       01 WS-DEF-PROGRAM            PIC X(30).
       01 WS-DEF-SCOPE              PIC X(10).
       01 WS-DEF-CONTROL            PIC X(30).
       01 WS-DEF-DEP-TABLE.
           05 WS-DEF-DEP            PIC X(10) OCCURS 3 TIMES.
       01 WS-DEF-OVERFLOW-X         PIC X(20).
       01 WS-FIELD-COUNT            PIC 9.
       01 WS-DEFINITION-ERROR-FLAG  PIC X VALUE 'N'.
           88 DEFINITION-IN-ERROR   VALUE 'Y'.
       01 WS-DEF-REASON             PIC X(40).
       01 WS-FOUND-FLAG             PIC X VALUE 'N'.
           88 ENTRY-FOUND           VALUE 'Y'.
       01 WS-FIND-SUB-KEY           PIC X(10).

       01 WS-RESTART-STEP-ID        PIC X(10).
       01 WS-RESTART-SECTION-ID     PIC X(10).
       01 WS-RESTART-STATE          PIC X(5).
       01 WS-RESTART-COUNT          PIC 9(5) VALUE ZERO.

       01 WS-BLOCKED-FLAG           PIC X VALUE 'N'.
           88 SECTION-BLOCKED       VALUE 'Y'.
       01 WS-BLOCKING-STEP-ID       PIC X(10).
       01 WS-READY-COUNT            PIC 9(3).
       01 WS-HELD-COUNT             PIC 9(3).
       01 WS-ALL-FAILED-FLAG        PIC X VALUE 'N'.
           88 ALL-SECTIONS-FAILED   VALUE 'Y'.
       01 WS-ALL-COMPLETE-FLAG      PIC X VALUE 'Y'.
           88 ALL-STEPS-COMPLETE    VALUE 'Y'.

       01 WS-CALL-PROGRAM           PIC X(30).
       01 WS-CALL-FAILED-FLAG       PIC X VALUE 'N'.
           88 CALL-FAILED           VALUE 'Y'.
       01 WS-CALL-RC                PIC 9(2) VALUE ZERO.
       01 WS-JOB-RC                 PIC 9(2) VALUE ZERO.

      *> The worst condition a step reported (other than its END
      *> OF JOB trailer) becomes the status line logged beside its
      *> return code
       01 WS-EOJ-SEVERITY-X         PIC X(5).
       01 WS-EOJ-SEVERITY           PIC 9(2).
       01 WS-EOJ-SECTION            PIC X(10).
       01 WS-EOJ-CONDITION          PIC X(30).
       01 WS-EOJ-DETAIL             PIC X(40).
       01 WS-WORST-SEVERITY         PIC 9(2).
       01 WS-STATUS-TEXT            PIC X(72).
       01 WS-STEP-STATUS-TEXT       PIC X(72).
       01 WS-OUTCOME-TEXT           PIC X(30).
       01 WS-LOG-SECTION            PIC X(10).

       01 WS-TIME-STAMP             PIC X(21).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY ">> RUNNING THE JOB STREAM...".

           OPEN OUTPUT JOB-LOG-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           MOVE SPACES TO JOB-LOG-LINE.
           STRING "JOB STREAM RUN " WS-TIME-STAMP(1:4) "-"
               WS-TIME-STAMP(5:2) "-" WS-TIME-STAMP(7:2) " "
               WS-TIME-STAMP(9:2) ":" WS-TIME-STAMP(11:2) ":"
               WS-TIME-STAMP(13:2)
               DELIMITED BY SIZE INTO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.

           PERFORM LOAD-JOB-STREAM-PROC.

           IF DEFINITION-IN-ERROR
               MOVE 12 TO WS-JOB-RC
               MOVE "JOB DEFINITION IN ERROR - NO STEP WAS RUN"
                   TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               DISPLAY ">> JOB DEFINITION IN ERROR - NO STEP WAS RUN"
           ELSE
               PERFORM LOAD-SECTIONS-PROC
               PERFORM LOAD-RESTART-PROC

               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   PERFORM RUN-ONE-STEP-PROC
                   PERFORM WRITE-RESTART-PROC
               END-PERFORM

               PERFORM CHECK-JOB-COMPLETE-PROC
           END-IF.

           MOVE SPACES TO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.
           MOVE SPACES TO JOB-LOG-LINE.
           STRING "JOB STREAM ENDED - HIGHEST RC=" WS-JOB-RC
               DELIMITED BY SIZE INTO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.
           CLOSE JOB-LOG-FILE.

           DISPLAY ">> JOB STREAM ENDED - HIGHEST RC=" WS-JOB-RC
                   " - SEE JOB-LOG.txt".
           MOVE WS-JOB-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-JOB-STREAM-PROC.
           OPEN INPUT JOB-STREAM-FILE.

           IF WS-STREAM-FILE-STATUS = '35'
               MOVE 'Y' TO WS-DEFINITION-ERROR-FLAG
               MOVE "JOB-STREAM.txt NOT FOUND" TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               DISPLAY ">> JOB-STREAM.txt NOT FOUND"
           ELSE
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL STREAM-EOF
                   READ JOB-STREAM-FILE
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           IF JOB-STREAM-LINE NOT = SPACES
                                   AND JOB-STREAM-LINE(1:1) NOT = '*'
                               PERFORM LOAD-ONE-STEP-PROC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE

               IF WS-STEP-COUNT = ZERO
                       AND NOT DEFINITION-IN-ERROR
                   MOVE 'Y' TO WS-DEFINITION-ERROR-FLAG
                   MOVE "JOB-STREAM.txt DEFINES NO STEPS"
                       TO JOB-LOG-LINE
                   WRITE JOB-LOG-LINE
               END-IF
           END-IF.

       LOAD-ONE-STEP-PROC.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-DEF-STEP-ID.
           MOVE SPACES TO WS-DEF-PROGRAM.
           MOVE SPACES TO WS-DEF-SCOPE.
           MOVE SPACES TO WS-DEF-CONTROL.
           MOVE SPACES TO WS-DEF-DEP-TABLE.
           MOVE SPACES TO WS-DEF-OVERFLOW-X.
           MOVE SPACES TO WS-DEF-REASON.

           UNSTRING JOB-STREAM-LINE DELIMITED BY X'09'
               INTO WS-DEF-STEP-ID
                    WS-DEF-PROGRAM
                    WS-DEF-SCOPE
                    WS-DEF-CONTROL
                    WS-DEF-DEP(1)
                    WS-DEF-DEP(2)
                    WS-DEF-DEP(3)
                    WS-DEF-OVERFLOW-X
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           IF FUNCTION TRIM(WS-DEF-CONTROL) = '-'
               MOVE SPACES TO WS-DEF-CONTROL
           END-IF.

           MOVE FUNCTION TRIM(WS-DEF-STEP-ID) TO WS-FIND-SUB-KEY.
           PERFORM FIND-STEP-PROC.

           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < 3
                       OR WS-DEF-STEP-ID = SPACES
                       OR WS-DEF-PROGRAM = SPACES
                   MOVE "MISSING FIELD(S) IN STEP LINE"
                       TO WS-DEF-REASON
               WHEN WS-DEF-OVERFLOW-X NOT = SPACES
                   MOVE "MORE THAN THREE DEPENDENCIES"
                       TO WS-DEF-REASON
               WHEN FUNCTION TRIM(WS-DEF-SCOPE) NOT = 'SECTION'
                       AND FUNCTION TRIM(WS-DEF-SCOPE) NOT = 'BATCH'
                       AND FUNCTION TRIM(WS-DEF-SCOPE) NOT = 'SCHOOL'
                   MOVE "UNKNOWN SCOPE" TO WS-DEF-REASON
               WHEN FUNCTION TRIM(WS-DEF-SCOPE) = 'SECTION'
                       AND WS-DEF-CONTROL = SPACES
                   MOVE "SECTION STEP NEEDS A CONTROL FILE"
                       TO WS-DEF-REASON
               WHEN ENTRY-FOUND
                   MOVE "DUPLICATE STEP ID" TO WS-DEF-REASON
               WHEN WS-STEP-COUNT NOT < 20
                   MOVE "STEP TABLE FULL" TO WS-DEF-REASON
           END-EVALUATE.

           IF WS-DEF-REASON = SPACES
               ADD 1 TO WS-STEP-COUNT
               MOVE FUNCTION TRIM(WS-DEF-STEP-ID)
                   TO STP-STEP-ID(WS-STEP-COUNT)
               MOVE FUNCTION TRIM(WS-DEF-PROGRAM)
                   TO STP-PROGRAM(WS-STEP-COUNT)
               MOVE FUNCTION TRIM(WS-DEF-SCOPE)
                   TO STP-SCOPE(WS-STEP-COUNT)
               MOVE FUNCTION TRIM(WS-DEF-CONTROL)
                   TO STP-CONTROL-FILE(WS-STEP-COUNT)
               MOVE ZERO TO STP-DEP-COUNT(WS-STEP-COUNT)
               MOVE ZERO TO STP-RC(WS-STEP-COUNT)
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > 200
                   MOVE SPACE TO STP-SEC-STATE(WS-STEP-COUNT,
                       WS-SEC-SUB)
               END-PERFORM
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > 3
                   IF WS-DEF-DEP(WS-DEP-SUB) NOT = SPACES
                       PERFORM ADD-DEPENDENCY-PROC
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-DEF-REASON NOT = SPACES
               MOVE 'Y' TO WS-DEFINITION-ERROR-FLAG
               MOVE SPACES TO JOB-LOG-LINE
               STRING "BAD STEP LINE: "
                   FUNCTION TRIM(JOB-STREAM-LINE)
                   " - " WS-DEF-REASON
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               DISPLAY ">> JOB-STREAM.txt - " WS-DEF-REASON ": "
                       JOB-STREAM-LINE
           END-IF.

      *> A step may only depend on a step defined ahead of it, so
      *> the file order is always a workable run order
       ADD-DEPENDENCY-PROC.
           MOVE FUNCTION TRIM(WS-DEF-DEP(WS-DEP-SUB))
               TO WS-FIND-SUB-KEY.
           PERFORM FIND-STEP-PROC.

           IF ENTRY-FOUND AND WS-FIND-SUB < WS-STEP-COUNT
               ADD 1 TO STP-DEP-COUNT(WS-STEP-COUNT)
               MOVE WS-FIND-SUB TO STP-DEP-SUB(WS-STEP-COUNT,
                   STP-DEP-COUNT(WS-STEP-COUNT))
           ELSE
               SUBTRACT 1 FROM WS-STEP-COUNT
               MOVE SPACES TO WS-DEF-REASON
               STRING "DEPENDS ON UNDEFINED STEP "
                   FUNCTION TRIM(WS-DEF-DEP(WS-DEP-SUB))
                   DELIMITED BY SIZE INTO WS-DEF-REASON
               MOVE 3 TO WS-DEP-SUB
           END-IF.

       FIND-STEP-PROC.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM VARYING WS-DEP-STEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-STEP-SUB > WS-STEP-COUNT
                      OR ENTRY-FOUND
               IF STP-STEP-ID(WS-DEP-STEP-SUB) = WS-FIND-SUB-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-DEP-STEP-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.

      *> SECTIONS.txt gives the sections every step runs over;
      *> without it the stream is a single-class run, logged under
      *> ALL the way the step programs report it
       LOAD-SECTIONS-PROC.
           OPEN INPUT SECTIONS-FILE.

           IF WS-SECTIONS-FILE-STATUS = '35'
               MOVE 'Y' TO WS-SINGLE-CLASS-FLAG
               MOVE 1 TO WS-SECTION-COUNT
               MOVE 'ALL' TO SEC-ID(1)
               MOVE "SECTIONS.txt NOT FOUND - SINGLE-CLASS RUN"
                   TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
           ELSE
               MOVE 'N' TO WS-SECTIONS-EOF-FLAG
               PERFORM UNTIL SECTIONS-EOF
                   READ SECTIONS-FILE
                       AT END MOVE 'Y' TO WS-SECTIONS-EOF-FLAG
                       NOT AT END
                           IF SECTION-ID-IN NOT = SPACES
                               IF WS-SECTION-COUNT < 200
                                   ADD 1 TO WS-SECTION-COUNT
                                   MOVE FUNCTION TRIM(SECTION-ID-IN)
                                       TO SEC-ID(WS-SECTION-COUNT)
                               ELSE
                                   DISPLAY ">> SECTION TABLE FULL - "
                                           SECTION-ID-IN
                                           " NOT RUN BY THE STREAM"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTIONS-FILE
           END-IF.

      *> Completed step/section pairs from an interrupted run are
      *> carried in, so the rerun picks up at the failed step
      *> without redoing work that already finished
       LOAD-RESTART-PROC.
           OPEN INPUT JOB-RESTART-FILE.

           IF WS-RESTART-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-RESTART-EOF-FLAG
               PERFORM UNTIL RESTART-EOF
                   READ JOB-RESTART-FILE
                       AT END MOVE 'Y' TO WS-RESTART-EOF-FLAG
                       NOT AT END PERFORM LOAD-ONE-RESTART-PROC
                   END-READ
               END-PERFORM
               CLOSE JOB-RESTART-FILE
           END-IF.

           IF WS-RESTART-COUNT > ZERO
               MOVE SPACES TO JOB-LOG-LINE
               STRING "RESTART - " WS-RESTART-COUNT
                   " STEP/SECTION(S) COMPLETED ON AN EARLIER RUN "
                   "WILL NOT BE REDONE"
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               DISPLAY ">> RESTARTING - " WS-RESTART-COUNT
                       " COMPLETED STEP/SECTION(S) CARRIED FORWARD"
           END-IF.

       LOAD-ONE-RESTART-PROC.
           MOVE SPACES TO WS-RESTART-STEP-ID.
           MOVE SPACES TO WS-RESTART-SECTION-ID.
           MOVE SPACES TO WS-RESTART-STATE.

           UNSTRING JOB-RESTART-LINE DELIMITED BY X'09'
               INTO WS-RESTART-STEP-ID
                    WS-RESTART-SECTION-ID
                    WS-RESTART-STATE
           END-UNSTRING.

           IF FUNCTION TRIM(WS-RESTART-STATE) = 'C'
               MOVE FUNCTION TRIM(WS-RESTART-STEP-ID)
                   TO WS-FIND-SUB-KEY
               PERFORM FIND-STEP-PROC
               IF ENTRY-FOUND
                   PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                           UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                       IF SEC-ID(WS-SEC-SUB) =
                               FUNCTION TRIM(WS-RESTART-SECTION-ID)
                           MOVE 'C' TO STP-SEC-STATE(WS-FIND-SUB,
                               WS-SEC-SUB)
                           ADD 1 TO WS-RESTART-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       RUN-ONE-STEP-PROC.
           MOVE SPACES TO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.
           MOVE SPACES TO JOB-LOG-LINE.
           STRING "STEP " STP-STEP-ID(WS-STEP-SUB)
               " " STP-PROGRAM(WS-STEP-SUB)
               " SCOPE " STP-SCOPE(WS-STEP-SUB)
               DELIMITED BY SIZE INTO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.
           DISPLAY ">> STEP " STP-STEP-ID(WS-STEP-SUB)
                   " " STP-PROGRAM(WS-STEP-SUB).

           IF STP-SCOPE-SECTION(WS-STEP-SUB)
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   PERFORM RUN-SECTION-STEP-PROC
               END-PERFORM
           ELSE
               PERFORM RUN-BATCH-STEP-PROC
           END-IF.

       RUN-SECTION-STEP-PROC.
           MOVE SEC-ID(WS-SEC-SUB) TO WS-LOG-SECTION.

           IF STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB) = 'C'
               MOVE 'COMPLETED ON AN EARLIER RUN' TO WS-OUTCOME-TEXT
               MOVE SPACES TO WS-STATUS-TEXT
               MOVE ZERO TO WS-CALL-RC
               PERFORM LOG-SECTION-OUTCOME-PROC
           ELSE
               PERFORM CHECK-DEPENDENCIES-PROC
               IF SECTION-BLOCKED
                   PERFORM SKIP-BLOCKED-SECTION-PROC
               ELSE
                   PERFORM WRITE-STEP-CONTROL-PROC
                   PERFORM CALL-STEP-PROGRAM-PROC
                   IF CALL-FAILED OR WS-CALL-RC NOT < 8
                       MOVE 'F' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-SEC-SUB)
                       MOVE 'FAILED' TO WS-OUTCOME-TEXT
                   ELSE
                       MOVE 'C' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-SEC-SUB)
                       MOVE 'COMPLETED' TO WS-OUTCOME-TEXT
                   END-IF
                   PERFORM LOG-SECTION-OUTCOME-PROC
               END-IF
           END-IF.

      *> A section is blocked when any step this one depends on
      *> failed or was itself skipped for that section
       CHECK-DEPENDENCIES-PROC.
           MOVE 'N' TO WS-BLOCKED-FLAG.
           MOVE SPACES TO WS-BLOCKING-STEP-ID.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > STP-DEP-COUNT(WS-STEP-SUB)
                      OR SECTION-BLOCKED
               MOVE STP-DEP-SUB(WS-STEP-SUB, WS-DEP-SUB)
                   TO WS-DEP-STEP-SUB
               IF STP-SEC-STATE(WS-DEP-STEP-SUB, WS-SEC-SUB)
                       NOT = 'C'
                   MOVE 'Y' TO WS-BLOCKED-FLAG
                   MOVE STP-STEP-ID(WS-DEP-STEP-SUB)
                       TO WS-BLOCKING-STEP-ID
               END-IF
           END-PERFORM.

       SKIP-BLOCKED-SECTION-PROC.
           MOVE 'S' TO STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB).
           MOVE 'SKIPPED' TO WS-OUTCOME-TEXT.
           MOVE SPACES TO WS-STATUS-TEXT.
           STRING "STEP " FUNCTION TRIM(WS-BLOCKING-STEP-ID)
               " DID NOT COMPLETE FOR THIS SECTION"
               DELIMITED BY SIZE INTO WS-STATUS-TEXT.
           MOVE ZERO TO WS-CALL-RC.
           PERFORM LOG-SECTION-OUTCOME-PROC.

       WRITE-STEP-CONTROL-PROC.
           MOVE STP-CONTROL-FILE(WS-STEP-SUB) TO WS-CONTROL-FILENAME.
           OPEN OUTPUT STEP-CONTROL-FILE.
           IF NOT SINGLE-CLASS-RUN
               MOVE SEC-ID(WS-SEC-SUB) TO STEP-CONTROL-LINE
               WRITE STEP-CONTROL-LINE
           END-IF.
           CLOSE STEP-CONTROL-FILE.

      *> BATCH and SCHOOL steps make one call for all sections.
      *> Sections a dependency blocked are held back through
      *> JOB-SKIP.txt, as are sections a BATCH step completed on an
      *> earlier attempt; the step's end-of-job lines then say
      *> which of the sections it ran came out failed.
       RUN-BATCH-STEP-PROC.
           MOVE ZERO TO WS-READY-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               PERFORM CHECK-DEPENDENCIES-PROC
               EVALUATE TRUE
                   WHEN SECTION-BLOCKED
                       PERFORM SKIP-BLOCKED-SECTION-PROC
                       ADD 1 TO WS-HELD-COUNT
                   WHEN STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB) = 'C'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'R' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-SEC-SUB)
                       ADD 1 TO WS-READY-COUNT
               END-EVALUATE
           END-PERFORM.

           IF WS-READY-COUNT > ZERO
               IF STP-SCOPE-SCHOOL(WS-STEP-SUB)
                   PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                           UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                       IF STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB) = 'C'
                           MOVE 'R' TO STP-SEC-STATE(WS-STEP-SUB,
                               WS-SEC-SUB)
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM WRITE-JOB-SKIP-PROC
               PERFORM CALL-STEP-PROGRAM-PROC
               OPEN OUTPUT JOB-SKIP-FILE
               CLOSE JOB-SKIP-FILE

               IF CALL-FAILED OR WS-CALL-RC NOT < 12
                   MOVE 'Y' TO WS-ALL-FAILED-FLAG
               END-IF

               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   PERFORM SETTLE-BATCH-SECTION-PROC
               END-PERFORM
           ELSE
               MOVE SPACES TO JOB-LOG-LINE
               STRING "  NOT CALLED - NO SECTION LEFT TO RUN"
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB) = 'C'
                       MOVE SEC-ID(WS-SEC-SUB) TO WS-LOG-SECTION
                       MOVE 'COMPLETED ON AN EARLIER RUN'
                           TO WS-OUTCOME-TEXT
                       MOVE SPACES TO WS-STATUS-TEXT
                       MOVE ZERO TO WS-CALL-RC
                       PERFORM LOG-SECTION-OUTCOME-PROC
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-JOB-SKIP-PROC.
           OPEN OUTPUT JOB-SKIP-FILE.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               IF STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB) NOT = 'R'
                       AND NOT SINGLE-CLASS-RUN
                   MOVE SEC-ID(WS-SEC-SUB) TO JOB-SKIP-LINE
                   WRITE JOB-SKIP-LINE
               END-IF
           END-PERFORM.
           CLOSE JOB-SKIP-FILE.

       SETTLE-BATCH-SECTION-PROC.
           MOVE SEC-ID(WS-SEC-SUB) TO WS-LOG-SECTION.

           EVALUATE STP-SEC-STATE(WS-STEP-SUB, WS-SEC-SUB)
               WHEN 'R'
                   IF ALL-SECTIONS-FAILED
                       MOVE 'F' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-SEC-SUB)
                       MOVE 'FAILED' TO WS-OUTCOME-TEXT
                       MOVE WS-STEP-STATUS-TEXT TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'C' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-SEC-SUB)
                       MOVE 'COMPLETED' TO WS-OUTCOME-TEXT
                       MOVE SPACES TO WS-STATUS-TEXT
                   END-IF
                   PERFORM LOG-SECTION-OUTCOME-PROC
               WHEN 'F'
                   MOVE 'FAILED' TO WS-OUTCOME-TEXT
                   MOVE SEC-STATUS-TEXT(WS-SEC-SUB) TO WS-STATUS-TEXT
                   PERFORM LOG-SECTION-OUTCOME-PROC
               WHEN 'C'
                   MOVE 'COMPLETED ON AN EARLIER RUN'
                       TO WS-OUTCOME-TEXT
                   MOVE SPACES TO WS-STATUS-TEXT
                   PERFORM LOG-SECTION-OUTCOME-PROC
           END-EVALUATE.

      *> The step program is called fresh each time and cancelled
      *> afterwards, so its working storage starts from its VALUE
      *> clauses on the next call the way a separate run would
       CALL-STEP-PROGRAM-PROC.
           OPEN OUTPUT EOJ-STATUS-FILE.
           CLOSE EOJ-STATUS-FILE.

           MOVE 'N' TO WS-CALL-FAILED-FLAG.
           MOVE 'N' TO WS-ALL-FAILED-FLAG.
           MOVE STP-PROGRAM(WS-STEP-SUB) TO WS-CALL-PROGRAM.
           MOVE ZERO TO RETURN-CODE.

           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE 'Y' TO WS-CALL-FAILED-FLAG
           END-CALL.

           IF CALL-FAILED
               MOVE 12 TO WS-CALL-RC
               DISPLAY ">> " FUNCTION TRIM(WS-CALL-PROGRAM)
                       " NOT AVAILABLE - STEP FAILED"
           ELSE
               MOVE RETURN-CODE TO WS-CALL-RC
               CANCEL WS-CALL-PROGRAM
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           IF WS-CALL-RC > STP-RC(WS-STEP-SUB)
               MOVE WS-CALL-RC TO STP-RC(WS-STEP-SUB)
           END-IF.
           IF WS-CALL-RC > WS-JOB-RC
               MOVE WS-CALL-RC TO WS-JOB-RC
           END-IF.

           PERFORM COLLECT-EOJ-STATUS-PROC.

      *> Every end-of-job line the step wrote goes into the job log.
      *> For a one-call step, a line of severity 08 or over names
      *> the section that failed, or ALL when the whole run did.
       COLLECT-EOJ-STATUS-PROC.
           MOVE ZERO TO WS-WORST-SEVERITY.
           MOVE SPACES TO WS-STEP-STATUS-TEXT.
           PERFORM VARYING WS-EOJ-SEC-SUB FROM 1 BY 1
                   UNTIL WS-EOJ-SEC-SUB > WS-SECTION-COUNT
               MOVE SPACES TO SEC-STATUS-TEXT(WS-EOJ-SEC-SUB)
           END-PERFORM.

           IF CALL-FAILED
               STRING "PROGRAM " FUNCTION TRIM(WS-CALL-PROGRAM)
                   " NOT AVAILABLE"
                   DELIMITED BY SIZE INTO WS-STEP-STATUS-TEXT
           ELSE
               OPEN INPUT EOJ-STATUS-FILE
               IF WS-EOJ-FILE-STATUS NOT = '35'
                   MOVE 'N' TO WS-EOJ-EOF-FLAG
                   PERFORM UNTIL EOJ-STATUS-EOF
                       READ EOJ-STATUS-FILE
                           AT END MOVE 'Y' TO WS-EOJ-EOF-FLAG
                           NOT AT END PERFORM COLLECT-ONE-EOJ-PROC
                       END-READ
                   END-PERFORM
                   CLOSE EOJ-STATUS-FILE
               END-IF
           END-IF.

           MOVE WS-STEP-STATUS-TEXT TO WS-STATUS-TEXT.

       COLLECT-ONE-EOJ-PROC.
           MOVE SPACES TO WS-EOJ-SEVERITY-X.
           MOVE SPACES TO WS-EOJ-SECTION.
           MOVE SPACES TO WS-EOJ-CONDITION.
           MOVE SPACES TO WS-EOJ-DETAIL.

           UNSTRING EOJ-STATUS-LINE DELIMITED BY X'09'
               INTO WS-EOJ-SEVERITY-X
                    WS-EOJ-SECTION
                    WS-EOJ-CONDITION
                    WS-EOJ-DETAIL
           END-UNSTRING.

           IF FUNCTION TRIM(WS-EOJ-SEVERITY-X) NUMERIC
               MOVE FUNCTION NUMVAL(WS-EOJ-SEVERITY-X)
                   TO WS-EOJ-SEVERITY
           ELSE
               MOVE ZERO TO WS-EOJ-SEVERITY
           END-IF.

           MOVE SPACES TO JOB-LOG-LINE.
           STRING "    " WS-EOJ-SEVERITY " " WS-EOJ-SECTION
               " " WS-EOJ-CONDITION " " WS-EOJ-DETAIL
               DELIMITED BY SIZE INTO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.

           IF FUNCTION TRIM(WS-EOJ-CONDITION) NOT = 'END OF JOB'
               IF WS-EOJ-SEVERITY NOT < WS-WORST-SEVERITY
                   MOVE WS-EOJ-SEVERITY TO WS-WORST-SEVERITY
                   MOVE SPACES TO WS-STEP-STATUS-TEXT
                   STRING FUNCTION TRIM(WS-EOJ-CONDITION) " "
                       FUNCTION TRIM(WS-EOJ-DETAIL)
                       DELIMITED BY SIZE INTO WS-STEP-STATUS-TEXT
               END-IF
               IF NOT STP-SCOPE-SECTION(WS-STEP-SUB)
                       AND WS-EOJ-SEVERITY NOT < 8
                   PERFORM FAIL-REPORTED-SECTION-PROC
               END-IF
           END-IF.

       FAIL-REPORTED-SECTION-PROC.
           IF FUNCTION TRIM(WS-EOJ-SECTION) = 'ALL'
               MOVE 'Y' TO WS-ALL-FAILED-FLAG
           ELSE
               PERFORM VARYING WS-EOJ-SEC-SUB FROM 1 BY 1
                       UNTIL WS-EOJ-SEC-SUB > WS-SECTION-COUNT
                   IF SEC-ID(WS-EOJ-SEC-SUB) =
                           FUNCTION TRIM(WS-EOJ-SECTION)
                       AND STP-SEC-STATE(WS-STEP-SUB, WS-EOJ-SEC-SUB)
                           = 'R'
                       MOVE 'F' TO STP-SEC-STATE(WS-STEP-SUB,
                           WS-EOJ-SEC-SUB)
                       MOVE SPACES TO SEC-STATUS-TEXT(WS-EOJ-SEC-SUB)
                       STRING FUNCTION TRIM(WS-EOJ-CONDITION) " "
                           FUNCTION TRIM(WS-EOJ-DETAIL)
                           DELIMITED BY SIZE
                           INTO SEC-STATUS-TEXT(WS-EOJ-SEC-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       LOG-SECTION-OUTCOME-PROC.
           MOVE SPACES TO JOB-LOG-LINE.
           IF WS-STATUS-TEXT = SPACES
               STRING "  " WS-LOG-SECTION " RC=" WS-CALL-RC " "
                   FUNCTION TRIM(WS-OUTCOME-TEXT)
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
           ELSE
               STRING "  " WS-LOG-SECTION " RC=" WS-CALL-RC " "
                   FUNCTION TRIM(WS-OUTCOME-TEXT) " - "
                   FUNCTION TRIM(WS-STATUS-TEXT)
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
           END-IF.
           WRITE JOB-LOG-LINE.

      *> Rewritten after every step, so an interrupted stream still
      *> leaves behind what it finished
       WRITE-RESTART-PROC.
           OPEN OUTPUT JOB-RESTART-FILE.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF STP-SEC-STATE(WS-FIND-SUB, WS-SEC-SUB)
                           NOT = SPACE
                       MOVE STP-STEP-ID(WS-FIND-SUB) TO RR-STEP-ID
                       MOVE SEC-ID(WS-SEC-SUB) TO RR-SECTION-ID
                       MOVE STP-SEC-STATE(WS-FIND-SUB, WS-SEC-SUB)
                           TO RR-STATE
                       WRITE JOB-RESTART-LINE FROM RESTART-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE JOB-RESTART-FILE.

      *> A stream that completed every step for every section
      *> leaves no restart state behind, so the next run starts
      *> from the top
       CHECK-JOB-COMPLETE-PROC.
           MOVE 'Y' TO WS-ALL-COMPLETE-FLAG.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
               PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                   IF STP-SEC-STATE(WS-FIND-SUB, WS-SEC-SUB)
                           NOT = 'C'
                       MOVE 'N' TO WS-ALL-COMPLETE-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO JOB-LOG-LINE.
           WRITE JOB-LOG-LINE.
           IF ALL-STEPS-COMPLETE
               OPEN OUTPUT JOB-RESTART-FILE
               CLOSE JOB-RESTART-FILE
               MOVE "ALL STEPS COMPLETE - RESTART STATE CLEARED"
                   TO JOB-LOG-LINE
           ELSE
               MOVE "RERUN TO RESTART FROM THE FAILED OR SKIPPED STEPS"
                   TO JOB-LOG-LINE
           END-IF.
           WRITE JOB-LOG-LINE.
