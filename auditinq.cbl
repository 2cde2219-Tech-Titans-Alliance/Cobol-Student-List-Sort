       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CONTROL-FILE ASSIGN TO 'AUDIT-INQUIRY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDIT-JOURNAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT HISTORY-REPORT-FILE
               ASSIGN TO 'AUDIT-HISTORY-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO 'SORT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD INQUIRY-CONTROL-FILE.
       01 INQUIRY-CONTROL-LINE   PIC X(30).
      *> Keyword lines: "STUDENT <id>" lists every change to that
      *> student's master rows and grades, "SECTION <id>" every
      *> change made in or to that section. Repeat for as many
      *> inquiries as the run should answer.

       FD AUDIT-JOURNAL-FILE.
       01 AUDIT-JOURNAL-LINE     PIC X(260).
      *> Tab-delimited: date/time/program/term/section/key/action/
      *> outcome/approver/before image/after image, appended by
      *> APPLY-GRADE-CHANGES and the master maintenance programs

       FD HISTORY-REPORT-FILE.
       01 HISTORY-REPORT-LINE    PIC X(100).

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SJ-DATE            PIC X(8).
           05 SJ-TIME            PIC X(6).
           05 SJ-SEQUENCE        PIC 9(7).
      *> Journal line number; keeps entries written in the same
      *> second in the order they were made
           05 SJ-PROGRAM         PIC X(20).
           05 SJ-TERM-ID         PIC X(10).
           05 SJ-SECTION-ID      PIC X(10).
           05 SJ-KEY             PIC X(10).
           05 SJ-ACTION          PIC X(10).
           05 SJ-OUTCOME         PIC X(11).
           05 SJ-APPROVER        PIC X(3).
           05 SJ-BEFORE-IMAGE    PIC X(80).
           05 SJ-AFTER-IMAGE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS    PIC XX.
       01 WS-JOURNAL-FILE-STATUS    PIC XX.
       01 WS-CONTROL-EOF-FLAG       PIC X VALUE 'N'.
           88 CONTROL-EOF           VALUE 'Y'.
       01 WS-JOURNAL-EOF-FLAG       PIC X VALUE 'N'.
           88 JOURNAL-EOF           VALUE 'Y'.
       01 WS-SORT-EOF-FLAG          PIC X VALUE 'N'.
           88 SORT-EOF              VALUE 'Y'.
       01 WS-JOURNAL-PRESENT-FLAG   PIC X VALUE 'N'.
           88 JOURNAL-PRESENT       VALUE 'Y'.

       01 WS-CONTROL-KEYWORD        PIC X(10).
       01 WS-CONTROL-VALUE-X        PIC X(20).
       01 WS-CONTROL-FIELD-COUNT    PIC 9.

      *> Inquiries in the order the control file names them
       01 INQUIRY-TABLE.
           05 IQ-ENTRY OCCURS 50 TIMES.
               10 IQ-TYPE           PIC X(7).
                   88 IQ-BY-STUDENT VALUE 'STUDENT'.
                   88 IQ-BY-SECTION VALUE 'SECTION'.
               10 IQ-ID             PIC X(10).
       01 WS-INQUIRY-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-INQUIRY-SUB            PIC 9(2) COMP.

       01 WS-TEMP-DATE              PIC X(8).
       01 WS-TEMP-TIME              PIC X(6).
       01 WS-TEMP-PROGRAM           PIC X(20).
       01 WS-TEMP-TERM-ID           PIC X(10).
       01 WS-TEMP-SECTION-ID        PIC X(10).
       01 WS-TEMP-KEY               PIC X(10).
       01 WS-TEMP-ACTION            PIC X(10).
       01 WS-TEMP-OUTCOME           PIC X(11).
       01 WS-TEMP-APPROVER          PIC X(3).
       01 WS-TEMP-BEFORE-IMAGE      PIC X(80).
       01 WS-TEMP-AFTER-IMAGE       PIC X(80).
       01 WS-FIELD-COUNT            PIC 9(2).

       01 WS-JOURNAL-SEQUENCE       PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-MATCH-FLAG       PIC X VALUE 'N'.
           88 ENTRY-MATCHES         VALUE 'Y'.
       01 WS-ENTRY-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-COUNT-ED         PIC ZZZZZ9.

       01 WS-TIME-STAMP             PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-ENTRY-DATE             PIC X(10).
       01 WS-ENTRY-TIME             PIC X(8).
       01 WS-APPROVER-TEXT          PIC X(20).
       01 WS-SEPARATOR-LINE         PIC X(50) VALUE ALL '-'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY ">> AUDIT JOURNAL INQUIRY STARTING...".

           PERFORM READ-INQUIRY-CONTROL-PROC.
           PERFORM CHECK-JOURNAL-PROC.

           OPEN OUTPUT HISTORY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PROC.

           EVALUATE TRUE
               WHEN WS-INQUIRY-COUNT = ZERO
                   DISPLAY ">> AUDIT-INQUIRY.txt MUST NAME AT LEAST "
                           "ONE STUDENT OR SECTION - NOTHING TO REPORT"
                   MOVE SPACES TO HISTORY-REPORT-LINE
                   WRITE HISTORY-REPORT-LINE
                   MOVE "NO INQUIRY REQUESTED" TO HISTORY-REPORT-LINE
                   WRITE HISTORY-REPORT-LINE
               WHEN NOT JOURNAL-PRESENT
                   DISPLAY ">> AUDIT-JOURNAL.txt NOT FOUND - "
                           "NO CHANGE HISTORY TO REPORT"
                   MOVE SPACES TO HISTORY-REPORT-LINE
                   WRITE HISTORY-REPORT-LINE
                   MOVE "NO AUDIT JOURNAL ON FILE"
                       TO HISTORY-REPORT-LINE
                   WRITE HISTORY-REPORT-LINE
               WHEN OTHER
                   PERFORM VARYING WS-INQUIRY-SUB FROM 1 BY 1
                           UNTIL WS-INQUIRY-SUB > WS-INQUIRY-COUNT
                       PERFORM RUN-ONE-INQUIRY-PROC
                   END-PERFORM
           END-EVALUATE.

           CLOSE HISTORY-REPORT-FILE.

           DISPLAY ">> AUDIT-HISTORY-REPORT.txt WRITTEN "
                   "SUCCESSFULLY!".
           STOP RUN.

       READ-INQUIRY-CONTROL-PROC.
           OPEN INPUT INQUIRY-CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS = '35'
               DISPLAY ">> AUDIT-INQUIRY.txt NOT FOUND"
           ELSE
               MOVE 'N' TO WS-CONTROL-EOF-FLAG
               PERFORM UNTIL CONTROL-EOF
                   READ INQUIRY-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-CONTROL-EOF-FLAG
                       NOT AT END PERFORM PARSE-CONTROL-LINE-PROC
                   END-READ
               END-PERFORM
               CLOSE INQUIRY-CONTROL-FILE
           END-IF.

       PARSE-CONTROL-LINE-PROC.
           MOVE ZERO TO WS-CONTROL-FIELD-COUNT.
           MOVE SPACES TO WS-CONTROL-KEYWORD.
           MOVE SPACES TO WS-CONTROL-VALUE-X.

           *> Keyword and value may be separated by a tab or a
           *> space, matching the other control files
           UNSTRING INQUIRY-CONTROL-LINE
                   DELIMITED BY X'09' OR SPACE
               INTO WS-CONTROL-KEYWORD WS-CONTROL-VALUE-X
               TALLYING IN WS-CONTROL-FIELD-COUNT
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CONTROL-KEYWORD)
               WHEN 'STUDENT'
               WHEN 'SECTION'
                   EVALUATE TRUE
                       WHEN WS-CONTROL-VALUE-X = SPACES
                           DISPLAY ">> INQUIRY WITHOUT AN ID "
                                   "IGNORED: " INQUIRY-CONTROL-LINE
                       WHEN WS-INQUIRY-COUNT NOT < 50
                           DISPLAY ">> MORE THAN 50 INQUIRIES - "
                                   "EXTRA INQUIRY IGNORED: "
                                   INQUIRY-CONTROL-LINE
                       WHEN OTHER
                           ADD 1 TO WS-INQUIRY-COUNT
                           MOVE FUNCTION TRIM(WS-CONTROL-KEYWORD)
                               TO IQ-TYPE(WS-INQUIRY-COUNT)
                           MOVE FUNCTION TRIM(WS-CONTROL-VALUE-X)
                               TO IQ-ID(WS-INQUIRY-COUNT)
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY ">> UNKNOWN CONTROL LINE IGNORED: "
                           INQUIRY-CONTROL-LINE
           END-EVALUATE.

       CHECK-JOURNAL-PROC.
           OPEN INPUT AUDIT-JOURNAL-FILE.

           IF WS-JOURNAL-FILE-STATUS NOT = '35'
               MOVE 'Y' TO WS-JOURNAL-PRESENT-FLAG
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.

       WRITE-REPORT-HEADER-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-STAMP.
           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-TIME-STAMP(1:4) "-"
                  WS-TIME-STAMP(5:2) "-"
                  WS-TIME-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           MOVE SPACES TO HISTORY-REPORT-LINE.
           STRING "CHANGE HISTORY REPORT - " WS-RUN-DATE
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

      *> The journal is re-read for each inquiry; the sort puts the
      *> matching entries into date and time order whatever run or
      *> term wrote them
       RUN-ONE-INQUIRY-PROC.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

           MOVE SPACES TO HISTORY-REPORT-LINE.
           STRING IQ-TYPE(WS-INQUIRY-SUB) ": "
               IQ-ID(WS-INQUIRY-SUB)
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

           MOVE ZERO TO WS-ENTRY-COUNT.

           SORT SORT-WORK
               ON ASCENDING KEY SJ-DATE SJ-TIME SJ-SEQUENCE
               INPUT PROCEDURE IS SELECT-ENTRIES-PROC
               OUTPUT PROCEDURE IS WRITE-HISTORY-PROC.

           IF WS-ENTRY-COUNT = ZERO
               MOVE "  NO JOURNAL ENTRIES" TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           ELSE
               MOVE WS-ENTRY-COUNT TO WS-ENTRY-COUNT-ED
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "  " FUNCTION TRIM(WS-ENTRY-COUNT-ED)
                   " JOURNAL ENTRY(IES)"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.

           DISPLAY ">> " IQ-TYPE(WS-INQUIRY-SUB) " "
                   FUNCTION TRIM(IQ-ID(WS-INQUIRY-SUB)) ": "
                   WS-ENTRY-COUNT " JOURNAL ENTRY(IES)".

       SELECT-ENTRIES-PROC.
           MOVE ZERO TO WS-JOURNAL-SEQUENCE.
           OPEN INPUT AUDIT-JOURNAL-FILE.

           MOVE 'N' TO WS-JOURNAL-EOF-FLAG.
           PERFORM UNTIL JOURNAL-EOF
               READ AUDIT-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END PERFORM SELECT-ONE-ENTRY-PROC
               END-READ
           END-PERFORM.

           CLOSE AUDIT-JOURNAL-FILE.

       SELECT-ONE-ENTRY-PROC.
           ADD 1 TO WS-JOURNAL-SEQUENCE.
           MOVE ZERO TO WS-FIELD-COUNT.
           MOVE SPACES TO WS-TEMP-DATE WS-TEMP-TIME WS-TEMP-PROGRAM
                          WS-TEMP-TERM-ID WS-TEMP-SECTION-ID
                          WS-TEMP-KEY WS-TEMP-ACTION WS-TEMP-OUTCOME
                          WS-TEMP-APPROVER WS-TEMP-BEFORE-IMAGE
                          WS-TEMP-AFTER-IMAGE.

           UNSTRING AUDIT-JOURNAL-LINE DELIMITED BY X'09'
               INTO WS-TEMP-DATE
                    WS-TEMP-TIME
                    WS-TEMP-PROGRAM
                    WS-TEMP-TERM-ID
                    WS-TEMP-SECTION-ID
                    WS-TEMP-KEY
                    WS-TEMP-ACTION
                    WS-TEMP-OUTCOME
                    WS-TEMP-APPROVER
                    WS-TEMP-BEFORE-IMAGE
                    WS-TEMP-AFTER-IMAGE
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

           *> A student's history is every entry keyed on the
           *> student ID; section-master entries share the key
           *> column with section IDs and are left out
           MOVE 'N' TO WS-ENTRY-MATCH-FLAG.
           IF WS-FIELD-COUNT NOT < 6
               IF IQ-BY-STUDENT(WS-INQUIRY-SUB)
                   IF WS-TEMP-KEY = IQ-ID(WS-INQUIRY-SUB)
                           AND WS-TEMP-PROGRAM
                               NOT = 'SECTION-MAINTENANCE'
                       MOVE 'Y' TO WS-ENTRY-MATCH-FLAG
                   END-IF
               ELSE
                   IF WS-TEMP-SECTION-ID = IQ-ID(WS-INQUIRY-SUB)
                       MOVE 'Y' TO WS-ENTRY-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

           IF ENTRY-MATCHES
               MOVE WS-TEMP-DATE TO SJ-DATE
               MOVE WS-TEMP-TIME TO SJ-TIME
               MOVE WS-JOURNAL-SEQUENCE TO SJ-SEQUENCE
               MOVE WS-TEMP-PROGRAM TO SJ-PROGRAM
               MOVE WS-TEMP-TERM-ID TO SJ-TERM-ID
               MOVE WS-TEMP-SECTION-ID TO SJ-SECTION-ID
               MOVE WS-TEMP-KEY TO SJ-KEY
               MOVE WS-TEMP-ACTION TO SJ-ACTION
               MOVE WS-TEMP-OUTCOME TO SJ-OUTCOME
               MOVE WS-TEMP-APPROVER TO SJ-APPROVER
               MOVE WS-TEMP-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
               MOVE WS-TEMP-AFTER-IMAGE TO SJ-AFTER-IMAGE
               RELEASE SORT-RECORD
           END-IF.

       WRITE-HISTORY-PROC.
           MOVE 'N' TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END PERFORM WRITE-ONE-ENTRY-PROC
               END-RETURN
           END-PERFORM.

       WRITE-ONE-ENTRY-PROC.
           ADD 1 TO WS-ENTRY-COUNT.

           MOVE SPACES TO WS-ENTRY-DATE.
           STRING SJ-DATE(1:4) "-" SJ-DATE(5:2) "-" SJ-DATE(7:2)
               DELIMITED BY SIZE INTO WS-ENTRY-DATE.
           MOVE SPACES TO WS-ENTRY-TIME.
           STRING SJ-TIME(1:2) ":" SJ-TIME(3:2) ":" SJ-TIME(5:2)
               DELIMITED BY SIZE INTO WS-ENTRY-TIME.

           MOVE SPACES TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           STRING "  " WS-ENTRY-DATE " " WS-ENTRY-TIME "  "
               SJ-PROGRAM " " SJ-ACTION " " SJ-OUTCOME
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

           *> Master maintenance is not tied to a term, and only
           *> grade changes carry an approver
           MOVE SPACES TO WS-APPROVER-TEXT.
           IF SJ-APPROVER NOT = SPACES
               STRING "  APPROVER: " SJ-APPROVER
                   DELIMITED BY SIZE INTO WS-APPROVER-TEXT
           END-IF.
           MOVE SPACES TO HISTORY-REPORT-LINE.
           IF SJ-TERM-ID = SPACES
               STRING "    SECTION: " SJ-SECTION-ID
                   "  KEY: " SJ-KEY WS-APPROVER-TEXT
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           ELSE
               STRING "    TERM: " SJ-TERM-ID
                   "  SECTION: " SJ-SECTION-ID
                   "  KEY: " SJ-KEY WS-APPROVER-TEXT
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           END-IF.
           WRITE HISTORY-REPORT-LINE.

           IF SJ-BEFORE-IMAGE NOT = SPACES
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "    BEFORE: " SJ-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.

           IF SJ-AFTER-IMAGE NOT = SPACES
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "    AFTER:  " SJ-AFTER-IMAGE
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.
