      *
      *TERM CODE IS YYYYT - YEAR PLUS 1 (SPRING), 2 (SUMMER), OR
      *3 (FALL) - SO A STRAIGHT ASCENDING SORT IS CHRONOLOGICAL.
      *AN 'I' INCOMPLETE CARRIES NO HOURS OR POINTS UNTIL COBCJF56
      *RESOLVES IT OR LAPSES IT TO AN F.
      *
      *A COURSE GRADED AGAIN IN A LATER TERM REPLACES THE EARLIER
      *ATTEMPT: THE EARLIER ATTEMPT STAYS IN ITS OWN TERM'S FIGURES
      *BUT ITS HOURS AND POINTS COME BACK OUT OF THE CUMULATIVE TOTALS
      *IN THE TERM OF THE RETAKE. EVERY REPLACEMENT, AND THE CUMULATIVE
      *GPA WITH AND WITHOUT IT, IS LISTED ON THE REPLACEMENT REPORT SO
      *THE REGISTRAR CAN CHECK THEM BEFORE COBCJF09'S AUDIT RUNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REPLOUT
               ASSIGN TO WS-REPLOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  G-GRADE          PIC X.
               88  VAL-GRADE                    VALUE 'A' 'B' 'C'
                                                      'D' 'F'.
               88  INCOMPLETE-GRADE             VALUE 'I'.
           05  G-TERM           PIC 9(5).

       FD  TERM-HISTORY

       01  EXCLINE              PIC X(132).

       FD  REPLOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPLLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  REPLLINE             PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
               VALUE 'C:\COBOL\TERMGPA.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\TERMGPAX.PRT'.
           05  WS-REPLOUT-PATH  PIC X(80)
               VALUE 'C:\COBOL\CRSREPL.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

           05  CTL-STUDENTS     PIC Z,ZZ9.
           05  FILLER           PIC X(15)       VALUE "   TERM ROWS: ".
           05  CTL-TERM-ROWS    PIC ZZ,ZZ9.
           05  FILLER           PIC X(17)
               VALUE "   INCOMPLETES: ".
           05  CTL-INCOMPLETES  PIC ZZ,ZZ9.
           05  FILLER           PIC X(65)       VALUE SPACE.

       01  REPL-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  R-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  R-DD             PIC 99.
           05  FILLER           PIC X           VALUE'/'.
           05  R-YYYY           PIC 9(4).
           05  FILLER           PIC X(29)       VALUE SPACE.
           05  FILLER           PIC X(35)
               VALUE "REPEATED-COURSE GRADE REPLACEMENTS".
           05  FILLER           PIC X(44)       VALUE SPACE.
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  R-PG-CTR         PIC Z9.

       01  REPL-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(12)       VALUE "REPLACED".
           05  FILLER           PIC X(7)        VALUE "GRADE".
           05  FILLER           PIC X(6)        VALUE "HRS".
           05  FILLER           PIC X(9)        VALUE "POINTS".
           05  FILLER           PIC X(11)       VALUE "BY TERM".
           05  FILLER           PIC X(65)       VALUE "GRADE".

       01  REPL-DETAIL-LINE.
           05  RDL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  RDL-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  RDL-OLD-TERM     PIC 9(5).
           05  FILLER           PIC X(8)        VALUE SPACE.
           05  RDL-OLD-GRADE    PIC X.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  RDL-OLD-HRS      PIC Z9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  RDL-OLD-PTS      PIC ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  RDL-NEW-TERM     PIC 9(5).
           05  FILLER           PIC X(7)        VALUE SPACE.
           05  RDL-NEW-GRADE    PIC X.
           05  FILLER           PIC X(63)       VALUE SPACE.

       01  REPL-EFFECT-LINE.
           05  FILLER           PIC X(22)       VALUE SPACE.
           05  FILLER           PIC X(19)
               VALUE "CUM GPA AFTER TERM ".
           05  REL-TERM         PIC 9(5).
           05  FILLER           PIC X(23)
               VALUE "  WITHOUT REPLACEMENT: ".
           05  REL-RAW-GPA      PIC Z.99.
           05  FILLER           PIC X(20)
               VALUE "  WITH REPLACEMENT: ".
           05  REL-CUM-GPA      PIC Z.99.
           05  FILLER           PIC X(35)       VALUE SPACE.

       01  REPL-TOTAL-LINE.
           05  FILLER           PIC X(24)
               VALUE "REPLACEMENTS APPLIED: ".
           05  RTL-REPLACEMENTS PIC ZZ,ZZ9.
           05  FILLER           PIC X(102)      VALUE SPACE.

      *GRADED COURSES SEEN SO FAR FOR THE CURRENT STUDENT, ONE ROW PER
      *COURSE HOLDING ITS LATEST ATTEMPT
       01  COURSE-TAKEN-TABLE.
           05  CT-ROW OCCURS 100 TIMES.
               10  CT-COURSE    PIC X(8).
               10  CT-TERM      PIC 9(5).
               10  CT-GRADE     PIC X.
               10  CT-HRS       PIC 99.
               10  CT-PTS       PIC 9(3).

       01  COURSE-TAKEN-SUBS.
           05  CT-CTR           PIC 9(3)        VALUE 0.
           05  CT-SUB           PIC 9(3)        VALUE 0.
           05  CT-HIT           PIC XXX         VALUE 'NO'.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(51)       VALUE SPACE.
           05  C-CUM-HRS        PIC 9(4)        VALUE 0.
           05  C-CUM-PTS        PIC 9(5)        VALUE 0.
           05  C-CUM-GPA        PIC 9V99        VALUE 0.
           05  C-COURSE-PTS     PIC 9(3)        VALUE 0.
           05  C-REPL-HRS       PIC 9(3)        VALUE 0.
           05  C-REPL-PTS       PIC 9(4)        VALUE 0.
           05  C-RAW-CUM-HRS    PIC 9(4)        VALUE 0.
           05  C-RAW-CUM-PTS    PIC 9(5)        VALUE 0.
           05  C-RAW-CUM-GPA    PIC 9V99        VALUE 0.
           05  C-TERM-REPLS     PIC 99          VALUE 0.
           05  C-REPLACEMENTS   PIC 9(5)        VALUE 0.
           05  C-PG-REPL        PIC 99          VALUE 0.
           05  C-PRIOR-CUM-GPA  PIC 9V99        VALUE 0.
           05  C-MOVEMENT       PIC S9V99       VALUE 0.
           05  C-FIRST-TERM     PIC X           VALUE 'Y'.
           05  C-STUDENTS       PIC 9(4)        VALUE 0.
           05  C-TERM-ROWS      PIC 9(5)        VALUE 0.
           05  C-INCOMPLETES    PIC 9(5)        VALUE 0.
           05  C-GRADE-RECS     PIC 9(6)        VALUE 0.
           05  C-GPA-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.
           OPEN OUTPUT TERM-HISTORY.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           OPEN OUTPUT REPLOUT.
           OPEN EXTEND AUDITLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO R-YYYY.
           MOVE I-MM TO R-MM.
           MOVE I-DD TO R-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF24" TO AUD-PGM-ID.
           PERFORM 9050-READ-GRADE.
           PERFORM 9100-HEADINGS.
           PERFORM 9600-EXCEPTION-HEADER.
           PERFORM 9200-REPL-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

           DISPLAY 'CRSREPL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPLOUT-PATH
           END-IF.

      *ONE STUDENT: RESET THE CUMULATIVE FIGURES, THEN CLOSE EVERY
      *TERM GROUP FOR THE ID IN TURN
       2000-STUDENT.
           MOVE GRD-KEY TO H-ID.
           MOVE 0 TO C-CUM-HRS.
           MOVE 0 TO C-CUM-PTS.
           MOVE 0 TO C-RAW-CUM-HRS.
           MOVE 0 TO C-RAW-CUM-PTS.
           MOVE 0 TO CT-CTR.
           MOVE 0 TO C-PRIOR-CUM-GPA.
           MOVE 'Y' TO C-FIRST-TERM.
           ADD 1 TO C-STUDENTS.
           MOVE G-TERM TO H-TERM.
           MOVE 0 TO C-TERM-HRS.
           MOVE 0 TO C-TERM-PTS.
           MOVE 0 TO C-REPL-HRS.
           MOVE 0 TO C-REPL-PTS.
           MOVE 0 TO C-TERM-REPLS.
           PERFORM 2200-ACCUM-COURSE
               UNTIL GRD-KEY NOT = H-ID
                  OR G-TERM NOT = H-TERM.

           ADD C-TERM-HRS TO C-CUM-HRS.
           ADD C-TERM-PTS TO C-CUM-PTS.
           SUBTRACT C-REPL-HRS FROM C-CUM-HRS.
           SUBTRACT C-REPL-PTS FROM C-CUM-PTS.
           ADD C-TERM-HRS TO C-RAW-CUM-HRS.
           ADD C-TERM-PTS TO C-RAW-CUM-PTS.
           IF C-CUM-HRS > 0
               COMPUTE C-CUM-GPA ROUNDED =
                   C-CUM-PTS / C-CUM-HRS
           ADD C-CUM-GPA TO C-GPA-HASH-TOTAL.

           PERFORM 2300-MOVEMENT-LINE.
           IF C-TERM-REPLS > 0
               PERFORM 2360-REPL-EFFECT
           END-IF.
           MOVE C-CUM-GPA TO C-PRIOR-CUM-GPA.
           MOVE 'N' TO C-FIRST-TERM.

               MOVE "CREDIT HOURS NOT NUMERIC" TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               IF INCOMPLETE-GRADE
                   ADD 1 TO C-INCOMPLETES
               ELSE
                   IF NOT VAL-GRADE
                       MOVE G-ID TO EXC-ID
                       MOVE G-COURSE TO EXC-COURSE
                       MOVE "LETTER GRADE NOT A THRU F" TO EXC-DESCR
                       PERFORM 2600-EXCEPTION
                   ELSE
                       IF G-TERM NOT NUMERIC
                           MOVE G-ID TO EXC-ID
                           MOVE G-COURSE TO EXC-COURSE
                           MOVE "TERM CODE NOT NUMERIC" TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       ELSE
                           PERFORM 2500-GRADE-POINTS
                           COMPUTE C-COURSE-PTS =
                               C-GRADE-PTS * G-CREDIT-HRS
                           ADD C-COURSE-PTS TO C-TERM-PTS
                           ADD G-CREDIT-HRS TO C-TERM-HRS
                           PERFORM 2250-REPEAT-CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 9050-READ-GRADE.

      *LOOK FOR AN EARLIER GRADED ATTEMPT AT THE SAME COURSE. ONE FROM
      *AN EARLIER TERM IS SUPERSEDED - ITS HOURS AND POINTS COME OUT
      *OF THE CUMULATIVE TOTALS AND THIS ATTEMPT TAKES ITS PLACE. A
      *SECOND ROW FOR THE SAME COURSE IN THE SAME TERM REPLACES NOTHING
       2250-REPEAT-CHECK.
           MOVE 'NO' TO CT-HIT.
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-CTR OR CT-HIT = 'YES'
               IF CT-COURSE(CT-SUB) = G-COURSE
                   MOVE 'YES' TO CT-HIT
               END-IF
           END-PERFORM.

           IF CT-HIT = 'YES'
               SUBTRACT 1 FROM CT-SUB
               IF CT-TERM(CT-SUB) < G-TERM
                   PERFORM 2270-REPLACE-ATTEMPT
               END-IF
           ELSE
               IF CT-CTR < 100
                   ADD 1 TO CT-CTR
                   MOVE CT-CTR TO CT-SUB
                   PERFORM 2280-HOLD-ATTEMPT
               ELSE
                   MOVE G-ID TO EXC-ID
                   MOVE G-COURSE TO EXC-COURSE
                   MOVE "MORE THAN 100 COURSES - REPEAT NOT CHECKED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               END-IF
           END-IF.

       2270-REPLACE-ATTEMPT.
           ADD CT-HRS(CT-SUB) TO C-REPL-HRS.
           ADD CT-PTS(CT-SUB) TO C-REPL-PTS.
           ADD 1 TO C-TERM-REPLS.
           ADD 1 TO C-REPLACEMENTS.

           MOVE G-ID TO RDL-ID.
           MOVE G-COURSE TO RDL-COURSE.
           MOVE CT-TERM(CT-SUB) TO RDL-OLD-TERM.
           MOVE CT-GRADE(CT-SUB) TO RDL-OLD-GRADE.
           MOVE CT-HRS(CT-SUB) TO RDL-OLD-HRS.
           MOVE CT-PTS(CT-SUB) TO RDL-OLD-PTS.
           MOVE G-TERM TO RDL-NEW-TERM.
           MOVE G-GRADE TO RDL-NEW-GRADE.
           WRITE REPLLINE FROM REPL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9200-REPL-HEADINGS.

           PERFORM 2280-HOLD-ATTEMPT.

       2280-HOLD-ATTEMPT.
           MOVE G-COURSE TO CT-COURSE(CT-SUB).
           MOVE G-TERM TO CT-TERM(CT-SUB).
           MOVE G-GRADE TO CT-GRADE(CT-SUB).
           MOVE G-CREDIT-HRS TO CT-HRS(CT-SUB).
           MOVE C-COURSE-PTS TO CT-PTS(CT-SUB).

       2300-MOVEMENT-LINE.
           MOVE TH-ID TO TDL-ID.
           MOVE TH-TERM TO TDL-TERM.
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *CUMULATIVE GPA FOR THE TERM WITH AND WITHOUT THE REPLACEMENTS
      *LISTED ABOVE IT
       2360-REPL-EFFECT.
           IF C-RAW-CUM-HRS > 0
               COMPUTE C-RAW-CUM-GPA ROUNDED =
                   C-RAW-CUM-PTS / C-RAW-CUM-HRS
           ELSE
               MOVE 0 TO C-RAW-CUM-GPA
           END-IF.
           MOVE H-TERM TO REL-TERM.
           MOVE C-RAW-CUM-GPA TO REL-RAW-GPA.
           MOVE C-CUM-GPA TO REL-CUM-GPA.
           WRITE REPLLINE FROM REPL-EFFECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9200-REPL-HEADINGS.

       2500-GRADE-POINTS.
           EVALUATE G-GRADE
               WHEN 'A'
       3000-CLOSING.
           MOVE C-STUDENTS TO CTL-STUDENTS.
           MOVE C-TERM-ROWS TO CTL-TERM-ROWS.
           MOVE C-INCOMPLETES TO CTL-INCOMPLETES.
           WRITE PRTLINE FROM CLOSE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-REPLACEMENTS TO RTL-REPLACEMENTS.
           WRITE REPLLINE FROM REPL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-REPLACEMENTS TO TR-REC-COUNT.
           MOVE C-GPA-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE REPLLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE TERM-HISTORY.
           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE REPLOUT.
           CLOSE AUDITLOG.

       9050-READ-GRADE.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9200-REPL-HEADINGS.
           ADD 1 TO C-PG-REPL.
           MOVE C-PG-REPL TO R-PG-CTR.
           WRITE REPLLINE FROM REPL-TITLE
               AFTER ADVANCING PAGE.
           WRITE REPLLINE FROM REPL-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
