      *POINTS, THEN TOTAL HOURS, TOTAL QUALITY POINTS, AND THE GPA
      *COMPUTED THE SAME WAY COBCJF09'S AUDIT COMPUTES IT. COURSE
      *RECORDS FOR AN ID NOT ON THE MASTER GO TO THE EXCEPTION REPORT.
      *AN 'I' INCOMPLETE PRINTS WITH NO QUALITY POINTS AND STAYS OUT
      *OF THE TOTALS UNTIL IT IS RESOLVED. A COURSE RETAKEN IN A LATER
      *TERM REPLACES THE EARLIER ATTEMPT, THE SAME WAY COBCJF24 CLOSES
      *OUT THE CUMULATIVE GPA: THE EARLIER ATTEMPT STILL PRINTS BUT IS
      *MARKED REPEATED AND STAYS OUT OF THE TOTALS. EACH STUDENT'S
      *COURSES ARE HELD IN A TABLE SO A LATER RETAKE CAN BE SEEN
      *BEFORE THE EARLIER ATTEMPT IS PRINTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  G-GRADE          PIC X.
               88  VAL-GRADE                    VALUE 'A' 'B' 'C'
                                                      'D' 'F'.
               88  INCOMPLETE-GRADE             VALUE 'I'.
           05  G-TERM           PIC 9(5).

       FD  PRTOUT
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(15)       VALUE "CREDIT HOURS".
           05  FILLER           PIC X(9)        VALUE "GRADE".
           05  FILLER           PIC X(17)
               VALUE "QUALITY POINTS".
           05  FILLER           PIC X(71)       VALUE "NOTE".

       01  COURSE-DETAIL-LINE.
           05  CDL-TERM         PIC 9(5).
           05  CDL-GRADE        PIC X.
           05  FILLER           PIC X(11)       VALUE SPACE.
           05  CDL-QUAL-PTS     PIC ZZ9.
           05  FILLER           PIC X(8)        VALUE SPACE.
           05  CDL-NOTE         PIC X(8).
           05  FILLER           PIC X(63)       VALUE SPACE.

       01  TRANSCRIPT-TOTAL-LINE.
           05  FILLER           PIC X(14)
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

      *ONE STUDENT'S COURSES, HELD UNTIL THE LAST ONE IS READ SO AN
      *ATTEMPT SUPERSEDED BY A LATER RETAKE CAN BE MARKED REPEATED
       01  TRANSCRIPT-TABLE.
           05  TRN-ROW OCCURS 100 TIMES.
               10  TRN-TERM     PIC 9(5).
               10  TRN-COURSE   PIC X(8).
               10  TRN-HRS      PIC 99.
               10  TRN-GRADE    PIC X.
                   88  TRN-INCOMPLETE           VALUE 'I'.
               10  TRN-PTS      PIC 9(3).
               10  TRN-REPEATED PIC XXX.

       01  TRANSCRIPT-SUBS.
           05  TRN-CTR          PIC 9(3)        VALUE 0.
           05  TRN-SUB          PIC 9(3)        VALUE 0.
           05  TRN-SUB2         PIC 9(3)        VALUE 0.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 9(4)        VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
       2300-PRINT-TRANSCRIPT.
           MOVE 0 TO C-QUALITY-PTS.
           MOVE 0 TO C-CREDIT-HRS.
           MOVE 0 TO TRN-CTR.
           PERFORM 9100-HEADINGS.
           PERFORM 2400-PRINT-COURSE
               UNTIL GRD-KEY NOT = MST-KEY.
           PERFORM 2420-MARK-REPEATS
               VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB > TRN-CTR.
           PERFORM 2450-COURSE-LINE
               VARYING TRN-SUB FROM 1 BY 1
                   UNTIL TRN-SUB > TRN-CTR.

           IF C-CREDIT-HRS > 0
               COMPUTE C-CALC-GPA ROUNDED =
               MOVE "CREDIT HOURS NOT NUMERIC" TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               IF INCOMPLETE-GRADE
                   MOVE 0 TO C-COURSE-PTS
                   PERFORM 2410-HOLD-COURSE
               ELSE
                   IF NOT VAL-GRADE
                       MOVE G-ID TO EXC-ID
                       MOVE G-COURSE TO EXC-COURSE
                       MOVE "LETTER GRADE NOT A THRU F" TO EXC-DESCR
                       PERFORM 2600-EXCEPTION
                   ELSE
                       PERFORM 2500-GRADE-POINTS
                       COMPUTE C-COURSE-PTS =
                           C-GRADE-PTS * G-CREDIT-HRS
                       PERFORM 2410-HOLD-COURSE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9050-READ-GRADE.

       2410-HOLD-COURSE.
           IF TRN-CTR < 100
               ADD 1 TO TRN-CTR
               MOVE G-TERM TO TRN-TERM(TRN-CTR)
               MOVE G-COURSE TO TRN-COURSE(TRN-CTR)
               MOVE G-CREDIT-HRS TO TRN-HRS(TRN-CTR)
               MOVE G-GRADE TO TRN-GRADE(TRN-CTR)
               MOVE C-COURSE-PTS TO TRN-PTS(TRN-CTR)
               MOVE 'NO' TO TRN-REPEATED(TRN-CTR)
           ELSE
               MOVE G-ID TO EXC-ID
               MOVE G-COURSE TO EXC-COURSE
               MOVE "MORE THAN 100 COURSES - NOT PRINTED" TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.

      *A GRADED ATTEMPT IS REPEATED WHEN THE SAME COURSE WAS GRADED
      *AGAIN IN A LATER TERM. AN INCOMPLETE RETAKE REPLACES NOTHING
      *UNTIL IT IS RESOLVED
       2420-MARK-REPEATS.
           IF NOT TRN-INCOMPLETE(TRN-SUB)
               PERFORM 2430-FIND-RETAKE
                   VARYING TRN-SUB2 FROM 1 BY 1
                       UNTIL TRN-SUB2 > TRN-CTR
                          OR TRN-REPEATED(TRN-SUB) = 'YES'
           END-IF.

       2430-FIND-RETAKE.
           IF TRN-COURSE(TRN-SUB2) = TRN-COURSE(TRN-SUB)
              AND TRN-TERM(TRN-SUB2) > TRN-TERM(TRN-SUB)
              AND NOT TRN-INCOMPLETE(TRN-SUB2)
               MOVE 'YES' TO TRN-REPEATED(TRN-SUB)
           END-IF.

       2450-COURSE-LINE.
           MOVE TRN-TERM(TRN-SUB) TO CDL-TERM.
           MOVE TRN-COURSE(TRN-SUB) TO CDL-COURSE.
           MOVE TRN-HRS(TRN-SUB) TO CDL-CREDIT-HRS.
           MOVE TRN-GRADE(TRN-SUB) TO CDL-GRADE.
           MOVE TRN-PTS(TRN-SUB) TO CDL-QUAL-PTS.
           IF TRN-REPEATED(TRN-SUB) = 'YES'
               MOVE 'REPEATED' TO CDL-NOTE
           ELSE
               MOVE SPACES TO CDL-NOTE
               IF NOT TRN-INCOMPLETE(TRN-SUB)
                   ADD TRN-PTS(TRN-SUB) TO C-QUALITY-PTS
                   ADD TRN-HRS(TRN-SUB) TO C-CREDIT-HRS
               END-IF
           END-IF.
           WRITE PRTLINE FROM COURSE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2500-GRADE-POINTS.
           EVALUATE G-GRADE
               WHEN 'A'
