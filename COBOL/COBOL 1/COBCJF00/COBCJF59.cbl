       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF59.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *TERM ENROLLMENT CENSUS FOR STATE REPORTING. EVERY STUDENT WITH
      *COURSE-GRADE ROWS IN THE CENSUS TERM IS COUNTED ONCE, UNDER THE
      *M-DEPT ON THE STUDENT MASTER, AS FULL-TIME (CP-FULL-TIME-HRS OR
      *MORE CREDIT HOURS) OR PART-TIME. THE SUMMARY PRINTS HEADCOUNT,
      *FULL-TIME, PART-TIME, AND CREDIT HOURS BY DEPARTMENT, AND THE
      *STATE UPLOAD EXTRACT CARRIES ONE FIXED-FORMAT ROW PER STUDENT
      *AND A CONTROL TRAILER.
      *
      *THE CENSUS IS FROZEN AS OF THE CENSUS DATE. THE FIRST RUN ON OR
      *AFTER THE CENSUS DATE ADDS EVERY COUNTED STUDENT TO THE FROZEN
      *CENSUS FILE; ANY LATER RUN FOR THE SAME TERM REPORTS FROM THOSE
      *FROZEN ROWS, NOT THE LIVE FILES, SO IT REPRODUCES THE SAME
      *NUMBERS. A RUN BEFORE THE CENSUS DATE PRINTS A PRELIMINARY
      *COUNT ONLY - NOTHING IS FROZEN AND NO EXTRACT IS WRITTEN.
      *
      *THE CENSUS TERM IS THE HIGHEST TERM ON CRSGRADE.DAT, OR THE
      *CENSTERM ENVIRONMENT VALUE (YYYYT) WHEN SET. THE CENSUS DATE IS
      *THE CENSDATE ENVIRONMENT VALUE (YYYYMMDD), OR THE RUN DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-DETAIL
               ASSIGN TO WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STU-MASTER
               ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER
               ASSIGN TO WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FROZEN-CENSUS
               ASSIGN TO WS-FROZEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CENSUS-EXTRACT
               ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCOUT
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  G-REC.
           05  G-ID             PIC X(7).
           05  G-COURSE         PIC X(8).
           05  G-CREDIT-HRS     PIC 99.
           05  G-GRADE          PIC X.
           05  G-TERM           PIC 9(5).

       FD  STU-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  M-REC.
           05  M-ID             PIC X(7).
           05  M-NAME.
               10  M-LNAME      PIC X(15).
               10  M-FNAME      PIC X(15).
               10  M-INIT       PIC X.
           05  M-GPA            PIC 9V99.
           05  M-START-SAL      PIC 9(6)V99.
           05  M-DEPT           PIC X(4).

       FD  DEPT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  DM-REC.
           05  DM-CODE          PIC X(4).
           05  DM-NAME          PIC X(25).
           05  DM-DEAN          PIC X(20).

      *FROZEN CENSUS - ONE ROW PER STUDENT COUNTED, ADDED BY THE RUN
      *THAT FREEZES A TERM AND KEPT FOR EVERY TERM SINCE
       FD  FROZEN-CENSUS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  CF-REC.
           05  CF-TERM          PIC 9(5).
           05  CF-CENSUS-DATE   PIC 9(8).
           05  CF-ID            PIC X(7).
           05  CF-DEPT          PIC X(4).
           05  CF-HOURS         PIC 9(3).
           05  CF-STATUS        PIC X.

      *STATE UPLOAD EXTRACT - ONE ROW PER STUDENT, THEN THE TRAILER
       FD  CENSUS-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 40 CHARACTERS.

       01  CX-REC.
           05  CX-REC-TYPE      PIC X.
           05  CX-TERM          PIC 9(5).
           05  CX-ID            PIC X(7).
           05  CX-DEPT          PIC X(4).
           05  CX-STATUS        PIC X.
           05  CX-HOURS         PIC 9(3).
           05  CX-CENSUS-DATE   PIC 9(8).
           05  FILLER           PIC X(11).

       01  CX-TRAILER-REC REDEFINES CX-REC.
           05  CX-TR-LIT        PIC X(7).
           05  CX-TR-TERM       PIC 9(5).
           05  CX-TR-REC-COUNT  PIC 9(6).
           05  CX-TR-FULL-TIME  PIC 9(6).
           05  CX-TR-PART-TIME  PIC 9(6).
           05  CX-TR-HOURS      PIC 9(9).
           05  FILLER           PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       FD  EXCOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE              PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01  WORK-AREA.
           05  GRD-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  MST-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  DM-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  CF-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  CF-FILE-STATUS   PIC XX.
           05  GRD-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  MST-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  CENSUS-TERM      PIC 9(5)        VALUE 0.
           05  CENSUS-DATE      PIC 9(8)        VALUE 0.
           05  WS-TERM-IN       PIC X(5)        VALUE SPACE.
           05  WS-CENSDATE-IN   PIC X(8)        VALUE SPACE.
      *F - REPORT FROM THE FROZEN ROWS, L - COUNT THE LIVE FILES AND
      *FREEZE THEM, P - PRELIMINARY COUNT BEFORE THE CENSUS DATE
           05  CENSUS-MODE      PIC X           VALUE 'L'.
               88  FROZEN-RUN                   VALUE 'F'.
               88  FREEZE-RUN                   VALUE 'L'.
               88  PRELIM-RUN                   VALUE 'P'.

      *CENSUS POLICY - CREDIT HOURS THAT MAKE A STUDENT FULL-TIME
       01  CENSUS-POLICY.
           05  CP-FULL-TIME-HRS PIC 9(3)        VALUE 12.

      *ONE STUDENT AS COUNTED, FROM THE LIVE FILES OR A FROZEN ROW
       01  CENSUS-WORK.
           05  CW-ID            PIC X(7).
           05  CW-DEPT          PIC X(4).
           05  CW-HOURS         PIC 9(3).
           05  CW-STATUS        PIC X.
               88  CW-FULL-TIME                 VALUE 'F'.
               88  CW-PART-TIME                 VALUE 'P'.
           05  CW-HAS-MASTER    PIC X           VALUE 'N'.

      *DEPARTMENT TABLE, LOADED FROM DEPT-MASTER AT START-UP, WITH
      *THE CENSUS COUNTS FOR EACH. A DEPARTMENT NOT ON THE DEPT
      *MASTER IS ADDED AT THE END SO THE TOTALS STILL FOOT
       01  DEPT-CENSUS-TABLE.
           05  DEPT-CEN-ENTRY OCCURS 60 TIMES
                   INDEXED BY DC-IDX.
               10  DC-CODE      PIC X(4).
               10  DC-NAME      PIC X(25).
               10  DC-FULL-TIME PIC 9(5).
               10  DC-PART-TIME PIC 9(5).
               10  DC-HOURS     PIC 9(7).

       01  DEPT-CENSUS-VARS.
           05  DEPT-CEN-CTR     PIC 99          VALUE 0.
           05  DEPT-MATCH       PIC XXX         VALUE 'NO'.

       01  DATE-EDIT-WORK.
           05  DEW-DATE         PIC 9(8).
           05  DEW-PARTS REDEFINES DEW-DATE.
               10  DEW-YYYY     PIC 9(4).
               10  DEW-MM       PIC 99.
               10  DEW-DD       PIC 99.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-GRADE-PATH    PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-MASTER-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUMAST.DAT'.
           05  WS-DEPT-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEPTMAST.DAT'.
           05  WS-FROZEN-PATH   PIC X(80)
               VALUE 'C:\COBOL\CENSFRZ.DAT'.
           05  WS-EXTRACT-PATH  PIC X(80)
               VALUE 'C:\COBOL\CENSUS.EXT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\CENSUS.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\CENSUSEX.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY       PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  O-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-DD             PIC 99.
           05  FILLER           PIC X           VALUE'/'.
           05  O-YYYY           PIC 9(4).
           05  FILLER           PIC X(28)       VALUE SPACE.
           05  O-CENSUS-KIND    PIC X(12).
           05  FILLER           PIC X(20)
               VALUE "ENROLLMENT CENSUS".
           05  FILLER           PIC X(6)        VALUE "TERM:".
           05  O-TERM           PIC 9(5).
           05  FILLER           PIC X(15)
               VALUE "  CENSUS DATE:".
           05  O-CEN-MM         PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-CEN-DD         PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-CEN-YYYY       PIC 9(4).
           05  FILLER           PIC X(12)       VALUE SPACE.
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(8)        VALUE "DEPT".
           05  FILLER           PIC X(28)       VALUE "DEPARTMENT NAME".
           05  FILLER           PIC X(12)       VALUE "   FULL-TIME".
           05  FILLER           PIC X(12)       VALUE "   PART-TIME".
           05  FILLER           PIC X(12)       VALUE "   HEADCOUNT".
           05  FILLER           PIC X(14)       VALUE "  CREDIT HOURS".
           05  FILLER           PIC X(46)       VALUE SPACE.

       01  DEPT-DETAIL-LINE.
           05  DDL-DEPT         PIC X(4).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  DDL-NAME         PIC X(25).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  DDL-FULL-TIME    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  DDL-PART-TIME    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  DDL-HEADCOUNT    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  DDL-HOURS        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(46)       VALUE SPACE.

       01  CENSUS-TOTAL-LINE.
           05  FILLER           PIC X(36)
               VALUE "TOTAL INSTITUTION".
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  CTL-FULL-TIME    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  CTL-PART-TIME    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  CTL-HEADCOUNT    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  CTL-HOURS        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(46)       VALUE SPACE.

       01  POLICY-LINE.
           05  FILLER           PIC X(21)
               VALUE "FULL-TIME STUDENTS = ".
           05  PL-FULL-TIME-HRS PIC ZZ9.
           05  FILLER           PIC X(108)
               VALUE " OR MORE CREDIT HOURS IN THE CENSUS TERM".

       01  MODE-LINE.
           05  ML-TEXT          PIC X(80).
           05  FILLER           PIC X(52)       VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(51)       VALUE SPACE.
           05  FILLER           PIC X(17)
               VALUE "CENSUS EXCEPTIONS".
           05  FILLER           PIC X(64)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
               VALUE 'TOTAL EXCEPTIONS:'.
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-GRADE-RECS     PIC 9(6)        VALUE 0.
           05  C-HEADCOUNT      PIC 9(6)        VALUE 0.
           05  C-FULL-TIME      PIC 9(6)        VALUE 0.
           05  C-PART-TIME      PIC 9(6)        VALUE 0.
           05  C-HOURS          PIC 9(9)        VALUE 0.
           05  C-DEPT-HEAD      PIC 9(6)        VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF FROZEN-RUN
               PERFORM 2800-FROZEN-ROW
                   UNTIL CF-MORE-RECS = 'NO'
           ELSE
               PERFORM 2000-MAINLINE
                   UNTIL GRD-KEY = HIGH-VALUE
           END-IF.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN C-HEADCOUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN GT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           OPEN OUTPUT EXCOUT.
           PERFORM 9600-EXCEPTION-HEADER.

           PERFORM 1100-LOAD-DEPT-MASTER.
           PERFORM 1200-FIND-CENSUS-TERM.
           PERFORM 1300-SET-CENSUS-MODE.

           MOVE CENSUS-TERM TO O-TERM.
           MOVE CENSUS-DATE TO DEW-DATE.
           MOVE DEW-MM TO O-CEN-MM.
           MOVE DEW-DD TO O-CEN-DD.
           MOVE DEW-YYYY TO O-CEN-YYYY.
           IF PRELIM-RUN
               MOVE "PRELIMINARY" TO O-CENSUS-KIND
           ELSE
               MOVE "OFFICIAL" TO O-CENSUS-KIND
           END-IF.

           EVALUATE TRUE
               WHEN FROZEN-RUN
                   OPEN INPUT FROZEN-CENSUS
                   OPEN OUTPUT CENSUS-EXTRACT
                   PERFORM 9070-READ-FROZEN
               WHEN FREEZE-RUN
                   OPEN EXTEND FROZEN-CENSUS
                   IF CF-FILE-STATUS NOT = '00'
      *FIRST CENSUS EVER FROZEN STARTS THE FILE
                       OPEN OUTPUT FROZEN-CENSUS
                   END-IF
                   OPEN OUTPUT CENSUS-EXTRACT
           END-EVALUATE.
           IF NOT FROZEN-RUN
               OPEN INPUT GRADE-DETAIL
               OPEN INPUT STU-MASTER
               PERFORM 9000-READ-GRADE
               PERFORM 9050-READ-MASTER
           END-IF.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF59" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

       1050-GET-FILE-PATHS.
           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADE-PATH
           END-IF.

           DISPLAY 'STUMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MASTER-PATH
           END-IF.

           DISPLAY 'DEPTMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPT-PATH
           END-IF.

           DISPLAY 'CENSFRZ_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FROZEN-PATH
           END-IF.

           DISPLAY 'CENSUS_EXT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-PATH
           END-IF.

           DISPLAY 'CENSUS_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'CENSUSEX_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

       1100-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           PERFORM 1150-LOAD-ONE-DEPT
               UNTIL DM-MORE-RECS = 'NO'.
           CLOSE DEPT-MASTER.

       1150-LOAD-ONE-DEPT.
           READ DEPT-MASTER
               AT END
                   MOVE 'NO' TO DM-MORE-RECS
               NOT AT END
                   IF DEPT-CEN-CTR < 50
                       ADD 1 TO DEPT-CEN-CTR
                       SET DC-IDX TO DEPT-CEN-CTR
                       MOVE DM-CODE TO DC-CODE(DC-IDX)
                       MOVE DM-NAME TO DC-NAME(DC-IDX)
                       MOVE 0 TO DC-FULL-TIME(DC-IDX)
                       MOVE 0 TO DC-PART-TIME(DC-IDX)
                       MOVE 0 TO DC-HOURS(DC-IDX)
                   ELSE
                       DISPLAY 'DEPT-CENSUS-TABLE EXCEEDS 50 ROWS'
                       DISPLAY 'REMAINING DEPT ROWS NOT LOADED'
                   END-IF
           END-READ.

      *THE CENSUS TERM IS THE NEWEST TERM ON THE GRADE DETAIL,
      *UNLESS CENSTERM NAMES ONE
       1200-FIND-CENSUS-TERM.
           DISPLAY 'CENSTERM' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-IN FROM ENVIRONMENT-VALUE.
           IF WS-TERM-IN NUMERIC AND WS-TERM-IN NOT = SPACES
               MOVE WS-TERM-IN TO CENSUS-TERM
           ELSE
               OPEN INPUT GRADE-DETAIL
               PERFORM 1250-SCAN-ONE-TERM
                   UNTIL GRD-MORE-RECS = 'NO'
               CLOSE GRADE-DETAIL
               MOVE 'YES' TO GRD-MORE-RECS
           END-IF.

       1250-SCAN-ONE-TERM.
           READ GRADE-DETAIL
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   IF G-TERM NUMERIC AND G-TERM > CENSUS-TERM
                       MOVE G-TERM TO CENSUS-TERM
                   END-IF
           END-READ.

      *A TERM ALREADY ON THE FROZEN CENSUS IS REPORTED FROM THERE,
      *AS OF ITS ORIGINAL CENSUS DATE. OTHERWISE THE LIVE FILES ARE
      *COUNTED, AND FROZEN ONLY ON OR AFTER THE CENSUS DATE
       1300-SET-CENSUS-MODE.
           DISPLAY 'CENSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-CENSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-CENSDATE-IN NUMERIC AND WS-CENSDATE-IN NOT = SPACES
               MOVE WS-CENSDATE-IN TO CENSUS-DATE
           ELSE
               MOVE I-DATE TO CENSUS-DATE
           END-IF.

           OPEN INPUT FROZEN-CENSUS.
           IF CF-FILE-STATUS = '00'
               PERFORM 1350-SCAN-FROZEN
                   UNTIL CF-MORE-RECS = 'NO' OR FROZEN-RUN
               CLOSE FROZEN-CENSUS
               MOVE 'YES' TO CF-MORE-RECS
           END-IF.

           IF NOT FROZEN-RUN
               IF I-DATE < CENSUS-DATE
                   MOVE 'P' TO CENSUS-MODE
               ELSE
                   MOVE 'L' TO CENSUS-MODE
               END-IF
           END-IF.

       1350-SCAN-FROZEN.
           READ FROZEN-CENSUS
               AT END
                   MOVE 'NO' TO CF-MORE-RECS
               NOT AT END
                   IF CF-TERM = CENSUS-TERM
                       MOVE 'F' TO CENSUS-MODE
                       MOVE CF-CENSUS-DATE TO CENSUS-DATE
                   END-IF
           END-READ.

      *ONE STUDENT'S GRADE ROWS FOR THE CENSUS TERM - THE MASTER IS
      *READ FORWARD TO MEET THE GRADE DETAIL FOR THE DEPARTMENT
       2000-MAINLINE.
           MOVE GRD-KEY TO CW-ID.
           MOVE 0 TO CW-HOURS.
           PERFORM 9050-READ-MASTER
               UNTIL MST-KEY NOT < GRD-KEY.
           IF MST-KEY = GRD-KEY
               MOVE 'Y' TO CW-HAS-MASTER
               MOVE M-DEPT TO CW-DEPT
           ELSE
               MOVE 'N' TO CW-HAS-MASTER
               MOVE SPACES TO CW-DEPT
           END-IF.

           PERFORM 2100-COLLECT-HOURS
               UNTIL GRD-KEY NOT = CW-ID.

           IF CW-HOURS > 0
               IF CW-HAS-MASTER = 'N'
                   MOVE CW-ID TO EXC-ID
                   MOVE SPACES TO EXC-COURSE
                   MOVE "CENSUS-TERM GRADES FOR ID NOT ON MASTER"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               ELSE
                   IF CW-HOURS NOT < CP-FULL-TIME-HRS
                       MOVE 'F' TO CW-STATUS
                   ELSE
                       MOVE 'P' TO CW-STATUS
                   END-IF
                   PERFORM 2500-COUNT-STUDENT
                   IF FREEZE-RUN
                       PERFORM 2550-FREEZE-STUDENT
                   END-IF
               END-IF
           END-IF.

       2100-COLLECT-HOURS.
           IF G-TERM = CENSUS-TERM
               IF G-CREDIT-HRS NUMERIC
                   ADD G-CREDIT-HRS TO CW-HOURS
               ELSE
                   MOVE G-ID TO EXC-ID
                   MOVE G-COURSE TO EXC-COURSE
                   MOVE "CREDIT HOURS NOT NUMERIC - NOT COUNTED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               END-IF
           END-IF.
           PERFORM 9000-READ-GRADE.

      *ADD THE STUDENT TO THE DEPARTMENT AND INSTITUTION COUNTS AND,
      *ON AN OFFICIAL RUN, TO THE STATE EXTRACT
       2500-COUNT-STUDENT.
           MOVE 'NO' TO DEPT-MATCH.
           SET DC-IDX TO 1.
           SEARCH DEPT-CEN-ENTRY
               AT END
                   MOVE 'NO' TO DEPT-MATCH
               WHEN DC-IDX > DEPT-CEN-CTR
                   MOVE 'NO' TO DEPT-MATCH
               WHEN DC-CODE(DC-IDX) = CW-DEPT
                   MOVE 'YES' TO DEPT-MATCH
           END-SEARCH.
           IF DEPT-MATCH = 'NO'
               PERFORM 2520-ADD-UNKNOWN-DEPT
           END-IF.

           ADD 1 TO C-HEADCOUNT.
           ADD CW-HOURS TO C-HOURS.
           ADD CW-HOURS TO DC-HOURS(DC-IDX).
           IF CW-FULL-TIME
               ADD 1 TO C-FULL-TIME
               ADD 1 TO DC-FULL-TIME(DC-IDX)
           ELSE
               ADD 1 TO C-PART-TIME
               ADD 1 TO DC-PART-TIME(DC-IDX)
           END-IF.

           IF NOT PRELIM-RUN
               MOVE 'D' TO CX-REC-TYPE
               MOVE CENSUS-TERM TO CX-TERM
               MOVE CW-ID TO CX-ID
               MOVE CW-DEPT TO CX-DEPT
               MOVE CW-STATUS TO CX-STATUS
               MOVE CW-HOURS TO CX-HOURS
               MOVE CENSUS-DATE TO CX-CENSUS-DATE
               WRITE CX-REC
           END-IF.

      *THE STUDENT STILL COUNTS; THE DEPARTMENT IS ADDED TO THE
      *TABLE AND FLAGGED FOR CORRECTION ON THE DEPT MASTER
       2520-ADD-UNKNOWN-DEPT.
           MOVE CW-ID TO EXC-ID.
           MOVE CW-DEPT TO EXC-COURSE.
           MOVE "STUDENT DEPT NOT ON DEPT MASTER - COUNTED UNDER IT"
               TO EXC-DESCR.
           PERFORM 2600-EXCEPTION.
           IF DEPT-CEN-CTR < 60
               ADD 1 TO DEPT-CEN-CTR
               SET DC-IDX TO DEPT-CEN-CTR
               MOVE CW-DEPT TO DC-CODE(DC-IDX)
               MOVE "** NOT ON DEPT MASTER **" TO DC-NAME(DC-IDX)
               MOVE 0 TO DC-FULL-TIME(DC-IDX)
               MOVE 0 TO DC-PART-TIME(DC-IDX)
               MOVE 0 TO DC-HOURS(DC-IDX)
           ELSE
               DISPLAY 'DEPT-CENSUS-TABLE EXCEEDS 60 ROWS'
               DISPLAY 'STUDENT COUNTED UNDER THE LAST DEPT ROW'
               SET DC-IDX TO DEPT-CEN-CTR
           END-IF.

       2550-FREEZE-STUDENT.
           MOVE CENSUS-TERM TO CF-TERM.
           MOVE CENSUS-DATE TO CF-CENSUS-DATE.
           MOVE CW-ID TO CF-ID.
           MOVE CW-DEPT TO CF-DEPT.
           MOVE CW-HOURS TO CF-HOURS.
           MOVE CW-STATUS TO CF-STATUS.
           WRITE CF-REC.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

      *A RERUN FOR A FROZEN TERM COUNTS THE TERM'S FROZEN ROWS
       2800-FROZEN-ROW.
           IF CF-TERM = CENSUS-TERM
               MOVE CF-ID TO CW-ID
               MOVE CF-DEPT TO CW-DEPT
               MOVE CF-HOURS TO CW-HOURS
               MOVE CF-STATUS TO CW-STATUS
               PERFORM 2500-COUNT-STUDENT
           END-IF.
           PERFORM 9070-READ-FROZEN.

       3000-CLOSING.
           IF FROZEN-RUN
               CLOSE FROZEN-CENSUS
           ELSE
               CLOSE GRADE-DETAIL
               CLOSE STU-MASTER
               IF FREEZE-RUN
                   CLOSE FROZEN-CENSUS
               END-IF
           END-IF.

           PERFORM 9100-HEADINGS.
           PERFORM 3100-DEPT-LINE
               VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DEPT-CEN-CTR.

           MOVE C-FULL-TIME TO CTL-FULL-TIME.
           MOVE C-PART-TIME TO CTL-PART-TIME.
           MOVE C-HEADCOUNT TO CTL-HEADCOUNT.
           MOVE C-HOURS TO CTL-HOURS.
           WRITE PRTLINE FROM CENSUS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE CP-FULL-TIME-HRS TO PL-FULL-TIME-HRS.
           WRITE PRTLINE FROM POLICY-LINE
               AFTER ADVANCING 3 LINES.
           EVALUATE TRUE
               WHEN FROZEN-RUN
                   MOVE "REPRODUCED FROM THE FROZEN CENSUS FOR THE TERM"
                       TO ML-TEXT
               WHEN FREEZE-RUN
                   MOVE "CENSUS FROZEN THIS RUN - STATE EXTRACT WRITTEN"
                       TO ML-TEXT
               WHEN OTHER
                   MOVE "PRELIMINARY COUNT - NOT FROZEN, NO EXTRACT"
                       TO ML-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM MODE-LINE
               AFTER ADVANCING 1 LINE.

           IF NOT PRELIM-RUN
               MOVE SPACES TO CX-REC
               MOVE 'TRAILER' TO CX-TR-LIT
               MOVE CENSUS-TERM TO CX-TR-TERM
               MOVE C-HEADCOUNT TO CX-TR-REC-COUNT
               MOVE C-FULL-TIME TO CX-TR-FULL-TIME
               MOVE C-PART-TIME TO CX-TR-PART-TIME
               MOVE C-HOURS TO CX-TR-HOURS
               WRITE CX-REC
               CLOSE CENSUS-EXTRACT
           END-IF.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-HEADCOUNT TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-HEADCOUNT TO TR-REC-COUNT.
           MOVE C-HOURS TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO TR-REC-COUNT.
           MOVE C-HOURS TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

       3100-DEPT-LINE.
           COMPUTE C-DEPT-HEAD =
               DC-FULL-TIME(DC-IDX) + DC-PART-TIME(DC-IDX).
           MOVE DC-CODE(DC-IDX) TO DDL-DEPT.
           MOVE DC-NAME(DC-IDX) TO DDL-NAME.
           MOVE DC-FULL-TIME(DC-IDX) TO DDL-FULL-TIME.
           MOVE DC-PART-TIME(DC-IDX) TO DDL-PART-TIME.
           MOVE C-DEPT-HEAD TO DDL-HEADCOUNT.
           MOVE DC-HOURS(DC-IDX) TO DDL-HOURS.
           WRITE PRTLINE FROM DEPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       9000-READ-GRADE.
           IF GRD-MORE-RECS = 'YES'
               READ GRADE-DETAIL
                   AT END
                       MOVE 'NO' TO GRD-MORE-RECS
                       MOVE HIGH-VALUE TO GRD-KEY
                   NOT AT END
                       MOVE G-ID TO GRD-KEY
                       ADD 1 TO C-GRADE-RECS
               END-READ
           END-IF.

       9050-READ-MASTER.
           IF MST-MORE-RECS = 'YES'
               READ STU-MASTER
                   AT END
                       MOVE 'NO' TO MST-MORE-RECS
                       MOVE HIGH-VALUE TO MST-KEY
                   NOT AT END
                       MOVE M-ID TO MST-KEY
               END-READ
           END-IF.

       9070-READ-FROZEN.
           READ FROZEN-CENSUS
               AT END
                   MOVE 'NO' TO CF-MORE-RECS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF59.
