       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF55.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *COURSE-GRADE VALIDATION AGAINST THE COURSE CATALOG. RUNS AHEAD
      *OF THE COBCJF24 TERM CLOSE-OUT SO A MIS-KEYED COURSE NUMBER OR
      *CREDIT COUNT NEVER REACHES TERMHIST, THE TRANSCRIPT, OR THE
      *DEGREE AUDIT. EVERY CRSGRADE.DAT ROW IS CHECKED AGAINST THE
      *CATALOG MASTER (CRSCAT.DAT) AND IS REJECTED WHEN:
      *  01 - THE COURSE IS NOT IN THE CATALOG;
      *  02 - THE COURSE IS RETIRED AS OF THE ROW'S TERM;
      *  03 - THE CREDIT HOURS DO NOT MATCH THE CATALOG.
      *ACCEPTED ROWS ARE WRITTEN TO CRSGRADE.NEW AND COPIED BACK OVER
      *THE LIVE FILE; REJECTED ROWS ARE ADDED TO THE GRADE SUSPENSE
      *FILE (CRSGRSUS.DAT) WITH THEIR REASON SO THE REGISTRAR CAN
      *CORRECT AND RE-KEY THEM. THE REJECT REPORT IS SORTED AND PAGED
      *BY THE DEPARTMENT THAT OWNS THE COURSE, SO EACH DEPARTMENT'S
      *PAGES CAN GO TO ITS INSTRUCTORS - A COURSE NOT IN THE CATALOG
      *IS FILED UNDER THE DEPARTMENT PREFIX OF ITS COURSE NUMBER.
      *DEGREQ.DAT ROWS NAMING A COURSE NOT IN THE CATALOG ARE LISTED
      *AT THE END OF THE REPORT. WITHOUT THE CATALOG OR THE
      *DEPARTMENT MASTER NOTHING IS VALIDATED, THE LIVE GRADE FILE
      *IS LEFT AS IT WAS, AND THE STEP ENDS RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COURSE-CATALOG
               ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.

           SELECT GRADE-DETAIL
               ASSIGN TO WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-NEW
               ASSIGN TO WS-GRADENEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-SUSPENSE
               ASSIGN TO WS-GRADESUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GS-FILE-STATUS.

           SELECT DEGREE-REQS
               ASSIGN TO WS-DEGREQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER
               ASSIGN TO WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-FILE-STATUS.

           SELECT REJ-WORK-FILE
               ASSIGN TO WS-REJWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJ-SORTED-FILE
               ASSIGN TO WS-REJSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJ-SORT-FILE
               ASSIGN TO "SORTWK1".

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

      *COURSE CATALOG MASTER - ONE ROW PER COURSE NUMBER. A RETIRED
      *COURSE CARRIES THE FIRST TERM (YYYYT) IT IS NO LONGER OFFERED,
      *SO GRADES FROM TERMS BEFORE THE RETIREMENT STILL VALIDATE
       FD  COURSE-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 50 CHARACTERS.

       01  CC-REC.
           05  CC-COURSE        PIC X(8).
           05  CC-TITLE         PIC X(30).
           05  CC-DEPT          PIC X(4).
           05  CC-CREDIT-HRS    PIC 99.
           05  CC-STATUS        PIC X.
               88  CC-ACTIVE                    VALUE 'A'.
               88  CC-RETIRED                   VALUE 'R'.
           05  CC-RETIRED-TERM  PIC 9(5).

       FD  GRADE-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  G-REC.
           05  G-ID             PIC X(7).
           05  G-COURSE         PIC X(8).
           05  G-COURSE-PARTS REDEFINES G-COURSE.
               10  G-COURSE-DEPT PIC X(4).
               10  FILLER       PIC X(4).
           05  G-CREDIT-HRS     PIC 99.
           05  G-GRADE          PIC X.
           05  G-TERM           PIC 9(5).

       FD  GRADE-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS GN-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  GN-REC               PIC X(23).

      *GRADE SUSPENSE - THE REJECTED ROW, WHY, AND WHEN IT LANDED
       FD  GRADE-SUSPENSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GS-REC
           RECORD CONTAINS 33 CHARACTERS.

       01  GS-REC.
           05  GS-GRADE-ROW     PIC X(23).
           05  GS-REASON        PIC 99.
           05  GS-DATE          PIC 9(8).

       FD  DEGREE-REQS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 12 CHARACTERS.

       01  DR-REC.
           05  DR-DEPT          PIC X(4).
           05  DR-COURSE        PIC X(8).

       FD  DEPT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  DM-REC.
           05  DM-CODE          PIC X(4).
           05  DM-NAME          PIC X(25).
           05  DM-DEAN          PIC X(20).

       FD  REJ-WORK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RW-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  RW-REC.
           05  RW-DEPT          PIC X(4).
           05  RW-COURSE        PIC X(8).
           05  RW-ID            PIC X(7).
           05  RW-TERM          PIC 9(5).
           05  RW-CREDIT-HRS    PIC 99.
           05  RW-GRADE         PIC X.
           05  RW-CAT-HRS       PIC 99.
           05  RW-REASON        PIC 99.

       FD  REJ-SORTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RS-REC
           RECORD CONTAINS 31 CHARACTERS.

       01  RS-REC.
           05  RS-DEPT          PIC X(4).
           05  RS-COURSE        PIC X(8).
           05  RS-ID            PIC X(7).
           05  RS-TERM          PIC 9(5).
           05  RS-CREDIT-HRS    PIC 99.
           05  RS-GRADE         PIC X.
           05  RS-CAT-HRS       PIC 99.
           05  RS-REASON        PIC 99.

       SD  REJ-SORT-FILE
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-DEPT          PIC X(4).
           05  SR-COURSE        PIC X(8).
           05  SR-ID            PIC X(7).
           05  SR-TERM          PIC 9(5).
           05  FILLER           PIC X(7).

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
           05  RS-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  DR-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  GS-FILE-STATUS   PIC XX.
           05  CC-FILE-STATUS   PIC XX.
           05  DM-FILE-STATUS   PIC XX.
           05  MASTER-MISSING   PIC XXX         VALUE 'NO'.
           05  COURSE-FOUND     PIC XXX         VALUE 'NO'.
           05  LOOKUP-COURSE    PIC X(8)        VALUE SPACE.
           05  REJ-REASON       PIC 99          VALUE 0.
           05  RPT-SECTION      PIC X           VALUE 'G'.
               88  GRADE-SECTION                VALUE 'G'.
               88  DEGREQ-SECTION               VALUE 'D'.
           05  H-DEPT           PIC X(4)        VALUE SPACE.

      *COURSE CATALOG TABLE, LOADED FROM COURSE-CATALOG AT START-UP
       01  CAT-TABLE-AREA.
           05  CAT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CAT-IDX.
               10  CAT-SAVE-COURSE PIC X(8).
               10  CAT-SAVE-DEPT   PIC X(4).
               10  CAT-SAVE-HRS    PIC 99.
               10  CAT-SAVE-STATUS PIC X.
               10  CAT-SAVE-RETIRE PIC 9(5).

       01  CAT-TABLE-VARS.
           05  CAT-CTR          PIC 9(4)        VALUE 0.
           05  CAT-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  CAT-HIT          PIC 9(4)        VALUE 0.

      *DEPARTMENT MASTER TABLE, LOADED FROM DEPT-MASTER AT START-UP
       01  DEPT-MASTER-TABLE.
           05  DEPT-MST-ENTRY OCCURS 50 TIMES
                   INDEXED BY DM-IDX.
               10  DM-SAVE-CODE    PIC X(4).
               10  DM-SAVE-NAME    PIC X(25).

       01  DEPT-MASTER-VARS.
           05  DEPT-MST-CTR     PIC 9(3)        VALUE 0.
           05  DM-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  DEPT-MATCH       PIC XXX         VALUE 'NO'.

      *REJECT REASON DESCRIPTIONS, BY REASON CODE
       01  REASON-AREA.
           05  FILLER           PIC X(40)
               VALUE "COURSE NOT IN CATALOG".
           05  FILLER           PIC X(40)
               VALUE "COURSE RETIRED AS OF THIS TERM".
           05  FILLER           PIC X(40)
               VALUE "CREDIT HOURS DO NOT MATCH CATALOG".

       01  REASON-TABLE REDEFINES REASON-AREA.
           05  REASON-DESC      PIC X(40)       OCCURS 3 TIMES.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-CATALOG-PATH  PIC X(80)
               VALUE 'C:\COBOL\CRSCAT.DAT'.
           05  WS-GRADE-PATH    PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-GRADENEW-PATH PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.NEW'.
           05  WS-GRADESUS-PATH PIC X(80)
               VALUE 'C:\COBOL\CRSGRSUS.DAT'.
           05  WS-DEGREQ-PATH   PIC X(80)
               VALUE 'C:\COBOL\DEGREQ.DAT'.
           05  WS-DEPT-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEPTMAST.DAT'.
           05  WS-REJWORK-PATH  PIC X(80)
               VALUE 'C:\COBOL\CRSVAL.WRK'.
           05  WS-REJSORT-PATH  PIC X(80)
               VALUE 'C:\COBOL\CRSVAL.SRT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\CRSVAL.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\CRSVALEX.PRT'.

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
           05  FILLER           PIC X(36)       VALUE SPACE.
           05  FILLER           PIC X(72)
               VALUE "COURSE-GRADE CATALOG VALIDATION".
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  DEPT-HEADING-LINE.
           05  FILLER           PIC X(12)       VALUE "DEPARTMENT:".
           05  DHL-DEPT         PIC X(4).
           05  FILLER           PIC XX          VALUE SPACE.
           05  DHL-DEPT-NAME    PIC X(25).
           05  FILLER           PIC X(89)       VALUE SPACE.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(7)        VALUE "HOURS".
           05  FILLER           PIC X(7)        VALUE "GRADE".
           05  FILLER           PIC X(9)        VALUE "CAT HRS".
           05  FILLER           PIC X(40)       VALUE "REASON".

       01  REJECT-DETAIL-LINE.
           05  RDL-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  RDL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  RDL-TERM         PIC 9(5).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  RDL-CREDIT-HRS   PIC Z9.
           05  FILLER           PIC X(6)        VALUE SPACE.
           05  RDL-GRADE        PIC X.
           05  FILLER           PIC X(6)        VALUE SPACE.
           05  RDL-CAT-HRS      PIC Z9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  RDL-REASON       PIC X(40).
           05  FILLER           PIC X(39)       VALUE SPACE.

       01  DEPT-TOTAL-LINE.
           05  FILLER           PIC X(12)       VALUE SPACE.
           05  FILLER           PIC X(25)
               VALUE "DEPARTMENT ROWS REJECTED:".
           05  DTL-REJECTS      PIC Z,ZZ9.
           05  FILLER           PIC X(90)       VALUE SPACE.

       01  DEGREQ-HEADING-LINE.
           05  FILLER           PIC X(50)
               VALUE
               "DEGREE REQUIREMENTS NAMING A COURSE NOT IN CATALOG".
           05  FILLER           PIC X(82)       VALUE SPACE.

       01  DEGREQ-COLUMN-LINE.
           05  FILLER           PIC X(12)       VALUE "DEPARTMENT".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(108)      VALUE SPACE.

       01  DEGREQ-DETAIL-LINE.
           05  DQL-DEPT         PIC X(4).
           05  FILLER           PIC X(8)        VALUE SPACE.
           05  DQL-COURSE       PIC X(8).
           05  FILLER           PIC X(112)      VALUE SPACE.

       01  VALIDATION-TOTAL-LINE.
           05  FILLER           PIC X(16)
               VALUE "GRADE ROWS READ:".
           05  VTL-READ         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(12)       VALUE "  ACCEPTED:".
           05  VTL-ACCEPTED     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(12)       VALUE "  REJECTED:".
           05  VTL-REJECTED     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(20)
               VALUE "  DEGREQ NOT IN CAT:".
           05  VTL-DEGREQ       PIC ZZ9.
           05  FILLER           PIC X(48)       VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(48)       VALUE SPACE.
           05  FILLER           PIC X(26)
               VALUE "COURSE CATALOG EXCEPTIONS".
           05  FILLER           PIC X(58)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
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
           05  C-GRD-READ       PIC 9(6)        VALUE 0.
           05  C-ACCEPTED       PIC 9(6)        VALUE 0.
           05  C-REJECTED       PIC 9(6)        VALUE 0.
           05  C-DEGREQ-BAD     PIC 9(3)        VALUE 0.
           05  C-DEPT-REJECTS   PIC 9(4)        VALUE 0.
           05  C-HRS-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-VALIDATE-GRADE
               UNTIL GRD-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *ROWS WERE REJECTED OR EXCEPTIONS WRITTEN, 8 ON EMPTY INPUT OR
      *A MISSING CATALOG OR DEPARTMENT MASTER
           EVALUATE TRUE
               WHEN MASTER-MISSING = 'YES'
                   MOVE 8 TO RETURN-CODE
               WHEN C-GRD-READ = 0
                   MOVE 8 TO RETURN-CODE
               WHEN C-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN C-DEGREQ-BAD > 0
                   MOVE 4 TO RETURN-CODE
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
           PERFORM 1100-LOAD-CATALOG.
           PERFORM 1200-LOAD-DEPT-MASTER.

           OPEN INPUT GRADE-DETAIL.
           OPEN OUTPUT GRADE-NEW.
           OPEN EXTEND GRADE-SUSPENSE.
           IF GS-FILE-STATUS NOT = '00'
      *FIRST REJECT EVER - START THE SUSPENSE FILE
               OPEN OUTPUT GRADE-SUSPENSE
           END-IF.
           OPEN OUTPUT REJ-WORK-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF55" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           IF MASTER-MISSING = 'YES'
               MOVE 'NO' TO GRD-MORE-RECS
           ELSE
               PERFORM 9050-READ-GRADE
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'CRSCAT_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-PATH
           END-IF.

           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADE-PATH
           END-IF.

           DISPLAY 'CRSGRADE_NEW' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADENEW-PATH
           END-IF.

           DISPLAY 'CRSGRSUS_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADESUS-PATH
           END-IF.

           DISPLAY 'DEGREQ_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEGREQ-PATH
           END-IF.

           DISPLAY 'DEPTMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPT-PATH
           END-IF.

           DISPLAY 'CRSVAL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'CRSVALEX_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

      *LOAD THE CATALOG. A ROW WITH A BAD STATUS OR CREDIT COUNT, OR
      *A SECOND ROW FOR A COURSE ALREADY LOADED, GOES TO THE
      *EXCEPTION REPORT AND IS LEFT OUT OF THE TABLE
       1100-LOAD-CATALOG.
           OPEN INPUT COURSE-CATALOG.
           IF CC-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXC-COURSE
               MOVE "COURSE CATALOG NOT AVAILABLE - NO GRADES VALIDATED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
               MOVE 'YES' TO MASTER-MISSING
           ELSE
               PERFORM 1150-LOAD-ONE-COURSE
                   UNTIL CAT-MORE-RECS = 'NO'
               CLOSE COURSE-CATALOG
           END-IF.

       1150-LOAD-ONE-COURSE.
           READ COURSE-CATALOG
               AT END
                   MOVE 'NO' TO CAT-MORE-RECS
               NOT AT END
                   MOVE CC-COURSE TO EXC-COURSE
                   MOVE CC-COURSE TO LOOKUP-COURSE
                   PERFORM 9300-FIND-COURSE
                   EVALUATE TRUE
                       WHEN NOT CC-ACTIVE AND NOT CC-RETIRED
                           MOVE "CATALOG STATUS NOT A OR R - NOT LOADED"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN CC-CREDIT-HRS NOT NUMERIC
                           MOVE "CATALOG CREDIT HOURS NOT NUMERIC"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN CC-RETIRED AND CC-RETIRED-TERM NOT NUMERIC
                           MOVE "RETIRED COURSE WITHOUT A RETIRE TERM"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN COURSE-FOUND = 'YES'
                           MOVE "DUPLICATE CATALOG ROW - FIRST ROW KEPT"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN CAT-CTR < 1000
                           ADD 1 TO CAT-CTR
                           SET CAT-IDX TO CAT-CTR
                           MOVE CC-COURSE TO CAT-SAVE-COURSE(CAT-IDX)
                           MOVE CC-DEPT TO CAT-SAVE-DEPT(CAT-IDX)
                           MOVE CC-CREDIT-HRS TO CAT-SAVE-HRS(CAT-IDX)
                           MOVE CC-STATUS TO CAT-SAVE-STATUS(CAT-IDX)
                           IF CC-RETIRED
                               MOVE CC-RETIRED-TERM
                                   TO CAT-SAVE-RETIRE(CAT-IDX)
                           ELSE
                               MOVE 0 TO CAT-SAVE-RETIRE(CAT-IDX)
                           END-IF
                       WHEN OTHER
                           DISPLAY 'CAT-TABLE-AREA EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CATALOG ROWS NOT LOADED'
                   END-EVALUATE
           END-READ.

       1200-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           IF DM-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXC-COURSE
               MOVE "DEPT MASTER NOT AVAILABLE - NO GRADES VALIDATED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
               MOVE 'YES' TO MASTER-MISSING
           ELSE
               PERFORM 1250-LOAD-ONE-DEPT
                   UNTIL DM-MORE-RECS = 'NO'
               CLOSE DEPT-MASTER
           END-IF.

       1250-LOAD-ONE-DEPT.
           READ DEPT-MASTER
               AT END
                   MOVE 'NO' TO DM-MORE-RECS
               NOT AT END
                   IF DEPT-MST-CTR < 50
                       ADD 1 TO DEPT-MST-CTR
                       SET DM-IDX TO DEPT-MST-CTR
                       MOVE DM-CODE TO DM-SAVE-CODE(DM-IDX)
                       MOVE DM-NAME TO DM-SAVE-NAME(DM-IDX)
                   ELSE
                       DISPLAY 'DEPT-MASTER-TABLE EXCEEDS 50 ROWS'
                       DISPLAY 'REMAINING DEPT ROWS NOT LOADED'
                   END-IF
           END-READ.

       2000-VALIDATE-GRADE.
           MOVE G-COURSE TO LOOKUP-COURSE.
           PERFORM 9300-FIND-COURSE.
           MOVE 0 TO REJ-REASON.
           EVALUATE TRUE
               WHEN COURSE-FOUND = 'NO'
                   MOVE 1 TO REJ-REASON
               WHEN CAT-SAVE-STATUS(CAT-HIT) = 'R'
                       AND G-TERM NOT < CAT-SAVE-RETIRE(CAT-HIT)
                   MOVE 2 TO REJ-REASON
               WHEN G-CREDIT-HRS NOT = CAT-SAVE-HRS(CAT-HIT)
                   MOVE 3 TO REJ-REASON
           END-EVALUATE.

           IF REJ-REASON = 0
               WRITE GN-REC FROM G-REC
               ADD 1 TO C-ACCEPTED
               ADD G-CREDIT-HRS TO C-HRS-HASH-TOTAL
           ELSE
               PERFORM 2100-REJECT-GRADE
           END-IF.
           PERFORM 9050-READ-GRADE.

       2100-REJECT-GRADE.
           ADD 1 TO C-REJECTED.
           MOVE G-REC TO GS-GRADE-ROW.
           MOVE REJ-REASON TO GS-REASON.
           MOVE I-DATE TO GS-DATE.
           WRITE GS-REC.

           IF COURSE-FOUND = 'YES'
               MOVE CAT-SAVE-DEPT(CAT-HIT) TO RW-DEPT
               MOVE CAT-SAVE-HRS(CAT-HIT) TO RW-CAT-HRS
           ELSE
               MOVE G-COURSE-DEPT TO RW-DEPT
               MOVE 0 TO RW-CAT-HRS
           END-IF.
           MOVE G-COURSE TO RW-COURSE.
           MOVE G-ID TO RW-ID.
           MOVE G-TERM TO RW-TERM.
           MOVE G-CREDIT-HRS TO RW-CREDIT-HRS.
           MOVE G-GRADE TO RW-GRADE.
           MOVE REJ-REASON TO RW-REASON.
           WRITE RW-REC.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

       3000-CLOSING.
           CLOSE GRADE-DETAIL.
           CLOSE GRADE-NEW.
           CLOSE GRADE-SUSPENSE.
           CLOSE REJ-WORK-FILE.

           PERFORM 3100-REJECT-LIST.
      *WITHOUT THE MASTERS THE DEGREE REQUIREMENTS CANNOT BE CHECKED
      *AND THE LIVE GRADE FILE IS NOT TOUCHED
           IF MASTER-MISSING = 'NO'
               PERFORM 3300-DEGREQ-CHECK
               PERFORM 3500-REWRITE-LIVE
           END-IF.

           MOVE C-GRD-READ TO VTL-READ.
           MOVE C-ACCEPTED TO VTL-ACCEPTED.
           MOVE C-REJECTED TO VTL-REJECTED.
           MOVE C-DEGREQ-BAD TO VTL-DEGREQ.
           WRITE PRTLINE FROM VALIDATION-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-GRD-READ TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-ACCEPTED TO TR-REC-COUNT.
           MOVE C-HRS-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO TR-REC-COUNT.
           MOVE C-HRS-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

      *SORT THE REJECTS BY OWNING DEPARTMENT AND PRINT EACH
      *DEPARTMENT ON ITS OWN PAGES
       3100-REJECT-LIST.
           SORT REJ-SORT-FILE
               ON ASCENDING KEY SR-DEPT
               ON ASCENDING KEY SR-COURSE
               ON ASCENDING KEY SR-ID
               ON ASCENDING KEY SR-TERM
               USING REJ-WORK-FILE
               GIVING REJ-SORTED-FILE.

           MOVE SPACES TO H-DEPT.
           MOVE SPACES TO DHL-DEPT.
           MOVE "NO REJECTED GRADE ROWS" TO DHL-DEPT-NAME.
           OPEN INPUT REJ-SORTED-FILE.
           PERFORM 3150-REJECT-ONE-LINE
               UNTIL RS-MORE-RECS = 'NO'.
           IF H-DEPT = SPACES
               PERFORM 9100-HEADINGS
           ELSE
               PERFORM 3180-DEPT-TOTAL
           END-IF.
           CLOSE REJ-SORTED-FILE.

       3150-REJECT-ONE-LINE.
           READ REJ-SORTED-FILE
               AT END
                   MOVE 'NO' TO RS-MORE-RECS
               NOT AT END
                   IF RS-DEPT NOT = H-DEPT
                       IF H-DEPT NOT = SPACES
                           PERFORM 3180-DEPT-TOTAL
                       END-IF
                       PERFORM 3170-DEPT-BREAK
                   END-IF
                   MOVE RS-COURSE TO RDL-COURSE
                   MOVE RS-ID TO RDL-ID
                   MOVE RS-TERM TO RDL-TERM
                   MOVE RS-CREDIT-HRS TO RDL-CREDIT-HRS
                   MOVE RS-GRADE TO RDL-GRADE
                   MOVE RS-CAT-HRS TO RDL-CAT-HRS
                   MOVE REASON-DESC(RS-REASON) TO RDL-REASON
                   ADD 1 TO C-DEPT-REJECTS
                   WRITE PRTLINE FROM REJECT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP PERFORM 9100-HEADINGS
           END-READ.

       3170-DEPT-BREAK.
           MOVE RS-DEPT TO H-DEPT.
           MOVE RS-DEPT TO DHL-DEPT.
           MOVE "** NOT ON DEPT MASTER **" TO DHL-DEPT-NAME.
           MOVE 'NO' TO DEPT-MATCH.
           PERFORM VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > DEPT-MST-CTR OR DEPT-MATCH = 'YES'
                   IF RS-DEPT = DM-SAVE-CODE(DM-IDX)
                       MOVE 'YES' TO DEPT-MATCH
                       MOVE DM-SAVE-NAME(DM-IDX) TO DHL-DEPT-NAME
                   END-IF
           END-PERFORM.
           MOVE 0 TO C-DEPT-REJECTS.
           PERFORM 9100-HEADINGS.

       3180-DEPT-TOTAL.
           MOVE C-DEPT-REJECTS TO DTL-REJECTS.
           WRITE PRTLINE FROM DEPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

      *EVERY DEGREE REQUIREMENT MUST NAME A CATALOG COURSE
       3300-DEGREQ-CHECK.
           MOVE 'D' TO RPT-SECTION.
           PERFORM 9100-HEADINGS.
           OPEN INPUT DEGREE-REQS.
           PERFORM 3350-DEGREQ-ONE-ROW
               UNTIL DR-MORE-RECS = 'NO'.
           CLOSE DEGREE-REQS.

       3350-DEGREQ-ONE-ROW.
           READ DEGREE-REQS
               AT END
                   MOVE 'NO' TO DR-MORE-RECS
               NOT AT END
                   MOVE DR-COURSE TO LOOKUP-COURSE
                   PERFORM 9300-FIND-COURSE
                   IF COURSE-FOUND = 'NO'
                       ADD 1 TO C-DEGREQ-BAD
                       MOVE DR-DEPT TO DQL-DEPT
                       MOVE DR-COURSE TO DQL-COURSE
                       WRITE PRTLINE FROM DEGREQ-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP PERFORM 9100-HEADINGS
                   END-IF
           END-READ.

      *COPY THE ACCEPTED ROWS BACK OVER THE LIVE GRADE FILE SO THE
      *CLOSE-OUT READS ONLY VALIDATED ROWS; CRSGRADE.NEW STAYS ON
      *DISK AS THE RUN'S BACKUP COPY
       3500-REWRITE-LIVE.
           MOVE 'YES' TO GRD-MORE-RECS.
           OPEN INPUT GRADE-NEW.
           OPEN OUTPUT GRADE-DETAIL.
           PERFORM 3550-COPY-ONE-ROW
               UNTIL GRD-MORE-RECS = 'NO'.
           CLOSE GRADE-NEW.
           CLOSE GRADE-DETAIL.

       3550-COPY-ONE-ROW.
           READ GRADE-NEW
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   MOVE GN-REC TO G-REC
                   WRITE G-REC
           END-READ.

       9050-READ-GRADE.
           READ GRADE-DETAIL
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   ADD 1 TO C-GRD-READ
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           IF GRADE-SECTION
               WRITE PRTLINE FROM DEPT-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM COLUMB-HEADING-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM DEGREQ-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM DEGREQ-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *LOOK UP LOOKUP-COURSE IN THE CATALOG TABLE - CAT-HIT IS THE ROW
       9300-FIND-COURSE.
           MOVE 'NO' TO COURSE-FOUND.
           MOVE 0 TO CAT-HIT.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-CTR OR COURSE-FOUND = 'YES'
                   IF CAT-SAVE-COURSE(CAT-IDX) = LOOKUP-COURSE
                       MOVE 'YES' TO COURSE-FOUND
                       SET CAT-HIT TO CAT-IDX
                   END-IF
           END-PERFORM.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF55.
