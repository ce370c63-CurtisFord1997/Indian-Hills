       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF58.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *DEGREE CONFERRAL, RUN AT TERM END. THE REGISTRAR'S APPROVALS
      *NAME THE GRADUATION CANDIDATES (FROM COBCJF25'S CANDIDATE FILE)
      *WHO RECEIVE THEIR DEGREE, WITH THE CONFERRAL TERM AND THE DEGREE
      *DEPARTMENT (BLANK MEANS THE STUDENT'S OWN M-DEPT). EACH APPROVED
      *STUDENT IS MARKED GRADUATED ON THE ALUMNI MASTER - NAME, DEGREE
      *DEPARTMENT, FINAL CUMULATIVE GPA, STARTING SALARY, CONFERRAL
      *TERM AND HONORS - AND IS TAKEN OFF THE STUDENT MASTER. THE
      *GRADUATE'S COURSE-GRADE ROWS MOVE TO THE ALUMNI GRADE FILE SO
      *THE NIGHTLY CLOSE-OUT AND AUDITS NO LONGER SEE THEM. THE ALUMNI
      *MASTER, NOT THE LIVE ROSTER, IS THE SOURCE FOR PLACEMENT AND
      *SALARY REPORTING.
      *
      *THE FINAL GPA IS THE CUMULATIVE GPA ON THE STUDENT'S LATEST
      *TERM-HISTORY ROW, OR M-GPA WHEN THERE IS NO HISTORY. HONORS
      *FOLLOW HONORS-POLICY. THE COMMENCEMENT LIST PRINTS BY DEGREE
      *DEPARTMENT AND NAME. APPROVALS THAT ARE NOT CANDIDATES, NOT ON
      *THE MASTER, DUPLICATED, OR CARRY A BAD TERM OR DEPARTMENT GO TO
      *THE EXCEPTION REPORT AND ARE NOT CONFERRED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPROVALS
               ASSIGN TO WS-APPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.

           SELECT CAND-FILE
               ASSIGN TO WS-CAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CD-FILE-STATUS.

           SELECT DEPT-MASTER
               ASSIGN TO WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STU-MASTER
               ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-NEW
               ASSIGN TO WS-MSTNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERM-HISTORY
               ASSIGN TO WS-TERMHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.

           SELECT GRADE-DETAIL
               ASSIGN TO WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-NEW
               ASSIGN TO WS-GRDNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALUM-MASTER
               ASSIGN TO WS-ALUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-FILE-STATUS.

           SELECT ALUM-GRADES
               ASSIGN TO WS-ALUMGRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-FILE-STATUS.

           SELECT COMM-WORK-FILE
               ASSIGN TO WS-COMMWRK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-SORTED-FILE
               ASSIGN TO WS-COMMSRT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-SORT-FILE
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

      *REGISTRAR'S CONFERRAL APPROVALS, ANY ORDER
       FD  APPROVALS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 36 CHARACTERS.

       01  CA-REC.
           05  CA-ID            PIC X(7).
           05  CA-TERM          PIC X(5).
           05  CA-TERM-NUM REDEFINES CA-TERM
                                PIC 9(5).
           05  CA-DEGREE-DEPT   PIC X(4).
           05  CA-APPROVED-BY   PIC X(20).

      *GRADUATION CANDIDATES FROM COBCJF25'S DEGREE AUDIT
       FD  CAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  CD-REC.
           05  CD-ID            PIC X(7).
           05  CD-DEPT          PIC X(4).
           05  CD-LNAME         PIC X(15).
           05  CD-FNAME         PIC X(15).
           05  CD-DATE          PIC 9(8).

       FD  DEPT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DM-REC
           RECORD CONTAINS 49 CHARACTERS.

       01  DM-REC.
           05  DM-CODE          PIC X(4).
           05  DM-NAME          PIC X(25).
           05  DM-DEAN          PIC X(20).

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

       FD  MASTER-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS MN-REC
           RECORD CONTAINS 53 CHARACTERS.

       01  MN-REC               PIC X(53).

       FD  TERM-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS TH-REC
           RECORD CONTAINS 34 CHARACTERS.

       01  TH-REC.
           05  TH-ID            PIC X(7).
           05  TH-TERM          PIC 9(5).
           05  TH-TERM-HRS      PIC 9(3).
           05  TH-TERM-PTS      PIC 9(4).
           05  TH-TERM-GPA      PIC 9V99.
           05  TH-CUM-HRS       PIC 9(4).
           05  TH-CUM-PTS       PIC 9(5).
           05  TH-CUM-GPA       PIC 9V99.

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

       FD  GRADE-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS GN-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  GN-REC               PIC X(23).

      *ALUMNI MASTER - ONE ROW PER DEGREE CONFERRED, ADDED TO EACH
      *CONFERRAL RUN. AM-HONORS IS S (SUMMA), M (MAGNA), C (CUM
      *LAUDE) OR SPACE
       FD  ALUM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AM-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  AM-REC.
           05  AM-ID            PIC X(7).
           05  AM-NAME.
               10  AM-LNAME     PIC X(15).
               10  AM-FNAME     PIC X(15).
               10  AM-INIT      PIC X.
           05  AM-DEPT          PIC X(4).
           05  AM-FINAL-GPA     PIC 9V99.
           05  AM-START-SAL     PIC 9(6)V99.
           05  AM-CONF-TERM     PIC 9(5).
           05  AM-HONORS        PIC X.
           05  AM-CONF-DATE     PIC 9(8).
           05  AM-STATUS        PIC X.
               88  AM-GRADUATED                 VALUE 'G'.

      *GRADUATES' COURSE-GRADE ROWS, SAME LAYOUT AS CRSGRADE.DAT
       FD  ALUM-GRADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS AG-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  AG-REC               PIC X(23).

       FD  COMM-WORK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CW-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  CW-REC.
           05  CW-DEPT          PIC X(4).
           05  CW-LNAME         PIC X(15).
           05  CW-FNAME         PIC X(15).
           05  CW-INIT          PIC X.
           05  CW-ID            PIC X(7).
           05  CW-GPA           PIC 9V99.
           05  CW-HONORS        PIC X.
           05  CW-TERM          PIC 9(5).

       FD  COMM-SORTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 51 CHARACTERS.

       01  CS-REC.
           05  CS-DEPT          PIC X(4).
           05  CS-LNAME         PIC X(15).
           05  CS-FNAME         PIC X(15).
           05  CS-INIT          PIC X.
           05  CS-ID            PIC X(7).
           05  CS-GPA           PIC 9V99.
           05  CS-HONORS        PIC X.
               88  CS-SUMMA                     VALUE 'S'.
               88  CS-MAGNA                     VALUE 'M'.
               88  CS-CUM-LAUDE                 VALUE 'C'.
           05  CS-TERM          PIC 9(5).

       SD  COMM-SORT-FILE
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-DEPT          PIC X(4).
           05  SR-LNAME         PIC X(15).
           05  SR-FNAME         PIC X(15).
           05  SR-INIT          PIC X.
           05  FILLER           PIC X(16).

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
           05  CA-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  CD-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  DM-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  MST-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  TH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  GRD-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  CS-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  CA-FILE-STATUS   PIC XX.
           05  CD-FILE-STATUS   PIC XX.
           05  TH-FILE-STATUS   PIC XX.
           05  AM-FILE-STATUS   PIC XX.
           05  AG-FILE-STATUS   PIC XX.
           05  TH-KEY           PIC X(7)        VALUE HIGH-VALUE.
           05  H-DEPT           PIC X(4)        VALUE SPACE.
           05  FINAL-GPA        PIC 9V99        VALUE 0.
           05  HONORS-CODE      PIC X           VALUE SPACE.

      *HONORS BY FINAL CUMULATIVE GPA
       01  HONORS-POLICY.
           05  HP-SUMMA-GPA     PIC 9V99        VALUE 3.90.
           05  HP-MAGNA-GPA     PIC 9V99        VALUE 3.70.
           05  HP-CUM-LAUDE-GPA PIC 9V99        VALUE 3.50.

      *DEPARTMENT MASTER TABLE, LOADED FROM DEPT-MASTER AT START-UP
       01  DEPT-MASTER-TABLE.
           05  DEPT-MST-ENTRY OCCURS 50 TIMES
                   INDEXED BY DM-IDX.
               10  DM-SAVE-CODE    PIC X(4).
               10  DM-SAVE-NAME    PIC X(25).

       01  DEPT-MASTER-VARS.
           05  DEPT-MST-CTR     PIC 9(3)        VALUE 0.
           05  DEPT-MATCH       PIC XXX         VALUE 'NO'.

      *GRADUATION CANDIDATES, LOADED FROM CAND-FILE AT START-UP
       01  CANDIDATE-TABLE.
           05  CAND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CN-IDX.
               10  CN-ID        PIC X(7).
               10  CN-DEPT      PIC X(4).

       01  CANDIDATE-VARS.
           05  CAND-CTR         PIC 9(4)        VALUE 0.
           05  CAND-MATCH       PIC XXX         VALUE 'NO'.

      *ACCEPTED APPROVALS. AP-STATUS GOES FROM A (APPROVED) TO C
      *(CONFERRED) WHEN THE STUDENT IS FOUND ON THE MASTER
       01  APPROVAL-TABLE.
           05  APPR-ENTRY OCCURS 500 TIMES
                   INDEXED BY AP-IDX.
               10  AP-ID        PIC X(7).
               10  AP-TERM      PIC 9(5).
               10  AP-DEPT      PIC X(4).
               10  AP-STATUS    PIC X.

       01  APPROVAL-VARS.
           05  APPR-CTR         PIC 9(3)        VALUE 0.
           05  APPR-MATCH       PIC XXX         VALUE 'NO'.
           05  LOOKUP-ID        PIC X(7)        VALUE SPACE.
           05  LOOKUP-STATUS    PIC X           VALUE SPACE.
           05  APPR-DEPT        PIC X(4)        VALUE SPACE.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-APPR-PATH     PIC X(80)
               VALUE 'C:\COBOL\CONFAPPR.DAT'.
           05  WS-CAND-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEGCAND.DAT'.
           05  WS-DEPT-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEPTMAST.DAT'.
           05  WS-MASTER-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUMAST.DAT'.
           05  WS-MSTNEW-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUMAST.CNF'.
           05  WS-TERMHIST-PATH PIC X(80)
               VALUE 'C:\COBOL\TERMHIST.DAT'.
           05  WS-GRADE-PATH    PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-GRDNEW-PATH   PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.CNF'.
           05  WS-ALUM-PATH     PIC X(80)
               VALUE 'C:\COBOL\ALUMMAST.DAT'.
           05  WS-ALUMGRD-PATH  PIC X(80)
               VALUE 'C:\COBOL\ALUMGRD.DAT'.
           05  WS-COMMWRK-PATH  PIC X(80)
               VALUE 'C:\COBOL\COMMENCE.WRK'.
           05  WS-COMMSRT-PATH  PIC X(80)
               VALUE 'C:\COBOL\COMMENCE.SRT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\COMMENCE.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\CONFEX.PRT'.

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
               VALUE "COMMENCEMENT LIST".
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  DEPT-HEADING-LINE.
           05  FILLER           PIC X(12)       VALUE "DEPARTMENT:".
           05  DHL-DEPT         PIC X(4).
           05  FILLER           PIC XX          VALUE SPACE.
           05  DHL-DEPT-NAME    PIC X(25).
           05  FILLER           PIC X(89)       VALUE SPACE.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(17)       VALUE "LAST NAME".
           05  FILLER           PIC X(16)       VALUE "FIRST NAME".
           05  FILLER           PIC X(4)        VALUE "MI".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(7)        VALUE "GPA".
           05  FILLER           PIC X(70)       VALUE "HONORS".

       01  GRADUATE-DETAIL-LINE.
           05  GDL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  GDL-LNAME        PIC X(15).
           05  FILLER           PIC XX          VALUE SPACE.
           05  GDL-FNAME        PIC X(15).
           05  FILLER           PIC X           VALUE SPACE.
           05  GDL-INIT         PIC X.
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  GDL-TERM         PIC 9(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  GDL-GPA          PIC 9.99.
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  GDL-HONORS       PIC X(20).
           05  FILLER           PIC X(50)       VALUE SPACE.

       01  DEPT-TOTAL-LINE.
           05  FILLER           PIC X(10)       VALUE SPACE.
           05  FILLER           PIC X(22)
               VALUE "DEPARTMENT GRADUATES:".
           05  DTL-GRADUATES    PIC Z,ZZ9.
           05  FILLER           PIC X(95)       VALUE SPACE.

       01  CONFERRAL-TOTAL-LINE.
           05  FILLER           PIC X(19)
               VALUE "DEGREES CONFERRED:".
           05  CTL-CONFERRED    PIC Z,ZZ9.
           05  FILLER           PIC X(19)
               VALUE "  SUMMA CUM LAUDE:".
           05  CTL-SUMMA        PIC Z,ZZ9.
           05  FILLER           PIC X(19)
               VALUE "  MAGNA CUM LAUDE:".
           05  CTL-MAGNA        PIC Z,ZZ9.
           05  FILLER           PIC X(13)
               VALUE "  CUM LAUDE:".
           05  CTL-CUM-LAUDE    PIC Z,ZZ9.
           05  FILLER           PIC X(42)       VALUE SPACE.

       01  APPROVAL-TOTAL-LINE.
           05  FILLER           PIC X(19)
               VALUE "APPROVALS READ:".
           05  ATL-READ         PIC Z,ZZ9.
           05  FILLER           PIC X(19)
               VALUE "  REJECTED:".
           05  ATL-REJECTED     PIC Z,ZZ9.
           05  FILLER           PIC X(19)
               VALUE "  GRADE ROWS MOVED:".
           05  ATL-GRADES       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(58)       VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(51)       VALUE SPACE.
           05  FILLER           PIC X(20)
               VALUE "CONFERRAL EXCEPTIONS".
           05  FILLER           PIC X(61)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(8)        VALUE "DEPT".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-DEPT         PIC X(4).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  EXC-TERM         PIC X(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
               VALUE 'TOTAL EXCEPTIONS:'.
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-APPR-READ      PIC 9(4)        VALUE 0.
           05  C-APPR-REJECTED  PIC 9(4)        VALUE 0.
           05  C-CONFERRED      PIC 9(4)        VALUE 0.
           05  C-SUMMA          PIC 9(4)        VALUE 0.
           05  C-MAGNA          PIC 9(4)        VALUE 0.
           05  C-CUM-LAUDE      PIC 9(4)        VALUE 0.
           05  C-DEPT-GRADS     PIC 9(4)        VALUE 0.
           05  C-GRADES-MOVED   PIC 9(6)        VALUE 0.
           05  C-GPA-HASH-TOTAL PIC 9(7)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MST-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN C-APPR-READ = 0
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
           PERFORM 1200-LOAD-CANDIDATES.
           PERFORM 1300-LOAD-APPROVALS.

           OPEN INPUT STU-MASTER.
           OPEN OUTPUT MASTER-NEW.
           OPEN INPUT TERM-HISTORY.
           IF TH-FILE-STATUS NOT = '00'
      *NO TERM HISTORY YET - FINAL GPA COMES FROM THE MASTER
               MOVE 'NO' TO TH-MORE-RECS
           END-IF.
           OPEN EXTEND ALUM-MASTER.
           IF AM-FILE-STATUS NOT = '00'
      *FIRST CONFERRAL RUN STARTS THE ALUMNI MASTER
               OPEN OUTPUT ALUM-MASTER
           END-IF.
           OPEN OUTPUT COMM-WORK-FILE.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF58" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9050-READ-MASTER.
           PERFORM 9060-READ-HISTORY.

       1050-GET-FILE-PATHS.
           DISPLAY 'CONFAPPR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-APPR-PATH
           END-IF.

           DISPLAY 'DEGCAND_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAND-PATH
           END-IF.

           DISPLAY 'DEPTMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPT-PATH
           END-IF.

           DISPLAY 'STUMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MASTER-PATH
           END-IF.

           DISPLAY 'STUMAST_CNF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MSTNEW-PATH
           END-IF.

           DISPLAY 'TERMHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-PATH
           END-IF.

           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADE-PATH
           END-IF.

           DISPLAY 'CRSGRADE_CNF' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRDNEW-PATH
           END-IF.

           DISPLAY 'ALUMMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ALUM-PATH
           END-IF.

           DISPLAY 'ALUMGRD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ALUMGRD-PATH
           END-IF.

           DISPLAY 'COMMENCE_WRK' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COMMWRK-PATH
           END-IF.

           DISPLAY 'COMMENCE_SRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COMMSRT-PATH
           END-IF.

           DISPLAY 'COMMENCE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'CONFEX_PRT' UPON ENVIRONMENT-NAME.
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

      *NO CANDIDATE FILE MEANS THE DEGREE AUDIT HAS NOT RUN, SO NO
      *APPROVAL CAN BE CONFERRED
       1200-LOAD-CANDIDATES.
           OPEN INPUT CAND-FILE.
           IF CD-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXC-ID
               MOVE SPACES TO EXC-DEPT
               MOVE SPACES TO EXC-TERM
               MOVE "CANDIDATE FILE NOT AVAILABLE - NOTHING CONFERRED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               PERFORM 1250-LOAD-ONE-CANDIDATE
                   UNTIL CD-MORE-RECS = 'NO'
               CLOSE CAND-FILE
           END-IF.

       1250-LOAD-ONE-CANDIDATE.
           READ CAND-FILE
               AT END
                   MOVE 'NO' TO CD-MORE-RECS
               NOT AT END
                   IF CAND-CTR < 1000
                       ADD 1 TO CAND-CTR
                       SET CN-IDX TO CAND-CTR
                       MOVE CD-ID TO CN-ID(CN-IDX)
                       MOVE CD-DEPT TO CN-DEPT(CN-IDX)
                   ELSE
                       DISPLAY 'CANDIDATE-TABLE EXCEEDS 1000 ROWS'
                       DISPLAY 'REMAINING CANDIDATES NOT LOADED'
                   END-IF
           END-READ.

       1300-LOAD-APPROVALS.
           OPEN INPUT APPROVALS.
           IF CA-FILE-STATUS NOT = '00'
               MOVE 'NO' TO CA-MORE-RECS
           ELSE
               PERFORM 1350-CHECK-ONE-APPROVAL
                   UNTIL CA-MORE-RECS = 'NO'
               CLOSE APPROVALS
           END-IF.

      *AN APPROVAL IS ACCEPTED ONLY FOR A CURRENT CANDIDATE, ONCE,
      *WITH A NUMERIC TERM, A DEPARTMENT ON THE DEPT MASTER, AND THE
      *APPROVING OFFICER NAMED
       1350-CHECK-ONE-APPROVAL.
           READ APPROVALS
               AT END
                   MOVE 'NO' TO CA-MORE-RECS
               NOT AT END
                   ADD 1 TO C-APPR-READ
                   PERFORM 1400-VALIDATE-APPROVAL
           END-READ.

       1400-VALIDATE-APPROVAL.
           MOVE CA-ID TO EXC-ID.
           MOVE CA-DEGREE-DEPT TO EXC-DEPT.
           MOVE CA-TERM TO EXC-TERM.

           MOVE 'NO' TO CAND-MATCH.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > CAND-CTR OR CAND-MATCH = 'YES'
                   IF CN-ID(CN-IDX) = CA-ID
                       MOVE 'YES' TO CAND-MATCH
                       MOVE CN-DEPT(CN-IDX) TO APPR-DEPT
                   END-IF
           END-PERFORM.
           IF CA-DEGREE-DEPT NOT = SPACES
               MOVE CA-DEGREE-DEPT TO APPR-DEPT
           END-IF.

           MOVE CA-ID TO LOOKUP-ID.
           MOVE 'A' TO LOOKUP-STATUS.
           PERFORM 9300-FIND-APPROVAL.

           MOVE 'NO' TO DEPT-MATCH.
           PERFORM VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > DEPT-MST-CTR OR DEPT-MATCH = 'YES'
                   IF DM-SAVE-CODE(DM-IDX) = APPR-DEPT
                       MOVE 'YES' TO DEPT-MATCH
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN CAND-MATCH = 'NO'
                   MOVE "NOT A GRADUATION CANDIDATE - NOT CONFERRED"
                       TO EXC-DESCR
                   PERFORM 1450-REJECT-APPROVAL
               WHEN APPR-MATCH = 'YES'
                   MOVE "DUPLICATE APPROVAL FOR ID - IGNORED"
                       TO EXC-DESCR
                   PERFORM 1450-REJECT-APPROVAL
               WHEN CA-TERM NOT NUMERIC OR CA-TERM-NUM = 0
                   MOVE "CONFERRAL TERM NOT NUMERIC - NOT CONFERRED"
                       TO EXC-DESCR
                   PERFORM 1450-REJECT-APPROVAL
               WHEN DEPT-MATCH = 'NO'
                   MOVE APPR-DEPT TO EXC-DEPT
                   MOVE "DEGREE DEPT NOT ON DEPT MASTER - NOT CONFERRED"
                       TO EXC-DESCR
                   PERFORM 1450-REJECT-APPROVAL
               WHEN CA-APPROVED-BY = SPACES
                   MOVE "APPROVING OFFICER NOT GIVEN - NOT CONFERRED"
                       TO EXC-DESCR
                   PERFORM 1450-REJECT-APPROVAL
               WHEN APPR-CTR < 500
                   ADD 1 TO APPR-CTR
                   SET AP-IDX TO APPR-CTR
                   MOVE CA-ID TO AP-ID(AP-IDX)
                   MOVE CA-TERM-NUM TO AP-TERM(AP-IDX)
                   MOVE APPR-DEPT TO AP-DEPT(AP-IDX)
                   MOVE 'A' TO AP-STATUS(AP-IDX)
               WHEN OTHER
                   DISPLAY 'APPROVAL-TABLE EXCEEDS 500 ROWS'
                   DISPLAY 'REMAINING APPROVALS NOT LOADED'
           END-EVALUATE.

       1450-REJECT-APPROVAL.
           ADD 1 TO C-APPR-REJECTED.
           PERFORM 2600-EXCEPTION.

      *ONE STUDENT MASTER ROW: CONFER THE DEGREE WHEN THE ID HAS AN
      *ACCEPTED APPROVAL, OTHERWISE CARRY THE ROW TO THE NEW MASTER
       2000-MAINLINE.
           MOVE M-GPA TO FINAL-GPA.
           PERFORM 9060-READ-HISTORY
               UNTIL TH-KEY NOT < M-ID.
           PERFORM 2100-TAKE-HISTORY
               UNTIL TH-KEY NOT = M-ID.

           MOVE M-ID TO LOOKUP-ID.
           MOVE 'A' TO LOOKUP-STATUS.
           PERFORM 9300-FIND-APPROVAL.
           IF APPR-MATCH = 'YES'
               PERFORM 2300-CONFER-DEGREE
           ELSE
               WRITE MN-REC FROM M-REC
           END-IF.
           PERFORM 9050-READ-MASTER.

      *TERM HISTORY IS IN ID AND TERM ORDER, SO THE LAST ROW FOR THE
      *ID CARRIES THE FINAL CUMULATIVE GPA
       2100-TAKE-HISTORY.
           MOVE TH-CUM-GPA TO FINAL-GPA.
           PERFORM 9060-READ-HISTORY.

       2300-CONFER-DEGREE.
           MOVE 'C' TO AP-STATUS(AP-IDX).
           ADD 1 TO C-CONFERRED.
           ADD FINAL-GPA TO C-GPA-HASH-TOTAL.

           EVALUATE TRUE
               WHEN FINAL-GPA NOT < HP-SUMMA-GPA
                   MOVE 'S' TO HONORS-CODE
                   ADD 1 TO C-SUMMA
               WHEN FINAL-GPA NOT < HP-MAGNA-GPA
                   MOVE 'M' TO HONORS-CODE
                   ADD 1 TO C-MAGNA
               WHEN FINAL-GPA NOT < HP-CUM-LAUDE-GPA
                   MOVE 'C' TO HONORS-CODE
                   ADD 1 TO C-CUM-LAUDE
               WHEN OTHER
                   MOVE SPACE TO HONORS-CODE
           END-EVALUATE.

           MOVE M-ID TO AM-ID.
           MOVE M-LNAME TO AM-LNAME.
           MOVE M-FNAME TO AM-FNAME.
           MOVE M-INIT TO AM-INIT.
           MOVE AP-DEPT(AP-IDX) TO AM-DEPT.
           MOVE FINAL-GPA TO AM-FINAL-GPA.
           MOVE M-START-SAL TO AM-START-SAL.
           MOVE AP-TERM(AP-IDX) TO AM-CONF-TERM.
           MOVE HONORS-CODE TO AM-HONORS.
           MOVE I-DATE TO AM-CONF-DATE.
           MOVE 'G' TO AM-STATUS.
           WRITE AM-REC.

           MOVE AP-DEPT(AP-IDX) TO CW-DEPT.
           MOVE M-LNAME TO CW-LNAME.
           MOVE M-FNAME TO CW-FNAME.
           MOVE M-INIT TO CW-INIT.
           MOVE M-ID TO CW-ID.
           MOVE FINAL-GPA TO CW-GPA.
           MOVE HONORS-CODE TO CW-HONORS.
           MOVE AP-TERM(AP-IDX) TO CW-TERM.
           WRITE CW-REC.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

       3000-CLOSING.
           PERFORM 3050-UNMATCHED-APPROVAL
               VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > APPR-CTR.

           CLOSE STU-MASTER.
           CLOSE MASTER-NEW.
           IF TH-FILE-STATUS = '00'
               CLOSE TERM-HISTORY
           END-IF.
           CLOSE ALUM-MASTER.
           CLOSE COMM-WORK-FILE.

      *NOTHING CONFERRED LEAVES THE LIVE MASTER AND GRADE FILE AS
      *THEY WERE
           IF C-CONFERRED > 0
               PERFORM 3100-MOVE-GRADES
               PERFORM 3200-REWRITE-LIVE
           END-IF.

           OPEN OUTPUT PRTOUT.
           PERFORM 3400-COMMENCEMENT-LIST.

           MOVE C-CONFERRED TO CTL-CONFERRED.
           MOVE C-SUMMA TO CTL-SUMMA.
           MOVE C-MAGNA TO CTL-MAGNA.
           MOVE C-CUM-LAUDE TO CTL-CUM-LAUDE.
           WRITE PRTLINE FROM CONFERRAL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-APPR-READ TO ATL-READ.
           MOVE C-APPR-REJECTED TO ATL-REJECTED.
           MOVE C-GRADES-MOVED TO ATL-GRADES.
           WRITE PRTLINE FROM APPROVAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-CONFERRED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-CONFERRED TO TR-REC-COUNT.
           MOVE C-GPA-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO TR-REC-COUNT.
           MOVE C-GPA-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

       3050-UNMATCHED-APPROVAL.
           IF AP-STATUS(AP-IDX) = 'A'
               MOVE AP-ID(AP-IDX) TO EXC-ID
               MOVE AP-DEPT(AP-IDX) TO EXC-DEPT
               MOVE AP-TERM(AP-IDX) TO EXC-TERM
               MOVE "APPROVED ID NOT ON STUDENT MASTER - NOT CONFERRED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.

      *SPLIT THE GRADE DETAIL: GRADUATES' ROWS ARE ADDED TO THE
      *ALUMNI GRADE FILE, EVERYONE ELSE'S GO TO CRSGRADE.CNF
       3100-MOVE-GRADES.
           OPEN INPUT GRADE-DETAIL.
           OPEN OUTPUT GRADE-NEW.
           OPEN EXTEND ALUM-GRADES.
           IF AG-FILE-STATUS NOT = '00'
               OPEN OUTPUT ALUM-GRADES
           END-IF.
           PERFORM 3150-MOVE-ONE-GRADE
               UNTIL GRD-MORE-RECS = 'NO'.
           CLOSE GRADE-DETAIL.
           CLOSE GRADE-NEW.
           CLOSE ALUM-GRADES.

       3150-MOVE-ONE-GRADE.
           READ GRADE-DETAIL
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   MOVE G-ID TO LOOKUP-ID
                   MOVE 'C' TO LOOKUP-STATUS
                   PERFORM 9300-FIND-APPROVAL
                   IF APPR-MATCH = 'YES'
                       WRITE AG-REC FROM G-REC
                       ADD 1 TO C-GRADES-MOVED
                   ELSE
                       WRITE GN-REC FROM G-REC
                   END-IF
           END-READ.

      *COPY THE NEW MASTER AND GRADE FILE BACK OVER THE LIVE FILES;
      *THE .CNF FILES STAY ON DISK AS THE RUN'S BACKUP COPIES
       3200-REWRITE-LIVE.
           MOVE 'YES' TO MST-MORE-RECS.
           OPEN INPUT MASTER-NEW.
           OPEN OUTPUT STU-MASTER.
           PERFORM 3250-COPY-ONE-MASTER
               UNTIL MST-MORE-RECS = 'NO'.
           CLOSE MASTER-NEW.
           CLOSE STU-MASTER.

           MOVE 'YES' TO GRD-MORE-RECS.
           OPEN INPUT GRADE-NEW.
           OPEN OUTPUT GRADE-DETAIL.
           PERFORM 3270-COPY-ONE-GRADE
               UNTIL GRD-MORE-RECS = 'NO'.
           CLOSE GRADE-NEW.
           CLOSE GRADE-DETAIL.

       3250-COPY-ONE-MASTER.
           READ MASTER-NEW
               AT END
                   MOVE 'NO' TO MST-MORE-RECS
               NOT AT END
                   MOVE MN-REC TO M-REC
                   WRITE M-REC
           END-READ.

       3270-COPY-ONE-GRADE.
           READ GRADE-NEW
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   MOVE GN-REC TO G-REC
                   WRITE G-REC
           END-READ.

      *SORT THE GRADUATES BY DEGREE DEPARTMENT AND NAME AND PRINT
      *EACH DEPARTMENT ON ITS OWN PAGES
       3400-COMMENCEMENT-LIST.
           SORT COMM-SORT-FILE
               ON ASCENDING KEY SR-DEPT
               ON ASCENDING KEY SR-LNAME
               ON ASCENDING KEY SR-FNAME
               ON ASCENDING KEY SR-INIT
               USING COMM-WORK-FILE
               GIVING COMM-SORTED-FILE.

           MOVE SPACES TO H-DEPT.
           MOVE SPACES TO DHL-DEPT.
           MOVE "NO DEGREES CONFERRED" TO DHL-DEPT-NAME.
           OPEN INPUT COMM-SORTED-FILE.
           PERFORM 3450-COMMENCEMENT-LINE
               UNTIL CS-MORE-RECS = 'NO'.
           IF H-DEPT = SPACES
               PERFORM 9100-HEADINGS
           ELSE
               PERFORM 3480-DEPT-TOTAL
           END-IF.
           CLOSE COMM-SORTED-FILE.

       3450-COMMENCEMENT-LINE.
           READ COMM-SORTED-FILE
               AT END
                   MOVE 'NO' TO CS-MORE-RECS
               NOT AT END
                   IF CS-DEPT NOT = H-DEPT
                       IF H-DEPT NOT = SPACES
                           PERFORM 3480-DEPT-TOTAL
                       END-IF
                       PERFORM 3470-DEPT-BREAK
                   END-IF
                   MOVE CS-ID TO GDL-ID
                   MOVE CS-LNAME TO GDL-LNAME
                   MOVE CS-FNAME TO GDL-FNAME
                   MOVE CS-INIT TO GDL-INIT
                   MOVE CS-TERM TO GDL-TERM
                   MOVE CS-GPA TO GDL-GPA
                   EVALUATE TRUE
                       WHEN CS-SUMMA
                           MOVE "SUMMA CUM LAUDE" TO GDL-HONORS
                       WHEN CS-MAGNA
                           MOVE "MAGNA CUM LAUDE" TO GDL-HONORS
                       WHEN CS-CUM-LAUDE
                           MOVE "CUM LAUDE" TO GDL-HONORS
                       WHEN OTHER
                           MOVE SPACES TO GDL-HONORS
                   END-EVALUATE
                   ADD 1 TO C-DEPT-GRADS
                   WRITE PRTLINE FROM GRADUATE-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP PERFORM 9100-HEADINGS
           END-READ.

       3470-DEPT-BREAK.
           MOVE CS-DEPT TO H-DEPT.
           MOVE CS-DEPT TO DHL-DEPT.
           MOVE "** NOT ON DEPT MASTER **" TO DHL-DEPT-NAME.
           MOVE 'NO' TO DEPT-MATCH.
           PERFORM VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > DEPT-MST-CTR OR DEPT-MATCH = 'YES'
                   IF CS-DEPT = DM-SAVE-CODE(DM-IDX)
                       MOVE 'YES' TO DEPT-MATCH
                       MOVE DM-SAVE-NAME(DM-IDX) TO DHL-DEPT-NAME
                   END-IF
           END-PERFORM.
           MOVE 0 TO C-DEPT-GRADS.
           PERFORM 9100-HEADINGS.

       3480-DEPT-TOTAL.
           MOVE C-DEPT-GRADS TO DTL-GRADUATES.
           WRITE PRTLINE FROM DEPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

       9050-READ-MASTER.
           IF MST-MORE-RECS = 'YES'
               READ STU-MASTER
                   AT END
                       MOVE 'NO' TO MST-MORE-RECS
               END-READ
           END-IF.

       9060-READ-HISTORY.
           IF TH-MORE-RECS = 'YES'
               READ TERM-HISTORY
                   AT END
                       MOVE 'NO' TO TH-MORE-RECS
                       MOVE HIGH-VALUE TO TH-KEY
                   NOT AT END
                       MOVE TH-ID TO TH-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUE TO TH-KEY
           END-IF.

      *LOOK UP LOOKUP-ID AMONG THE APPROVALS IN LOOKUP-STATUS;
      *AP-IDX IS LEFT ON THE MATCHING ROW
       9300-FIND-APPROVAL.
           MOVE 'NO' TO APPR-MATCH.
           SET AP-IDX TO 1.
           SEARCH APPR-ENTRY
               AT END
                   MOVE 'NO' TO APPR-MATCH
               WHEN AP-IDX > APPR-CTR
                   MOVE 'NO' TO APPR-MATCH
               WHEN AP-ID(AP-IDX) = LOOKUP-ID
                   AND AP-STATUS(AP-IDX) = LOOKUP-STATUS
                   MOVE 'YES' TO APPR-MATCH
           END-SEARCH.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DEPT-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF58.
