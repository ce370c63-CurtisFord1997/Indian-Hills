       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF54.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *ACADEMIC STANDING DETERMINATION. RUNS BEHIND THE COBCJF24 TERM
      *CLOSE-OUT AND ASSIGNS EVERY STUDENT WITH A TERM-HISTORY ROW FOR
      *THE CLOSING TERM AN ACADEMIC STANDING FROM THE TERM GPA, THE
      *CUMULATIVE GPA, AND THE STANDING CARRIED FROM LAST TERM:
      *  G - GOOD STANDING   CUMULATIVE AND TERM GPA BOTH AT OR OVER
      *                      THE 2.00 MINIMUM;
      *  W - WARNING         CUMULATIVE AT OR OVER THE MINIMUM BUT
      *                      THE TERM FELL BELOW IT;
      *  P - PROBATION       CUMULATIVE BELOW THE MINIMUM. A STUDENT
      *                      ALREADY ON PROBATION WHO EARNED THE
      *                      MINIMUM FOR THE TERM STAYS ON PROBATION
      *                      UNTIL THE CONSECUTIVE-TERM LIMIT;
      *  S - SUSPENSION      CUMULATIVE STILL BELOW THE MINIMUM AFTER
      *                      A PROBATION TERM WITH NO TERM RECOVERY,
      *                      OR PAST THE CONSECUTIVE-PROBATION LIMIT.
      *THE STANDING IS KEPT ON THE STANDING HISTORY FILE (ONE ROW PER
      *STUDENT PER TERM, REBUILT HERE AND COPIED BACK OVER THE LIVE
      *FILE). A RERUN FOR THE SAME TERM REPLACES THAT TERM'S ROW.
      *COBCJF08 READS THE SAME FILE AND REFUSES NEW ADDS FOR ANY ID
      *WHOSE LATEST STANDING IS SUSPENSION.
      *
      *EVERY STUDENT WHOSE STANDING IS NOT GOOD, OR WHO CAME BACK TO
      *GOOD STANDING THIS TERM, IS "AFFECTED": THEY GO ON THE DEAN'S
      *ACTION LIST (SORTED BY DEPARTMENT, WITH THE DEAN FROM THE DEPT
      *MASTER) AND GET A NOTIFICATION LETTER. THE STEP RUNS NIGHTLY,
      *SO A STUDENT IS LISTED AND LETTERED ONLY WHEN THE STANDING IS
      *NEW FOR THE TERM OR DIFFERS FROM THE ONE ALREADY ON THE
      *STANDING HISTORY FOR IT; SET STNDREPRINT TO Y TO PRINT EVERY
      *AFFECTED STUDENT AGAIN.
      *
      *THE CLOSING TERM IS THE HIGHEST TERM ON TERMHIST.DAT, OR THE
      *STNDTERM ENVIRONMENT VALUE (YYYYT) WHEN SET.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TERM-HISTORY
               ASSIGN TO WS-TERMHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STU-MASTER
               ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER
               ASSIGN TO WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-STANDING
               ASSIGN TO WS-STNDHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT NEW-STANDING
               ASSIGN TO WS-STNDNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACT-WORK-FILE
               ASSIGN TO WS-ACTWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACT-SORTED-FILE
               ASSIGN TO WS-ACTSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACT-SORT-FILE
               ASSIGN TO "SORTWK1".

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LTROUT
               ASSIGN TO WS-LTROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCOUT
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *STANDING HISTORY - ONE ROW PER STUDENT PER CLOSED TERM, IN
      *STUDENT-ID AND TERM ORDER
       FD  OLD-STANDING
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  SH-REC.
           05  SH-ID            PIC X(7).
           05  SH-TERM          PIC 9(5).
           05  SH-STANDING      PIC X.
               88  SH-GOOD                      VALUE 'G'.
               88  SH-WARNING                   VALUE 'W'.
               88  SH-PROBATION                 VALUE 'P'.
               88  SH-SUSPENDED                 VALUE 'S'.
           05  SH-TERM-GPA      PIC 9V99.
           05  SH-CUM-GPA       PIC 9V99.
           05  SH-PROB-TERMS    PIC 99.
           05  SH-DATE          PIC 9(8).

       FD  NEW-STANDING
           LABEL RECORD IS STANDARD
           DATA RECORD IS NS-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  NS-REC               PIC X(29).

      *AFFECTED STUDENTS SPILL HERE AND SORT BY DEPARTMENT FOR THE
      *DEAN'S ACTION LIST
       FD  ACT-WORK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AW-REC
           RECORD CONTAINS 54 CHARACTERS.

       01  AW-REC.
           05  AW-DEPT          PIC X(4).
           05  AW-STANDING      PIC X.
           05  AW-ID            PIC X(7).
           05  AW-LNAME         PIC X(15).
           05  AW-FNAME         PIC X(15).
           05  AW-PRIOR         PIC X.
           05  AW-TERM-GPA      PIC 9V99.
           05  AW-CUM-GPA       PIC 9V99.
           05  AW-PROB-TERMS    PIC 99.
           05  AW-TERM-HRS      PIC 9(3).

       FD  ACT-SORTED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 54 CHARACTERS.

       01  AR-REC.
           05  AR-DEPT          PIC X(4).
           05  AR-STANDING      PIC X.
           05  AR-ID            PIC X(7).
           05  AR-LNAME         PIC X(15).
           05  AR-FNAME         PIC X(15).
           05  AR-PRIOR         PIC X.
           05  AR-TERM-GPA      PIC 9V99.
           05  AR-CUM-GPA       PIC 9V99.
           05  AR-PROB-TERMS    PIC 99.
           05  AR-TERM-HRS      PIC 9(3).

       SD  ACT-SORT-FILE
           DATA RECORD IS AS-REC.

       01  AS-REC.
           05  AS-DEPT          PIC X(4).
           05  AS-STANDING      PIC X.
           05  AS-ID            PIC X(7).
           05  FILLER           PIC X(42).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

      *STUDENT NOTIFICATION LETTERS, ONE PAGE PER AFFECTED STUDENT
       FD  LTROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LTRLINE              PIC X(132).

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
           05  TH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  MST-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  SH-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  AR-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  SH-FILE-STATUS   PIC XX.
           05  TH-KEY           PIC X(7)        VALUE HIGH-VALUE.
           05  MST-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  SH-KEY           PIC X(7)        VALUE HIGH-VALUE.
           05  LOW-KEY          PIC X(7)        VALUE HIGH-VALUE.
           05  CLOSING-TERM     PIC 9(5)        VALUE 0.
           05  WS-TERM-IN       PIC X(5)        VALUE SPACE.
           05  REPRINT-SW       PIC X           VALUE 'N'.
               88  REPRINT-ALL                  VALUE 'Y'.

      *STANDING POLICY - THE MINIMUM GPA FOR GOOD STANDING AND THE
      *NUMBER OF CONSECUTIVE PROBATION TERMS ALLOWED BEFORE A
      *STUDENT WHO IS STILL BELOW THE MINIMUM IS SUSPENDED
       01  STANDING-POLICY.
           05  SP-MIN-GPA       PIC 9V99        VALUE 2.00.
           05  SP-PROB-LIMIT    PIC 99          VALUE 2.

      *ONE STUDENT'S GROUP - THE CLOSING-TERM HISTORY ROW, THE MASTER
      *MATCH, AND THE STANDING ROWS ALREADY ON FILE FOR THE ID
       01  GROUP-VARS.
           05  GRP-HAS-TERM     PIC X           VALUE 'N'.
           05  GRP-HAS-MASTER   PIC X           VALUE 'N'.
           05  GRP-TERM-HRS     PIC 9(3)        VALUE 0.
           05  GRP-TERM-GPA     PIC 9V99        VALUE 0.
           05  GRP-CUM-GPA      PIC 9V99        VALUE 0.
           05  GRP-LNAME        PIC X(15)       VALUE SPACE.
           05  GRP-FNAME        PIC X(15)       VALUE SPACE.
           05  GRP-INIT         PIC X           VALUE SPACE.
           05  GRP-DEPT         PIC X(4)        VALUE SPACE.
           05  PRIOR-STANDING   PIC X           VALUE SPACE.
           05  PRIOR-PROB-TERMS PIC 99          VALUE 0.
           05  FILED-STANDING   PIC X           VALUE SPACE.
           05  NEW-STANDING-CD  PIC X           VALUE SPACE.
               88  NEW-GOOD                     VALUE 'G'.
               88  NEW-WARNING                  VALUE 'W'.
               88  NEW-PROBATION                VALUE 'P'.
               88  NEW-SUSPENDED                VALUE 'S'.
           05  NEW-PROB-TERMS   PIC 99          VALUE 0.
           05  NEW-ROW-WRITTEN  PIC X           VALUE 'N'.

       01  STANDING-GROUP-TABLE.
           05  SG-ENTRY OCCURS 40 TIMES.
               10  SG-REC       PIC X(29).

       01  STANDING-GROUP-VARS.
           05  SG-CTR           PIC 99          VALUE 0.
           05  SG-SUB           PIC 99          VALUE 0.

       01  SG-WORK-REC.
           05  SGW-ID           PIC X(7).
           05  SGW-TERM         PIC 9(5).
           05  SGW-STANDING     PIC X.
           05  SGW-TERM-GPA     PIC 9V99.
           05  SGW-CUM-GPA      PIC 9V99.
           05  SGW-PROB-TERMS   PIC 99.
           05  SGW-DATE         PIC 9(8).

      *DEPARTMENT MASTER TABLE, LOADED FROM DEPT-MASTER AT START-UP
       01  DEPT-MASTER-TABLE.
           05  DEPT-MST-ENTRY OCCURS 50 TIMES
                   INDEXED BY DM-IDX.
               10  DM-SAVE-CODE    PIC X(4).
               10  DM-SAVE-NAME    PIC X(25).
               10  DM-SAVE-DEAN    PIC X(20).

       01  DEPT-MASTER-VARS.
           05  DEPT-MST-CTR     PIC 9(3)        VALUE 0.
           05  DM-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  DEPT-MATCH       PIC XXX         VALUE 'NO'.
           05  H-DEPT           PIC X(4)        VALUE SPACE.

      *STANDING DESCRIPTIONS FOR THE LIST AND THE LETTERS
       01  STANDING-DESC-AREA.
           05  FILLER           PIC X(21)
               VALUE "GGOOD STANDING".
           05  FILLER           PIC X(21)
               VALUE "WACADEMIC WARNING".
           05  FILLER           PIC X(21)
               VALUE "PACADEMIC PROBATION".
           05  FILLER           PIC X(21)
               VALUE "SACADEMIC SUSPENSION".

       01  STANDING-DESC-TABLE REDEFINES STANDING-DESC-AREA.
           05  SD-ENTRY OCCURS 4 TIMES
                   INDEXED BY SD-IDX.
               10  SD-CODE      PIC X.
               10  SD-DESC      PIC X(20).

       01  DESC-WORK.
           05  DW-CODE          PIC X           VALUE SPACE.
           05  DW-DESC          PIC X(20)       VALUE SPACE.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-TERMHIST-PATH PIC X(80)
               VALUE 'C:\COBOL\TERMHIST.DAT'.
           05  WS-MASTER-PATH   PIC X(80)
               VALUE 'C:\COBOL\STUMAST.DAT'.
           05  WS-DEPT-PATH     PIC X(80)
               VALUE 'C:\COBOL\DEPTMAST.DAT'.
           05  WS-STNDHIST-PATH PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.DAT'.
           05  WS-STNDNEW-PATH  PIC X(80)
               VALUE 'C:\COBOL\STNDHIST.NEW'.
           05  WS-ACTWORK-PATH  PIC X(80)
               VALUE 'C:\COBOL\STNDACT.WRK'.
           05  WS-ACTSORT-PATH  PIC X(80)
               VALUE 'C:\COBOL\STNDACT.SRT'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\STNDACT.PRT'.
           05  WS-LTROUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\STNDLTR.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\STNDEX.PRT'.

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
           05  FILLER           PIC X(32)       VALUE SPACE.
           05  FILLER           PIC X(30)
               VALUE "DEAN'S ACADEMIC ACTION LIST".
           05  FILLER           PIC X(6)        VALUE "TERM:".
           05  O-TERM           PIC 9(5).
           05  FILLER           PIC X(35)       VALUE SPACE.
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  DEPT-HEADING-LINE.
           05  FILLER           PIC X(12)       VALUE "DEPARTMENT:".
           05  DHL-DEPT         PIC X(4).
           05  FILLER           PIC XX          VALUE SPACE.
           05  DHL-DEPT-NAME    PIC X(25).
           05  FILLER           PIC X(8)        VALUE "  DEAN:".
           05  DHL-DEAN         PIC X(20).
           05  FILLER           PIC X(61)       VALUE SPACE.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(17)       VALUE "LAST NAME".
           05  FILLER           PIC X(17)       VALUE "FIRST NAME".
           05  FILLER           PIC X(7)        VALUE "HOURS".
           05  FILLER           PIC X(10)       VALUE "TERM GPA".
           05  FILLER           PIC X(9)        VALUE "CUM GPA".
           05  FILLER           PIC X(22)       VALUE "PRIOR STANDING".
           05  FILLER           PIC X(22)       VALUE "NEW STANDING".
           05  FILLER           PIC X(18)       VALUE "PROB TERMS".

       01  ACTION-DETAIL-LINE.
           05  ADL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  ADL-LNAME        PIC X(15).
           05  FILLER           PIC XX          VALUE SPACE.
           05  ADL-FNAME        PIC X(15).
           05  FILLER           PIC XX          VALUE SPACE.
           05  ADL-TERM-HRS     PIC ZZ9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  ADL-TERM-GPA     PIC Z.99.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  ADL-CUM-GPA      PIC Z.99.
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  ADL-PRIOR        PIC X(20).
           05  FILLER           PIC XX          VALUE SPACE.
           05  ADL-NEW          PIC X(20).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  ADL-PROB-TERMS   PIC Z9.
           05  FILLER           PIC X(15)       VALUE SPACE.

       01  DEPT-TOTAL-LINE.
           05  FILLER           PIC X(10)       VALUE SPACE.
           05  FILLER           PIC X(18)
               VALUE "DEPT TOTAL  WARN:".
           05  DTL-WARN         PIC ZZ9.
           05  FILLER           PIC X(8)        VALUE "  PROB:".
           05  DTL-PROB         PIC ZZ9.
           05  FILLER           PIC X(8)        VALUE "  SUSP:".
           05  DTL-SUSP         PIC ZZ9.
           05  FILLER           PIC X(12)       VALUE "  RESTORED:".
           05  DTL-GOOD         PIC ZZ9.
           05  FILLER           PIC X(64)       VALUE SPACE.

       01  STANDING-TOTAL-LINE.
           05  FILLER           PIC X(18)
               VALUE "STUDENTS RATED:".
           05  STL-RATED        PIC Z,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   GOOD:".
           05  STL-GOOD         PIC Z,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   WARN:".
           05  STL-WARN         PIC Z,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   PROB:".
           05  STL-PROB         PIC Z,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   SUSP:".
           05  STL-SUSP         PIC Z,ZZ9.
           05  FILLER           PIC X(10)       VALUE "   LTRS:".
           05  STL-LETTERS      PIC Z,ZZ9.
           05  FILLER           PIC X(34)       VALUE SPACE.

      *NOTIFICATION LETTER LINES
       01  LETTER-LINES.
           05  LTR-TITLE.
               10  FILLER       PIC X(48)       VALUE SPACE.
               10  FILLER       PIC X(36)
                   VALUE "OFFICE OF THE REGISTRAR".
               10  FILLER       PIC X(48)       VALUE SPACE.
           05  LTR-SUB-TITLE.
               10  FILLER       PIC X(48)       VALUE SPACE.
               10  FILLER       PIC X(36)
                   VALUE "NOTICE OF ACADEMIC STANDING".
               10  FILLER       PIC X(48)       VALUE SPACE.
           05  LTR-DATE-LINE.
               10  FILLER       PIC X(6)        VALUE "DATE:".
               10  LTR-MM       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  LTR-DD       PIC 99.
               10  FILLER       PIC X           VALUE '/'.
               10  LTR-YYYY     PIC 9(4).
               10  FILLER       PIC X(116)      VALUE SPACE.
           05  LTR-NAME-LINE.
               10  FILLER       PIC X(9)        VALUE "STUDENT:".
               10  LTR-FNAME    PIC X(15).
               10  FILLER       PIC X           VALUE SPACE.
               10  LTR-INIT     PIC X.
               10  FILLER       PIC X           VALUE SPACE.
               10  LTR-LNAME    PIC X(15).
               10  FILLER       PIC X(6)        VALUE "  ID:".
               10  LTR-ID       PIC X(7).
               10  FILLER       PIC X(8)        VALUE "  DEPT:".
               10  LTR-DEPT     PIC X(4).
               10  FILLER       PIC X(65)       VALUE SPACE.
           05  LTR-GPA-LINE.
               10  FILLER       PIC X(6)        VALUE "TERM:".
               10  LTR-TERM     PIC 9(5).
               10  FILLER       PIC X(12)       VALUE "   TERM GPA:".
               10  LTR-TERM-GPA PIC Z.99.
               10  FILLER       PIC X(18)
                   VALUE "   CUMULATIVE GPA:".
               10  LTR-CUM-GPA  PIC Z.99.
               10  FILLER       PIC X(83)       VALUE SPACE.
           05  LTR-STANDING-LINE.
               10  FILLER       PIC X(36)
                   VALUE "YOUR ACADEMIC STANDING FOR THE TERM:".
               10  LTR-STANDING PIC X(20).
               10  FILLER       PIC X(76)       VALUE SPACE.
           05  LTR-TEXT-LINE.
               10  LTR-TEXT     PIC X(80).
               10  FILLER       PIC X(52)       VALUE SPACE.
           05  LTR-SIGN-LINE.
               10  FILLER       PIC X(30)
                   VALUE "REGISTRAR".
               10  FILLER       PIC X(102)      VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(48)       VALUE SPACE.
           05  FILLER           PIC X(28)
               VALUE "ACADEMIC STANDING EXCEPTIONS".
           05  FILLER           PIC X(56)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(10)       VALUE "TERM".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-TERM         PIC 9(5).
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
               VALUE 'TOTAL EXCEPTIONS:'.
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-TH-RECS        PIC 9(6)        VALUE 0.
           05  C-RATED          PIC 9(5)        VALUE 0.
           05  C-GOOD           PIC 9(5)        VALUE 0.
           05  C-WARN           PIC 9(5)        VALUE 0.
           05  C-PROB           PIC 9(5)        VALUE 0.
           05  C-SUSP           PIC 9(5)        VALUE 0.
           05  C-LETTERS        PIC 9(5)        VALUE 0.
           05  C-SH-WRITTEN     PIC 9(6)        VALUE 0.
           05  C-GPA-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  C-DEPT-WARN      PIC 9(3)        VALUE 0.
           05  C-DEPT-PROB      PIC 9(3)        VALUE 0.
           05  C-DEPT-SUSP      PIC 9(3)        VALUE 0.
           05  C-DEPT-GOOD      PIC 9(3)        VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL LOW-KEY = HIGH-VALUE.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN C-TH-RECS = 0
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
           MOVE I-YYYY TO LTR-YYYY.
           MOVE I-MM TO LTR-MM.
           MOVE I-DD TO LTR-DD.

           PERFORM 1100-LOAD-DEPT-MASTER.
           PERFORM 1200-FIND-CLOSING-TERM.
           MOVE CLOSING-TERM TO O-TERM.

           DISPLAY 'STNDREPRINT' UPON ENVIRONMENT-NAME.
           ACCEPT REPRINT-SW FROM ENVIRONMENT-VALUE.

           OPEN INPUT TERM-HISTORY.
           OPEN INPUT STU-MASTER.
           OPEN INPUT OLD-STANDING.
           IF SH-FILE-STATUS NOT = '00'
      *NO STANDING HISTORY YET - THE FIRST TERM RATED STARTS IT
               MOVE 'NO' TO SH-MORE-RECS
           END-IF.
           OPEN OUTPUT NEW-STANDING.
           OPEN OUTPUT ACT-WORK-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LTROUT.
           OPEN OUTPUT EXCOUT.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF54" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE 0 TO C-TH-RECS.
           PERFORM 9000-READ-TERM.
           PERFORM 9050-READ-MASTER.
           PERFORM 9070-READ-STANDING.
           PERFORM 9080-SET-LOW-KEY.
           PERFORM 9600-EXCEPTION-HEADER.

       1050-GET-FILE-PATHS.
           DISPLAY 'TERMHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-PATH
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

           DISPLAY 'STNDHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STNDHIST-PATH
           END-IF.

           DISPLAY 'STNDHIST_NEW' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STNDNEW-PATH
           END-IF.

           DISPLAY 'STNDACT_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'STNDLTR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LTROUT-PATH
           END-IF.

           DISPLAY 'STNDEX_PRT' UPON ENVIRONMENT-NAME.
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
                       MOVE DM-DEAN TO DM-SAVE-DEAN(DM-IDX)
                   ELSE
                       DISPLAY 'DEPT-MASTER-TABLE EXCEEDS 50 ROWS'
                       DISPLAY 'REMAINING DEPT ROWS NOT LOADED'
                   END-IF
           END-READ.

      *THE CLOSING TERM IS THE NEWEST TERM THE CLOSE-OUT WROTE,
      *UNLESS STNDTERM NAMES ONE (TO RE-RATE AN EARLIER TERM)
       1200-FIND-CLOSING-TERM.
           DISPLAY 'STNDTERM' UPON ENVIRONMENT-NAME.
           ACCEPT WS-TERM-IN FROM ENVIRONMENT-VALUE.
           IF WS-TERM-IN NUMERIC AND WS-TERM-IN NOT = SPACES
               MOVE WS-TERM-IN TO CLOSING-TERM
           ELSE
               OPEN INPUT TERM-HISTORY
               PERFORM 1250-SCAN-ONE-TERM
                   UNTIL TH-MORE-RECS = 'NO'
               CLOSE TERM-HISTORY
               MOVE 'YES' TO TH-MORE-RECS
           END-IF.

       1250-SCAN-ONE-TERM.
           READ TERM-HISTORY
               AT END
                   MOVE 'NO' TO TH-MORE-RECS
               NOT AT END
                   IF TH-TERM NUMERIC AND TH-TERM > CLOSING-TERM
                       MOVE TH-TERM TO CLOSING-TERM
                   END-IF
           END-READ.

      *THREE-WAY MATCH ON STUDENT ID - TERM HISTORY, MASTER, AND THE
      *STANDING HISTORY, ALL IN ID ORDER. THE LOWEST KEY DRIVES.
       2000-MAINLINE.
           MOVE 'N' TO GRP-HAS-TERM.
           MOVE 'N' TO GRP-HAS-MASTER.
           MOVE 0 TO SG-CTR.

           PERFORM 2100-COLLECT-STANDING
               UNTIL SH-KEY NOT = LOW-KEY.
           PERFORM 2200-COLLECT-TERM
               UNTIL TH-KEY NOT = LOW-KEY.
           IF MST-KEY = LOW-KEY
               MOVE 'Y' TO GRP-HAS-MASTER
               MOVE M-LNAME TO GRP-LNAME
               MOVE M-FNAME TO GRP-FNAME
               MOVE M-INIT TO GRP-INIT
               MOVE M-DEPT TO GRP-DEPT
               PERFORM 9050-READ-MASTER
           END-IF.

           PERFORM 2300-PRIOR-STANDING.

           IF GRP-HAS-TERM = 'Y'
               IF GRP-HAS-MASTER = 'Y'
                   PERFORM 2400-DETERMINE-STANDING
               ELSE
                   MOVE LOW-KEY TO EXC-ID
                   MOVE CLOSING-TERM TO EXC-TERM
                   MOVE "TERM HISTORY FOR ID NOT ON MASTER - NOT RATED"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               END-IF
           END-IF.

           PERFORM 2500-WRITE-GROUP.
           PERFORM 9080-SET-LOW-KEY.

      *HOLD THE ID'S STANDING ROWS SO THE NEW TERM'S ROW CAN GO IN
      *TERM ORDER AND A RERUN'S ROW FOR THE SAME TERM IS REPLACED
       2100-COLLECT-STANDING.
           IF SG-CTR < 40
               ADD 1 TO SG-CTR
               MOVE SH-REC TO SG-REC(SG-CTR)
           ELSE
               MOVE SH-ID TO EXC-ID
               MOVE SH-TERM TO EXC-TERM
               MOVE "OVER 40 STANDING ROWS - OLDEST KEPT, ROW DROPPED"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.
           PERFORM 9070-READ-STANDING.

       2200-COLLECT-TERM.
           IF TH-TERM = CLOSING-TERM
               MOVE 'Y' TO GRP-HAS-TERM
               MOVE TH-TERM-HRS TO GRP-TERM-HRS
               MOVE TH-TERM-GPA TO GRP-TERM-GPA
               MOVE TH-CUM-GPA TO GRP-CUM-GPA
           END-IF.
           PERFORM 9000-READ-TERM.

      *LAST TERM'S STANDING IS THE NEWEST ROW BEFORE THE CLOSING TERM;
      *AN EARLIER RUN'S ROW FOR THE CLOSING TERM ITSELF IS THE
      *STANDING ALREADY NOTIFIED
       2300-PRIOR-STANDING.
           MOVE SPACE TO PRIOR-STANDING.
           MOVE 0 TO PRIOR-PROB-TERMS.
           MOVE SPACE TO FILED-STANDING.
           PERFORM 2350-PRIOR-ONE-ROW
               VARYING SG-SUB FROM 1 BY 1
                   UNTIL SG-SUB > SG-CTR.

       2350-PRIOR-ONE-ROW.
           MOVE SG-REC(SG-SUB) TO SG-WORK-REC.
           IF SGW-TERM < CLOSING-TERM
               MOVE SGW-STANDING TO PRIOR-STANDING
               MOVE SGW-PROB-TERMS TO PRIOR-PROB-TERMS
           END-IF.
           IF SGW-TERM = CLOSING-TERM
               MOVE SGW-STANDING TO FILED-STANDING
           END-IF.

       2400-DETERMINE-STANDING.
           ADD 1 TO C-RATED.
           EVALUATE TRUE
               WHEN GRP-CUM-GPA NOT < SP-MIN-GPA
                       AND GRP-TERM-GPA NOT < SP-MIN-GPA
                   MOVE 'G' TO NEW-STANDING-CD
                   MOVE 0 TO NEW-PROB-TERMS
               WHEN GRP-CUM-GPA NOT < SP-MIN-GPA
                   MOVE 'W' TO NEW-STANDING-CD
                   MOVE 0 TO NEW-PROB-TERMS
               WHEN PRIOR-STANDING NOT = 'P'
                       AND PRIOR-STANDING NOT = 'S'
                   MOVE 'P' TO NEW-STANDING-CD
                   MOVE 1 TO NEW-PROB-TERMS
               WHEN GRP-TERM-GPA NOT < SP-MIN-GPA
                       AND PRIOR-PROB-TERMS < SP-PROB-LIMIT
                   MOVE 'P' TO NEW-STANDING-CD
                   COMPUTE NEW-PROB-TERMS = PRIOR-PROB-TERMS + 1
               WHEN OTHER
                   MOVE 'S' TO NEW-STANDING-CD
                   COMPUTE NEW-PROB-TERMS = PRIOR-PROB-TERMS + 1
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NEW-GOOD
                   ADD 1 TO C-GOOD
               WHEN NEW-WARNING
                   ADD 1 TO C-WARN
               WHEN NEW-PROBATION
                   ADD 1 TO C-PROB
               WHEN NEW-SUSPENDED
                   ADD 1 TO C-SUSP
           END-EVALUATE.
           ADD GRP-CUM-GPA TO C-GPA-HASH-TOTAL.

      *AFFECTED: ANY STANDING SHORT OF GOOD, OR A RETURN TO GOOD
      *STANDING FROM WARNING, PROBATION, OR SUSPENSION. ONE ALREADY
      *NOTIFIED FOR THE TERM AT THE SAME STANDING IS NOT PRINTED AGAIN
           IF NOT NEW-GOOD
               OR (PRIOR-STANDING NOT = SPACE
                   AND PRIOR-STANDING NOT = 'G')
               IF FILED-STANDING NOT = NEW-STANDING-CD
                   OR REPRINT-ALL
                   PERFORM 2450-WRITE-ACTION
                   PERFORM 2700-LETTER
               END-IF
           END-IF.

       2450-WRITE-ACTION.
           MOVE GRP-DEPT TO AW-DEPT.
           MOVE NEW-STANDING-CD TO AW-STANDING.
           MOVE LOW-KEY TO AW-ID.
           MOVE GRP-LNAME TO AW-LNAME.
           MOVE GRP-FNAME TO AW-FNAME.
           MOVE PRIOR-STANDING TO AW-PRIOR.
           MOVE GRP-TERM-GPA TO AW-TERM-GPA.
           MOVE GRP-CUM-GPA TO AW-CUM-GPA.
           MOVE NEW-PROB-TERMS TO AW-PROB-TERMS.
           MOVE GRP-TERM-HRS TO AW-TERM-HRS.
           WRITE AW-REC.

      *WRITE THE ID'S STANDING ROWS BACK IN TERM ORDER, WITH THE NEW
      *ROW IN PLACE OF ANY EARLIER RUN'S ROW FOR THE CLOSING TERM
       2500-WRITE-GROUP.
           MOVE 'N' TO NEW-ROW-WRITTEN.
           PERFORM 2550-WRITE-ONE-ROW
               VARYING SG-SUB FROM 1 BY 1
                   UNTIL SG-SUB > SG-CTR.
           IF NEW-ROW-WRITTEN = 'N'
               PERFORM 2580-WRITE-NEW-ROW
           END-IF.

       2550-WRITE-ONE-ROW.
           MOVE SG-REC(SG-SUB) TO SG-WORK-REC.
           EVALUATE TRUE
               WHEN SGW-TERM < CLOSING-TERM
                   WRITE NS-REC FROM SG-WORK-REC
                   ADD 1 TO C-SH-WRITTEN
               WHEN SGW-TERM = CLOSING-TERM
                       AND GRP-HAS-TERM = 'Y'
                       AND GRP-HAS-MASTER = 'Y'
                   PERFORM 2580-WRITE-NEW-ROW
               WHEN OTHER
                   PERFORM 2580-WRITE-NEW-ROW
                   WRITE NS-REC FROM SG-WORK-REC
                   ADD 1 TO C-SH-WRITTEN
           END-EVALUATE.

      *THE CLOSING TERM'S ROW - ONLY ONCE, AND ONLY FOR A RATED ID
       2580-WRITE-NEW-ROW.
           IF NEW-ROW-WRITTEN = 'N'
               MOVE 'Y' TO NEW-ROW-WRITTEN
               IF GRP-HAS-TERM = 'Y' AND GRP-HAS-MASTER = 'Y'
                   MOVE LOW-KEY TO SH-ID
                   MOVE CLOSING-TERM TO SH-TERM
                   MOVE NEW-STANDING-CD TO SH-STANDING
                   MOVE GRP-TERM-GPA TO SH-TERM-GPA
                   MOVE GRP-CUM-GPA TO SH-CUM-GPA
                   MOVE NEW-PROB-TERMS TO SH-PROB-TERMS
                   MOVE I-DATE TO SH-DATE
                   WRITE NS-REC FROM SH-REC
                   ADD 1 TO C-SH-WRITTEN
               END-IF
           END-IF.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

      *ONE LETTER PAGE PER AFFECTED STUDENT
       2700-LETTER.
           ADD 1 TO C-LETTERS.
           WRITE LTRLINE FROM LTR-TITLE
               AFTER ADVANCING PAGE.
           WRITE LTRLINE FROM LTR-SUB-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE LTRLINE FROM LTR-DATE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GRP-FNAME TO LTR-FNAME.
           MOVE GRP-INIT TO LTR-INIT.
           MOVE GRP-LNAME TO LTR-LNAME.
           MOVE LOW-KEY TO LTR-ID.
           MOVE GRP-DEPT TO LTR-DEPT.
           WRITE LTRLINE FROM LTR-NAME-LINE
               AFTER ADVANCING 2 LINES.

           MOVE CLOSING-TERM TO LTR-TERM.
           MOVE GRP-TERM-GPA TO LTR-TERM-GPA.
           MOVE GRP-CUM-GPA TO LTR-CUM-GPA.
           WRITE LTRLINE FROM LTR-GPA-LINE
               AFTER ADVANCING 1 LINE.

           MOVE NEW-STANDING-CD TO DW-CODE.
           PERFORM 9300-STANDING-DESC.
           MOVE DW-DESC TO LTR-STANDING.
           WRITE LTRLINE FROM LTR-STANDING-LINE
               AFTER ADVANCING 2 LINES.

           EVALUATE TRUE
               WHEN NEW-GOOD
                   MOVE "YOUR CUMULATIVE AND TERM GRADE POINT AVERAGES "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "MEET THE 2.00 MINIMUM AND YOU HAVE BEEN "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "RESTORED TO GOOD ACADEMIC STANDING."
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
               WHEN NEW-WARNING
                   MOVE "YOUR TERM GRADE POINT AVERAGE FELL BELOW THE "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "2.00 MINIMUM. PLEASE MEET WITH YOUR ADVISOR "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "BEFORE REGISTERING FOR NEXT TERM."
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
               WHEN NEW-PROBATION
                   MOVE "YOUR CUMULATIVE GRADE POINT AVERAGE IS BELOW "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "THE 2.00 MINIMUM. YOU MUST EARN AT LEAST A "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "2.00 TERM AVERAGE NEXT TERM TO AVOID "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "SUSPENSION."
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
               WHEN NEW-SUSPENDED
                   MOVE "YOUR CUMULATIVE GRADE POINT AVERAGE REMAINS "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "BELOW THE 2.00 MINIMUM AFTER PROBATION. YOU "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "MAY NOT ENROLL UNTIL READMITTED THROUGH THE "
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
                   MOVE "DEAN OF YOUR DEPARTMENT."
                       TO LTR-TEXT
                   PERFORM 2750-TEXT-LINE
           END-EVALUATE.

           WRITE LTRLINE FROM LTR-SIGN-LINE
               AFTER ADVANCING 3 LINES.

       2750-TEXT-LINE.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       3000-CLOSING.
           CLOSE TERM-HISTORY.
           CLOSE STU-MASTER.
           CLOSE OLD-STANDING.
           CLOSE NEW-STANDING.
           CLOSE ACT-WORK-FILE.

           PERFORM 3100-ACTION-LIST.
           PERFORM 3200-REWRITE-LIVE.

           MOVE C-RATED TO STL-RATED.
           MOVE C-GOOD TO STL-GOOD.
           MOVE C-WARN TO STL-WARN.
           MOVE C-PROB TO STL-PROB.
           MOVE C-SUSP TO STL-SUSP.
           MOVE C-LETTERS TO STL-LETTERS.
           WRITE PRTLINE FROM STANDING-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-RATED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-SH-WRITTEN TO TR-REC-COUNT.
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
           CLOSE LTROUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

      *SORT THE AFFECTED STUDENTS BY DEPARTMENT AND STANDING AND
      *PRINT THE DEAN'S ACTION LIST WITH A BREAK PER DEPARTMENT
       3100-ACTION-LIST.
           SORT ACT-SORT-FILE
               ON ASCENDING KEY AS-DEPT
               ON DESCENDING KEY AS-STANDING
               ON ASCENDING KEY AS-ID
               USING ACT-WORK-FILE
               GIVING ACT-SORTED-FILE.

           PERFORM 9100-HEADINGS.
           MOVE SPACES TO H-DEPT.
           OPEN INPUT ACT-SORTED-FILE.
           PERFORM 3150-ACTION-ONE-LINE
               UNTIL AR-MORE-RECS = 'NO'.
           IF H-DEPT NOT = SPACES
               PERFORM 3180-DEPT-TOTAL
           END-IF.
           CLOSE ACT-SORTED-FILE.

       3150-ACTION-ONE-LINE.
           READ ACT-SORTED-FILE
               AT END
                   MOVE 'NO' TO AR-MORE-RECS
               NOT AT END
                   IF AR-DEPT NOT = H-DEPT
                       IF H-DEPT NOT = SPACES
                           PERFORM 3180-DEPT-TOTAL
                       END-IF
                       PERFORM 3170-DEPT-HEADING
                   END-IF
                   MOVE AR-ID TO ADL-ID
                   MOVE AR-LNAME TO ADL-LNAME
                   MOVE AR-FNAME TO ADL-FNAME
                   MOVE AR-TERM-HRS TO ADL-TERM-HRS
                   MOVE AR-TERM-GPA TO ADL-TERM-GPA
                   MOVE AR-CUM-GPA TO ADL-CUM-GPA
                   MOVE AR-PROB-TERMS TO ADL-PROB-TERMS
                   MOVE AR-PRIOR TO DW-CODE
                   PERFORM 9300-STANDING-DESC
                   MOVE DW-DESC TO ADL-PRIOR
                   MOVE AR-STANDING TO DW-CODE
                   PERFORM 9300-STANDING-DESC
                   MOVE DW-DESC TO ADL-NEW
                   EVALUATE AR-STANDING
                       WHEN 'G'
                           ADD 1 TO C-DEPT-GOOD
                       WHEN 'W'
                           ADD 1 TO C-DEPT-WARN
                       WHEN 'P'
                           ADD 1 TO C-DEPT-PROB
                       WHEN 'S'
                           ADD 1 TO C-DEPT-SUSP
                   END-EVALUATE
                   WRITE PRTLINE FROM ACTION-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP PERFORM 9100-HEADINGS
           END-READ.

       3170-DEPT-HEADING.
           MOVE AR-DEPT TO H-DEPT.
           MOVE AR-DEPT TO DHL-DEPT.
           MOVE SPACES TO DHL-DEPT-NAME.
           MOVE "** NOT ON DEPT MASTER **" TO DHL-DEAN.
           MOVE 'NO' TO DEPT-MATCH.
           PERFORM VARYING DM-IDX FROM 1 BY 1
               UNTIL DM-IDX > DEPT-MST-CTR OR DEPT-MATCH = 'YES'
                   IF AR-DEPT = DM-SAVE-CODE(DM-IDX)
                       MOVE 'YES' TO DEPT-MATCH
                       MOVE DM-SAVE-NAME(DM-IDX) TO DHL-DEPT-NAME
                       MOVE DM-SAVE-DEAN(DM-IDX) TO DHL-DEAN
                   END-IF
           END-PERFORM.
           MOVE 0 TO C-DEPT-GOOD.
           MOVE 0 TO C-DEPT-WARN.
           MOVE 0 TO C-DEPT-PROB.
           MOVE 0 TO C-DEPT-SUSP.
           WRITE PRTLINE FROM DEPT-HEADING-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

       3180-DEPT-TOTAL.
           MOVE C-DEPT-WARN TO DTL-WARN.
           MOVE C-DEPT-PROB TO DTL-PROB.
           MOVE C-DEPT-SUSP TO DTL-SUSP.
           MOVE C-DEPT-GOOD TO DTL-GOOD.
           WRITE PRTLINE FROM DEPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *COPY THE REBUILT STANDING HISTORY BACK OVER THE LIVE FILE SO
      *TOMORROW'S COBCJF08 SEES TONIGHT'S SUSPENSIONS; STNDHIST.NEW
      *STAYS ON DISK AS THE RUN'S BACKUP COPY
       3200-REWRITE-LIVE.
           MOVE 'YES' TO SH-MORE-RECS.
           OPEN INPUT NEW-STANDING.
           OPEN OUTPUT OLD-STANDING.
           PERFORM 3250-COPY-ONE-ROW
               UNTIL SH-MORE-RECS = 'NO'.
           CLOSE NEW-STANDING.
           CLOSE OLD-STANDING.

       3250-COPY-ONE-ROW.
           READ NEW-STANDING
               AT END
                   MOVE 'NO' TO SH-MORE-RECS
               NOT AT END
                   MOVE NS-REC TO SH-REC
                   WRITE SH-REC
           END-READ.

       9000-READ-TERM.
           IF TH-MORE-RECS = 'YES'
               READ TERM-HISTORY
                   AT END
                       MOVE 'NO' TO TH-MORE-RECS
                       MOVE HIGH-VALUE TO TH-KEY
                   NOT AT END
                       MOVE TH-ID TO TH-KEY
                       ADD 1 TO C-TH-RECS
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

       9070-READ-STANDING.
           IF SH-MORE-RECS = 'YES'
               READ OLD-STANDING
                   AT END
                       MOVE 'NO' TO SH-MORE-RECS
                       MOVE HIGH-VALUE TO SH-KEY
                   NOT AT END
                       MOVE SH-ID TO SH-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUE TO SH-KEY
           END-IF.

      *A MASTER ROW WITH NO TERM HISTORY AND NO STANDING HAS NOTHING
      *TO RATE, SO ONLY THE TWO HISTORY FILES SET THE DRIVING KEY;
      *THE MASTER IS READ FORWARD TO MEET THEM
       9080-SET-LOW-KEY.
           IF TH-KEY < SH-KEY
               MOVE TH-KEY TO LOW-KEY
           ELSE
               MOVE SH-KEY TO LOW-KEY
           END-IF.
           PERFORM 9050-READ-MASTER
               UNTIL MST-KEY NOT < LOW-KEY.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9300-STANDING-DESC.
           MOVE SPACES TO DW-DESC.
           IF DW-CODE = SPACE
               MOVE "(FIRST TERM RATED)" TO DW-DESC
           ELSE
               PERFORM VARYING SD-IDX FROM 1 BY 1
                   UNTIL SD-IDX > 4
                       IF SD-CODE(SD-IDX) = DW-CODE
                           MOVE SD-DESC(SD-IDX) TO DW-DESC
                       END-IF
               END-PERFORM
           END-IF.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF54.
