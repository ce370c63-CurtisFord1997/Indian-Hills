       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF85.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *QUARTERLY PAYROLL TAX SUMMARY. PAY COMES FROM TWO PLACES - THE
      *PAINT CREW PAYROLL (COBCJF33) AND THE POP SALE VOLUNTEER
      *STIPENDS (COBCJF46) - AND BOTH CARRY EACH WORKER'S GROSS
      *FORWARD IN A YEAR-TO-DATE FILE (CREWYTD.DAT, VOLYTD.DAT) AND
      *APPEND EVERY RUN'S PAY TO THE SHARED PAY REGISTER
      *(PAYREG.DAT). AT EACH QUARTER'S CLOSE THIS STEP:
      *  - TAKES EACH WORKER'S PAY FOR THE CLOSING QUARTER AS THE
      *    MOVEMENT IN THE YEAR-TO-DATE FIGURE SINCE THE LAST
      *    QUARTER, FIGURES THE WITHHOLDING AND EMPLOYER TAXES ON
      *    IT, AND POSTS BOTH TO THE PAYROLL TAX FILE (PAYTAX.DAT -
      *    ONE ROW PER WORKER PER YEAR, A BUCKET PER QUARTER), THE
      *    FIGURES THE W-2S AND 1099S ARE LATER PRINTED FROM;
      *  - PRINTS THE QUARTERLY RETURN WORKSHEET (PAYQTR.PRT): EVERY
      *    WORKER'S QUARTER, THE FEDERAL 941 LINES FOR THE CREWS,
      *    THE 945 FIGURES FOR VOLUNTEER STIPENDS, THE FUTA
      *    LIABILITY, AND THE STATE WITHHOLDING AND UNEMPLOYMENT
      *    SUMMARY;
      *  - TIES EVERY QUARTER OF THE YEAR SO FAR: THE PAY REGISTER
      *    ROWS DATED IN THE QUARTER AGAINST THE PAY ACCUMULATED ON
      *    THE TAX FILE, BY SOURCE, AND LISTS THE WORKERS BEHIND ANY
      *    DIFFERENCE IN THE CLOSING QUARTER. A RERUN THAT APPENDED
      *    THE SAME NIGHT'S PAY TWICE SHOWS UP HERE.
      *CREWS ARE EMPLOYEES: FEDERAL AND STATE INCOME TAX ARE WITHHELD
      *AT THE FLAT PERCENTAGES PAYFWPCT AND PAYSWPCT (DEFAULT 10 AND
      *4), WITH SOCIAL SECURITY, MEDICARE, FUTA, AND STATE
      *UNEMPLOYMENT FIGURED ON THE YEAR'S WAGE BASES. VOLUNTEER
      *STIPENDS ARE NONEMPLOYEE PAY: FEDERAL WITHHOLDING ONLY, AT
      *VOLWHPCT (DEFAULT 10, THE SAME SETTING COBCJF46 USES), FOR
      *VOLUNTEERS WHO ELECTED IT.
      *RUN IT THE FIRST BUSINESS DAY OF THE QUARTER, AHEAD OF THAT
      *NIGHT'S NIGHTRUN, SO THE YEAR-TO-DATE FILES STAND AT THE
      *QUARTER'S CLOSE; A RERUN THE SAME DAY REPLACES THE QUARTER.
      *SET PAYQTR (YYYYQ) TO REPRINT AN EARLIER QUARTER FROM THE TAX
      *FILE AS IT STANDS - NOTHING IS RE-ACCUMULATED FOR IT.
      *THE TAX FILE KEEPS THE CLOSING YEAR AND THE FOUR BEFORE IT,
      *THE PERIOD W-2 AND 1099 RECORDS ARE HELD FOR; OLDER YEARS ARE
      *DROPPED WHEN IT IS REWRITTEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYTAX
               ASSIGN TO WS-PAYTAX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT CREWYTD
               ASSIGN TO WS-CREWYTD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-FILE-STATUS.
           SELECT VOLYTD
               ASSIGN TO WS-VOLYTD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VY-FILE-STATUS.
           SELECT PAYREG
               ASSIGN TO "C:/COBOLSP20/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *ONE ROW PER WORKER PER YEAR. THE YEAR-TO-DATE START IS THE
      *WORKER'S YEAR-TO-DATE FILE FIGURE AS THE YEAR OPENED - THAT
      *FILE NEVER RESETS, SO A QUARTER'S PAY IS ITS FIGURE NOW LESS
      *THE START AND THE YEAR'S EARLIER QUARTERS
       FD  PAYTAX
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 319 CHARACTERS.

       01 PT-REC.
           05 PT-YEAR              PIC 9(4).
           05 PT-SOURCE            PIC X.
           05 PT-WORKER-ID         PIC X(30).
           05 PT-NAME              PIC X(20).
           05 PT-WH-ELECT          PIC X.
           05 PT-YTD-START         PIC 9(9)V99.
           05 PT-QTR OCCURS 4 TIMES.
               10 PT-Q-WAGES       PIC 9(7)V99.
               10 PT-Q-FED-WH      PIC 9(7)V99.
               10 PT-Q-STATE-WH    PIC 9(7)V99.
               10 PT-Q-EE-FICA     PIC 9(7)V99.
               10 PT-Q-ER-FICA     PIC 9(7)V99.
               10 PT-Q-FUTA        PIC 9(7)V99.
               10 PT-Q-SUTA        PIC 9(7)V99.

      *CREW YEAR-TO-DATE GROSS (COBCJF33)
       FD  CREWYTD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CY-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 CY-REC.
           05 CY-ID                PIC X(3).
           05 CY-NAME              PIC X(20).
           05 CY-YTD-GROSS         PIC 9(9)V99.
           05 CY-LAST-DATE         PIC 9(8).
           05 CY-LAST-DELTA        PIC 9(7)V99.

      *VOLUNTEER YEAR-TO-DATE STIPENDS (COBCJF46)
       FD  VOLYTD
           LABEL RECORD IS STANDARD
           DATA RECORD IS VY-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 VY-REC.
           05 VY-NAME-KEY.
               10 VY-LNAME         PIC X(15).
               10 VY-FNAME         PIC X(15).
           05 VY-YTD-STIPEND       PIC 9(7)V99.
           05 VY-WITHHOLD-ELECT    PIC X.
           05 VY-LAST-DATE         PIC 9(8).
           05 VY-LAST-DELTA        PIC 9(7)V99.

       FD  PAYREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC.

       COPY "PAYREG.CPY".

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX     VALUE 'YES'.
           05 PT-FILE-STATUS       PIC XX.
           05 CY-FILE-STATUS       PIC XX.
           05 VY-FILE-STATUS       PIC XX.
           05 PR-FILE-STATUS       PIC XX.
      *A ACCUMULATE THE CLOSING QUARTER, R REPRINT A NAMED ONE
           05 RUN-MODE             PIC X       VALUE 'A'.
               88 ACCUMULATE-RUN               VALUE 'A'.
               88 REPRINT-RUN                  VALUE 'R'.
           05 TABLE-FULL           PIC X       VALUE 'N'.
           05 PCT-IN               PIC XX      VALUE SPACE.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PAYQTR.PRT'.
           05 WS-PAYTAX-PATH       PIC X(80)
               VALUE 'C:\COBOL\PAYTAX.DAT'.
           05 WS-CREWYTD-PATH      PIC X(80)
               VALUE 'C:\COBOL\CREWYTD.DAT'.
           05 WS-VOLYTD-PATH       PIC X(80)
               VALUE 'C:\COBOL\VOLYTD.DAT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 PAYQTR-IN.
           05 PAYQTR-YYYY          PIC X(4)    VALUE SPACE.
           05 PAYQTR-Q             PIC X       VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *THE FILING QUARTER IS THE CLOSING QUARTER - THE ONE BEFORE THE
      *BUSINESS DATE'S - UNLESS PAYQTR NAMES ONE TO REPRINT
       01 CLOSING-QUARTER.
           05 CQ-YYYY              PIC 9(4).
           05 CQ-Q                 PIC 9.

      *FIGURES FOR THE CURRENT TAX YEAR - UPDATE EACH JANUARY FROM
      *THE IRS CIRCULAR E AND THE STATE'S RATE NOTICE
       01 PAYROLL-TAX-RATES.
           05 SS-RATE              PIC V999    VALUE .062.
           05 SS-WAGE-BASE         PIC 9(7)    VALUE 184500.
           05 MEDICARE-RATE        PIC V9999   VALUE .0145.
           05 FUTA-RATE            PIC V999    VALUE .006.
           05 FUTA-WAGE-BASE       PIC 9(7)    VALUE 7000.
           05 SUTA-RATE            PIC V9999   VALUE .0270.
           05 SUTA-WAGE-BASE       PIC 9(7)    VALUE 9000.
           05 FED-WH-PCT           PIC 99      VALUE 10.
           05 STATE-WH-PCT         PIC 99      VALUE 4.
           05 VOL-WH-PCT           PIC 99      VALUE 10.

      *EVERY ROW ON THE PAYROLL TAX FILE, ALL YEARS, PLUS WHAT THE
      *PAY REGISTER SHOWS FOR THE FILING QUARTER
       01 WORKER-TABLE.
           05 WT-ENTRY OCCURS 1000 TIMES.
               10 WT-YEAR          PIC 9(4).
               10 WT-SOURCE        PIC X.
               10 WT-WORKER-ID     PIC X(30).
               10 WT-NAME          PIC X(20).
               10 WT-WH-ELECT      PIC X.
               10 WT-YTD-START     PIC 9(9)V99.
               10 WT-QTR OCCURS 4 TIMES.
                   15 WT-Q-WAGES   PIC 9(7)V99.
                   15 WT-Q-FED-WH  PIC 9(7)V99.
                   15 WT-Q-STATE-WH PIC 9(7)V99.
                   15 WT-Q-EE-FICA PIC 9(7)V99.
                   15 WT-Q-ER-FICA PIC 9(7)V99.
                   15 WT-Q-FUTA    PIC 9(7)V99.
                   15 WT-Q-SUTA    PIC 9(7)V99.
               10 WT-REG-Q         PIC 9(7)V99.
      *B WHEN THE YEAR-TO-DATE FILE FELL BELOW WHAT WAS ALREADY
      *ACCUMULATED - A BACKED-OUT OR RESTORED FILE
               10 WT-FLAG          PIC X.

      *REGISTER AND ACCUMULATED PAY BY SOURCE (1 CREW, 2 VOLUNTEER)
      *AND QUARTER FOR THE FILING YEAR
       01 TIE-TABLE.
           05 TT-SOURCE OCCURS 2 TIMES.
               10 TT-QTR OCCURS 4 TIMES.
                   15 TT-REG       PIC 9(8)V99.
                   15 TT-ACC       PIC 9(8)V99.

       01 TABLE-VARS.
           05 WT-CTR               PIC 9(4)    VALUE 0.
           05 WT-SUB               PIC 9(4)    VALUE 0.
           05 WT-HIT               PIC 9(4)    VALUE 0.
           05 WT-PRIOR-HIT         PIC 9(4)    VALUE 0.
           05 Q-SUB                PIC 9       VALUE 0.
           05 SRC-SUB              PIC 9       VALUE 0.
           05 FIND-YEAR            PIC 9(4)    VALUE 0.
           05 C-KEEP-YEAR          PIC 9(4)    VALUE 0.
           05 FIND-SOURCE          PIC X       VALUE SPACE.
           05 FIND-ID              PIC X(30)   VALUE SPACE.
           05 C-SOURCE-YTD         PIC 9(9)V99 VALUE 0.

       01 CALC-VARS.
           05 C-PRIOR-WAGES        PIC 9(9)V99 VALUE 0.
           05 C-QTR-WAGES          PIC S9(9)V99 VALUE 0.
           05 C-YEAR-WAGES         PIC 9(9)V99 VALUE 0.
           05 C-SS-WAGES           PIC 9(9)V99 VALUE 0.
           05 C-FUTA-WAGES         PIC 9(9)V99 VALUE 0.
           05 C-SUTA-WAGES         PIC 9(9)V99 VALUE 0.
           05 C-ROOM               PIC S9(9)V99 VALUE 0.
           05 C-REG-DATE           PIC 9(8)    VALUE 0.
           05 C-REG-YYYY           PIC 9(4)    VALUE 0.
           05 C-REG-MMDD           PIC 9(4)    VALUE 0.
           05 C-REG-MM             PIC 99      VALUE 0.
           05 C-REG-DD             PIC 99      VALUE 0.
           05 C-REG-Q              PIC 9       VALUE 0.
           05 C-DIFF               PIC S9(9)V99 VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-PRINTED            PIC 9(5)    VALUE 0.
           05 C-NOT-TIED           PIC 9(3)    VALUE 0.
           05 C-BELOW-CTR          PIC 9(3)    VALUE 0.
           05 C-EXCEPT-CTR         PIC 9(3)    VALUE 0.

      *QUARTER TOTALS BY SOURCE FOR THE WORKSHEET
       01 QUARTER-TOTALS.
           05 QT-SOURCE OCCURS 2 TIMES.
               10 QT-WORKERS       PIC 9(5).
               10 QT-WAGES         PIC 9(9)V99.
               10 QT-FED-WH        PIC 9(9)V99.
               10 QT-STATE-WH      PIC 9(9)V99.
               10 QT-EE-FICA       PIC 9(9)V99.
               10 QT-ER-FICA       PIC 9(9)V99.
               10 QT-FUTA          PIC 9(9)V99.
               10 QT-SUTA          PIC 9(9)V99.
               10 QT-SS-WAGES      PIC 9(9)V99.
               10 QT-FUTA-WAGES    PIC 9(9)V99.
               10 QT-SUTA-WAGES    PIC 9(9)V99.
       01 C-SS-TAX                 PIC 9(9)V99 VALUE 0.
       01 C-MED-TAX                PIC 9(9)V99 VALUE 0.
       01 C-FRACTIONS              PIC S9(9)V99 VALUE 0.
       01 C-TOTAL-TAX              PIC 9(9)V99 VALUE 0.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(40)
               VALUE "QUARTERLY PAYROLL TAX WORKSHEET".
           05 FILLER               PIC X(40)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 QUARTER-TITLE.
           05 FILLER               PIC X(9)    VALUE 'QUARTER:'.
           05 O-CQ-Q               PIC 9.
           05 FILLER               PIC X(4)    VALUE ' OF '.
           05 O-CQ-YYYY            PIC 9(4).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 QTL-MODE             PIC X(50).
           05 FILLER               PIC X(60)   VALUE SPACE.

       01 SECTION-LINE.
           05 SEC-TEXT             PIC X(60).
           05 FILLER               PIC X(72)   VALUE SPACE.

       01 WORKER-HEADINGS.
           05 FILLER               PIC X(6)    VALUE 'SRC'.
           05 FILLER               PIC X(32)   VALUE 'WORKER'.
           05 FILLER               PIC X(11)   VALUE '  QTR WAGES'.
           05 FILLER               PIC X(10)   VALUE '   FED WH'.
           05 FILLER               PIC X(10)   VALUE ' STATE WH'.
           05 FILLER               PIC X(10)   VALUE '  EE FICA'.
           05 FILLER               PIC X(10)   VALUE '  ER FICA'.
           05 FILLER               PIC X(9)    VALUE '    FUTA'.
           05 FILLER               PIC X(9)    VALUE '    SUTA'.
           05 FILLER               PIC X(13)   VALUE '    YTD WAGES'.
           05 FILLER               PIC X(12)   VALUE ' NOTE'.

       01 WORKER-LINE.
           05 WL-SOURCE            PIC X(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 WL-NAME              PIC X(31).
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-WAGES             PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-FED-WH            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-STATE-WH          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-EE-FICA           PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-ER-FICA           PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-FUTA              PIC Z,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-SUTA              PIC Z,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-YTD               PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WL-NOTE              PIC X(12).

       01 WORKER-TOTAL-LINE.
           05 WTL-LABEL            PIC X(30).
           05 WTL-COUNT            PIC ZZZ9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 WTL-WAGES            PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-FED-WH           PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-STATE-WH         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-EE-FICA          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-ER-FICA          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-FUTA             PIC Z,ZZ9.99.
           05 FILLER               PIC X       VALUE SPACE.
           05 WTL-SUTA             PIC Z,ZZ9.99.
           05 FILLER               PIC X(27)   VALUE SPACE.

       01 NO-WORKER-LINE.
           05 FILLER               PIC X(132)
               VALUE 'NOBODY WAS PAID IN THE QUARTER'.

      *ONE RETURN LINE - A LABEL AND AN AMOUNT, OR A COUNT
       01 FORM-LINE.
           05 FL-LINE-NO           PIC X(6).
           05 FL-LABEL             PIC X(56).
           05 FL-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(57)   VALUE SPACE.

       01 FORM-COUNT-LINE.
           05 FCL-LINE-NO          PIC X(6).
           05 FCL-LABEL            PIC X(56).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FCL-COUNT            PIC ZZ,ZZ9.
           05 FILLER               PIC X(60)   VALUE SPACE.

      *A TAXABLE-WAGE LINE: WAGES TIMES THE COMBINED RATE
       01 FORM-TAX-LINE.
           05 FTL-LINE-NO          PIC X(6).
           05 FTL-LABEL            PIC X(40).
           05 FTL-WAGES            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 FTL-RATE             PIC X(10).
           05 FTL-TAX              PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(49)   VALUE SPACE.

       01 TIE-HEADINGS.
           05 FILLER               PIC X(9)    VALUE 'QUARTER'.
           05 FILLER               PIC X(14)   VALUE 'SOURCE'.
           05 FILLER               PIC X(16)   VALUE
               '    PAY REGISTER'.
           05 FILLER               PIC X(16)   VALUE
               '     ACCUMULATED'.
           05 FILLER               PIC X(16)   VALUE
               '      DIFFERENCE'.
           05 FILLER               PIC X(61)   VALUE '  STATUS'.

       01 TIE-LINE.
           05 FILLER               PIC X       VALUE 'Q'.
           05 TL-Q                 PIC 9.
           05 FILLER               PIC X(7)    VALUE SPACE.
           05 TL-SOURCE            PIC X(14).
           05 TL-REG               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 TL-ACC               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 TL-DIFF              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 TL-STATUS            PIC X(20).
           05 FILLER               PIC X(41)   VALUE SPACE.

       01 EXCEPTION-HEADINGS.
           05 FILLER               PIC X(6)    VALUE 'SRC'.
           05 FILLER               PIC X(32)   VALUE 'WORKER'.
           05 FILLER               PIC X(16)   VALUE
               '    PAY REGISTER'.
           05 FILLER               PIC X(16)   VALUE
               '     ACCUMULATED'.
           05 FILLER               PIC X(16)   VALUE
               '      DIFFERENCE'.
           05 FILLER               PIC X(46)   VALUE '  NOTE'.

       01 EXCEPTION-LINE.
           05 XL-SOURCE            PIC X(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 XL-NAME              PIC X(31).
           05 FILLER               PIC X       VALUE SPACE.
           05 XL-REG               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 XL-ACC               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XXX     VALUE SPACE.
           05 XL-DIFF              PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC XX      VALUE SPACE.
           05 XL-NOTE              PIC X(40).
           05 FILLER               PIC X(7)    VALUE SPACE.

       01 TIED-LINE.
           05 FILLER               PIC X(132)
               VALUE 'EVERY QUARTER TIES TO THE PAY REGISTER'.

       01 NOT-TIED-LINE.
           05 FILLER               PIC X(40)
               VALUE '*** QUARTERS NOT TIED TO PAY REGISTER:'.
           05 NTL-COUNT            PIC ZZ9.
           05 FILLER               PIC X(89)   VALUE ' ***'.

       01 TABLE-FULL-LINE.
           05 FILLER               PIC X(30)
               VALUE '*** PAYROLL TAX TABLE FULL - '.
           05 FILLER               PIC X(102)
               VALUE 'PAYTAX.DAT NOT UPDATED ***'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-PAYTAX.
           IF ACCUMULATE-RUN
               PERFORM 2100-CREW-YTD
               PERFORM 2200-VOL-YTD
           END-IF.
           PERFORM 3000-LOAD-REGISTER.
           PERFORM 3100-ACCUMULATED-TOTALS
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR.
           PERFORM 4000-WORKER-DETAIL.
           PERFORM 5000-FEDERAL-WORKSHEET.
           PERFORM 6000-STATE-SUMMARY.
           PERFORM 7000-REGISTER-TIE.
           IF ACCUMULATE-RUN AND TABLE-FULL = 'N'
               PERFORM 8000-SAVE-PAYTAX
           END-IF.
           PERFORM 9000-CLOSING.
      *RETURN CODE FOR QTREND: 8 WHEN THE TAX TABLE FILLED AND THE
      *QUARTER WAS NOT POSTED, 4 WHEN A QUARTER DOES NOT TIE TO THE
      *PAY REGISTER OR A YEAR-TO-DATE FILE FELL BACK, ELSE 0
           EVALUATE TRUE
               WHEN TABLE-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN C-NOT-TIED > 0 OR C-BELOW-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

           COMPUTE CQ-Q = (I-MM - 1) / 3 + 1.
           IF CQ-Q = 1
               COMPUTE CQ-YYYY = I-YYYY - 1
               MOVE 4 TO CQ-Q
           ELSE
               MOVE I-YYYY TO CQ-YYYY
               SUBTRACT 1 FROM CQ-Q
           END-IF.
      *REPRINT OVERRIDE - PAYQTR (YYYYQ) PRINTS AN EARLIER QUARTER
      *FROM THE TAX FILE WITHOUT RE-ACCUMULATING IT
           DISPLAY 'PAYQTR' UPON ENVIRONMENT-NAME.
           ACCEPT PAYQTR-IN FROM ENVIRONMENT-VALUE.
           IF PAYQTR-IN NUMERIC
               IF PAYQTR-Q > '0' AND PAYQTR-Q < '5'
                   MOVE PAYQTR-YYYY TO CQ-YYYY
                   MOVE PAYQTR-Q TO CQ-Q
                   MOVE 'R' TO RUN-MODE
               ELSE
                   DISPLAY 'PAYQTR ' PAYQTR-IN
                       ' NOT A VALID QUARTER - IGNORED'
               END-IF
           END-IF.
           MOVE CQ-Q TO O-CQ-Q.
           MOVE CQ-YYYY TO O-CQ-YYYY.
           IF ACCUMULATE-RUN
               MOVE 'ACCUMULATED FROM THE YEAR-TO-DATE FILES'
                   TO QTL-MODE
           ELSE
               MOVE 'REPRINT FROM THE PAYROLL TAX FILE'
                   TO QTL-MODE
           END-IF.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF85" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAYQTR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PAYTAX_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYTAX-PATH
           END-IF.

           DISPLAY 'CREWYTD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CREWYTD-PATH
           END-IF.

           DISPLAY 'VOLYTD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-VOLYTD-PATH
           END-IF.

      *WITHHOLDING PERCENTAGES - CREW FEDERAL AND STATE, AND THE
      *VOLUNTEER ELECTION COBCJF46 ALSO READS
           DISPLAY 'PAYFWPCT' UPON ENVIRONMENT-NAME.
           ACCEPT PCT-IN FROM ENVIRONMENT-VALUE.
           IF PCT-IN NOT = SPACES AND PCT-IN NUMERIC
               MOVE PCT-IN TO FED-WH-PCT
           END-IF.

           DISPLAY 'PAYSWPCT' UPON ENVIRONMENT-NAME.
           ACCEPT PCT-IN FROM ENVIRONMENT-VALUE.
           IF PCT-IN NOT = SPACES AND PCT-IN NUMERIC
               MOVE PCT-IN TO STATE-WH-PCT
           END-IF.

           DISPLAY 'VOLWHPCT' UPON ENVIRONMENT-NAME.
           ACCEPT PCT-IN FROM ENVIRONMENT-VALUE.
           IF PCT-IN NOT = SPACES AND PCT-IN NUMERIC
               MOVE PCT-IN TO VOL-WH-PCT
           END-IF.

      *A FIRST RUN HAS NO TAX FILE YET
       2000-LOAD-PAYTAX.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT PAYTAX.
           IF PT-FILE-STATUS = '00'
               PERFORM 2010-PAYTAX-ROW
                   UNTIL MORE-RECS = 'NO'
               CLOSE PAYTAX
           END-IF.

       2010-PAYTAX-ROW.
           READ PAYTAX
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF WT-CTR < 1000
                       ADD 1 TO WT-CTR
                       MOVE PT-REC TO WT-ENTRY(WT-CTR)(1:319)
                       MOVE 0 TO WT-REG-Q(WT-CTR)
                       MOVE SPACE TO WT-FLAG(WT-CTR)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
           END-READ.

       2100-CREW-YTD.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT CREWYTD.
           IF CY-FILE-STATUS = '00'
               PERFORM 2110-CREW-YTD-ROW
                   UNTIL MORE-RECS = 'NO'
               CLOSE CREWYTD
           END-IF.

       2110-CREW-YTD-ROW.
           READ CREWYTD
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   MOVE CQ-YYYY TO FIND-YEAR
                   MOVE 'C' TO FIND-SOURCE
                   MOVE CY-ID TO FIND-ID
                   PERFORM 7500-FIND-WORKER
                   IF WT-HIT > 0
                       MOVE CY-NAME TO WT-NAME(WT-HIT)
                       MOVE 'N' TO WT-WH-ELECT(WT-HIT)
                       MOVE CY-YTD-GROSS TO C-SOURCE-YTD
                       PERFORM 2500-ACCUMULATE
                   END-IF
           END-READ.

       2200-VOL-YTD.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT VOLYTD.
           IF VY-FILE-STATUS = '00'
               PERFORM 2210-VOL-YTD-ROW
                   UNTIL MORE-RECS = 'NO'
               CLOSE VOLYTD
           END-IF.

       2210-VOL-YTD-ROW.
           READ VOLYTD
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   MOVE CQ-YYYY TO FIND-YEAR
                   MOVE 'V' TO FIND-SOURCE
                   MOVE VY-NAME-KEY TO FIND-ID
                   PERFORM 7500-FIND-WORKER
                   IF WT-HIT > 0
                       MOVE SPACES TO WT-NAME(WT-HIT)
                       MOVE VY-WITHHOLD-ELECT TO WT-WH-ELECT(WT-HIT)
                       MOVE VY-YTD-STIPEND TO C-SOURCE-YTD
                       PERFORM 2500-ACCUMULATE
                   END-IF
           END-READ.

      *THE QUARTER'S PAY IS THE YEAR-TO-DATE FIGURE LESS THE YEAR'S
      *START AND ITS EARLIER QUARTERS, SO A RERUN OF THE SAME
      *QUARTER JUST REPLACES IT
       2500-ACCUMULATE.
           MOVE WT-HIT TO WT-SUB.
           PERFORM 2600-PRIOR-WAGES.
           COMPUTE C-QTR-WAGES = C-SOURCE-YTD
               - WT-YTD-START(WT-SUB) - C-PRIOR-WAGES.
           IF C-QTR-WAGES < 0
               MOVE 0 TO C-QTR-WAGES
               MOVE 'B' TO WT-FLAG(WT-SUB)
               ADD 1 TO C-BELOW-CTR
           END-IF.
           MOVE C-QTR-WAGES TO WT-Q-WAGES(WT-SUB, CQ-Q).
           PERFORM 2700-TAXABLE-WAGES.
           PERFORM 2800-FIGURE-TAXES.

      *THE WORKER'S PAY IN THE YEAR'S QUARTERS BEFORE THE FILING ONE
       2600-PRIOR-WAGES.
           MOVE 0 TO C-PRIOR-WAGES.
           PERFORM 2610-ADD-PRIOR-QTR
               VARYING Q-SUB FROM 1 BY 1
               UNTIL Q-SUB NOT < CQ-Q.

       2610-ADD-PRIOR-QTR.
           ADD WT-Q-WAGES(WT-SUB, Q-SUB) TO C-PRIOR-WAGES.

      *HOW MUCH OF THE QUARTER FALLS UNDER EACH WAGE BASE, GIVEN
      *WHAT THE WORKER WAS PAID EARLIER IN THE YEAR
       2700-TAXABLE-WAGES.
           MOVE WT-Q-WAGES(WT-SUB, CQ-Q) TO C-QTR-WAGES.
           COMPUTE C-ROOM = SS-WAGE-BASE - C-PRIOR-WAGES.
           PERFORM 2710-UNDER-BASE.
           MOVE C-ROOM TO C-SS-WAGES.
           COMPUTE C-ROOM = FUTA-WAGE-BASE - C-PRIOR-WAGES.
           PERFORM 2710-UNDER-BASE.
           MOVE C-ROOM TO C-FUTA-WAGES.
           COMPUTE C-ROOM = SUTA-WAGE-BASE - C-PRIOR-WAGES.
           PERFORM 2710-UNDER-BASE.
           MOVE C-ROOM TO C-SUTA-WAGES.

       2710-UNDER-BASE.
           IF C-ROOM < 0
               MOVE 0 TO C-ROOM
           END-IF.
           IF C-ROOM > C-QTR-WAGES
               MOVE C-QTR-WAGES TO C-ROOM
           END-IF.

      *CREWS ARE EMPLOYEES; VOLUNTEERS ARE WITHHELD ON ONLY IF THEY
      *ELECTED IT, AND CARRY NO EMPLOYER TAXES
       2800-FIGURE-TAXES.
           IF WT-SOURCE(WT-SUB) = 'C'
               COMPUTE WT-Q-FED-WH(WT-SUB, CQ-Q) ROUNDED =
                   C-QTR-WAGES * FED-WH-PCT / 100
               COMPUTE WT-Q-STATE-WH(WT-SUB, CQ-Q) ROUNDED =
                   C-QTR-WAGES * STATE-WH-PCT / 100
               COMPUTE WT-Q-EE-FICA(WT-SUB, CQ-Q) ROUNDED =
                   C-SS-WAGES * SS-RATE + C-QTR-WAGES * MEDICARE-RATE
               MOVE WT-Q-EE-FICA(WT-SUB, CQ-Q)
                   TO WT-Q-ER-FICA(WT-SUB, CQ-Q)
               COMPUTE WT-Q-FUTA(WT-SUB, CQ-Q) ROUNDED =
                   C-FUTA-WAGES * FUTA-RATE
               COMPUTE WT-Q-SUTA(WT-SUB, CQ-Q) ROUNDED =
                   C-SUTA-WAGES * SUTA-RATE
           ELSE
               IF WT-WH-ELECT(WT-SUB) = 'Y'
                   COMPUTE WT-Q-FED-WH(WT-SUB, CQ-Q) ROUNDED =
                       C-QTR-WAGES * VOL-WH-PCT / 100
               ELSE
                   MOVE 0 TO WT-Q-FED-WH(WT-SUB, CQ-Q)
               END-IF
               MOVE 0 TO WT-Q-STATE-WH(WT-SUB, CQ-Q)
               MOVE 0 TO WT-Q-EE-FICA(WT-SUB, CQ-Q)
               MOVE 0 TO WT-Q-ER-FICA(WT-SUB, CQ-Q)
               MOVE 0 TO WT-Q-FUTA(WT-SUB, CQ-Q)
               MOVE 0 TO WT-Q-SUTA(WT-SUB, CQ-Q)
           END-IF.

      *EVERY REGISTER ROW DATED IN THE FILING YEAR GOES TO ITS
      *SOURCE AND QUARTER; THE FILING QUARTER'S ALSO GO TO THE
      *WORKER, SO A DIFFERENCE CAN BE TRACED
       3000-LOAD-REGISTER.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT PAYREG.
           IF PR-FILE-STATUS = '00'
               PERFORM 3010-REGISTER-ROW
                   UNTIL MORE-RECS = 'NO'
               CLOSE PAYREG
           END-IF.

       3010-REGISTER-ROW.
           READ PAYREG
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF PR-DATE NUMERIC AND PR-GROSS NUMERIC
                       PERFORM 3020-POST-REGISTER
                   END-IF
           END-READ.

       3020-POST-REGISTER.
           MOVE PR-DATE TO C-REG-DATE.
           DIVIDE C-REG-DATE BY 10000 GIVING C-REG-YYYY
               REMAINDER C-REG-MMDD.
           DIVIDE C-REG-MMDD BY 100 GIVING C-REG-MM
               REMAINDER C-REG-DD.
           IF C-REG-YYYY = CQ-YYYY
               AND C-REG-MM > 0 AND C-REG-MM < 13
               AND (PR-CREW OR PR-VOLUNTEER)
               COMPUTE C-REG-Q = (C-REG-MM - 1) / 3 + 1
               IF PR-CREW
                   MOVE 1 TO SRC-SUB
               ELSE
                   MOVE 2 TO SRC-SUB
               END-IF
               ADD PR-GROSS TO TT-REG(SRC-SUB, C-REG-Q)
               IF C-REG-Q = CQ-Q
                   MOVE CQ-YYYY TO FIND-YEAR
                   MOVE PR-SOURCE TO FIND-SOURCE
                   MOVE PR-WORKER-ID TO FIND-ID
                   PERFORM 7500-FIND-WORKER
                   IF WT-HIT > 0
                       ADD PR-GROSS TO WT-REG-Q(WT-HIT)
                   END-IF
               END-IF
           END-IF.

       3100-ACCUMULATED-TOTALS.
           IF WT-YEAR(WT-SUB) = CQ-YYYY
               IF WT-SOURCE(WT-SUB) = 'C'
                   MOVE 1 TO SRC-SUB
               ELSE
                   MOVE 2 TO SRC-SUB
               END-IF
               PERFORM 3110-ADD-ACCUMULATED
                   VARYING Q-SUB FROM 1 BY 1
                   UNTIL Q-SUB > 4
           END-IF.

       3110-ADD-ACCUMULATED.
           ADD WT-Q-WAGES(WT-SUB, Q-SUB) TO TT-ACC(SRC-SUB, Q-SUB).

      *EVERY WORKER PAID IN THE QUARTER, CREWS FIRST
       4000-WORKER-DETAIL.
           MOVE 'PAY AND TAXES BY WORKER' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM WORKER-HEADINGS
               AFTER ADVANCING 2 LINES.
           MOVE 'C' TO FIND-SOURCE.
           MOVE 1 TO SRC-SUB.
           PERFORM 4100-WORKER-LINE
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR.
           MOVE 'V' TO FIND-SOURCE.
           MOVE 2 TO SRC-SUB.
           PERFORM 4100-WORKER-LINE
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR.
           IF C-PRINTED = 0
               WRITE PRTLINE FROM NO-WORKER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'CREW PAY TOTAL' TO WTL-LABEL.
           MOVE 1 TO SRC-SUB.
           PERFORM 4200-WORKER-TOTAL.
           MOVE 'VOLUNTEER STIPEND TOTAL' TO WTL-LABEL.
           MOVE 2 TO SRC-SUB.
           PERFORM 4200-WORKER-TOTAL.

       4100-WORKER-LINE.
           IF WT-YEAR(WT-SUB) = CQ-YYYY
               AND WT-SOURCE(WT-SUB) = FIND-SOURCE
               AND (WT-Q-WAGES(WT-SUB, CQ-Q) > 0
                   OR WT-REG-Q(WT-SUB) > 0
                   OR WT-FLAG(WT-SUB) = 'B')
               PERFORM 4110-PRINT-WORKER
           END-IF.

       4110-PRINT-WORKER.
           PERFORM 7600-WORKER-NAME.
           MOVE WT-Q-WAGES(WT-SUB, CQ-Q) TO WL-WAGES.
           MOVE WT-Q-FED-WH(WT-SUB, CQ-Q) TO WL-FED-WH.
           MOVE WT-Q-STATE-WH(WT-SUB, CQ-Q) TO WL-STATE-WH.
           MOVE WT-Q-EE-FICA(WT-SUB, CQ-Q) TO WL-EE-FICA.
           MOVE WT-Q-ER-FICA(WT-SUB, CQ-Q) TO WL-ER-FICA.
           MOVE WT-Q-FUTA(WT-SUB, CQ-Q) TO WL-FUTA.
           MOVE WT-Q-SUTA(WT-SUB, CQ-Q) TO WL-SUTA.
           PERFORM 2600-PRIOR-WAGES.
           COMPUTE C-YEAR-WAGES =
               C-PRIOR-WAGES + WT-Q-WAGES(WT-SUB, CQ-Q).
           MOVE C-YEAR-WAGES TO WL-YTD.
           EVALUATE TRUE
               WHEN WT-FLAG(WT-SUB) = 'B'
                   MOVE 'YTD FELL' TO WL-NOTE
               WHEN WT-REG-Q(WT-SUB) NOT = WT-Q-WAGES(WT-SUB, CQ-Q)
                   MOVE 'NOT TIED' TO WL-NOTE
               WHEN WT-SOURCE(WT-SUB) = 'V'
                   AND WT-WH-ELECT(WT-SUB) = 'Y'
                   MOVE 'WH ELECTED' TO WL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WL-NOTE
           END-EVALUATE.
           WRITE PRTLINE FROM WORKER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.
           ADD 1 TO C-PRINTED.

           IF WT-Q-WAGES(WT-SUB, CQ-Q) > 0
               ADD 1 TO QT-WORKERS(SRC-SUB)
           END-IF.
           ADD WT-Q-WAGES(WT-SUB, CQ-Q) TO QT-WAGES(SRC-SUB).
           ADD WT-Q-FED-WH(WT-SUB, CQ-Q) TO QT-FED-WH(SRC-SUB).
           ADD WT-Q-STATE-WH(WT-SUB, CQ-Q) TO QT-STATE-WH(SRC-SUB).
           ADD WT-Q-EE-FICA(WT-SUB, CQ-Q) TO QT-EE-FICA(SRC-SUB).
           ADD WT-Q-ER-FICA(WT-SUB, CQ-Q) TO QT-ER-FICA(SRC-SUB).
           ADD WT-Q-FUTA(WT-SUB, CQ-Q) TO QT-FUTA(SRC-SUB).
           ADD WT-Q-SUTA(WT-SUB, CQ-Q) TO QT-SUTA(SRC-SUB).
           IF WT-SOURCE(WT-SUB) = 'C'
               PERFORM 2700-TAXABLE-WAGES
               ADD C-SS-WAGES TO QT-SS-WAGES(SRC-SUB)
               ADD C-FUTA-WAGES TO QT-FUTA-WAGES(SRC-SUB)
               ADD C-SUTA-WAGES TO QT-SUTA-WAGES(SRC-SUB)
           END-IF.

       4200-WORKER-TOTAL.
           MOVE QT-WORKERS(SRC-SUB) TO WTL-COUNT.
           MOVE QT-WAGES(SRC-SUB) TO WTL-WAGES.
           MOVE QT-FED-WH(SRC-SUB) TO WTL-FED-WH.
           MOVE QT-STATE-WH(SRC-SUB) TO WTL-STATE-WH.
           MOVE QT-EE-FICA(SRC-SUB) TO WTL-EE-FICA.
           MOVE QT-ER-FICA(SRC-SUB) TO WTL-ER-FICA.
           MOVE QT-FUTA(SRC-SUB) TO WTL-FUTA.
           MOVE QT-SUTA(SRC-SUB) TO WTL-SUTA.
           WRITE PRTLINE FROM WORKER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

      *THE 941 LINES FOR THE CREWS, THE 945 FIGURES FOR THE
      *VOLUNTEER STIPENDS, AND THE QUARTER'S FUTA LIABILITY. THE
      *FRACTIONS-OF-CENTS LINE IS THE EMPLOYEE AND EMPLOYER SHARES
      *AS POSTED LESS THE TAX ON THE QUARTER'S TAXABLE WAGES
       5000-FEDERAL-WORKSHEET.
           PERFORM 9100-HEADINGS.
           MOVE 'FORM 941 - CREW WAGES' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '1' TO FCL-LINE-NO.
           MOVE 'NUMBER OF EMPLOYEES PAID' TO FCL-LABEL.
           MOVE QT-WORKERS(1) TO FCL-COUNT.
           WRITE PRTLINE FROM FORM-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE '2' TO FL-LINE-NO.
           MOVE 'WAGES, TIPS, AND OTHER COMPENSATION' TO FL-LABEL.
           MOVE QT-WAGES(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '3' TO FL-LINE-NO.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO FL-LABEL.
           MOVE QT-FED-WH(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE C-SS-TAX ROUNDED =
               QT-SS-WAGES(1) * SS-RATE * 2.
           MOVE '5A' TO FTL-LINE-NO.
           MOVE 'TAXABLE SOCIAL SECURITY WAGES' TO FTL-LABEL.
           MOVE QT-SS-WAGES(1) TO FTL-WAGES.
           MOVE 'X .124 =' TO FTL-RATE.
           MOVE C-SS-TAX TO FTL-TAX.
           WRITE PRTLINE FROM FORM-TAX-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE C-MED-TAX ROUNDED =
               QT-WAGES(1) * MEDICARE-RATE * 2.
           MOVE '5C' TO FTL-LINE-NO.
           MOVE 'TAXABLE MEDICARE WAGES' TO FTL-LABEL.
           MOVE QT-WAGES(1) TO FTL-WAGES.
           MOVE 'X .029 =' TO FTL-RATE.
           MOVE C-MED-TAX TO FTL-TAX.
           WRITE PRTLINE FROM FORM-TAX-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '5E' TO FL-LINE-NO.
           MOVE 'TOTAL SOCIAL SECURITY AND MEDICARE TAXES' TO FL-LABEL.
           COMPUTE FL-AMOUNT = C-SS-TAX + C-MED-TAX.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE C-TOTAL-TAX =
               QT-FED-WH(1) + C-SS-TAX + C-MED-TAX.
           MOVE '6' TO FL-LINE-NO.
           MOVE 'TOTAL TAXES BEFORE ADJUSTMENTS' TO FL-LABEL.
           MOVE C-TOTAL-TAX TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE C-FRACTIONS = QT-EE-FICA(1) + QT-ER-FICA(1)
               - C-SS-TAX - C-MED-TAX.
           MOVE '7' TO FL-LINE-NO.
           MOVE 'CURRENT QUARTER ADJUSTMENT FOR FRACTIONS OF CENTS'
               TO FL-LABEL.
           MOVE C-FRACTIONS TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '10' TO FL-LINE-NO.
           MOVE 'TOTAL TAXES AFTER ADJUSTMENTS' TO FL-LABEL.
           COMPUTE FL-AMOUNT = C-TOTAL-TAX + C-FRACTIONS.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'FORM 940 - FEDERAL UNEMPLOYMENT (FUTA)' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO FTL-LINE-NO.
           MOVE 'WAGES UNDER THE FUTA WAGE BASE' TO FTL-LABEL.
           MOVE QT-FUTA-WAGES(1) TO FTL-WAGES.
           MOVE 'X .006 =' TO FTL-RATE.
           MOVE QT-FUTA(1) TO FTL-TAX.
           WRITE PRTLINE FROM FORM-TAX-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'FORM 945 - VOLUNTEER STIPENDS (NONEMPLOYEE PAY)'
               TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO FCL-LINE-NO.
           MOVE 'VOLUNTEERS PAID' TO FCL-LABEL.
           MOVE QT-WORKERS(2) TO FCL-COUNT.
           WRITE PRTLINE FROM FORM-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO FL-LINE-NO.
           MOVE 'STIPENDS PAID - NOT REPORTED ON THE 941' TO FL-LABEL.
           MOVE QT-WAGES(2) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FEDERAL INCOME TAX WITHHELD BY ELECTION' TO FL-LABEL.
           MOVE QT-FED-WH(2) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.

      *THE STATE RETURN: INCOME TAX WITHHELD FROM EACH CREW MEMBER,
      *AND THE UNEMPLOYMENT CONTRIBUTION ON WAGES UNDER THE STATE
      *WAGE BASE. STIPENDS CARRY NO STATE WITHHOLDING
       6000-STATE-SUMMARY.
           PERFORM 9100-HEADINGS.
           MOVE 'STATE WITHHOLDING SUMMARY' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FL-LINE-NO.
           MOVE 'CREW WAGES SUBJECT TO STATE WITHHOLDING' TO FL-LABEL.
           MOVE QT-WAGES(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STATE INCOME TAX WITHHELD' TO FL-LABEL.
           MOVE QT-STATE-WH(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'VOLUNTEER STIPENDS - NO STATE WITHHOLDING' TO FL-LABEL.
           MOVE QT-WAGES(2) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STATE WITHHOLDING DUE FOR THE QUARTER' TO FL-LABEL.
           MOVE QT-STATE-WH(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'STATE UNEMPLOYMENT CONTRIBUTION' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'TOTAL CREW WAGES PAID' TO FL-LABEL.
           MOVE QT-WAGES(1) TO FL-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'WAGES OVER THE STATE WAGE BASE' TO FL-LABEL.
           COMPUTE FL-AMOUNT = QT-WAGES(1) - QT-SUTA-WAGES(1).
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FTL-LINE-NO.
           MOVE 'TAXABLE WAGES' TO FTL-LABEL.
           MOVE QT-SUTA-WAGES(1) TO FTL-WAGES.
           MOVE 'X .0270 =' TO FTL-RATE.
           MOVE QT-SUTA(1) TO FTL-TAX.
           WRITE PRTLINE FROM FORM-TAX-LINE
               AFTER ADVANCING 1 LINE.

      *EVERY QUARTER OF THE FILING YEAR SO FAR, BOTH SOURCES, THEN
      *THE WORKERS BEHIND A DIFFERENCE IN THE FILING QUARTER
       7000-REGISTER-TIE.
           PERFORM 9100-HEADINGS.
           MOVE 'PAY REGISTER TIE-OUT' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TIE-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 7100-TIE-QUARTER
               VARYING Q-SUB FROM 1 BY 1
               UNTIL Q-SUB > CQ-Q.
           IF C-NOT-TIED = 0
               WRITE PRTLINE FROM TIED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE C-NOT-TIED TO NTL-COUNT
               WRITE PRTLINE FROM NOT-TIED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE 'WORKERS NOT TIED IN THE FILING QUARTER' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 7200-TIE-WORKER
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR.
           IF C-EXCEPT-CTR = 0
               MOVE SPACES TO PRTLINE
               MOVE 'NONE' TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       7100-TIE-QUARTER.
           MOVE Q-SUB TO TL-Q.
           MOVE 'CREW PAY' TO TL-SOURCE.
           MOVE 1 TO SRC-SUB.
           PERFORM 7110-TIE-LINE.
           MOVE 'STIPENDS' TO TL-SOURCE.
           MOVE 2 TO SRC-SUB.
           PERFORM 7110-TIE-LINE.

       7110-TIE-LINE.
           MOVE TT-REG(SRC-SUB, Q-SUB) TO TL-REG.
           MOVE TT-ACC(SRC-SUB, Q-SUB) TO TL-ACC.
           COMPUTE C-DIFF =
               TT-REG(SRC-SUB, Q-SUB) - TT-ACC(SRC-SUB, Q-SUB).
           MOVE C-DIFF TO TL-DIFF.
           IF C-DIFF = 0
               MOVE 'TIES' TO TL-STATUS
           ELSE
               MOVE '*** DOES NOT TIE' TO TL-STATUS
               ADD 1 TO C-NOT-TIED
           END-IF.
           WRITE PRTLINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       7200-TIE-WORKER.
           IF WT-YEAR(WT-SUB) = CQ-YYYY
               AND (WT-REG-Q(WT-SUB) NOT = WT-Q-WAGES(WT-SUB, CQ-Q)
                   OR WT-FLAG(WT-SUB) = 'B')
               PERFORM 7600-WORKER-NAME
               MOVE WL-SOURCE TO XL-SOURCE
               MOVE WL-NAME TO XL-NAME
               MOVE WT-REG-Q(WT-SUB) TO XL-REG
               MOVE WT-Q-WAGES(WT-SUB, CQ-Q) TO XL-ACC
               COMPUTE C-DIFF =
                   WT-REG-Q(WT-SUB) - WT-Q-WAGES(WT-SUB, CQ-Q)
               MOVE C-DIFF TO XL-DIFF
               EVALUATE TRUE
                   WHEN WT-FLAG(WT-SUB) = 'B'
                       MOVE 'YEAR-TO-DATE FILE BELOW ACCUMULATED'
                           TO XL-NOTE
                   WHEN C-DIFF > 0
                       MOVE 'REGISTER OVER - RERUN POSTED TWICE?'
                           TO XL-NOTE
                   WHEN OTHER
                       MOVE 'REGISTER SHORT - RUN NOT ON REGISTER?'
                           TO XL-NOTE
               END-EVALUATE
               WRITE PRTLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM 9100-HEADINGS
               ADD 1 TO C-EXCEPT-CTR
           END-IF.

      *THE WORKER'S ROW FOR THE YEAR, STARTED WHEN THERE IS NONE -
      *CARRYING THE YEAR-TO-DATE START ON FROM LAST YEAR'S ROW
       7500-FIND-WORKER.
           MOVE 0 TO WT-HIT.
           PERFORM 7510-MATCH-WORKER
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR OR WT-HIT > 0.
           IF WT-HIT = 0
               IF WT-CTR < 1000
                   PERFORM 7520-START-WORKER
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF.

       7510-MATCH-WORKER.
           IF WT-YEAR(WT-SUB) = FIND-YEAR
               AND WT-SOURCE(WT-SUB) = FIND-SOURCE
               AND WT-WORKER-ID(WT-SUB) = FIND-ID
               MOVE WT-SUB TO WT-HIT
           END-IF.

       7520-START-WORKER.
           SUBTRACT 1 FROM FIND-YEAR.
           MOVE 0 TO WT-PRIOR-HIT.
           PERFORM 7530-MATCH-PRIOR-YEAR
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR OR WT-PRIOR-HIT > 0.
           ADD 1 TO FIND-YEAR.

           ADD 1 TO WT-CTR.
           MOVE WT-CTR TO WT-HIT.
           MOVE FIND-YEAR TO WT-YEAR(WT-HIT).
           MOVE FIND-SOURCE TO WT-SOURCE(WT-HIT).
           MOVE FIND-ID TO WT-WORKER-ID(WT-HIT).
           MOVE SPACES TO WT-NAME(WT-HIT).
           MOVE 'N' TO WT-WH-ELECT(WT-HIT).
           MOVE 0 TO WT-YTD-START(WT-HIT).
           MOVE 0 TO WT-REG-Q(WT-HIT).
           MOVE SPACE TO WT-FLAG(WT-HIT).
           PERFORM 7540-CLEAR-QUARTER
               VARYING Q-SUB FROM 1 BY 1
               UNTIL Q-SUB > 4.
           IF WT-PRIOR-HIT > 0
               MOVE WT-NAME(WT-PRIOR-HIT) TO WT-NAME(WT-HIT)
               MOVE WT-WH-ELECT(WT-PRIOR-HIT) TO WT-WH-ELECT(WT-HIT)
               MOVE WT-YTD-START(WT-PRIOR-HIT) TO WT-YTD-START(WT-HIT)
               PERFORM 7550-CARRY-PRIOR-QUARTER
                   VARYING Q-SUB FROM 1 BY 1
                   UNTIL Q-SUB > 4
           END-IF.

       7530-MATCH-PRIOR-YEAR.
           IF WT-YEAR(WT-SUB) = FIND-YEAR
               AND WT-SOURCE(WT-SUB) = FIND-SOURCE
               AND WT-WORKER-ID(WT-SUB) = FIND-ID
               MOVE WT-SUB TO WT-PRIOR-HIT
           END-IF.

       7540-CLEAR-QUARTER.
           MOVE 0 TO WT-Q-WAGES(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-FED-WH(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-STATE-WH(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-EE-FICA(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-ER-FICA(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-FUTA(WT-HIT, Q-SUB).
           MOVE 0 TO WT-Q-SUTA(WT-HIT, Q-SUB).

       7550-CARRY-PRIOR-QUARTER.
           ADD WT-Q-WAGES(WT-PRIOR-HIT, Q-SUB)
               TO WT-YTD-START(WT-HIT).

      *CREW ID AND NAME, OR THE VOLUNTEER'S FIRST AND LAST NAME
       7600-WORKER-NAME.
           MOVE SPACES TO WL-NAME.
           IF WT-SOURCE(WT-SUB) = 'C'
               MOVE 'CREW' TO WL-SOURCE
               STRING WT-WORKER-ID(WT-SUB)(1:3) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WT-NAME(WT-SUB) DELIMITED BY SIZE
                   INTO WL-NAME
           ELSE
               MOVE 'VOL' TO WL-SOURCE
               STRING WT-WORKER-ID(WT-SUB)(16:15) DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   WT-WORKER-ID(WT-SUB)(1:15) DELIMITED BY '  '
                   INTO WL-NAME
           END-IF.

       8000-SAVE-PAYTAX.
           COMPUTE C-KEEP-YEAR = CQ-YYYY - 4.
           OPEN OUTPUT PAYTAX.
           PERFORM 8010-PAYTAX-WRITE
               VARYING WT-SUB FROM 1 BY 1
               UNTIL WT-SUB > WT-CTR.
           CLOSE PAYTAX.

       8010-PAYTAX-WRITE.
           IF WT-YEAR(WT-SUB) NOT < C-KEEP-YEAR
               MOVE WT-ENTRY(WT-SUB)(1:319) TO PT-REC
               WRITE PT-REC
           END-IF.

       9000-CLOSING.
           IF TABLE-FULL = 'Y'
               WRITE PRTLINE FROM TABLE-FULL-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-PRINTED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-PRINTED TO TR-REC-COUNT.
           COMPUTE TR-HASH-TOTAL = QT-WAGES(1) + QT-WAGES(2).
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM QUARTER-TITLE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF85.
