       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF61.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *JOB PROFITABILITY AT TRUE COST FOR COMPLETED PAINT JOBS. THE
      *VARIANCE REPORT (COBCJF13) ONLY COMPARES ACTUALS TO THE
      *ESTIMATE'S OWN PRICES; THIS STEP COSTS EACH JOB THE WAY THE
      *BOOKS SEE IT:
      *  - LABOR IS THE ACTUALS HOURS AT THE CREW'S REAL HOURLY
      *    RATE FROM THE CREW MASTER (PNTCREW.DAT), AS COBCJF33
      *    PAYS THEM;
      *  - MATERIAL IS THE GALLONS AND SUPPLIES COBCJF30 DREW FOR
      *    THE JOB, AT THE STOCK LEDGER'S AVERAGE COST (PNTJMAT.DAT);
      *  - WARRANTY IS THE CALLBACK REWORK FROM PNTCBACK.DAT - THE
      *    HOURS AT THE JOB CREW'S RATE AND THE GALLONS AT THE
      *    GRADE'S AVERAGE COST FROM PNTSTOCK.DAT;
      *  - REVENUE IS THE CONTRACT PRICE ON THE JOB'S OPEN-AR ROWS
      *    (PAINTAR.DAT), INCLUDING ANY APPROVED CHANGE ORDERS.
      *A JOB IS COMPLETE ONCE ITS ACTUALS ARE TURNED IN. THE ACTUALS
      *AND MATERIAL FILES ONLY COVER THE CURRENT PERIOD, SO THE
      *LABOR AND MATERIAL ARE CARRIED FORWARD RUN TO RUN ON A JOB
      *COST LEDGER (PNTJCOST.DAT) THE WAY THE STOCK LEDGER IS
      *CARRIED. A JOB WORKED BY MORE THAN ONE CREW IS CREDITED TO
      *THE FIRST CREW THAT TURNED IN ACTUALS.
      *EVERY JOB PRINTS WITH ITS GROSS MARGIN AND MARGIN PERCENT,
      *FOLLOWED BY TOTALS BY PAINT GRADE, BY CREW, AND BY CUSTOMER
      *NUMBER. JOBS UNDER THE TARGET MARGIN ARE FLAGGED LOW; THE
      *TARGET COMES FROM THE TARGET_MARGIN ENVIRONMENT VARIABLE AND
      *DEFAULTS TO 25 PERCENT. A COMPLETED JOB WITH NO AR ROW IS
      *FLAGGED NOT BILLED, GOES TO THE EXCEPTION REPORT, AND IS
      *LEFT OUT OF THE TOTALS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT
               ASSIGN TO WS-PAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREW-MASTER
               ASSIGN TO WS-CREWMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRW-FILE-STATUS.

           SELECT STOCKLED
               ASSIGN TO WS-STOCKLED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-FILE-STATUS.

           SELECT ARLEDGER
               ASSIGN TO WS-ARLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT JOBCOST
               ASSIGN TO WS-JOBCOST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JC-FILE-STATUS.

           SELECT ACTUALS
               ASSIGN TO WS-ACTUALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.

           SELECT JOBMAT
               ASSIGN TO WS-JOBMAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JM-FILE-STATUS.

           SELECT CALLBACKS
               ASSIGN TO WS-CALLBACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
           05 PAINT-DATE.
               10 PAINT-YY         PIC 9(4).
               10 PAINT-MM         PIC 99.
               10 PAINT-DD         PIC 99.
           05 PAINT-WALL-SQ-FT     PIC 9(4).
           05 PAINT-DOOR-SQ-FT     PIC 9(3).
           05 PAINT-PRICE-GAL      PIC 99V99.
           05 PAINT-GRADE          PIC X.
               88 VAL-PAINT-GRADE  VALUE "E", "S", "P".
           05 PAINT-CUST-NAME      PIC X(20).
           05 PAINT-CUST-ADDRESS   PIC X(25).
      *Y/N FLAGS, SAME ORDER AS COBCJF01'S SUPPLY-PRICE-TABLE
           05 PAINT-SUPPLY-FLAGS.
               10 PAINT-SUP-FLAG   PIC X OCCURS 4.
           05 PAINT-CUST-NO        PIC X(5).
      *ROOM PRODUCT AND COLOR SPECIFICATION - BLANK ON ROOMS KEYED
      *BEFORE THE SPEC WAS CARRIED
           05 PAINT-SPEC.
               10 PAINT-ROOM-NAME  PIC X(15).
               10 PAINT-BRAND      PIC X(10).
               10 PAINT-PRODUCT    PIC X(12).
               10 PAINT-COLOR-CODE PIC X(8).
               10 PAINT-COLOR-NAME PIC X(16).
               10 PAINT-SHEEN      PIC X.
                   88 VAL-PAINT-SHEEN VALUE 'F' 'E' 'S' 'G' 'H'.
      *WHERE THE CUSTOMER HEARD OF US - SEE THE LEAD SOURCE MASTER,
      *PNTLSRC.DAT. BLANK ON ESTIMATES KEYED BEFORE IT WAS CARRIED
           05 PAINT-LEAD-SRC       PIC X(3).

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRW-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 CRW-REC.
           05 CRW-ID               PIC X(3).
           05 CRW-NAME             PIC X(20).
           05 CRW-RATE             PIC 99V99.
      *LEAD-SAFE CERTIFIED RENOVATOR ON THE CREW - BLANK WHEN NONE
           05 CRW-CERT-NO          PIC X(12).
           05 CRW-CERT-EXPIRES     PIC X(8).

      *COBCJF30'S STOCK LEDGER - ONLY THE AVERAGE COSTS ARE USED
       FD  STOCKLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS STK-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 STK-REC.
           05 STK-GAL-QTY          PIC S9(6)V99 OCCURS 3.
           05 STK-SUP-QTY          PIC S9(5) OCCURS 4.
           05 STK-GAL-COST         PIC 9(3)V99 OCCURS 3.
           05 STK-SUP-COST         PIC 9(3)V99 OCCURS 4.

      *COBCJF32'S OPEN-AR LEDGER
       FD  ARLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 AR-REC.
           05 AR-EST-NO            PIC X(4).
           05 AR-CUST-NO           PIC X(5).
           05 AR-CUST-NAME         PIC X(20).
           05 AR-INV-DATE.
               10 AR-INV-YY        PIC 9(4).
               10 AR-INV-MM        PIC 99.
               10 AR-INV-DD        PIC 99.
           05 AR-INVOICED          PIC 9(7)V99.
           05 AR-PAID              PIC 9(7)V99.
           05 AR-STATUS            PIC X.
               88 AR-ROW-OPEN      VALUE 'O'.
               88 AR-ROW-CLOSED    VALUE 'C'.
               88 AR-ROW-HELD      VALUE 'H'.
           05 AR-STAGE             PIC X.
           05 AR-CONTRACT          PIC 9(7)V99.

      *ONE ROW PER COMPLETED JOB, CARRIED FORWARD RUN TO RUN
       FD  JOBCOST
           LABEL RECORD IS STANDARD
           DATA RECORD IS JC-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 JC-REC.
           05 JC-EST-NO            PIC X(4).
           05 JC-CUST-NO           PIC X(5).
           05 JC-GRADE             PIC X.
           05 JC-CREW-ID           PIC X(3).
           05 JC-DATE              PIC 9(8).
           05 JC-HOURS             PIC 9(5)V9.
           05 JC-LABOR             PIC 9(6)V99.
           05 JC-GALLONS           PIC 9(4)V99.
           05 JC-MATERIAL          PIC 9(6)V99.

       FD  ACTUALS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 ACT-REC.
           05 ACT-EST-NO           PIC X(4).
           05 ACT-GALLONS          PIC 999V99.
           05 ACT-HOURS            PIC 9(4)V9.
           05 ACT-CREW-ID          PIC X(3).

      *COBCJF30'S COSTED DRAWS FOR THE PERIOD
       FD  JOBMAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS JM-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 JM-REC.
           05 JM-EST-NO            PIC X(4).
           05 JM-GRADE             PIC X.
           05 JM-GALLONS           PIC 999V99.
           05 JM-GAL-COST          PIC 9(5)V99.
           05 JM-SUP-UNITS         PIC 9(3).
           05 JM-SUP-COST          PIC 9(5)V99.

       FD  CALLBACKS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 CB-REC.
           05 CB-EST-NO            PIC X(4).
           05 CB-DATE              PIC 9(8).
           05 CB-CAUSE             PIC X(20).
           05 CB-HOURS             PIC 9(4)V9.
           05 CB-GALLONS           PIC 999V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 CRW-MORE-RECS        PIC XXX VALUE 'YES'.
           05 AR-MORE-RECS         PIC XXX VALUE 'YES'.
           05 JC-MORE-RECS         PIC XXX VALUE 'YES'.
           05 ACT-MORE-RECS        PIC XXX VALUE 'YES'.
           05 JM-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CB-MORE-RECS         PIC XXX VALUE 'YES'.
           05 EST-MATCH            PIC XXX VALUE 'NO'.
           05 CRW-MATCH            PIC XXX VALUE 'NO'.
           05 JOB-MATCH            PIC XXX VALUE 'NO'.
           05 AR-MATCH             PIC XXX VALUE 'NO'.
           05 CU-MATCH             PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 CRW-FILE-STATUS      PIC XX.
           05 STK-FILE-STATUS      PIC XX.
           05 AR-FILE-STATUS       PIC XX.
           05 JC-FILE-STATUS       PIC XX.
           05 ACT-FILE-STATUS      PIC XX.
           05 JM-FILE-STATUS       PIC XX.
           05 CB-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PAINT-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTEST.DAT'.
           05 WS-CREWMST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTCREW.DAT'.
           05 WS-STOCKLED-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTSTOCK.DAT'.
           05 WS-ARLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\PAINTAR.DAT'.
           05 WS-JOBCOST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTJCOST.DAT'.
           05 WS-ACTUALS-PATH      PIC X(80)
               VALUE 'C:\COBOL\PAINTACT.DAT'.
           05 WS-JOBMAT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTJMAT.DAT'.
           05 WS-CALLBACK-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTCBACK.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PJOBPROF.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PJOBPRFE.PRT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6) VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(30) VALUE SPACE.
           05 FILLER               PIC X(36)
               VALUE "JOB PROFITABILITY AT TRUE COST".
           05 FILLER               PIC X(41) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "PAGE:".
           05 O-PG-CTR PIC Z9.

       01 TARGET-LINE.
           05 FILLER               PIC X(16) VALUE "TARGET MARGIN:".
           05 TGL-TARGET           PIC Z9.
           05 FILLER               PIC X(114) VALUE '%'.

       01 JOB-HEADING-LINE.
           05 FILLER               PIC X(6) VALUE "EST".
           05 FILLER               PIC X(7) VALUE "CUST".
           05 FILLER               PIC X(4) VALUE "GR".
           05 FILLER               PIC X(11) VALUE "CREW".
           05 FILLER               PIC X(14) VALUE "REVENUE".
           05 FILLER               PIC X(9) VALUE "LABOR".
           05 FILLER               PIC X(12) VALUE "MATERIAL".
           05 FILLER               PIC X(12) VALUE "WARRANTY".
           05 FILLER               PIC X(18) VALUE "TOTAL COST".
           05 FILLER               PIC X(10) VALUE "MARGIN".
           05 FILLER               PIC X(7) VALUE "PCT".
           05 FILLER               PIC X(11) VALUE "FLAG".
           05 FILLER               PIC X(11) VALUE "A/R".

       01 JOB-DETAIL-LINE.
           05 JDL-EST-NO           PIC X(4).
           05 FILLER               PIC XX VALUE SPACE.
           05 JDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XX VALUE SPACE.
           05 JDL-GRADE            PIC X.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 JDL-CREW-ID          PIC X(3).
           05 FILLER               PIC XX VALUE SPACE.
           05 JDL-REVENUE          PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-LABOR            PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-MATERIAL         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-WARRANTY         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-COST             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-MARGIN           PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-MARGIN-PCT       PIC ZZZZ9.9-.
           05 FILLER               PIC X VALUE '%'.
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-FLAG             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 JDL-AR-STATUS        PIC X(8).
           05 FILLER               PIC XX VALUE SPACE.

       01 GT-PROFIT-LINE.
           05 FILLER               PIC X(14) VALUE 'JOBS COSTED:'.
           05 GT-JOBS              PIC Z,ZZ9.
           05 FILLER               PIC X(12) VALUE '   REVENUE:'.
           05 GT-REVENUE           PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(9) VALUE '   COST:'.
           05 GT-COST              PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(11) VALUE '   MARGIN:'.
           05 GT-MARGIN            PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 GT-MARGIN-PCT        PIC ZZZZ9.9-.
           05 FILLER               PIC X(27) VALUE '%'.

       01 GRADE-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "GROSS MARGIN BY PAINT GRADE".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 CREW-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "GROSS MARGIN BY CREW".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 CUST-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "GROSS MARGIN BY CUSTOMER NUMBER".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 SUMMARY-HEADING-LINE.
           05 FILLER               PIC X(7) VALUE "CODE".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(14) VALUE "JOBS".
           05 FILLER               PIC X(13) VALUE "REVENUE".
           05 FILLER               PIC X(20) VALUE "TOTAL COST".
           05 FILLER               PIC X(12) VALUE "MARGIN".
           05 FILLER               PIC X(8) VALUE "PCT".
           05 FILLER               PIC X(37) VALUE "LOW JOBS".

       01 SUMMARY-DETAIL-LINE.
           05 SDL-CODE             PIC X(5).
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-NAME             PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-JOBS             PIC ZZ,ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 SDL-REVENUE          PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-COST             PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-MARGIN           PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-MARGIN-PCT       PIC ZZZZ9.9-.
           05 FILLER               PIC X VALUE '%'.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 SDL-LOW-JOBS         PIC ZZ,ZZ9.
           05 FILLER               PIC X(29) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "JOB PROFIT EXCEPTIONS".
           05 FILLER               PIC X(52) VALUE SPACE.

       01 ERROR-HEADINGS.
           05 FILLER               PIC X(18) VALUE "ESTIMATE NUMBER".
           05 FILLER               PIC X(60) VALUE "ERROR DESCRIPTION".

       01 ERROR-LINE.
           05 ERROR-EST-NO         PIC X(4).
           05 FILLER               PIC X(8) VALUE SPACE.
           05 ERROR-DESCR          PIC X(60).

       01 GT-ERROR-LINE.
           05 FILLER               PIC X(13) VALUE 'TOTAL ERRORS:'.
           05 GT-ERROR             PIC Z,ZZ9.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 ERROR-LINE-VARS.
           05 C-PG-ERROR           PIC 99 VALUE ZERO.
           05 GT-ERRORS            PIC 9(4) VALUE ZERO.

      *TARGET GROSS MARGIN PERCENT - SEE THE PROGRAM BANNER
       01 MARGIN-VARS.
           05 TARGET-MARGIN        PIC 99 VALUE 25.
           05 TARGET-MARGIN-IN     PIC X(2).

      *AVERAGE COST PER GALLON BY GRADE (E, S, P) FROM THE STOCK
      *LEDGER; A MIXED-GRADE JOB COSTS AT THE STANDARD ROW
       01 GALLON-COST-TABLE.
           05 GC-COST              PIC 9(3)V99 OCCURS 3 VALUE 0.

       01 GRADE-SUB                PIC 9.

      *ONE ROW PER ESTIMATE NUMBER: THE GRADE ('*' WHEN THE ROOMS
      *MIX GRADES) AND THE CUSTOMER
       01 ESTIMATE-TABLE.
           05 ET-ENTRY OCCURS 500 TIMES INDEXED BY ET-IDX.
               10 ET-EST-NO        PIC X(4).
               10 ET-GRADE         PIC X.
               10 ET-CUST-NO       PIC X(5).
               10 ET-CUST-NAME     PIC X(20).

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.

      *REVENUE PER JOB FROM THE OPEN-AR LEDGER. EVERY ROW OF A JOB
      *CARRIES THE SAME (REVISED) CONTRACT PRICE; ROWS WRITTEN
      *BEFORE THE CONTRACT FIELD EXISTED COUNT AT WHAT WAS INVOICED
       01 AR-TABLE.
           05 AT-ENTRY OCCURS 500 TIMES INDEXED BY AT-IDX.
               10 AT-EST-NO        PIC X(4).
               10 AT-CONTRACT      PIC 9(7)V99.
               10 AT-INVOICED      PIC 9(8)V99.
               10 AT-OPEN          PIC X.

       01 AR-TABLE-VARS.
           05 AT-CTR               PIC 9(3) VALUE 0.

      *THE JOB COST LEDGER, RESTORED FROM LAST RUN'S PNTJCOST.DAT.
      *JT-SAVED IS THE LEDGER RECORD; WARRANTY IS RE-COSTED FROM
      *THE FULL CALLBACK FILE EVERY RUN AND IS NOT CARRIED
       01 JOB-COST-TABLE.
           05 JT-ENTRY OCCURS 500 TIMES INDEXED BY JT-IDX.
               10 JT-SAVED.
                   15 JT-EST-NO    PIC X(4).
                   15 JT-CUST-NO   PIC X(5).
                   15 JT-GRADE     PIC X.
                   15 JT-CREW-ID   PIC X(3).
                   15 JT-DATE      PIC 9(8).
                   15 JT-HOURS     PIC 9(5)V9.
                   15 JT-LABOR     PIC 9(6)V99.
                   15 JT-GALLONS   PIC 9(4)V99.
                   15 JT-MATERIAL  PIC 9(6)V99.
               10 JT-WARRANTY      PIC 9(6)V99.

       01 JOB-COST-TABLE-VARS.
           05 JT-CTR               PIC 9(3) VALUE 0.

      *ROLLUP ACCUMULATORS - THE SAME LAYOUT UNDER EVERY TOTAL SO
      *ONE PARAGRAPH PRINTS THEM ALL
       01 SUMMARY-WORK.
           05 SW-JOBS              PIC 9(5).
           05 SW-REVENUE           PIC 9(9)V99.
           05 SW-COST              PIC 9(9)V99.
           05 SW-LOW               PIC 9(5).

      *ROWS 1-3 ARE GRADES E, S, P AND ROW 4 IS MIXED-GRADE JOBS
       01 GRADE-ACCUM-TABLE.
           05 GA-ENTRY OCCURS 4 TIMES.
               10 GA-ACCUM.
                   15 GA-JOBS      PIC 9(5) VALUE 0.
                   15 GA-REVENUE   PIC 9(9)V99 VALUE 0.
                   15 GA-COST      PIC 9(9)V99 VALUE 0.
                   15 GA-LOW       PIC 9(5) VALUE 0.

       01 GA-SUB                   PIC 9 VALUE 0.

      *THE CREW ROSTER WITH ITS RATE AND MARGIN ACCUMULATORS
       01 CREW-TABLE.
           05 CT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
               10 CT-ID            PIC X(3).
               10 CT-NAME          PIC X(20).
               10 CT-RATE          PIC 99V99.
               10 CT-ACCUM.
                   15 CT-JOBS      PIC 9(5).
                   15 CT-REVENUE   PIC 9(9)V99.
                   15 CT-COST      PIC 9(9)V99.
                   15 CT-LOW       PIC 9(5).

       01 CREW-TABLE-VARS.
           05 CT-CTR               PIC 99 VALUE 0.

       01 CUSTOMER-TABLE.
           05 CU-ENTRY OCCURS 500 TIMES INDEXED BY CU-IDX.
               10 CU-NO            PIC X(5).
               10 CU-NAME          PIC X(20).
               10 CU-ACCUM.
                   15 CU-JOBS      PIC 9(5).
                   15 CU-REVENUE   PIC 9(9)V99.
                   15 CU-COST      PIC 9(9)V99.
                   15 CU-LOW       PIC 9(5).

       01 CUSTOMER-TABLE-VARS.
           05 CU-CTR               PIC 9(3) VALUE 0.

       01 PROFIT-CALC-VARS.
           05 C-FIND-EST-NO        PIC X(4) VALUE SPACE.
           05 C-FIND-CREW-ID       PIC X(3) VALUE SPACE.
           05 C-LABOR              PIC 9(6)V99 VALUE 0.
           05 C-REWORK             PIC 9(6)V99 VALUE 0.
           05 C-REVENUE            PIC 9(7)V99 VALUE 0.
           05 C-COST               PIC 9(7)V99 VALUE 0.
           05 C-MARGIN             PIC S9(9)V99 VALUE 0.
           05 C-MARGIN-PCT         PIC S9(5)V9 VALUE 0.
           05 C-LOW                PIC XXX VALUE 'NO'.
           05 C-JOB-CTR            PIC 9(5) VALUE 0.
           05 C-REV-HASH           PIC 9(9)V99 VALUE 0.
           05 C-COST-TOTAL         PIC 9(9)V99 VALUE 0.
           05 C-PG-CTR             PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-ESTIMATES
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2000-POST-ACTUALS
               UNTIL ACT-MORE-RECS = 'NO'.
           PERFORM 9070-OPEN-JOBMAT.
           PERFORM 2300-POST-MATERIAL
               UNTIL JM-MORE-RECS = 'NO'.
           PERFORM 9080-OPEN-CALLBACKS.
           PERFORM 2500-POST-CALLBACK
               UNTIL CB-MORE-RECS = 'NO'.
           PERFORM 3000-STATEMENT.
           PERFORM 4000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN
           IF GT-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN INPUT PAINT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
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
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF61" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LOAD-CREW-MASTER.
           PERFORM 1300-LOAD-STOCK-COSTS.
           PERFORM 1400-LOAD-AR-LEDGER.
           PERFORM 1500-LOAD-JOB-COSTS.
           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 9100-HEADINGS.

           OPEN INPUT ACTUALS.
           IF ACT-FILE-STATUS NOT = '00'
               MOVE 'NO' TO ACT-MORE-RECS
           ELSE
               PERFORM 9060-READ-ACTUALS
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAINTEST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAINT-PATH
           END-IF.

           DISPLAY 'PNTCREW_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CREWMST-PATH
           END-IF.

           DISPLAY 'PNTSTOCK_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STOCKLED-PATH
           END-IF.

           DISPLAY 'PAINTAR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARLEDGER-PATH
           END-IF.

           DISPLAY 'PNTJCOST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBCOST-PATH
           END-IF.

           DISPLAY 'PAINTACT_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTUALS-PATH
           END-IF.

           DISPLAY 'PNTJMAT_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBMAT-PATH
           END-IF.

           DISPLAY 'PNTCBACK_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CALLBACK-PATH
           END-IF.

           DISPLAY 'PJOBPROF_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PJOBPRFE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

           DISPLAY 'TARGET_MARGIN' UPON ENVIRONMENT-NAME.
           ACCEPT TARGET-MARGIN-IN FROM ENVIRONMENT-VALUE.
           IF TARGET-MARGIN-IN NOT = SPACES
               AND TARGET-MARGIN-IN NUMERIC
               MOVE TARGET-MARGIN-IN TO TARGET-MARGIN
           END-IF.

      *ONE ROW PER ESTIMATE: THE GRADE ('*' WHEN THE ROOMS MIX
      *GRADES) AND THE CUSTOMER FROM THE FIRST ROOM
       1100-LOAD-ESTIMATES.
           MOVE PAINT-EST-NO TO C-FIND-EST-NO.
           PERFORM 9300-FIND-ESTIMATE.
           IF EST-MATCH = 'YES'
               IF PAINT-GRADE NOT = ET-GRADE(ET-IDX)
                   MOVE '*' TO ET-GRADE(ET-IDX)
               END-IF
           ELSE
               IF ET-CTR < 500
                   ADD 1 TO ET-CTR
                   SET ET-IDX TO ET-CTR
                   MOVE PAINT-EST-NO TO ET-EST-NO(ET-IDX)
                   MOVE PAINT-GRADE TO ET-GRADE(ET-IDX)
                   MOVE PAINT-CUST-NO TO ET-CUST-NO(ET-IDX)
                   MOVE PAINT-CUST-NAME TO ET-CUST-NAME(ET-IDX)
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
               END-IF
           END-IF.
           PERFORM 9000-READ-PAINT.

       1200-LOAD-CREW-MASTER.
           OPEN INPUT CREW-MASTER.
           IF CRW-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-CREW
                   UNTIL CRW-MORE-RECS = 'NO'
           END-IF.
           CLOSE CREW-MASTER.

       1250-LOAD-ONE-CREW.
           READ CREW-MASTER
               AT END
                   MOVE 'NO' TO CRW-MORE-RECS
               NOT AT END
                   IF CT-CTR < 20
                       ADD 1 TO CT-CTR
                       SET CT-IDX TO CT-CTR
                       MOVE CRW-ID TO CT-ID(CT-IDX)
                       MOVE CRW-NAME TO CT-NAME(CT-IDX)
                       MOVE CRW-RATE TO CT-RATE(CT-IDX)
                       MOVE 0 TO CT-JOBS(CT-IDX)
                       MOVE 0 TO CT-REVENUE(CT-IDX)
                       MOVE 0 TO CT-COST(CT-IDX)
                       MOVE 0 TO CT-LOW(CT-IDX)
                   ELSE
                       DISPLAY 'CREW-TABLE EXCEEDS 20 ROWS'
                       DISPLAY 'REMAINING CREW ROWS NOT LOADED'
                   END-IF
           END-READ.

      *A STOCK LEDGER SAVED BEFORE COSTS WERE CARRIED HAS NO COST
      *FIELDS; ITS GALLONS COST AT ZERO
       1300-LOAD-STOCK-COSTS.
           OPEN INPUT STOCKLED.
           IF STK-FILE-STATUS = '00'
               READ STOCKLED
               IF STK-FILE-STATUS = '00'
                   PERFORM VARYING GRADE-SUB FROM 1 BY 1
                       UNTIL GRADE-SUB > 3
                           IF STK-GAL-COST(GRADE-SUB) NUMERIC
                               MOVE STK-GAL-COST(GRADE-SUB)
                                   TO GC-COST(GRADE-SUB)
                           END-IF
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE STOCKLED.

       1400-LOAD-AR-LEDGER.
           OPEN INPUT ARLEDGER.
           IF AR-FILE-STATUS = '00'
               PERFORM 1450-LOAD-ONE-AR
                   UNTIL AR-MORE-RECS = 'NO'
           END-IF.
           CLOSE ARLEDGER.

       1450-LOAD-ONE-AR.
           READ ARLEDGER
               AT END
                   MOVE 'NO' TO AR-MORE-RECS
               NOT AT END
                   MOVE AR-EST-NO TO C-FIND-EST-NO
                   PERFORM 9500-FIND-AR
                   IF AR-MATCH = 'NO'
                       IF AT-CTR < 500
                           ADD 1 TO AT-CTR
                           SET AT-IDX TO AT-CTR
                           MOVE AR-EST-NO TO AT-EST-NO(AT-IDX)
                           MOVE 0 TO AT-CONTRACT(AT-IDX)
                           MOVE 0 TO AT-INVOICED(AT-IDX)
                           MOVE 'N' TO AT-OPEN(AT-IDX)
                           MOVE 'YES' TO AR-MATCH
                       ELSE
                           DISPLAY 'AR-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
                       END-IF
                   END-IF
                   IF AR-MATCH = 'YES'
                       PERFORM 1460-AR-FIGURES
                   END-IF
           END-READ.

       1460-AR-FIGURES.
           ADD AR-INVOICED TO AT-INVOICED(AT-IDX).
           IF AR-CONTRACT NUMERIC
               MOVE AR-CONTRACT TO AT-CONTRACT(AT-IDX)
           END-IF.
      *ROWS WRITTEN BEFORE THE STATUS BYTE EXISTED ARE ALL OPEN; A
      *ROW PAID IN FULL BUT HELD FOR LEAD-SAFE RECORDS IS PAID
           IF NOT AR-ROW-CLOSED AND NOT AR-ROW-HELD
               MOVE 'Y' TO AT-OPEN(AT-IDX)
           END-IF.

       1500-LOAD-JOB-COSTS.
           OPEN INPUT JOBCOST.
           IF JC-FILE-STATUS = '00'
               PERFORM 1550-LOAD-ONE-JOB
                   UNTIL JC-MORE-RECS = 'NO'
           END-IF.
           CLOSE JOBCOST.

       1550-LOAD-ONE-JOB.
           READ JOBCOST
               AT END
                   MOVE 'NO' TO JC-MORE-RECS
               NOT AT END
                   IF JT-CTR < 500
                       ADD 1 TO JT-CTR
                       SET JT-IDX TO JT-CTR
                       MOVE JC-REC TO JT-SAVED(JT-IDX)
                       MOVE 0 TO JT-WARRANTY(JT-IDX)
                   ELSE
                       DISPLAY 'JOB-COST-TABLE EXCEEDS 500 ROWS'
                       DISPLAY 'REMAINING JOB COST ROWS NOT LOADED'
                   END-IF
           END-READ.

      *ONE ACTUALS RECORD: PRICE THE HOURS AT THE CREW'S RATE AND
      *ADD THEM TO THE JOB'S LEDGER ROW
       2000-POST-ACTUALS.
           MOVE ACT-EST-NO TO C-FIND-EST-NO.
           PERFORM 2100-JOB-ROW.
           IF JOB-MATCH = 'YES'
               IF JT-CREW-ID(JT-IDX) = SPACES
                   MOVE ACT-CREW-ID TO JT-CREW-ID(JT-IDX)
               END-IF
               MOVE ACT-CREW-ID TO C-FIND-CREW-ID
               PERFORM 9400-FIND-CREW
               IF CRW-MATCH = 'NO'
                   MOVE ACT-EST-NO TO ERROR-EST-NO
                   MOVE 'CREW ID NOT ON CREW MASTER - LABOR NOT COSTED'
                       TO ERROR-DESCR
                   PERFORM 2900-ERROR
                   MOVE 0 TO C-LABOR
               ELSE
                   COMPUTE C-LABOR ROUNDED =
                       ACT-HOURS * CT-RATE(CT-IDX)
               END-IF
               ADD ACT-HOURS TO JT-HOURS(JT-IDX)
               ADD C-LABOR TO JT-LABOR(JT-IDX)
           END-IF.
           PERFORM 9060-READ-ACTUALS.

      *FIND THE JOB'S LEDGER ROW, OPENING ONE THE FIRST TIME THE
      *JOB TURNS UP
       2100-JOB-ROW.
           PERFORM 9600-FIND-JOB.
           IF JOB-MATCH = 'NO'
               PERFORM 9300-FIND-ESTIMATE
               IF EST-MATCH = 'NO'
                   MOVE C-FIND-EST-NO TO ERROR-EST-NO
                   MOVE 'COST WITH NO MATCHING ESTIMATE'
                       TO ERROR-DESCR
                   PERFORM 2900-ERROR
               ELSE
                   PERFORM 2150-OPEN-JOB-ROW
               END-IF
           END-IF.

       2150-OPEN-JOB-ROW.
           IF JT-CTR < 500
               ADD 1 TO JT-CTR
               SET JT-IDX TO JT-CTR
               MOVE C-FIND-EST-NO TO JT-EST-NO(JT-IDX)
               MOVE ET-CUST-NO(ET-IDX) TO JT-CUST-NO(JT-IDX)
               MOVE ET-GRADE(ET-IDX) TO JT-GRADE(JT-IDX)
               MOVE SPACES TO JT-CREW-ID(JT-IDX)
               MOVE I-DATE TO JT-DATE(JT-IDX)
               MOVE 0 TO JT-HOURS(JT-IDX)
               MOVE 0 TO JT-LABOR(JT-IDX)
               MOVE 0 TO JT-GALLONS(JT-IDX)
               MOVE 0 TO JT-MATERIAL(JT-IDX)
               MOVE 0 TO JT-WARRANTY(JT-IDX)
               MOVE 'YES' TO JOB-MATCH
           ELSE
               DISPLAY 'JOB-COST-TABLE EXCEEDS 500 ROWS -- '
               DISPLAY 'JOB ' C-FIND-EST-NO ' NOT COSTED'
           END-IF.

      *ONE COSTED DRAW FROM THE STOCK LEDGER STEP
       2300-POST-MATERIAL.
           MOVE JM-EST-NO TO C-FIND-EST-NO.
           PERFORM 2100-JOB-ROW.
           IF JOB-MATCH = 'YES'
               ADD JM-GALLONS TO JT-GALLONS(JT-IDX)
               ADD JM-GAL-COST JM-SUP-COST TO JT-MATERIAL(JT-IDX)
           END-IF.
           PERFORM 9065-READ-JOBMAT.

      *ONE CALLBACK: THE REWORK HOURS AT THE JOB CREW'S RATE AND THE
      *GALLONS AT THE GRADE'S AVERAGE COST
       2500-POST-CALLBACK.
           MOVE CB-EST-NO TO C-FIND-EST-NO.
           PERFORM 9600-FIND-JOB.
           IF JOB-MATCH = 'NO'
               MOVE CB-EST-NO TO ERROR-EST-NO
               MOVE 'CALLBACK ON A JOB WITH NO COSTS POSTED'
                   TO ERROR-DESCR
               PERFORM 2900-ERROR
           ELSE
               PERFORM 2600-COST-CALLBACK
           END-IF.
           PERFORM 9075-READ-CALLBACKS.

       2600-COST-CALLBACK.
           MOVE 0 TO C-REWORK.
           MOVE JT-CREW-ID(JT-IDX) TO C-FIND-CREW-ID.
           PERFORM 9400-FIND-CREW.
           IF CRW-MATCH = 'YES'
               COMPUTE C-REWORK ROUNDED =
                   CB-HOURS * CT-RATE(CT-IDX)
           END-IF.

           PERFORM 2700-GRADE-ROW.
           IF GA-SUB = 4
               MOVE 2 TO GRADE-SUB
           ELSE
               MOVE GA-SUB TO GRADE-SUB
           END-IF.
           COMPUTE C-REWORK ROUNDED = C-REWORK
               + (CB-GALLONS * GC-COST(GRADE-SUB)).
           ADD C-REWORK TO JT-WARRANTY(JT-IDX).

       2700-GRADE-ROW.
           EVALUATE JT-GRADE(JT-IDX)
               WHEN 'E'
                   MOVE 1 TO GA-SUB
               WHEN 'S'
                   MOVE 2 TO GA-SUB
               WHEN 'P'
                   MOVE 3 TO GA-SUB
               WHEN OTHER
                   MOVE 4 TO GA-SUB
           END-EVALUATE.

       2900-ERROR.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.
           ADD 1 TO GT-ERRORS.

      *ONE LINE PER COMPLETED JOB, THEN THE GRAND TOTALS
       3000-STATEMENT.
           MOVE TARGET-MARGIN TO TGL-TARGET.
           WRITE PRTLINE FROM TARGET-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM JOB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3100-JOB-LINE
               VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > JT-CTR.

           MOVE C-JOB-CTR TO GT-JOBS.
           MOVE C-REV-HASH TO GT-REVENUE.
           MOVE C-COST-TOTAL TO GT-COST.
           COMPUTE C-MARGIN = C-REV-HASH - C-COST-TOTAL.
           MOVE C-MARGIN TO GT-MARGIN.
           IF C-REV-HASH > 0
               COMPUTE C-MARGIN-PCT ROUNDED =
                   (C-MARGIN * 100) / C-REV-HASH
           ELSE
               MOVE 0 TO C-MARGIN-PCT
           END-IF.
           MOVE C-MARGIN-PCT TO GT-MARGIN-PCT.
           WRITE PRTLINE FROM GT-PROFIT-LINE
               AFTER ADVANCING 3 LINES.

       3100-JOB-LINE.
           COMPUTE C-COST = JT-LABOR(JT-IDX) + JT-MATERIAL(JT-IDX)
               + JT-WARRANTY(JT-IDX).
           MOVE JT-EST-NO(JT-IDX) TO C-FIND-EST-NO.
           PERFORM 9500-FIND-AR.
           MOVE SPACES TO JDL-FLAG.
           MOVE SPACES TO JDL-AR-STATUS.
           MOVE 0 TO C-REVENUE.
           IF AR-MATCH = 'NO'
               MOVE 'NOT BILLED' TO JDL-FLAG
               MOVE JT-EST-NO(JT-IDX) TO ERROR-EST-NO
               MOVE 'COMPLETED JOB NOT BILLED - LEFT OUT OF TOTALS'
                   TO ERROR-DESCR
               PERFORM 2900-ERROR
           ELSE
               IF AT-CONTRACT(AT-IDX) > 0
                   MOVE AT-CONTRACT(AT-IDX) TO C-REVENUE
               ELSE
                   MOVE AT-INVOICED(AT-IDX) TO C-REVENUE
               END-IF
               IF AT-OPEN(AT-IDX) = 'Y'
                   MOVE 'OPEN' TO JDL-AR-STATUS
               ELSE
                   MOVE 'PAID' TO JDL-AR-STATUS
               END-IF
           END-IF.

           COMPUTE C-MARGIN = C-REVENUE - C-COST.
           IF C-REVENUE > 0
               COMPUTE C-MARGIN-PCT ROUNDED =
                   (C-MARGIN * 100) / C-REVENUE
           ELSE
               MOVE 0 TO C-MARGIN-PCT
           END-IF.
           MOVE 'NO' TO C-LOW.
           IF AR-MATCH = 'YES'
               IF C-MARGIN-PCT < TARGET-MARGIN
                   MOVE 'YES' TO C-LOW
                   MOVE 'LOW' TO JDL-FLAG
               END-IF
               PERFORM 3300-ROLLUP
           END-IF.

           MOVE JT-EST-NO(JT-IDX) TO JDL-EST-NO.
           MOVE JT-CUST-NO(JT-IDX) TO JDL-CUST-NO.
           MOVE JT-GRADE(JT-IDX) TO JDL-GRADE.
           MOVE JT-CREW-ID(JT-IDX) TO JDL-CREW-ID.
           MOVE C-REVENUE TO JDL-REVENUE.
           MOVE JT-LABOR(JT-IDX) TO JDL-LABOR.
           MOVE JT-MATERIAL(JT-IDX) TO JDL-MATERIAL.
           MOVE JT-WARRANTY(JT-IDX) TO JDL-WARRANTY.
           MOVE C-COST TO JDL-COST.
           MOVE C-MARGIN TO JDL-MARGIN.
           MOVE C-MARGIN-PCT TO JDL-MARGIN-PCT.
           WRITE PRTLINE FROM JOB-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *A BILLED JOB COUNTS TOWARD ITS GRADE, CREW, AND CUSTOMER
       3300-ROLLUP.
           ADD 1 TO C-JOB-CTR.
           ADD C-REVENUE TO C-REV-HASH.
           ADD C-COST TO C-COST-TOTAL.

           PERFORM 2700-GRADE-ROW.
           ADD 1 TO GA-JOBS(GA-SUB).
           ADD C-REVENUE TO GA-REVENUE(GA-SUB).
           ADD C-COST TO GA-COST(GA-SUB).
           IF C-LOW = 'YES'
               ADD 1 TO GA-LOW(GA-SUB)
           END-IF.

           MOVE JT-CREW-ID(JT-IDX) TO C-FIND-CREW-ID.
           PERFORM 9400-FIND-CREW.
           IF CRW-MATCH = 'YES'
               ADD 1 TO CT-JOBS(CT-IDX)
               ADD C-REVENUE TO CT-REVENUE(CT-IDX)
               ADD C-COST TO CT-COST(CT-IDX)
               IF C-LOW = 'YES'
                   ADD 1 TO CT-LOW(CT-IDX)
               END-IF
           END-IF.

           PERFORM 3350-CUSTOMER-ROW.
           IF CU-MATCH = 'YES'
               ADD 1 TO CU-JOBS(CU-IDX)
               ADD C-REVENUE TO CU-REVENUE(CU-IDX)
               ADD C-COST TO CU-COST(CU-IDX)
               IF C-LOW = 'YES'
                   ADD 1 TO CU-LOW(CU-IDX)
               END-IF
           END-IF.

       3350-CUSTOMER-ROW.
           MOVE 'NO' TO CU-MATCH.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CU-CTR OR CU-MATCH = 'YES'
                   IF JT-CUST-NO(JT-IDX) = CU-NO(CU-IDX)
                       MOVE 'YES' TO CU-MATCH
                   END-IF
           END-PERFORM.
           IF CU-MATCH = 'YES'
               SET CU-IDX DOWN BY 1
           ELSE
               IF CU-CTR < 500
                   ADD 1 TO CU-CTR
                   SET CU-IDX TO CU-CTR
                   MOVE JT-CUST-NO(JT-IDX) TO CU-NO(CU-IDX)
                   MOVE SPACES TO CU-NAME(CU-IDX)
                   MOVE JT-EST-NO(JT-IDX) TO C-FIND-EST-NO
                   PERFORM 9300-FIND-ESTIMATE
                   IF EST-MATCH = 'YES'
                       MOVE ET-CUST-NAME(ET-IDX) TO CU-NAME(CU-IDX)
                   END-IF
                   MOVE 0 TO CU-JOBS(CU-IDX)
                   MOVE 0 TO CU-REVENUE(CU-IDX)
                   MOVE 0 TO CU-COST(CU-IDX)
                   MOVE 0 TO CU-LOW(CU-IDX)
                   MOVE 'YES' TO CU-MATCH
               ELSE
                   DISPLAY 'CUSTOMER-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'CUSTOMER ' JT-CUST-NO(JT-IDX)
                       ' NOT TOTALED'
               END-IF
           END-IF.

       4000-CLOSING.
           WRITE PRTLINE FROM GRADE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 4100-GRADE-LINE
               VARYING GA-SUB FROM 1 BY 1
               UNTIL GA-SUB > 4.

           WRITE PRTLINE FROM CREW-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 4200-CREW-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-CTR.

           WRITE PRTLINE FROM CUST-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 4300-CUSTOMER-LINE
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CU-CTR.

           PERFORM 4500-SAVE-JOB-COSTS.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-JOB-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-JOB-CTR TO TR-REC-COUNT.
           MOVE C-REV-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO GT-ERROR.
           WRITE ERRLINE FROM GT-ERROR-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO TR-REC-COUNT.
           MOVE C-REV-HASH TO TR-HASH-TOTAL.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.

       4100-GRADE-LINE.
           IF GA-JOBS(GA-SUB) > 0
               EVALUATE GA-SUB
                   WHEN 1
                       MOVE 'E' TO SDL-CODE
                   WHEN 2
                       MOVE 'S' TO SDL-CODE
                   WHEN 3
                       MOVE 'P' TO SDL-CODE
                   WHEN OTHER
                       MOVE 'MIXED' TO SDL-CODE
               END-EVALUATE
               MOVE SPACES TO SDL-NAME
               MOVE GA-ACCUM(GA-SUB) TO SUMMARY-WORK
               PERFORM 4400-SUMMARY-LINE
           END-IF.

       4200-CREW-LINE.
           IF CT-JOBS(CT-IDX) > 0
               MOVE CT-ID(CT-IDX) TO SDL-CODE
               MOVE CT-NAME(CT-IDX) TO SDL-NAME
               MOVE CT-ACCUM(CT-IDX) TO SUMMARY-WORK
               PERFORM 4400-SUMMARY-LINE
           END-IF.

       4300-CUSTOMER-LINE.
           MOVE CU-NO(CU-IDX) TO SDL-CODE.
           MOVE CU-NAME(CU-IDX) TO SDL-NAME.
           MOVE CU-ACCUM(CU-IDX) TO SUMMARY-WORK.
           PERFORM 4400-SUMMARY-LINE.

       4400-SUMMARY-LINE.
           MOVE SW-JOBS TO SDL-JOBS.
           MOVE SW-REVENUE TO SDL-REVENUE.
           MOVE SW-COST TO SDL-COST.
           COMPUTE C-MARGIN = SW-REVENUE - SW-COST.
           MOVE C-MARGIN TO SDL-MARGIN.
           IF SW-REVENUE > 0
               COMPUTE C-MARGIN-PCT ROUNDED =
                   (C-MARGIN * 100) / SW-REVENUE
           ELSE
               MOVE 0 TO C-MARGIN-PCT
           END-IF.
           MOVE C-MARGIN-PCT TO SDL-MARGIN-PCT.
           MOVE SW-LOW TO SDL-LOW-JOBS.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *THE WHOLE LEDGER IS WRITTEN BACK FOR THE NEXT RUN
       4500-SAVE-JOB-COSTS.
           OPEN OUTPUT JOBCOST.
           PERFORM 4550-SAVE-ONE-JOB
               VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > JT-CTR.
           CLOSE JOBCOST.

       4550-SAVE-ONE-JOB.
           MOVE JT-SAVED(JT-IDX) TO JC-REC.
           WRITE JC-REC.

       9000-READ-PAINT.
           READ PAINT
               AT END
                   MOVE "NO" TO MORE-RECS.

       9060-READ-ACTUALS.
           READ ACTUALS
               AT END
                   MOVE "NO" TO ACT-MORE-RECS
                   CLOSE ACTUALS.

       9065-READ-JOBMAT.
           READ JOBMAT
               AT END
                   MOVE "NO" TO JM-MORE-RECS
                   CLOSE JOBMAT.

       9070-OPEN-JOBMAT.
           OPEN INPUT JOBMAT.
           IF JM-FILE-STATUS NOT = '00'
               MOVE 'NO' TO JM-MORE-RECS
           ELSE
               PERFORM 9065-READ-JOBMAT
           END-IF.

       9075-READ-CALLBACKS.
           READ CALLBACKS
               AT END
                   MOVE "NO" TO CB-MORE-RECS
                   CLOSE CALLBACKS.

       9080-OPEN-CALLBACKS.
           OPEN INPUT CALLBACKS.
           IF CB-FILE-STATUS NOT = '00'
               MOVE 'NO' TO CB-MORE-RECS
           ELSE
               PERFORM 9075-READ-CALLBACKS
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-ERROR-HEADER.
           ADD 1 TO C-PG-ERROR.
           WRITE ERRLINE FROM ERROR-TITLE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.

       9300-FIND-ESTIMATE.
           MOVE 'NO' TO EST-MATCH.
           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR OR EST-MATCH = 'YES'
                   IF C-FIND-EST-NO = ET-EST-NO(ET-IDX)
                       MOVE 'YES' TO EST-MATCH
                   END-IF
           END-PERFORM.
           IF EST-MATCH = 'YES'
               SET ET-IDX DOWN BY 1
           END-IF.

       9400-FIND-CREW.
           MOVE 'NO' TO CRW-MATCH.
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CT-CTR OR CRW-MATCH = 'YES'
                   IF C-FIND-CREW-ID = CT-ID(CT-IDX)
                       MOVE 'YES' TO CRW-MATCH
                   END-IF
           END-PERFORM.
           IF CRW-MATCH = 'YES'
               SET CT-IDX DOWN BY 1
           END-IF.

       9500-FIND-AR.
           MOVE 'NO' TO AR-MATCH.
           PERFORM VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > AT-CTR OR AR-MATCH = 'YES'
                   IF C-FIND-EST-NO = AT-EST-NO(AT-IDX)
                       MOVE 'YES' TO AR-MATCH
                   END-IF
           END-PERFORM.
           IF AR-MATCH = 'YES'
               SET AT-IDX DOWN BY 1
           END-IF.

       9600-FIND-JOB.
           MOVE 'NO' TO JOB-MATCH.
           PERFORM VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > JT-CTR OR JOB-MATCH = 'YES'
                   IF C-FIND-EST-NO = JT-EST-NO(JT-IDX)
                       MOVE 'YES' TO JOB-MATCH
                   END-IF
           END-PERFORM.
           IF JOB-MATCH = 'YES'
               SET JT-IDX DOWN BY 1
           END-IF.
       END PROGRAM COBCJF61.
