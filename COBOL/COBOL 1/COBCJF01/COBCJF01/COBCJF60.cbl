       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF60.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *CHANGE ORDERS AGAINST ACCEPTED PAINT ESTIMATES. ONCE A CUSTOMER
      *ACCEPTS, THE FINAL AGREED PRICE ON PAINTDSP.DAT USED TO BE THE
      *LAST WORD - EXTRA ROOMS AND SCOPE CHANGES WERE DONE ON PAPER.
      *THIS STEP TAKES CHANGE-ORDER TRANSACTIONS (PNTCHG.DAT), KEYED
      *ON ESTIMATE NUMBER AND CHANGE NUMBER:
      *  - 'N' QUOTES A CHANGE - SQUARE FOOTAGE ADDED OR REMOVED AT
      *    A GRADE, WITH SUPPLY FLAGS, PRICED WITH COBCJF01'S GRADE
      *    AND SUPPLY TABLES AT THE ESTIMATE'S OWN PRICE PER GALLON,
      *    OR A FLAT PRICE ADJUSTMENT - AND PRINTS THE CHANGE-ORDER
      *    FORM FOR THE CUSTOMER TO SIGN (PNTCOFRM.PRT);
      *  - 'A' RECORDS THE SIGNED APPROVAL AND ROLLS THE AMOUNT INTO
      *    THE CONTRACT; 'X' CANCELS A CHANGE STILL PENDING.
      *THE CHANGE-ORDER LEDGER (PNTCOLG.DAT) CARRIES FORWARD RUN TO
      *RUN. EVERY NIGHT THE REVISED CONTRACT FOR EACH ACCEPTED
      *ESTIMATE - FINAL AGREED PRICE PLUS APPROVED CHANGES - IS
      *REWRITTEN TO PNTREVC.DAT FOR COBCJF13'S VARIANCE REPORT AND
      *COBCJF32'S AR TO WORK FROM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT
               ASSIGN TO WS-PAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPO
               ASSIGN TO WS-DISPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-FILE-STATUS.

           SELECT CHANGES
               ASSIGN TO WS-CHANGES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHG-FILE-STATUS.

           SELECT COLEDGER
               ASSIGN TO WS-COLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-FILE-STATUS.

           SELECT REVCON
               ASSIGN TO WS-REVCON-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT FORMOUT
               ASSIGN TO WS-FORMOUT-PATH
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

       FD  DISPO
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPO-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 DISPO-REC.
           05 DSP-EST-NO           PIC X(4).
           05 DSP-STATUS           PIC X.
               88 DSP-ACCEPTED     VALUE 'A'.
               88 DSP-DECLINED     VALUE 'D'.
               88 DSP-EXPIRED      VALUE 'E'.
               88 VAL-DSP-STATUS   VALUE 'A' 'D' 'E'.
           05 DSP-DATE.
               10 DSP-YY           PIC 9(4).
               10 DSP-MM           PIC 99.
               10 DSP-DD           PIC 99.
           05 DSP-FINAL-PRICE      PIC 9(6)V99.

      *CHANGE-ORDER TRANSACTION. 'A' AND 'X' ONLY NEED THE KEY, THE
      *ACTION, AND THE DATE; THE PRICING FIELDS ARE FOR 'N'.
       FD  CHANGES
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHG-REC
           RECORD CONTAINS 64 CHARACTERS.

       01 CHG-REC.
           05 CHG-EST-NO           PIC X(4).
           05 CHG-NO               PIC 99.
           05 CHG-ACTION           PIC X.
               88 CHG-NEW          VALUE 'N'.
               88 CHG-APPROVE      VALUE 'A'.
               88 CHG-CANCEL       VALUE 'X'.
           05 CHG-DATE.
               10 CHG-YY           PIC 9(4).
               10 CHG-MM           PIC 99.
               10 CHG-DD           PIC 99.
           05 CHG-KIND             PIC X.
               88 CHG-SQ-FT-KIND   VALUE 'S'.
               88 CHG-FLAT-KIND    VALUE 'F'.
           05 CHG-DIRECTION        PIC X.
               88 CHG-ADD          VALUE '+'.
               88 CHG-REMOVE       VALUE '-'.
           05 CHG-SQ-FT            PIC 9(4).
           05 CHG-GRADE            PIC X.
               88 VAL-CHG-GRADE    VALUE "E", "S", "P".
      *Y/N FLAGS, SAME ORDER AS THE SUPPLY-PRICE-TABLE
           05 CHG-SUPPLY-FLAGS.
               10 CHG-SUP-FLAG     PIC X OCCURS 4.
           05 CHG-FLAT-AMT         PIC 9(6)V99.
           05 CHG-DESC             PIC X(30).

      *CHANGE-ORDER LEDGER - ONE ROW PER ESTIMATE AND CHANGE NUMBER,
      *PRICED AMOUNTS SIGNED (A REMOVAL IS NEGATIVE)
       FD  COLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 93 CHARACTERS.

       01 CO-REC.
           05 CO-EST-NO            PIC X(4).
           05 CO-CHG-NO            PIC 99.
           05 CO-QUOTE-DATE        PIC 9(8).
           05 CO-APPR-DATE         PIC 9(8).
           05 CO-KIND              PIC X.
           05 CO-GRADE             PIC X.
           05 CO-GALLONS           PIC S9(4)V99.
           05 CO-PAINT             PIC S9(6)V99.
           05 CO-LABOR             PIC S9(6)V99.
           05 CO-SUPPLIES          PIC S9(5)V99.
           05 CO-AMOUNT            PIC S9(7)V99.
           05 CO-STATUS            PIC X.
               88 CO-PENDING       VALUE 'P'.
               88 CO-APPROVED      VALUE 'A'.
               88 CO-CANCELLED     VALUE 'X'.
           05 CO-DESC              PIC X(30).

      *REVISED CONTRACT PER ACCEPTED ESTIMATE, REBUILT EVERY RUN. THE
      *CHANGE GALLONS/LABOR/COST ARE THE PAINT AND LABOR SIDE OF THE
      *APPROVED SQUARE-FOOTAGE CHANGES, FOR THE VARIANCE REPORT.
       FD  REVCON
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 56 CHARACTERS.

       01 RC-REC.
           05 RC-EST-NO            PIC X(4).
           05 RC-ORIGINAL          PIC 9(7)V99.
           05 RC-CHANGES           PIC S9(7)V99.
           05 RC-CONTRACT          PIC 9(7)V99.
           05 RC-CHG-GALLONS       PIC S9(4)V99.
           05 RC-CHG-LABOR         PIC S9(6)V99.
           05 RC-CHG-COST          PIC S9(7)V99.
           05 RC-CHG-COUNT         PIC 99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD FORMOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FORMLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 FORMLINE                 PIC X(132).

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
           05 DSP-MORE-RECS        PIC XXX VALUE 'YES'.
           05 CHG-MORE-RECS        PIC XXX VALUE 'YES'.
           05 CO-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CO-MATCH             PIC XXX VALUE 'NO'.
           05 C-FIND-EST-NO        PIC X(4) VALUE SPACE.
           05 C-FIND-CHG-NO        PIC 99 VALUE 0.

       01 FILE-STATUS-VARS.
           05 DSP-FILE-STATUS      PIC XX.
           05 CHG-FILE-STATUS      PIC XX.
           05 CO-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PAINT-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTEST.DAT'.
           05 WS-DISPO-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTDSP.DAT'.
           05 WS-CHANGES-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTCHG.DAT'.
           05 WS-COLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTCOLG.DAT'.
           05 WS-REVCON-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTREVC.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTCO.PRT'.
           05 WS-FORMOUT-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTCOFRM.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTCOERR.PRT'.

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
           05 FILLER               PIC X(31) VALUE SPACE.
           05 FILLER               PIC X(35)
               VALUE "PAINT CHANGE ORDERS".
           05 FILLER               PIC X(42) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "PAGE:".
           05 O-PG-CTR PIC Z9.

       01 SECTION-TITLE-ACTIVITY.
           05 FILLER               PIC X(30)
               VALUE "CHANGE ORDER ACTIVITY".
           05 FILLER               PIC X(102) VALUE SPACE.

       01 SECTION-TITLE-CONTRACTS.
           05 FILLER               PIC X(30)
               VALUE "REVISED CONTRACTS".
           05 FILLER               PIC X(102) VALUE SPACE.

       01 ACTIVITY-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(8) VALUE "CHANGE".
           05 FILLER               PIC X(12) VALUE "ACTION".
           05 FILLER               PIC X(12) VALUE "DATE".
           05 FILLER               PIC X(34) VALUE "DESCRIPTION".
           05 FILLER               PIC X(56) VALUE "AMOUNT".

       01 ACTIVITY-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 ADL-EST-NO           PIC X(4).
           05 FILLER               PIC X(6) VALUE SPACE.
           05 ADL-CHG-NO           PIC 99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 ADL-ACTION           PIC X(10).
           05 FILLER               PIC XX VALUE SPACE.
           05 ADL-DATE             PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 ADL-DESC             PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACE.
           05 ADL-AMOUNT           PIC $Z,ZZZ,ZZZ.99-.
           05 FILLER               PIC X(44) VALUE SPACE.

       01 CONTRACT-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(16) VALUE "ORIGINAL".
           05 FILLER               PIC X(16) VALUE "APPROVED CHG".
           05 FILLER               PIC X(16) VALUE "REVISED".
           05 FILLER               PIC X(52) VALUE "PENDING CHG".

       01 CONTRACT-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-CUST-NAME        PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-ORIGINAL         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACE.
           05 CDL-CHANGES          PIC $ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-REVISED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACE.
           05 CDL-PENDING          PIC $ZZZ,ZZ9.99-.
           05 FILLER               PIC X(40) VALUE SPACE.

       01 CONTRACT-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE "TOTALS:".
           05 FILLER               PIC X(20) VALUE SPACE.
           05 CTL-ORIGINAL         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACE.
           05 CTL-CHANGES          PIC $ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CTL-REVISED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACE.
           05 CTL-PENDING          PIC $ZZZ,ZZ9.99-.
           05 FILLER               PIC X(40) VALUE SPACE.

      *CHANGE-ORDER FORM - SAME LAYOUT AS COBCJF01'S CUSTOMER INVOICE
       01 FORM-TITLE-LINE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(22)
               VALUE "FORD'S PAINT ESTIMATOR".
           05 FILLER               PIC X(60) VALUE SPACE.

       01 FORM-SUB-TITLE-LINE.
           05 FILLER               PIC X(58) VALUE SPACE.
           05 FILLER               PIC X(14) VALUE "CHANGE ORDER".
           05 FILLER               PIC X(60) VALUE SPACE.

       01 FORM-DATE-LINE.
           05 FILLER               PIC X(6) VALUE "DATE:".
           05 FRM-MM               PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 FRM-DD               PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 FRM-YYYY             PIC 9999.
           05 FILLER               PIC X(20) VALUE SPACE.
           05 FILLER               PIC X(17) VALUE "ESTIMATE NUMBER:".
           05 FRM-EST-NO           PIC X(4).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE "CHANGE NO:".
           05 FRM-CHG-NO           PIC 99.
           05 FILLER               PIC X(57) VALUE SPACE.

       01 FORM-CUST-LINE1.
           05 FILLER               PIC X(10) VALUE "CUSTOMER:".
           05 FRM-CUST-NAME        PIC X(20).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(5) VALUE "NO:".
           05 FRM-CUST-NO          PIC X(5).
           05 FILLER               PIC X(87) VALUE SPACE.

       01 FORM-CUST-LINE2.
           05 FILLER               PIC X(10) VALUE "ADDRESS:".
           05 FRM-CUST-ADDRESS     PIC X(25).
           05 FILLER               PIC X(97) VALUE SPACE.

       01 FORM-DESC-LINE.
           05 FILLER               PIC X(20) VALUE "CHANGE:".
           05 FRM-DESC             PIC X(30).
           05 FILLER               PIC X(82) VALUE SPACE.

       01 FORM-DETAIL-HEADING.
           05 FILLER               PIC X(13) VALUE "CHANGE SQ/FT".
           05 FILLER               PIC X(16) VALUE "GALLONS".
           05 FILLER               PIC X(14) VALUE "PRICE/GALLON".
           05 FILLER               PIC X(12) VALUE "GRADE".
           05 FILLER               PIC X(77) VALUE SPACE.

       01 FORM-DETAIL-LINE.
           05 FRM-SQ-FT            PIC Z,ZZ9-.
           05 FILLER               PIC X(7) VALUE SPACE.
           05 FRM-GAL-NEED         PIC Z,ZZZ.99-.
           05 FILLER               PIC X(7) VALUE SPACE.
           05 FRM-PRICE-GAL        PIC ZZ.99.
           05 FILLER               PIC X(9) VALUE SPACE.
           05 FRM-GRADE            PIC X.
           05 FILLER               PIC X(88) VALUE SPACE.

       01 FORM-SUPPLY-HEADING.
           05 FILLER               PIC X(20) VALUE "SUPPLIES".
           05 FILLER               PIC X(9) VALUE "QTY".
           05 FILLER               PIC X(103) VALUE "AMOUNT".

       01 FORM-SUPPLY-LINE.
           05 FRM-SUP-NAME         PIC X(17).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 FRM-SUP-QTY          PIC Z9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 FRM-SUP-AMT          PIC $ZZ9.99.
           05 FILLER               PIC X(99) VALUE SPACE.

       01 FORM-COST-LINE.
           05 FRM-COST-LABEL       PIC X(20).
           05 FRM-COST-AMT         PIC $ZZZ,ZZZ.99-.
           05 FILLER               PIC X(100) VALUE SPACE.

       01 FORM-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE "CHANGE AMOUNT:".
           05 FRM-AMOUNT           PIC $Z,ZZZ,ZZZ.99-.
           05 FILLER               PIC X(98) VALUE SPACE.

       01 FORM-SIGN-LINE1.
           05 FILLER               PIC X(21)
               VALUE "CUSTOMER SIGNATURE:".
           05 FILLER               PIC X(30) VALUE ALL "_".
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "DATE:".
           05 FILLER               PIC X(12) VALUE ALL "_".
           05 FILLER               PIC X(58) VALUE SPACE.

       01 FORM-SIGN-LINE2.
           05 FILLER               PIC X(21) VALUE "FOR FORD'S PAINT:".
           05 FILLER               PIC X(30) VALUE ALL "_".
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "DATE:".
           05 FILLER               PIC X(12) VALUE ALL "_".
           05 FILLER               PIC X(58) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "CHANGE ORDER EXCEPTIONS".
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

      *FINISH GRADE PRICE TABLE (SAME FIGURES COBCJF01 PRICES FROM)
       01 GRADE-PRICES.
           05 FILLER.
               10 FILLER           PIC X    VALUE "E".
               10 FILLER           PIC 999  VALUE 150.
               10 FILLER           PIC 99V99 VALUE 18.00.
           05 FILLER.
               10 FILLER           PIC X    VALUE "S".
               10 FILLER           PIC 999  VALUE 115.
               10 FILLER           PIC 99V99 VALUE 23.55.
           05 FILLER.
               10 FILLER           PIC X    VALUE "P".
               10 FILLER           PIC 999  VALUE 90.
               10 FILLER           PIC 99V99 VALUE 29.95.

       01 GRADE-TABLE REDEFINES GRADE-PRICES.
           05 GRADE-LINE OCCURS 3.
               10 GRADE-CODE                PIC X.
               10 GRADE-SQ-FT-PER-GAL       PIC 999.
               10 GRADE-LABOUR-CST-PER-GALON PIC 99V99.

       01 GRADE-SUB                PIC 9.

      *SUPPLIES PRICE TABLE (SAME FIGURES COBCJF01 PRICES FROM)
       01 SUPPLY-PRICES.
           05 FILLER.
               10 FILLER           PIC X(17) VALUE "PRIMER".
               10 FILLER           PIC 99V99 VALUE 45.00.
           05 FILLER.
               10 FILLER           PIC X(17) VALUE "PAINTERS TAPE".
               10 FILLER           PIC 99V99 VALUE 12.50.
           05 FILLER.
               10 FILLER           PIC X(17) VALUE "DROP CLOTHS".
               10 FILLER           PIC 99V99 VALUE 25.00.
           05 FILLER.
               10 FILLER           PIC X(17) VALUE "PATCHING COMPOUND".
               10 FILLER           PIC 99V99 VALUE 18.75.

       01 SUPPLY-PRICE-TABLE REDEFINES SUPPLY-PRICES.
           05 SUPPLY-LINE OCCURS 4.
               10 SUP-NAME         PIC X(17).
               10 SUP-PRICE        PIC 99V99.

       01 SUP-SUB                  PIC 9.

       01 CONSTANT-VARIABLES.
           05 HOURS-PER-GAL        PIC 9 VALUE 3.

      *ONE ROW PER ESTIMATE - PRICE PER GALLON AND CUSTOMER OFF THE
      *FIRST ROOM RECORD, FINAL AGREED PRICE OFF THE FIRST ACCEPTED
      *DISPOSITION (THE ONE COBCJF32 OPENS THE AR ROW FROM)
       01 ESTIMATE-TABLE.
           05 ET-ENTRY OCCURS 500 TIMES INDEXED BY ET-IDX.
               10 ET-EST-NO        PIC X(4).
               10 ET-PRICE-GAL     PIC 99V99.
               10 ET-CUST-NO       PIC X(5).
               10 ET-CUST-NAME     PIC X(20).
               10 ET-CUST-ADDRESS  PIC X(25).
               10 ET-ACCEPTED      PIC X.
               10 ET-ORIGINAL      PIC 9(7)V99.

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.
           05 ET-FOUND             PIC XXX VALUE 'NO'.

      *THE CHANGE-ORDER LEDGER, RESTORED FROM LAST RUN'S PNTCOLG.DAT
       01 CO-LEDGER-TABLE.
           05 COL-ENTRY OCCURS 1000 TIMES INDEXED BY COL-IDX.
               10 COL-EST-NO       PIC X(4).
               10 COL-CHG-NO       PIC 99.
               10 COL-QUOTE-DATE   PIC 9(8).
               10 COL-APPR-DATE    PIC 9(8).
               10 COL-KIND         PIC X.
               10 COL-GRADE        PIC X.
               10 COL-GALLONS      PIC S9(4)V99.
               10 COL-PAINT        PIC S9(6)V99.
               10 COL-LABOR        PIC S9(6)V99.
               10 COL-SUPPLIES     PIC S9(5)V99.
               10 COL-AMOUNT       PIC S9(7)V99.
               10 COL-STATUS       PIC X.
               10 COL-DESC         PIC X(30).

       01 CO-LEDGER-VARS.
           05 COL-CTR              PIC 9(4) VALUE 0.

       01 CHANGE-CALC-VARS.
           05 C-GAL-NEEDED         PIC 9(4)V99 VALUE 0.
           05 C-PAINT-EST          PIC 9(6)V99 VALUE 0.
           05 C-LABOUR-EST         PIC 9(6)V99 VALUE 0.
           05 C-SUPPLIES-EST       PIC 9(5)V99 VALUE 0.
           05 C-CHANGE-AMT         PIC 9(7)V99 VALUE 0.
           05 C-SIGN               PIC S9 VALUE +1.
           05 C-APPROVED-SUM       PIC S9(7)V99 VALUE 0.
           05 C-PENDING-SUM        PIC S9(7)V99 VALUE 0.
           05 C-CHG-GALLONS        PIC S9(4)V99 VALUE 0.
           05 C-CHG-LABOR          PIC S9(6)V99 VALUE 0.
           05 C-CHG-COST           PIC S9(7)V99 VALUE 0.
           05 C-CHG-COUNT          PIC 99 VALUE 0.
           05 C-NEW-CONTRACT       PIC S9(7)V99 VALUE 0.
           05 C-CHG-CTR            PIC 9(4) VALUE 0.
           05 C-QUOTED-CTR         PIC 9(4) VALUE 0.
           05 C-APPROVED-CTR       PIC 9(4) VALUE 0.
           05 C-CANCELLED-CTR      PIC 9(4) VALUE 0.
           05 C-REVCON-CTR         PIC 9(4) VALUE 0.
           05 C-FORM-CTR           PIC 9(4) VALUE 0.
           05 C-AMT-HASH           PIC 9(9)V99 VALUE 0.
           05 C-FORM-HASH          PIC 9(9)V99 VALUE 0.
           05 C-PG-CTR             PIC 99 VALUE 0.
           05 C-GT-ORIGINAL        PIC 9(9)V99 VALUE 0.
           05 C-GT-CHANGES         PIC S9(9)V99 VALUE 0.
           05 C-GT-REVISED         PIC 9(9)V99 VALUE 0.
           05 C-GT-PENDING         PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-ESTIMATES
               UNTIL MORE-RECS = 'NO'.
           PERFORM 1200-LOAD-DISPOSITIONS.
           PERFORM 1300-LEDGER-RESTORE.
           PERFORM 1400-OPEN-CHANGES.
           PERFORM 2000-CHANGE-PASS
               UNTIL CHG-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
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
           OPEN OUTPUT FORMOUT.
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
           MOVE "COBCJF60" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SECTION-TITLE-ACTIVITY
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM ACTIVITY-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAINTEST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAINT-PATH
           END-IF.

           DISPLAY 'PAINTDSP_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISPO-PATH
           END-IF.

           DISPLAY 'PNTCHG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHANGES-PATH
           END-IF.

           DISPLAY 'PNTCOLG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COLEDGER-PATH
           END-IF.

           DISPLAY 'PNTREVC_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REVCON-PATH
           END-IF.

           DISPLAY 'PNTCO_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PNTCOFRM_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FORMOUT-PATH
           END-IF.

           DISPLAY 'PNTCOERR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

      *PRICE PER GALLON AND CUSTOMER OFF THE FIRST ROOM RECORD OF
      *EACH ESTIMATE
       1100-LOAD-ESTIMATES.
           MOVE PAINT-EST-NO TO C-FIND-EST-NO.
           PERFORM 9300-FIND-ESTIMATE.
           IF ET-FOUND = 'NO'
               IF ET-CTR < 500
                   ADD 1 TO ET-CTR
                   SET ET-IDX TO ET-CTR
                   MOVE PAINT-EST-NO TO ET-EST-NO(ET-IDX)
                   MOVE PAINT-PRICE-GAL TO ET-PRICE-GAL(ET-IDX)
                   MOVE PAINT-CUST-NO TO ET-CUST-NO(ET-IDX)
                   MOVE PAINT-CUST-NAME TO ET-CUST-NAME(ET-IDX)
                   MOVE PAINT-CUST-ADDRESS TO ET-CUST-ADDRESS(ET-IDX)
                   MOVE 'N' TO ET-ACCEPTED(ET-IDX)
                   MOVE 0 TO ET-ORIGINAL(ET-IDX)
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
               END-IF
           END-IF.
           PERFORM 9000-READ-PAINT.

       1200-LOAD-DISPOSITIONS.
           OPEN INPUT DISPO.
           IF DSP-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-DISPO
                   UNTIL DSP-MORE-RECS = 'NO'
               CLOSE DISPO
           END-IF.

       1250-LOAD-ONE-DISPO.
           READ DISPO
               AT END
                   MOVE 'NO' TO DSP-MORE-RECS
               NOT AT END
                   IF DSP-ACCEPTED
                       MOVE DSP-EST-NO TO C-FIND-EST-NO
                       PERFORM 9300-FIND-ESTIMATE
                       IF ET-FOUND = 'YES'
                           IF ET-ACCEPTED(ET-IDX) = 'N'
                               MOVE 'Y' TO ET-ACCEPTED(ET-IDX)
                               MOVE DSP-FINAL-PRICE
                                   TO ET-ORIGINAL(ET-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1300-LEDGER-RESTORE.
           OPEN INPUT COLEDGER.
           IF CO-FILE-STATUS = '00'
               PERFORM 1350-LOAD-ONE-CO
                   UNTIL CO-MORE-RECS = 'NO'
               CLOSE COLEDGER
           END-IF.

       1350-LOAD-ONE-CO.
           READ COLEDGER
               AT END
                   MOVE 'NO' TO CO-MORE-RECS
               NOT AT END
                   IF COL-CTR < 1000
                       ADD 1 TO COL-CTR
                       SET COL-IDX TO COL-CTR
                       MOVE CO-EST-NO TO COL-EST-NO(COL-IDX)
                       MOVE CO-CHG-NO TO COL-CHG-NO(COL-IDX)
                       MOVE CO-QUOTE-DATE TO COL-QUOTE-DATE(COL-IDX)
                       MOVE CO-APPR-DATE TO COL-APPR-DATE(COL-IDX)
                       MOVE CO-KIND TO COL-KIND(COL-IDX)
                       MOVE CO-GRADE TO COL-GRADE(COL-IDX)
                       MOVE CO-GALLONS TO COL-GALLONS(COL-IDX)
                       MOVE CO-PAINT TO COL-PAINT(COL-IDX)
                       MOVE CO-LABOR TO COL-LABOR(COL-IDX)
                       MOVE CO-SUPPLIES TO COL-SUPPLIES(COL-IDX)
                       MOVE CO-AMOUNT TO COL-AMOUNT(COL-IDX)
                       MOVE CO-STATUS TO COL-STATUS(COL-IDX)
                       MOVE CO-DESC TO COL-DESC(COL-IDX)
                   ELSE
                       DISPLAY 'CO-LEDGER-TABLE EXCEEDS 1000 ROWS'
                       DISPLAY 'REMAINING CHANGE ORDERS NOT LOADED'
                   END-IF
           END-READ.

       1400-OPEN-CHANGES.
           OPEN INPUT CHANGES.
           IF CHG-FILE-STATUS NOT = '00'
               MOVE 'NO' TO CHG-MORE-RECS
           ELSE
               PERFORM 9050-READ-CHANGES
           END-IF.

      *ONE CHANGE-ORDER TRANSACTION
       2000-CHANGE-PASS.
           ADD 1 TO C-CHG-CTR.
           MOVE CHG-EST-NO TO ERROR-EST-NO C-FIND-EST-NO.
           MOVE CHG-NO TO C-FIND-CHG-NO.
           PERFORM 9300-FIND-ESTIMATE.
           PERFORM 9400-FIND-CHANGE.
           EVALUATE TRUE
               WHEN ET-FOUND = 'NO'
                   MOVE 'NO MATCHING ESTIMATE ON PAINTEST'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN ET-ACCEPTED(ET-IDX) NOT = 'Y'
                   MOVE 'ESTIMATE HAS NOT BEEN ACCEPTED' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-NO NOT NUMERIC OR CHG-NO = 0
                   MOVE 'INVALID CHANGE ORDER NUMBER' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-DATE NOT NUMERIC
                   OR CHG-MM < 1 OR CHG-MM > 12
                   MOVE 'INVALID CHANGE ORDER DATE' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-NEW
                   PERFORM 2100-NEW-CHANGE
               WHEN CHG-APPROVE
                   PERFORM 2300-APPROVE-CHANGE
               WHEN CHG-CANCEL
                   PERFORM 2350-CANCEL-CHANGE
               WHEN OTHER
                   MOVE 'INVALID CHANGE ORDER ACTION' TO ERROR-DESCR
                   PERFORM 2400-ERROR
           END-EVALUATE.
           PERFORM 9050-READ-CHANGES.

      *A NEW QUOTE, OR A RE-QUOTE OF ONE NOT YET SIGNED - PRICE IT,
      *PUT IT ON THE LEDGER AS PENDING, AND PRINT THE FORM
       2100-NEW-CHANGE.
           EVALUATE TRUE
               WHEN CO-MATCH = 'YES' AND COL-STATUS(COL-IDX) = 'A'
                   MOVE 'CHANGE ORDER ALREADY APPROVED' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN NOT CHG-SQ-FT-KIND AND NOT CHG-FLAT-KIND
                   MOVE 'INVALID CHANGE ORDER KIND' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN NOT CHG-ADD AND NOT CHG-REMOVE
                   MOVE 'ADD/REMOVE INDICATOR MUST BE + OR -'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-SQ-FT-KIND
                   AND (CHG-SQ-FT NOT NUMERIC OR CHG-SQ-FT = 0)
                   MOVE 'CHANGE SQ/FT MISSING' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-SQ-FT-KIND AND NOT VAL-CHG-GRADE
                   MOVE 'INVALID PAINT GRADE' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CHG-FLAT-KIND
                   AND (CHG-FLAT-AMT NOT NUMERIC OR CHG-FLAT-AMT = 0)
                   MOVE 'FLAT ADJUSTMENT AMOUNT MISSING' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN OTHER
                   PERFORM 2150-PRICE-CHANGE
                   IF CO-MATCH = 'NO'
                       IF COL-CTR < 1000
                           ADD 1 TO COL-CTR
                           SET COL-IDX TO COL-CTR
                           MOVE 'YES' TO CO-MATCH
                       ELSE
                           DISPLAY 'CO-LEDGER-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'CHANGE NOT QUOTED FOR ' CHG-EST-NO
                       END-IF
                   END-IF
                   IF CO-MATCH = 'YES'
                       PERFORM 2170-STORE-CHANGE
                       PERFORM 2200-PRINT-FORM
                       ADD 1 TO C-QUOTED-CTR
                       MOVE 'QUOTED' TO ADL-ACTION
                       PERFORM 2500-ACTIVITY-LINE
                   END-IF
           END-EVALUATE.

      *PRICE THE CHANGE EXACTLY THE WAY COBCJF01'S 2100-CALCS PRICES A
      *ROOM, AT THE ESTIMATE'S OWN PRICE PER GALLON, WITH EACH FLAGGED
      *SUPPLY CHARGED ONCE
       2150-PRICE-CHANGE.
           MOVE 0 TO C-GAL-NEEDED C-PAINT-EST C-LABOUR-EST
               C-SUPPLIES-EST.
           IF CHG-SQ-FT-KIND
               PERFORM VARYING GRADE-SUB FROM 1 BY 1
                   UNTIL CHG-GRADE = GRADE-CODE(GRADE-SUB)
               END-PERFORM
               DIVIDE GRADE-SQ-FT-PER-GAL(GRADE-SUB) INTO CHG-SQ-FT
                   GIVING C-GAL-NEEDED
               MULTIPLY ET-PRICE-GAL(ET-IDX) BY C-GAL-NEEDED
                   GIVING C-PAINT-EST
               COMPUTE C-LABOUR-EST = (C-GAL-NEEDED*HOURS-PER-GAL*
                   GRADE-LABOUR-CST-PER-GALON(GRADE-SUB))
               PERFORM VARYING SUP-SUB FROM 1 BY 1
                   UNTIL SUP-SUB > 4
                       IF CHG-SUP-FLAG(SUP-SUB) = 'Y'
                           ADD SUP-PRICE(SUP-SUB) TO C-SUPPLIES-EST
                       END-IF
               END-PERFORM
               COMPUTE C-CHANGE-AMT = C-PAINT-EST + C-LABOUR-EST
                   + C-SUPPLIES-EST
           ELSE
               MOVE CHG-FLAT-AMT TO C-CHANGE-AMT
           END-IF.
           IF CHG-REMOVE
               MOVE -1 TO C-SIGN
           ELSE
               MOVE +1 TO C-SIGN
           END-IF.

       2170-STORE-CHANGE.
           MOVE CHG-EST-NO TO COL-EST-NO(COL-IDX).
           MOVE CHG-NO TO COL-CHG-NO(COL-IDX).
           MOVE CHG-DATE TO COL-QUOTE-DATE(COL-IDX).
           MOVE 0 TO COL-APPR-DATE(COL-IDX).
           MOVE CHG-KIND TO COL-KIND(COL-IDX).
           MOVE CHG-GRADE TO COL-GRADE(COL-IDX).
           COMPUTE COL-GALLONS(COL-IDX) = C-GAL-NEEDED * C-SIGN.
           COMPUTE COL-PAINT(COL-IDX) = C-PAINT-EST * C-SIGN.
           COMPUTE COL-LABOR(COL-IDX) = C-LABOUR-EST * C-SIGN.
           COMPUTE COL-SUPPLIES(COL-IDX) = C-SUPPLIES-EST * C-SIGN.
           COMPUTE COL-AMOUNT(COL-IDX) = C-CHANGE-AMT * C-SIGN.
           MOVE 'P' TO COL-STATUS(COL-IDX).
           MOVE CHG-DESC TO COL-DESC(COL-IDX).

      *THE CHANGE-ORDER FORM FOR THE CUSTOMER'S SIGNATURE, WITH THE
      *CONTRACT BEFORE AND AFTER THE CHANGE
       2200-PRINT-FORM.
           MOVE CHG-MM TO FRM-MM.
           MOVE CHG-DD TO FRM-DD.
           MOVE CHG-YY TO FRM-YYYY.
           MOVE CHG-EST-NO TO FRM-EST-NO.
           MOVE CHG-NO TO FRM-CHG-NO.
           MOVE ET-CUST-NAME(ET-IDX) TO FRM-CUST-NAME.
           MOVE ET-CUST-NO(ET-IDX) TO FRM-CUST-NO.
           MOVE ET-CUST-ADDRESS(ET-IDX) TO FRM-CUST-ADDRESS.
           MOVE CHG-DESC TO FRM-DESC.

           WRITE FORMLINE FROM FORM-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE FORMLINE FROM FORM-SUB-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE FORMLINE FROM FORM-DATE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE FORMLINE FROM FORM-CUST-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE FORMLINE FROM FORM-CUST-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE FORMLINE FROM FORM-DESC-LINE
               AFTER ADVANCING 2 LINES.

           IF CHG-SQ-FT-KIND
               COMPUTE FRM-SQ-FT = CHG-SQ-FT * C-SIGN
               COMPUTE FRM-GAL-NEED = C-GAL-NEEDED * C-SIGN
               MOVE ET-PRICE-GAL(ET-IDX) TO FRM-PRICE-GAL
               MOVE CHG-GRADE TO FRM-GRADE
               WRITE FORMLINE FROM FORM-DETAIL-HEADING
                   AFTER ADVANCING 3 LINES
               WRITE FORMLINE FROM FORM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2250-FORM-SUPPLIES
               MOVE 'PAINT:' TO FRM-COST-LABEL
               COMPUTE FRM-COST-AMT = C-PAINT-EST * C-SIGN
               WRITE FORMLINE FROM FORM-COST-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'LABOR:' TO FRM-COST-LABEL
               COMPUTE FRM-COST-AMT = C-LABOUR-EST * C-SIGN
               WRITE FORMLINE FROM FORM-COST-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'SUPPLIES:' TO FRM-COST-LABEL
               COMPUTE FRM-COST-AMT = C-SUPPLIES-EST * C-SIGN
               WRITE FORMLINE FROM FORM-COST-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           COMPUTE FRM-AMOUNT = C-CHANGE-AMT * C-SIGN.
           WRITE FORMLINE FROM FORM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 9500-SUM-CHANGES.
           MOVE 'CURRENT CONTRACT:' TO FRM-COST-LABEL.
           COMPUTE FRM-COST-AMT = ET-ORIGINAL(ET-IDX) + C-APPROVED-SUM.
           WRITE FORMLINE FROM FORM-COST-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REVISED CONTRACT:' TO FRM-COST-LABEL.
           COMPUTE FRM-COST-AMT = ET-ORIGINAL(ET-IDX) + C-APPROVED-SUM
               + (C-CHANGE-AMT * C-SIGN).
           WRITE FORMLINE FROM FORM-COST-LINE
               AFTER ADVANCING 1 LINE.

           WRITE FORMLINE FROM FORM-SIGN-LINE1
               AFTER ADVANCING 4 LINES.
           WRITE FORMLINE FROM FORM-SIGN-LINE2
               AFTER ADVANCING 3 LINES.

           ADD 1 TO C-FORM-CTR.
           ADD C-CHANGE-AMT TO C-FORM-HASH.

      *ITEMIZED SUPPLY LINES - ONE PER SUPPLY ITEM FLAGGED ON THE CHANGE
       2250-FORM-SUPPLIES.
           IF C-SUPPLIES-EST > 0
               WRITE FORMLINE FROM FORM-SUPPLY-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING SUP-SUB FROM 1 BY 1
                   UNTIL SUP-SUB > 4
                       IF CHG-SUP-FLAG(SUP-SUB) = 'Y'
                           MOVE SUP-NAME(SUP-SUB) TO FRM-SUP-NAME
                           MOVE 1 TO FRM-SUP-QTY
                           MOVE SUP-PRICE(SUP-SUB) TO FRM-SUP-AMT
                           WRITE FORMLINE FROM FORM-SUPPLY-LINE
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-PERFORM
           END-IF.

      *THE SIGNED FORM IS BACK - ROLL THE CHANGE INTO THE CONTRACT. A
      *REPLAYED APPROVAL FOR A CHANGE ALREADY APPROVED CHANGES NOTHING.
       2300-APPROVE-CHANGE.
           IF CO-MATCH = 'YES'
               PERFORM 9500-SUM-CHANGES
               COMPUTE C-NEW-CONTRACT = ET-ORIGINAL(ET-IDX)
                   + C-APPROVED-SUM + COL-AMOUNT(COL-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN CO-MATCH = 'NO'
                   MOVE 'APPROVAL FOR A CHANGE ORDER NEVER QUOTED'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN COL-STATUS(COL-IDX) = 'A'
                   CONTINUE
               WHEN COL-STATUS(COL-IDX) = 'X'
                   MOVE 'CHANGE ORDER WAS CANCELLED' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN C-NEW-CONTRACT < 0
                   MOVE 'CHANGE WOULD TAKE THE CONTRACT BELOW ZERO'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN OTHER
                   MOVE 'A' TO COL-STATUS(COL-IDX)
                   MOVE CHG-DATE TO COL-APPR-DATE(COL-IDX)
                   ADD 1 TO C-APPROVED-CTR
                   MOVE 'APPROVED' TO ADL-ACTION
                   PERFORM 2500-ACTIVITY-LINE
           END-EVALUATE.

       2350-CANCEL-CHANGE.
           EVALUATE TRUE
               WHEN CO-MATCH = 'NO'
                   MOVE 'CANCEL FOR A CHANGE ORDER NEVER QUOTED'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN COL-STATUS(COL-IDX) = 'A'
                   MOVE 'CANNOT CANCEL AN APPROVED CHANGE ORDER'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN COL-STATUS(COL-IDX) = 'X'
                   CONTINUE
               WHEN OTHER
                   MOVE 'X' TO COL-STATUS(COL-IDX)
                   ADD 1 TO C-CANCELLED-CTR
                   MOVE 'CANCELLED' TO ADL-ACTION
                   PERFORM 2500-ACTIVITY-LINE
           END-EVALUATE.

       2400-ERROR.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.
           ADD 1 TO GT-ERRORS.

       2500-ACTIVITY-LINE.
           MOVE CHG-EST-NO TO ADL-EST-NO.
           MOVE CHG-NO TO ADL-CHG-NO.
           MOVE CHG-DATE TO ADL-DATE.
           MOVE COL-DESC(COL-IDX) TO ADL-DESC.
           MOVE COL-AMOUNT(COL-IDX) TO ADL-AMOUNT.
           IF COL-AMOUNT(COL-IDX) < 0
               SUBTRACT COL-AMOUNT(COL-IDX) FROM C-AMT-HASH
           ELSE
               ADD COL-AMOUNT(COL-IDX) TO C-AMT-HASH
           END-IF.
           WRITE PRTLINE FROM ACTIVITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           PERFORM 3100-REVISED-CONTRACTS.
           PERFORM 3300-LEDGER-SAVE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-CHG-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-CHG-CTR TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO GT-ERROR.
           WRITE ERRLINE FROM GT-ERROR-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-FORM-CTR TO TR-REC-COUNT.
           MOVE C-FORM-HASH TO TR-HASH-TOTAL.
           WRITE FORMLINE FROM TRAILER-LINE.

           CLOSE PAINT.
           CLOSE PRTOUT.
           CLOSE FORMOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.

      *ONE REVISED-CONTRACT RECORD PER ACCEPTED ESTIMATE, AND A REPORT
      *LINE FOR EACH ONE THAT HAS CHANGE ORDERS APPROVED OR PENDING
       3100-REVISED-CONTRACTS.
           OPEN OUTPUT REVCON.
           WRITE PRTLINE FROM SECTION-TITLE-CONTRACTS
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CONTRACT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR
                   IF ET-ACCEPTED(ET-IDX) = 'Y'
                       PERFORM 3150-REVISED-CONTRACT
                   END-IF
           END-PERFORM.
           CLOSE REVCON.

           MOVE C-GT-ORIGINAL TO CTL-ORIGINAL.
           MOVE C-GT-CHANGES TO CTL-CHANGES.
           MOVE C-GT-REVISED TO CTL-REVISED.
           MOVE C-GT-PENDING TO CTL-PENDING.
           WRITE PRTLINE FROM CONTRACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3150-REVISED-CONTRACT.
           MOVE ET-EST-NO(ET-IDX) TO C-FIND-EST-NO.
           MOVE 0 TO C-FIND-CHG-NO.
           PERFORM 9500-SUM-CHANGES.

           MOVE ET-EST-NO(ET-IDX) TO RC-EST-NO.
           MOVE ET-ORIGINAL(ET-IDX) TO RC-ORIGINAL.
           MOVE C-APPROVED-SUM TO RC-CHANGES.
           COMPUTE RC-CONTRACT = ET-ORIGINAL(ET-IDX) + C-APPROVED-SUM.
           MOVE C-CHG-GALLONS TO RC-CHG-GALLONS.
           MOVE C-CHG-LABOR TO RC-CHG-LABOR.
           MOVE C-CHG-COST TO RC-CHG-COST.
           MOVE C-CHG-COUNT TO RC-CHG-COUNT.
           WRITE RC-REC.
           ADD 1 TO C-REVCON-CTR.

           IF C-CHG-COUNT > 0 OR C-PENDING-SUM NOT = 0
               MOVE ET-EST-NO(ET-IDX) TO CDL-EST-NO
               MOVE ET-CUST-NAME(ET-IDX) TO CDL-CUST-NAME
               MOVE ET-ORIGINAL(ET-IDX) TO CDL-ORIGINAL
               MOVE C-APPROVED-SUM TO CDL-CHANGES
               MOVE RC-CONTRACT TO CDL-REVISED
               MOVE C-PENDING-SUM TO CDL-PENDING
               ADD ET-ORIGINAL(ET-IDX) TO C-GT-ORIGINAL
               ADD C-APPROVED-SUM TO C-GT-CHANGES
               ADD RC-CONTRACT TO C-GT-REVISED
               ADD C-PENDING-SUM TO C-GT-PENDING
               WRITE PRTLINE FROM CONTRACT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *APPROVED, PENDING, AND CANCELLED ROWS ALL STAY ON FILE SO A
      *CHANGE NUMBER IS NEVER REUSED FOR A DIFFERENT CHANGE
       3300-LEDGER-SAVE.
           OPEN OUTPUT COLEDGER.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COL-CTR
                   MOVE COL-EST-NO(COL-IDX) TO CO-EST-NO
                   MOVE COL-CHG-NO(COL-IDX) TO CO-CHG-NO
                   MOVE COL-QUOTE-DATE(COL-IDX) TO CO-QUOTE-DATE
                   MOVE COL-APPR-DATE(COL-IDX) TO CO-APPR-DATE
                   MOVE COL-KIND(COL-IDX) TO CO-KIND
                   MOVE COL-GRADE(COL-IDX) TO CO-GRADE
                   MOVE COL-GALLONS(COL-IDX) TO CO-GALLONS
                   MOVE COL-PAINT(COL-IDX) TO CO-PAINT
                   MOVE COL-LABOR(COL-IDX) TO CO-LABOR
                   MOVE COL-SUPPLIES(COL-IDX) TO CO-SUPPLIES
                   MOVE COL-AMOUNT(COL-IDX) TO CO-AMOUNT
                   MOVE COL-STATUS(COL-IDX) TO CO-STATUS
                   MOVE COL-DESC(COL-IDX) TO CO-DESC
                   WRITE CO-REC
           END-PERFORM.
           CLOSE COLEDGER.

       9000-READ-PAINT.
           READ PAINT
               AT END
                   MOVE "NO" TO MORE-RECS.

       9050-READ-CHANGES.
           READ CHANGES
               AT END
                   MOVE "NO" TO CHG-MORE-RECS
                   CLOSE CHANGES.

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
           MOVE 'NO' TO ET-FOUND.
           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR OR ET-FOUND = 'YES'
                   IF C-FIND-EST-NO = ET-EST-NO(ET-IDX)
                       MOVE 'YES' TO ET-FOUND
                   END-IF
           END-PERFORM.
           IF ET-FOUND = 'YES'
               SET ET-IDX DOWN BY 1
           END-IF.

       9400-FIND-CHANGE.
           MOVE 'NO' TO CO-MATCH.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COL-CTR OR CO-MATCH = 'YES'
                   IF C-FIND-EST-NO = COL-EST-NO(COL-IDX)
                       AND C-FIND-CHG-NO = COL-CHG-NO(COL-IDX)
                       MOVE 'YES' TO CO-MATCH
                   END-IF
           END-PERFORM.
           IF CO-MATCH = 'YES'
               SET COL-IDX DOWN BY 1
           END-IF.

      *APPROVED AND PENDING TOTALS FOR ONE ESTIMATE, PLUS THE PAINT
      *AND LABOR SIDE OF ITS APPROVED CHANGES FOR THE VARIANCE REPORT
       9500-SUM-CHANGES.
           MOVE 0 TO C-APPROVED-SUM C-PENDING-SUM C-CHG-GALLONS
               C-CHG-LABOR C-CHG-COST C-CHG-COUNT.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COL-CTR
                   IF COL-EST-NO(COL-IDX) = C-FIND-EST-NO
                       PERFORM 9550-SUM-ONE-CHANGE
                   END-IF
           END-PERFORM.
           PERFORM 9400-FIND-CHANGE.

       9550-SUM-ONE-CHANGE.
           EVALUATE COL-STATUS(COL-IDX)
               WHEN 'A'
                   ADD COL-AMOUNT(COL-IDX) TO C-APPROVED-SUM
                   ADD COL-GALLONS(COL-IDX) TO C-CHG-GALLONS
                   ADD COL-LABOR(COL-IDX) TO C-CHG-LABOR
                   COMPUTE C-CHG-COST = C-CHG-COST
                       + COL-PAINT(COL-IDX) + COL-LABOR(COL-IDX)
                   ADD 1 TO C-CHG-COUNT
               WHEN 'P'
                   ADD COL-AMOUNT(COL-IDX) TO C-PENDING-SUM
           END-EVALUATE.
       END PROGRAM COBCJF60.
