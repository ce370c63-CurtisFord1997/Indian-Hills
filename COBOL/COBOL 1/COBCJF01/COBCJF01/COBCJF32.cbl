      *    TRADE-INS AND FILLED POS STAY ON THEIR LEDGERS, SO A
      *    SEASON DISPOSITION ARRIVING AGAIN THE NEXT NIGHT STILL
      *    MATCHES AND CANNOT RE-OPEN THE INVOICE;
      *  - AN ESTIMATE WITH A BILLING SCHEDULE IN PNTBSCH.DAT
      *    (DEPOSIT PERCENT AND UP TO THREE PROGRESS MILESTONE
      *    PERCENTS) IS BILLED BY STAGE INSTEAD: ACCEPTANCE OPENS
      *    ONLY THE DEPOSIT ROW, EACH PROGRESS MILESTONE OPENS ITS
      *    ROW WHEN PNTSTG.DAT TRIGGERS IT, AND THE COMPLETION
      *    TRIGGER OPENS THE FINAL ROW FOR WHATEVER IS LEFT OF THE
      *    CONTRACT. EVERY STAGE ROW CARRIES ITS STAGE CODE AND THE
      *    CONTRACT PRICE, AND EACH STAGE INVOICE PRINTS TO
      *    PNTSTINV.PRT IN THE SAME LAYOUT AS COBCJF01'S INVOICE;
      *  - THE REVISED CONTRACT FROM COBCJF60'S CHANGE ORDERS
      *    (PNTREVC.DAT) REPLACES THE CONTRACT PRICE ON THE JOB'S
      *    ROWS. A JOB ALREADY INVOICED IN FULL, OR PAST ITS FINAL
      *    STAGE, GETS A CHANGE-ORDER ROW FOR AN INCREASE; A DECREASE
      *    COMES OFF THE UNPAID BALANCE OF ITS LATEST ROWS;
      *  - THE RUN ENDS WITH AN AGING STATEMENT OF EVERY OPEN ROW
      *    IN 0-30, 31-60, 61-90, AND OVER-90 DAY BUCKETS, FOLLOWED
      *    BY BILLED VERSUS STILL-UNBILLED UNDER CONTRACT FOR THE
      *    STAGE-BILLED JOBS.
      *PAYMENTS WITH NO OPEN LEDGER ROW GO TO THE EXCEPTION REPORT.
      *A JOB ON COBCJF62'S LEAD-SAFE HOLD LIST (PNTLDHLD.DAT) - A
      *PRE-1978 HOME STILL MISSING ITS COMPLIANCE RECORDS - CANNOT
      *CLOSE: A ROW PAID IN FULL IS FLAGGED 'H' (PAID, HELD) INSTEAD
      *OF 'C' AND GOES TO THE EXCEPTION REPORT. A HELD ROW TAKES NO
      *FURTHER PAYMENTS AND IS CLOSED ON THE FIRST RUN AFTER THE JOB
      *DROPS OFF THE HOLD LIST.
      *DAY SPANS USE THE SHOP'S 30-DAY-MONTH AGING CONVENTION.
      *THE RUN'S NEW BILLINGS, CHANGE-ORDER CREDITS, AND PAYMENTS ARE
      *POSTED TO THE GENERAL LEDGER JOURNAL (GLJRNL.DAT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT SCHEDULE
               ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-FILE-STATUS.

           SELECT STAGES
               ASSIGN TO WS-STAGES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-FILE-STATUS.

           SELECT REVCON
               ASSIGN TO WS-REVCON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

           SELECT LEADHOLD
               ASSIGN TO WS-LEADHOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT INVOUT
               ASSIGN TO WS-INVOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
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
           05 PAY-DATE             PIC 9(8).
           05 PAY-AMOUNT           PIC 9(7)V99.

      *BILLING SCHEDULE - ONE RECORD PER STAGE-BILLED ESTIMATE. WHOLE
      *PERCENTS OF THE FINAL AGREED PRICE; THE COMPLETION STAGE BILLS
      *THE REMAINDER. UNUSED MILESTONES ARE ZERO.
       FD  SCHEDULE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BS-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 BS-REC.
           05 BS-EST-NO            PIC X(4).
           05 BS-DEPOSIT-PCT       PIC 9(3).
           05 BS-PROGRESS-PCT      PIC 9(3) OCCURS 3.

      *STAGE TRIGGERS - 'P' WITH A MILESTONE NUMBER WHEN THE CREW
      *REACHES A PROGRESS MILESTONE, 'C' WHEN THE JOB IS COMPLETE
       FD  STAGES
           LABEL RECORD IS STANDARD
           DATA RECORD IS STG-REC
           RECORD CONTAINS 14 CHARACTERS.

       01 STG-REC.
           05 STG-EST-NO           PIC X(4).
           05 STG-TYPE             PIC X.
               88 STG-PROGRESS     VALUE 'P'.
               88 STG-COMPLETE     VALUE 'C'.
           05 STG-MILESTONE        PIC 9.
           05 STG-DATE.
               10 STG-YY           PIC 9(4).
               10 STG-MM           PIC 99.
               10 STG-DD           PIC 99.

      *REVISED CONTRACT PER ACCEPTED ESTIMATE, FROM COBCJF60
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

      *LEAD-SAFE HOLD LIST FROM COBCJF62 - ONE RECORD PER ACCEPTED
      *PRE-1978 JOB STILL MISSING A COMPLIANCE ITEM, 'Y' PER ITEM
      *ON FILE AND 'N' PER ITEM MISSING
       FD  LEADHOLD
           LABEL RECORD IS STANDARD
           DATA RECORD IS LH-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 LH-REC.
           05 LH-EST-NO            PIC X(4).
           05 LH-ITEMS.
               10 LH-PAMPHLET      PIC X.
               10 LH-RENOVATOR     PIC X.
               10 LH-CLEANING      PIC X.

       FD  ARLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 AR-REC.
           05 AR-EST-NO            PIC X(4).
           05 AR-STATUS            PIC X.
               88 AR-ROW-OPEN      VALUE 'O'.
               88 AR-ROW-CLOSED    VALUE 'C'.
               88 AR-ROW-HELD      VALUE 'H'.
      *SPACE IS A SINGLE FULL-PRICE INVOICE; OTHERWISE THE STAGE
           05 AR-STAGE             PIC X.
               88 AR-STAGE-FULL    VALUE SPACE.
               88 AR-STAGE-DEPOSIT VALUE 'D'.
               88 AR-STAGE-FINAL   VALUE 'F'.
               88 AR-STAGE-CHANGE  VALUE 'A'.
           05 AR-CONTRACT          PIC 9(7)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED

       01 ERRLINE                  PIC X(132).

       FD INVOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INVLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 INVLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

           05 DSP-MORE-RECS        PIC XXX VALUE 'YES'.
           05 PAY-MORE-RECS        PIC XXX VALUE 'YES'.
           05 AR-MORE-RECS         PIC XXX VALUE 'YES'.
           05 BS-MORE-RECS         PIC XXX VALUE 'YES'.
           05 STG-MORE-RECS        PIC XXX VALUE 'YES'.
           05 RC-MORE-RECS         PIC XXX VALUE 'YES'.
           05 LH-MORE-RECS         PIC XXX VALUE 'YES'.
           05 AR-MATCH             PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 DSP-FILE-STATUS      PIC XX.
           05 PAY-FILE-STATUS      PIC XX.
           05 AR-FILE-STATUS       PIC XX.
           05 BS-FILE-STATUS       PIC XX.
           05 STG-FILE-STATUS      PIC XX.
           05 RC-FILE-STATUS       PIC XX.
           05 LH-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\PNTPAY.DAT'.
           05 WS-ARLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\PAINTAR.DAT'.
           05 WS-SCHEDULE-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTBSCH.DAT'.
           05 WS-STAGES-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTSTG.DAT'.
           05 WS-REVCON-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTREVC.DAT'.
           05 WS-LEADHOLD-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTLDHLD.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTAR.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTARERR.PRT'.
           05 WS-INVOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTSTINV.PRT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(9) VALUE "CUST NO".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(17) VALUE "INVOICED".
           05 FILLER               PIC X(74) VALUE "STAGE".

       01 INVOICE-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 NDL-CUST-NAME        PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 NDL-INVOICED         PIC $Z,ZZZ,ZZZ.99-.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 NDL-STAGE            PIC X(12).
           05 FILLER               PIC X(62) VALUE SPACE.

       01 PAYMENT-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 PDL-BALANCE          PIC $Z,ZZZ,ZZZ.99-.
           05 FILLER               PIC X(80) VALUE SPACE.

       01 SECTION-TITLE-LEAD.
           05 FILLER               PIC X(40)
               VALUE "PAID INVOICES HELD FOR LEAD-SAFE RECORDS".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 LEAD-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(15) VALUE "PAID".
           05 FILLER               PIC X(14) VALUE "STAGE".
           05 FILLER               PIC X(11) VALUE "PAMPHLET".
           05 FILLER               PIC X(11) VALUE "RENOVATOR".
           05 FILLER               PIC X(11) VALUE "CLEANING".
           05 FILLER               PIC X(38) VALUE "ACTION".

       01 LEAD-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 LDL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LDL-CUST-NAME        PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 LDL-PAID             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LDL-STAGE            PIC X(12).
           05 FILLER               PIC XX VALUE SPACE.
           05 LDL-PAMPHLET         PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LDL-RENOVATOR        PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LDL-CLEANING         PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 LDL-ACTION           PIC X(8).
           05 FILLER               PIC X(30) VALUE SPACE.

       01 AGING-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(14) VALUE "0-30".
           05 FILLER               PIC X(14) VALUE "31-60".
           05 FILLER               PIC X(14) VALUE "61-90".
           05 FILLER               PIC X(14) VALUE "OVER 90".
           05 FILLER               PIC X(29) VALUE "STAGE".

       01 AGING-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 ADL-BUCKET-3         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 ADL-BUCKET-4         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 ADL-STAGE            PIC X(12).
           05 FILLER               PIC X(14) VALUE SPACE.

       01 AGING-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE "TOTALS:".
           05 ATL-BUCKET-4         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(29) VALUE SPACE.

       01 SECTION-TITLE-CONTRACT.
           05 FILLER               PIC X(40)
               VALUE "BILLED VERSUS UNBILLED UNDER CONTRACT".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 CONTRACT-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(22) VALUE "CUSTOMER".
           05 FILLER               PIC X(15) VALUE "CONTRACT".
           05 FILLER               PIC X(15) VALUE "BILLED".
           05 FILLER               PIC X(15) VALUE "OPEN BALANCE".
           05 FILLER               PIC X(55) VALUE "UNBILLED".

       01 CONTRACT-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-CUST-NAME        PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 CDL-CONTRACT         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-BILLED           PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-OPEN             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CDL-UNBILLED         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(44) VALUE SPACE.

       01 CONTRACT-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE "TOTALS:".
           05 FILLER               PIC X(20) VALUE SPACE.
           05 CTL-CONTRACT         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CTL-BILLED           PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CTL-OPEN             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 CTL-UNBILLED         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(44) VALUE SPACE.

      *CASH-FLOW POSITION - BILLED AND STILL OPEN ON THE AGING, PLUS
      *WHAT THE STAGE-BILLED CONTRACTS HAVE YET TO BILL
       01 FORECAST-LINE.
           05 FCL-LABEL            PIC X(32).
           05 FCL-AMOUNT           PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(86) VALUE SPACE.

      *STAGE INVOICE - SAME LAYOUT AS COBCJF01'S CUSTOMER INVOICE
       01 INVOICE-TITLE-LINE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(22)
               VALUE "FORD'S PAINT ESTIMATOR".
           05 FILLER               PIC X(60) VALUE SPACE.

       01 INVOICE-SUB-TITLE-LINE.
           05 FILLER               PIC X(60) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE "INVOICE".
           05 FILLER               PIC X(60) VALUE SPACE.

       01 INVOICE-DATE-LINE.
           05 FILLER               PIC X(6) VALUE "DATE:".
           05 INV-MM               PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 INV-DD               PIC 99.
           05 FILLER               PIC X VALUE "/".
           05 INV-YYYY             PIC 9999.
           05 FILLER               PIC X(20) VALUE SPACE.
           05 FILLER               PIC X(17) VALUE "ESTIMATE NUMBER:".
           05 INV-EST-NO           PIC X(4).
           05 FILLER               PIC X(63) VALUE SPACE.

       01 INVOICE-CUST-LINE1.
           05 FILLER               PIC X(10) VALUE "CUSTOMER:".
           05 INV-CUST-NAME        PIC X(20).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(5) VALUE "NO:".
           05 INV-CUST-NO          PIC X(5).
           05 FILLER               PIC X(87) VALUE SPACE.

       01 INVOICE-CUST-LINE2.
           05 FILLER               PIC X(10) VALUE "ADDRESS:".
           05 INV-CUST-ADDRESS     PIC X(25).
           05 FILLER               PIC X(97) VALUE SPACE.

       01 INVOICE-STAGE-LINE.
           05 FILLER               PIC X(20) VALUE "BILLING STAGE:".
           05 INV-STAGE            PIC X(12).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 FILLER               PIC X(21)
               VALUE "PERCENT OF CONTRACT:".
           05 INV-STAGE-PCT        PIC ZZ9.
           05 FILLER               PIC X(71) VALUE SPACE.

       01 INVOICE-COST-LINE1.
           05 FILLER               PIC X(20) VALUE "CONTRACT PRICE:".
           05 INV-CONTRACT         PIC $ZZZ,ZZZ.99.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 INVOICE-COST-LINE2.
           05 FILLER               PIC X(20) VALUE "PREVIOUSLY BILLED:".
           05 INV-PRIOR-BILLED     PIC $ZZZ,ZZZ.99.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 INVOICE-COST-LINE3.
           05 FILLER               PIC X(20) VALUE "LEFT ON CONTRACT:".
           05 INV-LEFT             PIC $ZZZ,ZZZ.99.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 INVOICE-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE "AMOUNT DUE:".
           05 INV-AMOUNT-DUE       PIC $Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(99) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(30)
               10 ET-EST-NO        PIC X(4).
               10 ET-CUST-NO       PIC X(5).
               10 ET-CUST-NAME     PIC X(20).
               10 ET-CUST-ADDRESS  PIC X(25).

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.

      *THE OPEN-AR LEDGER, RESTORED FROM LAST RUN'S PAINTAR.DAT
       01 AR-LEDGER-TABLE.
           05 ARL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ARL-IDX ARL-IDX2 ARL-SAVE-IDX
                       ARL-CLOSE-IDX.
               10 ARL-EST-NO       PIC X(4).
               10 ARL-CUST-NO      PIC X(5).
               10 ARL-CUST-NAME    PIC X(20).
               10 ARL-INVOICED     PIC 9(7)V99.
               10 ARL-PAID         PIC 9(7)V99.
               10 ARL-STATUS       PIC X.
               10 ARL-STAGE        PIC X.
               10 ARL-CONTRACT     PIC 9(7)V99.

       01 AR-LEDGER-VARS.
           05 ARL-CTR              PIC 9(3) VALUE 0.

      *JOBS ON THE LEAD-SAFE HOLD LIST. LHT-LOADED STAYS 'NO' WHEN
      *THE LIST IS NOT THERE - NOTHING IS HELD OR RELEASED THEN
       01 LEAD-HOLD-TABLE.
           05 LHT-ENTRY OCCURS 500 TIMES INDEXED BY LHT-IDX.
               10 LHT-EST-NO       PIC X(4).
               10 LHT-ITEMS.
                   15 LHT-PAMPHLET  PIC X.
                   15 LHT-RENOVATOR PIC X.
                   15 LHT-CLEANING  PIC X.

       01 LEAD-HOLD-VARS.
           05 LHT-CTR              PIC 9(3) VALUE 0.
           05 LHT-FOUND            PIC XXX VALUE 'NO'.
           05 LHT-LOADED           PIC XXX VALUE 'NO'.
           05 C-HELD-CTR           PIC 9(4) VALUE 0.
           05 C-RELEASE-CTR        PIC 9(4) VALUE 0.
           05 C-LEAD-ITEM          PIC X VALUE SPACE.
           05 C-LEAD-TEXT          PIC X(7) VALUE SPACE.

      *BILLING SCHEDULES FROM PNTBSCH.DAT, KEYED BY ESTIMATE NUMBER
       01 SCHEDULE-TABLE.
           05 SC-ENTRY OCCURS 500 TIMES INDEXED BY SC-IDX.
               10 SC-EST-NO        PIC X(4).
               10 SC-DEPOSIT-PCT   PIC 9(3).
               10 SC-PROGRESS-PCT  PIC 9(3) OCCURS 3.

       01 SCHEDULE-TABLE-VARS.
           05 SC-CTR               PIC 9(3) VALUE 0.
           05 SC-FOUND             PIC XXX VALUE 'NO'.
           05 SC-PCT-TOTAL         PIC 9(4) VALUE 0.

      *ONE INVOICE BEING OPENED - A FULL-PRICE ROW OR ONE STAGE
      *REVISED CONTRACTS FOR JOBS WITH APPROVED CHANGE ORDERS
       01 REVISION-TABLE.
           05 RV-ENTRY OCCURS 500 TIMES INDEXED BY RV-IDX.
               10 RV-EST-NO        PIC X(4).
               10 RV-CONTRACT      PIC 9(7)V99.

       01 REVISION-TABLE-VARS.
           05 RV-CTR               PIC 9(3) VALUE 0.
           05 RV-ROWS-FOUND        PIC XXX VALUE 'NO'.
           05 C-REV-DIFF           PIC S9(7)V99 VALUE 0.
           05 C-CREDIT-LEFT        PIC 9(7)V99 VALUE 0.
           05 C-CREDIT-AMT         PIC 9(7)V99 VALUE 0.
           05 C-ROW-ROOM           PIC 9(7)V99 VALUE 0.
           05 C-REV-SUB            PIC 9(3) VALUE 0.
           05 C-REV-CTR            PIC 9(4) VALUE 0.

       01 STAGE-CALC-VARS.
           05 C-FIND-EST-NO        PIC X(4) VALUE SPACE.
           05 C-STAGE-CODE         PIC X VALUE SPACE.
           05 C-STAGE-NAME         PIC X(12) VALUE SPACE.
           05 C-STAGE-DATE.
               10 C-STAGE-YY       PIC 9(4) VALUE 0.
               10 C-STAGE-MM       PIC 99 VALUE 0.
               10 C-STAGE-DD       PIC 99 VALUE 0.
           05 C-STAGE-AMT          PIC 9(7)V99 VALUE 0.
           05 C-STAGE-PCT          PIC 9(3) VALUE 0.
           05 C-CONTRACT           PIC 9(7)V99 VALUE 0.
           05 C-PRIOR-BILLED       PIC 9(7)V99 VALUE 0.
           05 C-CUST-ADDRESS       PIC X(25) VALUE SPACE.
           05 STAGE-BILLED         PIC XXX VALUE 'NO'.
           05 FINAL-BILLED         PIC XXX VALUE 'NO'.
           05 FULL-BILLED          PIC XXX VALUE 'NO'.
           05 CONTRACT-FOUND       PIC XXX VALUE 'NO'.
           05 C-PAY-LEFT           PIC 9(7)V99 VALUE 0.
           05 C-STG-CTR            PIC 9(4) VALUE 0.
           05 C-INV-CTR            PIC 9(4) VALUE 0.
           05 C-INV-HASH           PIC 9(9)V99 VALUE 0.

       01 CONTRACT-CALC-VARS.
           05 C-EST-BILLED         PIC 9(7)V99 VALUE 0.
           05 C-EST-OPEN           PIC 9(7)V99 VALUE 0.
           05 C-EST-UNBILLED       PIC S9(7)V99 VALUE 0.
           05 C-ROW-BALANCE        PIC S9(7)V99 VALUE 0.
           05 C-GT-CONTRACT        PIC 9(9)V99 VALUE 0.
           05 C-GT-BILLED          PIC 9(9)V99 VALUE 0.
           05 C-GT-OPEN            PIC 9(9)V99 VALUE 0.
           05 C-GT-UNBILLED        PIC 9(9)V99 VALUE 0.
           05 C-GT-TO-COLLECT      PIC 9(9)V99 VALUE 0.

       01 AGING-CALC-VARS.
           05 C-DAYS-TODAY         PIC 9(7) VALUE 0.
           05 C-DAYS-INV           PIC 9(7) VALUE 0.
           05 C-GT-BUCKET          PIC 9(9)V99 OCCURS 4 VALUE 0.
           05 BUCKET-SUB           PIC 9 VALUE 0.

       01 GL-POST-VARS.
           05 C-GL-BILLED          PIC 9(9)V99 VALUE 0.
           05 C-GL-CREDITS         PIC 9(9)V99 VALUE 0.
           05 C-GL-PAID            PIC 9(9)V99 VALUE 0.
           05 C-GL-AMT             PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2000-DISPO-PASS
               UNTIL DSP-MORE-RECS = 'NO'.
           PERFORM 2800-REVISION-PASS.
           PERFORM 2600-STAGE-PASS
               UNTIL STG-MORE-RECS = 'NO'.
           PERFORM 2500-PAYMENT-PASS
               UNTIL PAY-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           OPEN INPUT PAINT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
           OPEN OUTPUT INVOUT.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND GLOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
           PERFORM 1200-LEDGER-RESTORE.
           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 1300-LOAD-SCHEDULES.
           PERFORM 1400-LOAD-REVISIONS.
           PERFORM 1500-LOAD-LEAD-HOLDS.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SECTION-TITLE-INVOICES
               AFTER ADVANCING 2 LINES.
           OPEN INPUT DISPO.
           IF DSP-FILE-STATUS NOT = '00'
               MOVE 'NO' TO DSP-MORE-RECS
               PERFORM 9080-OPEN-STAGES
           ELSE
               PERFORM 9050-READ-DISPO
           END-IF.
               MOVE WS-ENV-OVERRIDE TO WS-ARLEDGER-PATH
           END-IF.

           DISPLAY 'PNTBSCH_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SCHEDULE-PATH
           END-IF.

           DISPLAY 'PNTSTG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STAGES-PATH
           END-IF.

           DISPLAY 'PNTREVC_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REVCON-PATH
           END-IF.

           DISPLAY 'PNTLDHLD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADHOLD-PATH
           END-IF.

           DISPLAY 'PNTAR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

           DISPLAY 'PNTSTINV_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INVOUT-PATH
           END-IF.

      *CUSTOMER NUMBER AND NAME OFF THE FIRST ROOM RECORD OF EACH
      *ESTIMATE - ALL THE AR SIDE NEEDS FROM THE ESTIMATE FILE
       1100-LOAD-ESTIMATES.
                   MOVE PAINT-EST-NO TO ET-EST-NO(ET-IDX)
                   MOVE PAINT-CUST-NO TO ET-CUST-NO(ET-IDX)
                   MOVE PAINT-CUST-NAME TO ET-CUST-NAME(ET-IDX)
                   MOVE PAINT-CUST-ADDRESS TO ET-CUST-ADDRESS(ET-IDX)
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
                       MOVE AR-INVOICED TO ARL-INVOICED(ARL-IDX)
                       MOVE AR-PAID TO ARL-PAID(ARL-IDX)
      *ROWS WRITTEN BEFORE THE STATUS BYTE EXISTED ARE ALL OPEN
                       EVALUATE TRUE
                           WHEN AR-ROW-CLOSED
                               MOVE 'C' TO ARL-STATUS(ARL-IDX)
                           WHEN AR-ROW-HELD
                               MOVE 'H' TO ARL-STATUS(ARL-IDX)
                           WHEN OTHER
                               MOVE 'O' TO ARL-STATUS(ARL-IDX)
                       END-EVALUATE
      *ROWS WRITTEN BEFORE STAGE BILLING ARE FULL-PRICE INVOICES
                       MOVE AR-STAGE TO ARL-STAGE(ARL-IDX)
                       IF AR-CONTRACT NUMERIC
                           MOVE AR-CONTRACT TO ARL-CONTRACT(ARL-IDX)
                       ELSE
                           MOVE AR-INVOICED TO ARL-CONTRACT(ARL-IDX)
                       END-IF
                   ELSE
                       DISPLAY 'AR-LEDGER-TABLE EXCEEDS 500 ROWS'
                   END-IF
           END-READ.

      *THE BILLING SCHEDULES ARE A STANDING FILE LIKE THE ESTIMATES -
      *A LATER RECORD FOR THE SAME ESTIMATE REPLACES THE EARLIER ONE
       1300-LOAD-SCHEDULES.
           OPEN INPUT SCHEDULE.
           IF BS-FILE-STATUS = '00'
               PERFORM 1350-LOAD-ONE-SCHEDULE
                   UNTIL BS-MORE-RECS = 'NO'
               CLOSE SCHEDULE
           END-IF.

       1350-LOAD-ONE-SCHEDULE.
           READ SCHEDULE
               AT END
                   MOVE 'NO' TO BS-MORE-RECS
               NOT AT END
                   PERFORM 1360-EDIT-SCHEDULE
           END-READ.

      *THE COMPLETION STAGE ALWAYS BILLS SOMETHING, SO THE DEPOSIT AND
      *MILESTONE PERCENTS MUST LEAVE PART OF THE CONTRACT FOR IT
       1360-EDIT-SCHEDULE.
           MOVE BS-EST-NO TO ERROR-EST-NO.
           IF BS-DEPOSIT-PCT NOT NUMERIC
               OR BS-PROGRESS-PCT(1) NOT NUMERIC
               OR BS-PROGRESS-PCT(2) NOT NUMERIC
               OR BS-PROGRESS-PCT(3) NOT NUMERIC
               MOVE 'BILLING SCHEDULE PERCENT NOT NUMERIC'
                   TO ERROR-DESCR
               PERFORM 2400-ERROR
           ELSE
               COMPUTE SC-PCT-TOTAL = BS-DEPOSIT-PCT
                   + BS-PROGRESS-PCT(1) + BS-PROGRESS-PCT(2)
                   + BS-PROGRESS-PCT(3)
               IF SC-PCT-TOTAL > 99
                   MOVE 'BILLING SCHEDULE LEAVES NOTHING FOR COMPLETION'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               ELSE
                   MOVE BS-EST-NO TO C-FIND-EST-NO
                   PERFORM 9400-FIND-SCHEDULE
                   IF SC-FOUND = 'NO'
                       IF SC-CTR < 500
                           ADD 1 TO SC-CTR
                           SET SC-IDX TO SC-CTR
                           MOVE 'YES' TO SC-FOUND
                       ELSE
                           DISPLAY 'SCHEDULE-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'SCHEDULE NOT LOADED FOR ' BS-EST-NO
                       END-IF
                   END-IF
                   IF SC-FOUND = 'YES'
                       MOVE BS-EST-NO TO SC-EST-NO(SC-IDX)
                       MOVE BS-DEPOSIT-PCT TO SC-DEPOSIT-PCT(SC-IDX)
                       MOVE BS-PROGRESS-PCT(1)
                           TO SC-PROGRESS-PCT(SC-IDX, 1)
                       MOVE BS-PROGRESS-PCT(2)
                           TO SC-PROGRESS-PCT(SC-IDX, 2)
                       MOVE BS-PROGRESS-PCT(3)
                           TO SC-PROGRESS-PCT(SC-IDX, 3)
                   END-IF
               END-IF
           END-IF.

      *ONLY JOBS WITH APPROVED CHANGE ORDERS NEED THEIR CONTRACT
      *REVISED - EVERY OTHER JOB'S CONTRACT IS STILL ITS FINAL PRICE
       1400-LOAD-REVISIONS.
           OPEN INPUT REVCON.
           IF RC-FILE-STATUS = '00'
               PERFORM 1450-LOAD-ONE-REVISION
                   UNTIL RC-MORE-RECS = 'NO'
               CLOSE REVCON
           END-IF.

       1450-LOAD-ONE-REVISION.
           READ REVCON
               AT END
                   MOVE 'NO' TO RC-MORE-RECS
               NOT AT END
                   IF RC-CHG-COUNT NUMERIC AND RC-CHG-COUNT > 0
                       IF RV-CTR < 500
                           ADD 1 TO RV-CTR
                           SET RV-IDX TO RV-CTR
                           MOVE RC-EST-NO TO RV-EST-NO(RV-IDX)
                           MOVE RC-CONTRACT TO RV-CONTRACT(RV-IDX)
                       ELSE
                           DISPLAY 'REVISION-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'REVISION NOT LOADED FOR ' RC-EST-NO
                       END-IF
                   END-IF
           END-READ.

      *THE HOLD LIST IS REBUILT BY COBCJF62 EVERY RUN, SO IT IS
      *TAKEN WHOLE - A JOB NOT ON IT HAS ITS RECORDS OR NEEDS NONE
       1500-LOAD-LEAD-HOLDS.
           OPEN INPUT LEADHOLD.
           IF LH-FILE-STATUS = '00'
               MOVE 'YES' TO LHT-LOADED
               PERFORM 1550-LOAD-ONE-HOLD
                   UNTIL LH-MORE-RECS = 'NO'
               CLOSE LEADHOLD
           END-IF.

       1550-LOAD-ONE-HOLD.
           READ LEADHOLD
               AT END
                   MOVE 'NO' TO LH-MORE-RECS
               NOT AT END
                   IF LHT-CTR < 500
                       ADD 1 TO LHT-CTR
                       SET LHT-IDX TO LHT-CTR
                       MOVE LH-EST-NO TO LHT-EST-NO(LHT-IDX)
                       MOVE LH-ITEMS TO LHT-ITEMS(LHT-IDX)
                   ELSE
                       DISPLAY 'LEAD-HOLD-TABLE EXCEEDS 500 ROWS'
                       DISPLAY 'HOLD NOT LOADED FOR ' LH-EST-NO
                   END-IF
           END-READ.

      *ONE DISPOSITION: AN ACCEPTED ESTIMATE WITH NO LEDGER ROW YET
      *OPENS ONE AT THE FINAL AGREED PRICE, OR JUST THE DEPOSIT ROW
      *WHEN THE ESTIMATE HAS A BILLING SCHEDULE
       2000-DISPO-PASS.
           IF DSP-ACCEPTED
               PERFORM 2100-FIND-AR-ROW
               IF AR-MATCH = 'NO'
                   MOVE DSP-EST-NO TO C-FIND-EST-NO
                   PERFORM 9400-FIND-SCHEDULE
                   MOVE DSP-DATE TO C-STAGE-DATE
                   MOVE DSP-FINAL-PRICE TO C-CONTRACT
                   MOVE 0 TO C-PRIOR-BILLED
                   IF SC-FOUND = 'YES'
                       MOVE 'D' TO C-STAGE-CODE
                       COMPUTE C-STAGE-AMT ROUNDED = DSP-FINAL-PRICE
                           * SC-DEPOSIT-PCT(SC-IDX) / 100
                   ELSE
                       MOVE SPACE TO C-STAGE-CODE
                       MOVE DSP-FINAL-PRICE TO C-STAGE-AMT
                   END-IF
                   PERFORM 2200-OPEN-AR-ROW
               END-IF
           END-IF.
               SET ARL-IDX DOWN BY 1
           END-IF.

      *THE OLDEST ROW FOR THE ESTIMATE THAT IS STILL OPEN - A STAGE-
      *BILLED JOB CAN HAVE SEVERAL
       2150-FIND-OPEN-ROW.
           MOVE 'NO' TO AR-MATCH.
           PERFORM VARYING ARL-IDX FROM 1 BY 1
               UNTIL ARL-IDX > ARL-CTR OR AR-MATCH = 'YES'
                   IF DSP-EST-NO = ARL-EST-NO(ARL-IDX)
                       AND ARL-STATUS(ARL-IDX) = 'O'
                       MOVE 'YES' TO AR-MATCH
                   END-IF
           END-PERFORM.
           IF AR-MATCH = 'YES'
               SET ARL-IDX DOWN BY 1
           END-IF.

      *OPENS ONE LEDGER ROW FROM THE STAGE FIELDS - A SPACE STAGE CODE
      *IS THE SINGLE FULL-PRICE INVOICE, ANYTHING ELSE ALSO PRINTS A
      *STAGE INVOICE. A ZERO DEPOSIT ROW IS SETTLED ON THE SPOT; IT
      *ONLY CARRIES THE CONTRACT PRICE UNTIL THE FIRST REAL STAGE.
       2200-OPEN-AR-ROW.
           IF ARL-CTR < 500
               ADD 1 TO ARL-CTR
               SET ARL-IDX TO ARL-CTR
               MOVE DSP-EST-NO TO ARL-EST-NO(ARL-IDX)
               MOVE C-STAGE-DATE TO ARL-INV-DATE(ARL-IDX)
               MOVE C-STAGE-AMT TO ARL-INVOICED(ARL-IDX)
               MOVE 0 TO ARL-PAID(ARL-IDX)
               MOVE 'O' TO ARL-STATUS(ARL-IDX)
               IF C-STAGE-AMT = 0
                   MOVE 'C' TO ARL-STATUS(ARL-IDX)
               END-IF
               MOVE C-STAGE-CODE TO ARL-STAGE(ARL-IDX)
               MOVE C-CONTRACT TO ARL-CONTRACT(ARL-IDX)
               MOVE SPACES TO ARL-CUST-NO(ARL-IDX)
               MOVE SPACES TO ARL-CUST-NAME(ARL-IDX)
               MOVE SPACES TO C-CUST-ADDRESS
               MOVE 'NO' TO ET-FOUND
               PERFORM VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > ET-CTR OR ET-FOUND = 'YES'
                               TO ARL-CUST-NO(ARL-IDX)
                           MOVE ET-CUST-NAME(ET-IDX)
                               TO ARL-CUST-NAME(ARL-IDX)
                           MOVE ET-CUST-ADDRESS(ET-IDX)
                               TO C-CUST-ADDRESS
                       END-IF
               END-PERFORM

               ADD 1 TO C-NEW-CTR
               ADD C-STAGE-AMT TO C-AMT-HASH
               ADD C-STAGE-AMT TO C-GL-BILLED
               PERFORM 9300-STAGE-NAME
               MOVE ARL-EST-NO(ARL-IDX) TO NDL-EST-NO
               MOVE ARL-CUST-NO(ARL-IDX) TO NDL-CUST-NO
               MOVE ARL-CUST-NAME(ARL-IDX) TO NDL-CUST-NAME
               MOVE ARL-INVOICED(ARL-IDX) TO NDL-INVOICED
               MOVE C-STAGE-NAME TO NDL-STAGE
               WRITE PRTLINE FROM INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
               IF C-STAGE-CODE NOT = SPACE AND C-STAGE-AMT > 0
                   PERFORM 2700-STAGE-INVOICE
               END-IF
           ELSE
               DISPLAY 'AR-LEDGER-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'INVOICE NOT OPENED FOR ' DSP-EST-NO
           END-IF.

      *ONE PAYMENT: POST IT AGAINST THE OLDEST OPEN LEDGER ROW
       2500-PAYMENT-PASS.
           IF C-PAY-CTR = 0
               WRITE PRTLINE FROM SECTION-TITLE-PAYMENTS
           END-IF.
           ADD 1 TO C-PAY-CTR.
           MOVE PAY-EST-NO TO DSP-EST-NO.
           PERFORM 2150-FIND-OPEN-ROW.
           IF AR-MATCH = 'NO'
               PERFORM 2100-FIND-AR-ROW
           END-IF.
           IF AR-MATCH = 'NO'
               MOVE PAY-EST-NO TO ERROR-EST-NO
               MOVE 'PAYMENT WITH NO OPEN AR ROW' TO ERROR-DESCR
           ELSE
      *A SETTLED ROW TAKES NO FURTHER POSTINGS - A REPLAYED PAYMENT
      *FILE GOES TO THE EXCEPTION REPORT INSTEAD OF DOUBLE-POSTING
           IF ARL-STATUS(ARL-IDX) = 'C' OR 'H'
               MOVE PAY-EST-NO TO ERROR-EST-NO
               MOVE 'PAYMENT AGAINST A SETTLED INVOICE' TO ERROR-DESCR
               PERFORM 2400-ERROR
           ELSE
               ADD PAY-AMOUNT TO C-AMT-HASH
               ADD PAY-AMOUNT TO C-GL-PAID
               MOVE PAY-AMOUNT TO C-PAY-LEFT
               PERFORM 2560-POST-PAYMENT
                   UNTIL C-PAY-LEFT = 0
               COMPUTE C-BALANCE = ARL-INVOICED(ARL-IDX)
                   - ARL-PAID(ARL-IDX)
               IF C-BALANCE < 0
                   PERFORM 2400-ERROR
               END-IF
               IF C-BALANCE NOT > 0
                   SET ARL-CLOSE-IDX TO ARL-IDX
                   PERFORM 2900-CLOSE-ROW
               END-IF
               MOVE PAY-EST-NO TO PDL-EST-NO
               MOVE PAY-DATE TO PDL-DATE
           END-IF.
           PERFORM 9060-READ-PAYMENTS.

      *A PAYMENT LARGER THAN THE OPEN ROW SETTLES IT AND CARRIES THE
      *REST TO THE NEXT OPEN STAGE OF THE SAME JOB; WHAT IS LEFT AFTER
      *THE LAST OPEN ROW STAYS ON THAT ROW AS AN OVERPAYMENT
       2560-POST-PAYMENT.
           COMPUTE C-BALANCE = ARL-INVOICED(ARL-IDX)
               - ARL-PAID(ARL-IDX).
           SET ARL-SAVE-IDX TO ARL-IDX.
           MOVE 'NO' TO AR-MATCH.
           IF C-PAY-LEFT > C-BALANCE
               SET ARL-CLOSE-IDX TO ARL-IDX
               PERFORM 2900-CLOSE-ROW
               PERFORM 2150-FIND-OPEN-ROW
           END-IF.
           IF AR-MATCH = 'YES'
               ADD C-BALANCE TO ARL-PAID(ARL-SAVE-IDX)
               SUBTRACT C-BALANCE FROM C-PAY-LEFT
           ELSE
               SET ARL-IDX TO ARL-SAVE-IDX
               ADD C-PAY-LEFT TO ARL-PAID(ARL-IDX)
               MOVE 0 TO C-PAY-LEFT
           END-IF.

      *ONE STAGE TRIGGER: OPEN THE STAGE'S ROW UNLESS IT IS ALREADY
      *ON THE LEDGER - THE TRIGGER FILE CAN BE REPLAYED THE SAME WAY
      *THE DISPOSITION FILE CAN
       2600-STAGE-PASS.
           ADD 1 TO C-STG-CTR.
           MOVE STG-EST-NO TO DSP-EST-NO.
           MOVE STG-EST-NO TO ERROR-EST-NO.
           MOVE STG-EST-NO TO C-FIND-EST-NO.
           EVALUATE TRUE
               WHEN NOT STG-PROGRESS AND NOT STG-COMPLETE
                   MOVE 'INVALID STAGE TRIGGER TYPE' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN STG-PROGRESS AND (STG-MILESTONE NOT NUMERIC
                   OR STG-MILESTONE < 1 OR STG-MILESTONE > 3)
                   MOVE 'PROGRESS MILESTONE MUST BE 1 THROUGH 3'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN STG-DATE NOT NUMERIC
                   OR STG-MM < 1 OR STG-MM > 12
                   MOVE 'INVALID STAGE TRIGGER DATE' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN OTHER
                   PERFORM 2610-APPLY-TRIGGER
           END-EVALUATE.
           PERFORM 9065-READ-STAGES.

       2610-APPLY-TRIGGER.
           IF STG-COMPLETE
               MOVE 'F' TO C-STAGE-CODE
           ELSE
               MOVE STG-MILESTONE TO C-STAGE-CODE
           END-IF.
           PERFORM 9400-FIND-SCHEDULE.
           PERFORM 2620-SCAN-CONTRACT.
           EVALUATE TRUE
               WHEN STAGE-BILLED = 'YES'
                   CONTINUE
               WHEN FULL-BILLED = 'YES'
                   MOVE 'JOB WAS INVOICED AT FULL PRICE' TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN SC-FOUND = 'NO'
                   MOVE 'STAGE TRIGGER WITH NO BILLING SCHEDULE'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN CONTRACT-FOUND = 'NO'
                   MOVE 'STAGE TRIGGER BEFORE THE JOB WAS ACCEPTED'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN FINAL-BILLED = 'YES'
                   MOVE 'STAGE TRIGGERED AFTER THE FINAL BILL'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN STG-PROGRESS
                   AND SC-PROGRESS-PCT(SC-IDX, STG-MILESTONE) = 0
                   MOVE 'MILESTONE IS NOT ON THE BILLING SCHEDULE'
                       TO ERROR-DESCR
                   PERFORM 2400-ERROR
               WHEN OTHER
                   IF STG-COMPLETE
      *A CHANGE ORDER CAN CUT THE CONTRACT BELOW WHAT IS BILLED
                       COMPUTE C-ROW-BALANCE =
                           C-CONTRACT - C-PRIOR-BILLED
                       IF C-ROW-BALANCE < 0
                           MOVE 0 TO C-ROW-BALANCE
                       END-IF
                       MOVE C-ROW-BALANCE TO C-STAGE-AMT
                   ELSE
                       COMPUTE C-STAGE-AMT ROUNDED = C-CONTRACT
                           * SC-PROGRESS-PCT(SC-IDX, STG-MILESTONE)
                           / 100
                   END-IF
                   MOVE STG-DATE TO C-STAGE-DATE
                   PERFORM 2200-OPEN-AR-ROW
           END-EVALUATE.

      *EVERYTHING ALREADY ON THE LEDGER FOR THE ESTIMATE: THE CONTRACT
      *PRICE OFF THE DEPOSIT ROW, THE TOTAL BILLED SO FAR, AND WHETHER
      *THIS STAGE, THE FINAL STAGE, OR A FULL-PRICE INVOICE EXISTS
       2620-SCAN-CONTRACT.
           MOVE 'NO' TO STAGE-BILLED FINAL-BILLED FULL-BILLED
               CONTRACT-FOUND.
           MOVE 0 TO C-PRIOR-BILLED C-CONTRACT.
           PERFORM VARYING ARL-IDX2 FROM 1 BY 1
               UNTIL ARL-IDX2 > ARL-CTR
                   IF ARL-EST-NO(ARL-IDX2) = C-FIND-EST-NO
                       ADD ARL-INVOICED(ARL-IDX2) TO C-PRIOR-BILLED
                       EVALUATE ARL-STAGE(ARL-IDX2)
                           WHEN 'D'
                               MOVE 'YES' TO CONTRACT-FOUND
                               MOVE ARL-CONTRACT(ARL-IDX2)
                                   TO C-CONTRACT
                           WHEN 'F'
                               MOVE 'YES' TO FINAL-BILLED
                           WHEN SPACE
                               MOVE 'YES' TO FULL-BILLED
                       END-EVALUATE
                       IF ARL-STAGE(ARL-IDX2) = C-STAGE-CODE
                           MOVE 'YES' TO STAGE-BILLED
                       END-IF
                   END-IF
           END-PERFORM.

      *STAGE INVOICE FOR THE ROW JUST OPENED, IN COBCJF01'S INVOICE
      *LAYOUT WITH THE CONTRACT POSITION IN PLACE OF THE ROOM DETAIL
       2700-STAGE-INVOICE.
           MOVE C-STAGE-MM TO INV-MM.
           MOVE C-STAGE-DD TO INV-DD.
           MOVE C-STAGE-YY TO INV-YYYY.
           MOVE ARL-EST-NO(ARL-IDX) TO INV-EST-NO.
           MOVE ARL-CUST-NAME(ARL-IDX) TO INV-CUST-NAME.
           MOVE ARL-CUST-NO(ARL-IDX) TO INV-CUST-NO.
           MOVE C-CUST-ADDRESS TO INV-CUST-ADDRESS.
           MOVE C-STAGE-NAME TO INV-STAGE.
           MOVE 0 TO C-STAGE-PCT.
           IF C-CONTRACT > 0
               COMPUTE C-STAGE-PCT ROUNDED =
                   C-STAGE-AMT * 100 / C-CONTRACT
           END-IF.
           MOVE C-STAGE-PCT TO INV-STAGE-PCT.
           MOVE C-CONTRACT TO INV-CONTRACT.
           MOVE C-PRIOR-BILLED TO INV-PRIOR-BILLED.
           COMPUTE INV-LEFT =
               C-CONTRACT - C-PRIOR-BILLED - C-STAGE-AMT.
           MOVE C-STAGE-AMT TO INV-AMOUNT-DUE.

           WRITE INVLINE FROM INVOICE-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE INVLINE FROM INVOICE-SUB-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-DATE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-CUST-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-CUST-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INVOICE-STAGE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE INVLINE FROM INVOICE-COST-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-COST-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INVOICE-COST-LINE3
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 1 TO C-INV-CTR.
           ADD C-STAGE-AMT TO C-INV-HASH.

      *CHANGE ORDERS: THE REVISED CONTRACT GOES ON EVERY ROW OF THE
      *JOB. A JOB NO LONGER WAITING ON A FINAL STAGE IS BILLED FOR AN
      *INCREASE ON A CHANGE-ORDER ROW; A DECREASE BELOW WHAT IS BILLED
      *COMES OFF THE UNPAID PART OF THE LATEST ROWS. ONCE BILLED
      *MATCHES THE CONTRACT, A RERUN CHANGES NOTHING.
       2800-REVISION-PASS.
           PERFORM VARYING RV-IDX FROM 1 BY 1
               UNTIL RV-IDX > RV-CTR
                   PERFORM 2810-APPLY-REVISION
           END-PERFORM.

       2810-APPLY-REVISION.
           MOVE RV-EST-NO(RV-IDX) TO C-FIND-EST-NO DSP-EST-NO
               ERROR-EST-NO.
           MOVE 'NO' TO RV-ROWS-FOUND.
           PERFORM VARYING ARL-IDX2 FROM 1 BY 1
               UNTIL ARL-IDX2 > ARL-CTR
                   IF ARL-EST-NO(ARL-IDX2) = C-FIND-EST-NO
                       MOVE 'YES' TO RV-ROWS-FOUND
                       MOVE RV-CONTRACT(RV-IDX)
                           TO ARL-CONTRACT(ARL-IDX2)
                   END-IF
           END-PERFORM.
           IF RV-ROWS-FOUND = 'YES'
               MOVE SPACE TO C-STAGE-CODE
               PERFORM 2620-SCAN-CONTRACT
               COMPUTE C-REV-DIFF = RV-CONTRACT(RV-IDX) - C-PRIOR-BILLED
               EVALUATE TRUE
                   WHEN C-REV-DIFF > 0
                       AND (FULL-BILLED = 'YES' OR FINAL-BILLED = 'YES')
                       MOVE 'A' TO C-STAGE-CODE
                       MOVE I-DATE TO C-STAGE-DATE
                       MOVE RV-CONTRACT(RV-IDX) TO C-CONTRACT
                       MOVE C-REV-DIFF TO C-STAGE-AMT
                       PERFORM 2200-OPEN-AR-ROW
                   WHEN C-REV-DIFF < 0
                       COMPUTE C-CREDIT-LEFT = 0 - C-REV-DIFF
                       PERFORM 2850-CREDIT-ROW
                           VARYING C-REV-SUB FROM ARL-CTR BY -1
                           UNTIL C-REV-SUB < 1 OR C-CREDIT-LEFT = 0
                       IF C-CREDIT-LEFT > 0
                           MOVE 'CHANGE CREDIT OVER UNPAID BALANCE'
                               TO ERROR-DESCR
                           PERFORM 2400-ERROR
                       END-IF
               END-EVALUATE
           END-IF.

      *TAKE WHAT CREDIT THE ROW CAN ABSORB - NEVER BELOW WHAT HAS
      *BEEN PAID ON IT - AND SETTLE THE ROW IF NOTHING IS LEFT OWING
       2850-CREDIT-ROW.
           IF ARL-EST-NO(C-REV-SUB) = C-FIND-EST-NO
               AND ARL-INVOICED(C-REV-SUB) > ARL-PAID(C-REV-SUB)
               COMPUTE C-ROW-ROOM = ARL-INVOICED(C-REV-SUB)
                   - ARL-PAID(C-REV-SUB)
               IF C-ROW-ROOM > C-CREDIT-LEFT
                   MOVE C-CREDIT-LEFT TO C-CREDIT-AMT
               ELSE
                   MOVE C-ROW-ROOM TO C-CREDIT-AMT
               END-IF
               SUBTRACT C-CREDIT-AMT FROM ARL-INVOICED(C-REV-SUB)
               SUBTRACT C-CREDIT-AMT FROM C-CREDIT-LEFT
               IF ARL-INVOICED(C-REV-SUB) = ARL-PAID(C-REV-SUB)
                   SET ARL-CLOSE-IDX TO C-REV-SUB
                   PERFORM 2900-CLOSE-ROW
               END-IF
               ADD 1 TO C-REV-CTR
               ADD C-CREDIT-AMT TO C-AMT-HASH
               ADD C-CREDIT-AMT TO C-GL-CREDITS
               MOVE ARL-EST-NO(C-REV-SUB) TO NDL-EST-NO
               MOVE ARL-CUST-NO(C-REV-SUB) TO NDL-CUST-NO
               MOVE ARL-CUST-NAME(C-REV-SUB) TO NDL-CUST-NAME
               COMPUTE NDL-INVOICED = 0 - C-CREDIT-AMT
               MOVE 'CHG CREDIT' TO NDL-STAGE
               WRITE PRTLINE FROM INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *A SETTLED ROW CLOSES UNLESS ITS JOB IS ON THE LEAD-SAFE HOLD
      *LIST - THEN IT IS HELD, PAID BUT OPEN, UNTIL THE RECORDS ARE IN
       2900-CLOSE-ROW.
           PERFORM 9500-FIND-LEAD-HOLD.
           IF LHT-FOUND = 'YES'
               MOVE 'H' TO ARL-STATUS(ARL-CLOSE-IDX)
               MOVE ARL-EST-NO(ARL-CLOSE-IDX) TO ERROR-EST-NO
               MOVE 'PAID INVOICE HELD - LEAD-SAFE RECORDS INCOMPLETE'
                   TO ERROR-DESCR
               PERFORM 2400-ERROR
           ELSE
               MOVE 'C' TO ARL-STATUS(ARL-CLOSE-IDX)
           END-IF.

       2400-ERROR.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES

       3000-CLOSING.
           PERFORM 3100-AGING-STATEMENT.
           PERFORM 3150-CONTRACT-STATEMENT.
           PERFORM 3400-LEAD-HOLD-STATEMENT.
           PERFORM 3300-LEDGER-SAVE.
           PERFORM 3500-GL-JOURNAL.

           MOVE "END  " TO AUD-EVENT.
           COMPUTE AUD-REC-COUNT = C-NEW-CTR + C-PAY-CTR + C-STG-CTR
               + C-REV-CTR.
           WRITE AUDIT-REC.

           COMPUTE TR-REC-COUNT = C-NEW-CTR + C-PAY-CTR + C-REV-CTR.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-INV-CTR TO TR-REC-COUNT.
           MOVE C-INV-HASH TO TR-HASH-TOTAL.
           WRITE INVLINE FROM TRAILER-LINE.

           CLOSE PAINT.
           CLOSE PAYMENTS.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE INVOUT.
           CLOSE AUDITLOG.
           CLOSE GLOUT.

      ******************************************************************
      *GENERAL LEDGER JOURNAL - TONIGHT'S INVOICED STAGES AND CHANGE
      *ORDERS ARE BILLED INTO RECEIVABLES, CHANGE-ORDER CREDITS COME
      *BACK OUT OF REVENUE, AND PAYMENTS RECEIVED CLEAR RECEIVABLES
      ******************************************************************
       3500-GL-JOURNAL.
           MOVE C-GL-BILLED TO C-GL-AMT.
           MOVE 'PAINT-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'PAINT JOBS BILLED' TO GL-DESC.
           PERFORM 3550-GL-WRITE.
           MOVE 'PAINT-REV' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM 3550-GL-WRITE.

           MOVE C-GL-CREDITS TO C-GL-AMT.
           MOVE 'PAINT-REV' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CHANGE ORDER CREDITS' TO GL-DESC.
           PERFORM 3550-GL-WRITE.
           MOVE 'PAINT-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM 3550-GL-WRITE.

           MOVE C-GL-PAID TO C-GL-AMT.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'PAINT PAYMENTS RECD' TO GL-DESC.
           PERFORM 3550-GL-WRITE.
           MOVE 'PAINT-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM 3550-GL-WRITE.

       3550-GL-WRITE.
           IF C-GL-AMT > 0
               MOVE "COBCJF32" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

      *EVERY ROW STILL CARRYING A BALANCE, BUCKETED BY DAYS SINCE
      *THE INVOICE DATE

           MOVE ARL-EST-NO(ARL-IDX) TO ADL-EST-NO.
           MOVE ARL-CUST-NAME(ARL-IDX) TO ADL-CUST-NAME.
           MOVE ARL-STAGE(ARL-IDX) TO C-STAGE-CODE.
           PERFORM 9300-STAGE-NAME.
           MOVE C-STAGE-NAME TO ADL-STAGE.
           MOVE C-BALANCE TO ADL-BALANCE.
           MOVE 0 TO ADL-BUCKET-1 ADL-BUCKET-2
               ADL-BUCKET-3 ADL-BUCKET-4.
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *ONE LINE PER STAGE-BILLED JOB STILL OWING OR STILL TO BILL -
      *THE DEPOSIT ROW MARKS THE CONTRACT, THE OTHER STAGES ADD TO IT
       3150-CONTRACT-STATEMENT.
           WRITE PRTLINE FROM SECTION-TITLE-CONTRACT
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CONTRACT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING ARL-IDX FROM 1 BY 1
               UNTIL ARL-IDX > ARL-CTR
                   IF ARL-STAGE(ARL-IDX) = 'D'
                       PERFORM 3160-CONTRACT-LINE
                   END-IF
           END-PERFORM.

           MOVE C-GT-CONTRACT TO CTL-CONTRACT.
           MOVE C-GT-BILLED TO CTL-BILLED.
           MOVE C-GT-OPEN TO CTL-OPEN.
           MOVE C-GT-UNBILLED TO CTL-UNBILLED.
           WRITE PRTLINE FROM CONTRACT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BILLED, OPEN ON THE AGING:' TO FCL-LABEL.
           MOVE C-GT-BALANCE TO FCL-AMOUNT.
           WRITE PRTLINE FROM FORECAST-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'UNBILLED UNDER CONTRACT:' TO FCL-LABEL.
           MOVE C-GT-UNBILLED TO FCL-AMOUNT.
           WRITE PRTLINE FROM FORECAST-LINE
               AFTER ADVANCING 1 LINE.
           ADD C-GT-BALANCE C-GT-UNBILLED GIVING C-GT-TO-COLLECT.
           MOVE 'TOTAL STILL TO COLLECT:' TO FCL-LABEL.
           MOVE C-GT-TO-COLLECT TO FCL-AMOUNT.
           WRITE PRTLINE FROM FORECAST-LINE
               AFTER ADVANCING 1 LINE.

       3160-CONTRACT-LINE.
           MOVE 0 TO C-EST-BILLED C-EST-OPEN.
           PERFORM VARYING ARL-IDX2 FROM 1 BY 1
               UNTIL ARL-IDX2 > ARL-CTR
                   IF ARL-EST-NO(ARL-IDX2) = ARL-EST-NO(ARL-IDX)
                       ADD ARL-INVOICED(ARL-IDX2) TO C-EST-BILLED
                       COMPUTE C-ROW-BALANCE = ARL-INVOICED(ARL-IDX2)
                           - ARL-PAID(ARL-IDX2)
                       IF ARL-STATUS(ARL-IDX2) NOT = 'C'
                           AND C-ROW-BALANCE > 0
                           ADD C-ROW-BALANCE TO C-EST-OPEN
                       END-IF
                   END-IF
           END-PERFORM.
           COMPUTE C-EST-UNBILLED = ARL-CONTRACT(ARL-IDX)
               - C-EST-BILLED.
           IF C-EST-UNBILLED < 0
               MOVE 0 TO C-EST-UNBILLED
           END-IF.

           IF C-EST-OPEN > 0 OR C-EST-UNBILLED > 0
               MOVE ARL-EST-NO(ARL-IDX) TO CDL-EST-NO
               MOVE ARL-CUST-NAME(ARL-IDX) TO CDL-CUST-NAME
               MOVE ARL-CONTRACT(ARL-IDX) TO CDL-CONTRACT
               MOVE C-EST-BILLED TO CDL-BILLED
               MOVE C-EST-OPEN TO CDL-OPEN
               MOVE C-EST-UNBILLED TO CDL-UNBILLED
               ADD ARL-CONTRACT(ARL-IDX) TO C-GT-CONTRACT
               ADD C-EST-BILLED TO C-GT-BILLED
               ADD C-EST-OPEN TO C-GT-OPEN
               ADD C-EST-UNBILLED TO C-GT-UNBILLED
               WRITE PRTLINE FROM CONTRACT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *EVERY ROW PAID BUT HELD FOR LEAD-SAFE RECORDS. ONE WHOSE JOB
      *HAS LEFT THE HOLD LIST IS CLOSED HERE AND LISTED AS RELEASED
       3400-LEAD-HOLD-STATEMENT.
           WRITE PRTLINE FROM SECTION-TITLE-LEAD
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM LEAD-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3450-LEAD-HOLD-LINE
               VARYING ARL-CLOSE-IDX FROM 1 BY 1
               UNTIL ARL-CLOSE-IDX > ARL-CTR.

       3450-LEAD-HOLD-LINE.
           IF ARL-STATUS(ARL-CLOSE-IDX) = 'H'
               PERFORM 9500-FIND-LEAD-HOLD
               MOVE ARL-EST-NO(ARL-CLOSE-IDX) TO LDL-EST-NO
               MOVE ARL-CUST-NAME(ARL-CLOSE-IDX) TO LDL-CUST-NAME
               MOVE ARL-PAID(ARL-CLOSE-IDX) TO LDL-PAID
               MOVE ARL-STAGE(ARL-CLOSE-IDX) TO C-STAGE-CODE
               PERFORM 9300-STAGE-NAME
               MOVE C-STAGE-NAME TO LDL-STAGE
               EVALUATE TRUE
                   WHEN LHT-FOUND = 'YES'
                       MOVE LHT-PAMPHLET(LHT-IDX) TO C-LEAD-ITEM
                       PERFORM 9550-LEAD-ITEM-TEXT
                       MOVE C-LEAD-TEXT TO LDL-PAMPHLET
                       MOVE LHT-RENOVATOR(LHT-IDX) TO C-LEAD-ITEM
                       PERFORM 9550-LEAD-ITEM-TEXT
                       MOVE C-LEAD-TEXT TO LDL-RENOVATOR
                       MOVE LHT-CLEANING(LHT-IDX) TO C-LEAD-ITEM
                       PERFORM 9550-LEAD-ITEM-TEXT
                       MOVE C-LEAD-TEXT TO LDL-CLEANING
                       MOVE 'HELD' TO LDL-ACTION
                       ADD 1 TO C-HELD-CTR
      *NO HOLD LIST THIS RUN - THE ROW STAYS HELD UNTIL ONE SAYS
      *OTHERWISE
                   WHEN LHT-LOADED = 'NO'
                       MOVE SPACES TO LDL-PAMPHLET LDL-RENOVATOR
                           LDL-CLEANING
                       MOVE 'HELD' TO LDL-ACTION
                       ADD 1 TO C-HELD-CTR
                   WHEN OTHER
                       MOVE 'ON FILE' TO LDL-PAMPHLET LDL-RENOVATOR
                           LDL-CLEANING
                       MOVE 'RELEASED' TO LDL-ACTION
                       MOVE 'C' TO ARL-STATUS(ARL-CLOSE-IDX)
                       ADD 1 TO C-RELEASE-CTR
               END-EVALUATE
               WRITE PRTLINE FROM LEAD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

      *SETTLED ROWS STAY ON FILE FLAGGED 'C' FOR THE AUDIT TRAIL,
      *THE SAME WAY SOLD TRADE-INS AND FILLED POS DO - DROPPING
      *THEM WOULD LET THE SEASON DISPOSITION FILE RE-OPEN THE
                   MOVE ARL-INVOICED(ARL-IDX) TO AR-INVOICED
                   MOVE ARL-PAID(ARL-IDX) TO AR-PAID
                   MOVE ARL-STATUS(ARL-IDX) TO AR-STATUS
                   MOVE ARL-STAGE(ARL-IDX) TO AR-STAGE
                   MOVE ARL-CONTRACT(ARL-IDX) TO AR-CONTRACT
                   WRITE AR-REC
           END-PERFORM.
           CLOSE ARLEDGER.
               AT END
                   MOVE "NO" TO DSP-MORE-RECS
                   CLOSE DISPO
                   PERFORM 9080-OPEN-STAGES.

       9065-READ-STAGES.
           READ STAGES
               AT END
                   MOVE "NO" TO STG-MORE-RECS
                   CLOSE STAGES
                   PERFORM 9070-OPEN-PAYMENTS.

       9060-READ-PAYMENTS.
               PERFORM 9060-READ-PAYMENTS
           END-IF.

       9080-OPEN-STAGES.
           OPEN INPUT STAGES.
           IF STG-FILE-STATUS NOT = '00'
               MOVE 'NO' TO STG-MORE-RECS
               PERFORM 9070-OPEN-PAYMENTS
           ELSE
               PERFORM 9065-READ-STAGES
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.

       9300-STAGE-NAME.
           EVALUATE C-STAGE-CODE
               WHEN 'D'
                   MOVE 'DEPOSIT' TO C-STAGE-NAME
               WHEN '1'
                   MOVE 'PROGRESS 1' TO C-STAGE-NAME
               WHEN '2'
                   MOVE 'PROGRESS 2' TO C-STAGE-NAME
               WHEN '3'
                   MOVE 'PROGRESS 3' TO C-STAGE-NAME
               WHEN 'F'
                   MOVE 'FINAL' TO C-STAGE-NAME
               WHEN 'A'
                   MOVE 'CHANGE ORDER' TO C-STAGE-NAME
               WHEN OTHER
                   MOVE SPACES TO C-STAGE-NAME
           END-EVALUATE.

       9400-FIND-SCHEDULE.
           MOVE 'NO' TO SC-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SC-CTR OR SC-FOUND = 'YES'
                   IF C-FIND-EST-NO = SC-EST-NO(SC-IDX)
                       MOVE 'YES' TO SC-FOUND
                   END-IF
           END-PERFORM.
           IF SC-FOUND = 'YES'
               SET SC-IDX DOWN BY 1
           END-IF.
       9500-FIND-LEAD-HOLD.
           MOVE 'NO' TO LHT-FOUND.
           PERFORM VARYING LHT-IDX FROM 1 BY 1
               UNTIL LHT-IDX > LHT-CTR OR LHT-FOUND = 'YES'
                   IF ARL-EST-NO(ARL-CLOSE-IDX) = LHT-EST-NO(LHT-IDX)
                       MOVE 'YES' TO LHT-FOUND
                   END-IF
           END-PERFORM.
           IF LHT-FOUND = 'YES'
               SET LHT-IDX DOWN BY 1
           END-IF.

       9550-LEAD-ITEM-TEXT.
           IF C-LEAD-ITEM = 'Y'
               MOVE 'ON FILE' TO C-LEAD-TEXT
           ELSE
               MOVE 'MISSING' TO C-LEAD-TEXT
           END-IF.
       END PROGRAM COBCJF32.
