      *RATE, PRINTS A SERVICE INVOICE PER WORK ORDER, AND ENDS WITH
      *A SERVICE REVENUE REPORT BY BOAT TYPE SO SERVICE DOLLARS SIT
      *ALONGSIDE THE SALES REPORTS. WORK ORDERS ON A VIN WE HAVE
      *NEVER STOCKED GO TO THE EXCEPTION REPORT. EACH WORK ORDER
      *ALSO CARRIES THE OWNER'S NUMBER FROM THE BOAT CUSTOMER MASTER
      *(BOATCUST.DAT); THE INVOICE IS ADDRESSED FROM THE MASTER AND
      *AN OWNER NUMBER NOT ON IT GOES TO THE EXCEPTION REPORT.
      *PARTS COME FROM THE PARTS MASTER (BOATPART.DAT - PART NUMBER,
      *DESCRIPTION, COST, LIST, BIN, ON HAND, REORDER POINT), CARRIED
      *FORWARD RUN TO RUN. PARTS RECEIVED (BOATPRCV.DAT) ARE ADDED TO
      *STOCK FIRST, AT A WEIGHTED-AVERAGE COST. THE WORK ORDER'S PARTS
      *LINES (BOATWOPT.DAT - WORK ORDER, PART, QUANTITY) DRAW STOCK
      *DOWN AND PRICE AT LIST ON THE INVOICE; THE KEYED PARTS AMOUNT
      *STAYS FOR MISCELLANEOUS PARTS WITH NO PART NUMBER AND IS ADDED
      *ON TOP. A PART NOT ON THE MASTER HOLDS THE WORK ORDER ON THE
      *EXCEPTION REPORT; A PART USED BEYOND WHAT WE SHOW ON HAND IS
      *INVOICED BUT LISTED THERE TOO SO STOCK CAN BE COUNTED. THE
      *REVENUE REPORT ENDS WITH THE GROSS MARGIN ON PARTS FROM STOCK,
      *AND PARTS AT OR BELOW THEIR REORDER POINT PRINT ON THE PARTS
      *REORDER REPORT (BOATPREO.PRT).
      *A WORK ORDER ON A SOLD UNIT STILL INSIDE THE MANUFACTURER'S
      *WARRANTY FOR ITS BOAT TYPE (BOATWRTY.DAT - TYPE, MONTHS FROM
      *THE SALE DATE ON BOATHIST.DAT) IS A WARRANTY REPAIR: THE
      *CUSTOMER'S INVOICE SHOWS NOTHING DUE, AND A CLAIM IN THE
      *MANUFACTURER'S SUBMISSION LAYOUT GOES TO BOATWCLM.DAT FOR THE
      *CLAIM LEDGER (COBCJF67). CLAIM NUMBERS CONTINUE FROM THE
      *HIGHEST ON THE LEDGER (BOATWLDG.DAT).
      *EVERY INVOICED WORK ORDER IS ADDED TO THE SERVICE HISTORY
      *(BOATSVCH.DAT - VIN, DATE, WORK ORDER, OWNER, DESCRIPTION) SO
      *THE MONTHLY SERVICE REMINDERS (COBCJF69) KNOW WHEN EACH BOAT
      *WAS LAST IN THE SHOP.
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT BOAT-INVENTORY
               ASSIGN TO WS-BOAT-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT PARTS
               ASSIGN TO WS-PARTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BP-FILE-STATUS.
           SELECT PARTRCV
               ASSIGN TO WS-PARTRCV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
           SELECT WOPARTS
               ASSIGN TO WS-WOPARTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WP-FILE-STATUS.
           SELECT WARRANTY
               ASSIGN TO WS-WARRANTY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FILE-STATUS.
           SELECT HISTFILE
               ASSIGN TO WS-HISTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT CLAIMLDG
               ASSIGN TO WS-CLAIMLDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.
           SELECT CLAIMOUT
               ASSIGN TO WS-CLAIMOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SVCHIST
               ASSIGN TO WS-SVCHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOUT
               ASSIGN TO WS-INVOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCOUT
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REORDOUT
               ASSIGN TO WS-REORDOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SVCORD
           LABEL RECORD IS STANDARD
           DATA RECORD IS SV-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 SV-REC.
           05 SV-WO-NO             PIC X(5).
           05 SV-DESC              PIC X(20).
           05 SV-LABOR-HOURS       PIC 999V9.
           05 SV-PARTS-AMT         PIC 9(5)V99.
           05 SV-CUST-NO           PIC X(5).

       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
           05 INV-DEAL-NO         PIC X(6).

       FD  BOATCUST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BC-REC.
           05 BC-NO                PIC X(5).
           05 BC-NAME              PIC X(25).
           05 BC-ADDRESS           PIC X(25).
           05 BC-CITY              PIC X(15).
           05 BC-STATE             PIC XX.
           05 BC-ZIP               PIC X(5).
           05 BC-PHONE             PIC X(10).

      *SERVICE PARTS MASTER, CARRIED FORWARD RUN TO RUN
       FD  PARTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BP-REC
           RECORD CONTAINS 58 CHARACTERS.

       01 BP-REC.
           05 BP-PART-NO           PIC X(8).
           05 BP-DESC              PIC X(20).
           05 BP-COST              PIC 9(5)V99.
           05 BP-LIST              PIC 9(5)V99.
           05 BP-BIN               PIC X(6).
           05 BP-ON-HAND           PIC 9(5).
           05 BP-REORDER-PT        PIC 9(5).

      *PARTS RECEIVED - A ZERO COST LEAVES THE MASTER COST AS IS
       FD  PARTRCV
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 PR-REC.
           05 PR-PART-NO           PIC X(8).
           05 PR-QTY               PIC 9(5).
           05 PR-UNIT-COST         PIC 9(5)V99.
           05 PR-DATE              PIC 9(8).

      *PARTS USED ON EACH WORK ORDER, ONE ROW PER PART
       FD  WOPARTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WP-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 WP-REC.
           05 WP-WO-NO             PIC X(5).
           05 WP-PART-NO           PIC X(8).
           05 WP-QTY               PIC 999.

      *MANUFACTURER'S WARRANTY PERIOD BY BOAT TYPE
       FD  WARRANTY
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 WT-REC.
           05 WT-BOAT-TYPE         PIC X.
           05 WT-MONTHS            PIC 999.

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 BH-REC.
           05 BH-DATE              PIC 9(8).
           05 BH-LAST-NAME         PIC X(15).
           05 BH-STATE             PIC XX.
           05 BH-TYPE              PIC X.
           05 BH-GROSS             PIC 9(9)V99.
           05 BH-TAX-FEES          PIC 9(7)V99.
           05 BH-COMMISSION        PIC 9(7)V99.
           05 BH-DEAL-NO           PIC X(6).
           05 BH-CUST-NO           PIC X(5).
           05 BH-SALESPERSON-ID    PIC X(5).
      *S SALE, U UNWIND OF AN EARLIER SALE (AMOUNTS COME OFF);
      *ROWS WRITTEN BEFORE UNWINDS EXISTED READ AS BLANK - A SALE
           05 BH-ENTRY-TYPE        PIC X.
               88 BH-UNWIND        VALUE 'U'.
      *F AND I PRODUCTS SOLD ON THE DEAL; BLANK ON OLDER ROWS
           05 BH-FI-AMT            PIC 9(5)V99.

      *WARRANTY CLAIM LEDGER (COBCJF67) - READ HERE ONLY FOR THE LAST
      *CLAIM NUMBER USED
       FD  CLAIMLDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 128 CHARACTERS.

       01 WL-REC.
           05 WL-CLAIM-NO          PIC 9(6).
           05 FILLER               PIC X(122).

      *TONIGHT'S WARRANTY CLAIMS, MANUFACTURER'S SUBMISSION LAYOUT
       FD  CLAIMOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLM-REC
           RECORD CONTAINS 91 CHARACTERS.

       01 CLM-REC.
           05 CLM-CLAIM-NO         PIC 9(6).
           05 CLM-VIN              PIC X(10).
           05 CLM-BOAT-TYPE        PIC X.
           05 CLM-SALE-DATE        PIC 9(8).
           05 CLM-REPAIR-DATE      PIC 9(8).
           05 CLM-WO-NO            PIC X(5).
           05 CLM-CUST-NO          PIC X(5).
           05 CLM-DESC             PIC X(20).
           05 CLM-LABOR-HOURS      PIC 999V9.
           05 CLM-LABOR-AMT        PIC 9(6)V99.
           05 CLM-PARTS-AMT        PIC 9(6)V99.
           05 CLM-CLAIM-AMT        PIC 9(6)V99.

      *SERVICE HISTORY, ONE ROW PER INVOICED WORK ORDER
       FD  SVCHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 SH-REC.
           05 SH-VIN               PIC X(10).
           05 SH-DATE              PIC 9(8).
           05 SH-WO-NO             PIC X(5).
           05 SH-CUST-NO           PIC X(5).
           05 SH-DESC              PIC X(20).

       FD  INVOUT
           LABEL RECORD IS OMITTED

       01 EXCLINE                  PIC X(132).

       FD  REORDOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REORDLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REORDLINE                PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 INV-MORE-RECS        PIC XXX         VALUE 'YES'.
           05 VIN-MATCH            PIC XXX         VALUE 'NO'.
           05 BC-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.
           05 BC-FILE-STATUS       PIC XX.
           05 BP-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 BP-LOADED            PIC XXX         VALUE 'NO'.
           05 BP-FILE-STATUS       PIC XX.
           05 PR-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 PR-FILE-STATUS       PIC XX.
           05 WP-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 WP-FILE-STATUS       PIC XX.
           05 PART-MATCH           PIC XXX         VALUE 'NO'.
           05 PARTS-MISSING        PIC XXX         VALUE 'NO'.
           05 FIND-PART-NO         PIC X(8).
           05 WT-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 WT-FILE-STATUS       PIC XX.
           05 BH-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 BH-FILE-STATUS       PIC XX.
           05 WL-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 WL-FILE-STATUS       PIC XX.
           05 SALE-MATCH           PIC XXX         VALUE 'NO'.
           05 WARRANTY-WO          PIC XXX         VALUE 'NO'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\BOATSVC.DAT'.
           05 WS-BOAT-INVENTORY-PATH   PIC X(80)
               VALUE 'C:\COBOL\BOATINV.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-INVOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\SVCINV.PRT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\SVCRPT.PRT'.
           05 WS-EXCOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\SVCEXC.PRT'.
           05 WS-PARTS-PATH            PIC X(80)
               VALUE 'C:\COBOL\BOATPART.DAT'.
           05 WS-PARTRCV-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATPRCV.DAT'.
           05 WS-WOPARTS-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATWOPT.DAT'.
           05 WS-REORDOUT-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATPREO.PRT'.
           05 WS-WARRANTY-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATWRTY.DAT'.
           05 WS-HISTFILE-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-CLAIMLDG-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATWLDG.DAT'.
           05 WS-CLAIMOUT-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATWCLM.DAT'.
           05 WS-SVCHIST-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATSVCH.DAT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

           05 FILLER               PIC X(10)       VALUE "HOURS".
           05 FILLER               PIC X(14)       VALUE "LABOR".
           05 FILLER               PIC X(14)       VALUE "PARTS".
           05 FILLER               PIC X(11)       VALUE "TOTAL".
           05 FILLER               PIC X(36)       VALUE "WARRANTY".

       01 REGISTER-DETAIL-LINE.
           05 RDL-WO-NO            PIC X(5).
           05 RDL-PARTS            PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 RDL-TOTAL            PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 RDL-WARRANTY         PIC X(12).
           05 FILLER               PIC X(28)       VALUE SPACE.

       01 TYPE-SECTION-TITLE.
           05 FILLER               PIC X(36)
           05 GT-REVENUE           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(79)       VALUE SPACE.

       01 GT-PARTS-MARGIN-LINE.
           05 FILLER               PIC X(25)
               VALUE 'PARTS FROM STOCK  SALES: '.
           05 GT-PARTS-SALES       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(9)        VALUE '   COST: '.
           05 GT-PARTS-COST        PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(17)
               VALUE '   GROSS MARGIN: '.
           05 GT-PARTS-MARGIN      PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 GT-PARTS-PCT         PIC ZZ9.9-.
           05 FILLER               PIC X           VALUE '%'.
           05 FILLER               PIC X(32)       VALUE SPACE.

       01 GT-WARRANTY-LINE.
           05 FILLER               PIC X(17)
               VALUE 'WARRANTY CLAIMS:'.
           05 GT-CLAIMS            PIC Z,ZZ9.
           05 FILLER               PIC X(12)
               VALUE '   CLAIMED:'.
           05 GT-CLAIMED           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(85)       VALUE SPACE.

       01 EXCEPTION-TITLE.
           05 FILLER               PIC X(52)       VALUE SPACE.
           05 FILLER               PIC X(23)
           05 GT-EXCEPTION         PIC Z,ZZ9.
           05 FILLER               PIC X(97)       VALUE SPACE.

      *WORK FIELDS FOR SPELLING OUT A SHORT-STOCK EXCEPTION
       01 SHORT-STOCK-EDITS.
           05 SSE-QTY              PIC ZZ9.
           05 SSE-ON-HAND          PIC ZZ,ZZ9.

       01 EXCEPTION-LINE-VARS.
           05 C-PG-EXCEPTION       PIC 99          VALUE ZERO.
           05 GT-EXCEPTIONS        PIC 9(4)        VALUE ZERO.

       01 REORDER-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 RO-MM                PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 RO-DD                PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 RO-YYYY              PIC 9(4).
           05 FILLER               PIC X(36)       VALUE SPACE.
           05 FILLER               PIC X(25)
               VALUE "BOAT PARTS REORDER REPORT".
           05 FILLER               PIC X(47)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 RO-PG-CTR            PIC Z9.

       01 REORDER-HEADINGS.
           05 FILLER               PIC X(10)       VALUE "PART NO".
           05 FILLER               PIC X(22)       VALUE "DESCRIPTION".
           05 FILLER               PIC X(10)       VALUE "BIN".
           05 FILLER               PIC X(12)       VALUE "ON HAND".
           05 FILLER               PIC X(12)       VALUE "REORDER PT".
           05 FILLER               PIC X(66)       VALUE "UNIT COST".

       01 REORDER-LINE.
           05 RO-PART-NO           PIC X(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RO-DESC              PIC X(20).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RO-BIN               PIC X(6).
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RO-ON-HAND           PIC ZZ,ZZ9.
           05 FILLER               PIC X(6)        VALUE SPACE.
           05 RO-REORDER-PT        PIC ZZ,ZZ9.
           05 FILLER               PIC X(6)        VALUE SPACE.
           05 RO-COST              PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(56)       VALUE SPACE.

       01 GT-REORDER-LINE.
           05 FILLER               PIC X(33)
               VALUE 'PARTS AT OR BELOW REORDER POINT:'.
           05 GT-REORDER           PIC Z,ZZ9.
           05 FILLER               PIC X(20)
               VALUE '   RECEIPTS POSTED:'.
           05 GT-RECEIPTS          PIC Z,ZZ9.
           05 FILLER               PIC X(69)       VALUE SPACE.

      *BOAT TYPE NAME TABLE
       01 BOAT-TYPE-NAMES.
           05 FILLER.
               10 INV-TABLE-LNAME  PIC X(15).
               10 INV-TABLE-TYPE   PIC X.
               10 INV-TABLE-VIN    PIC X(10).
               10 INV-TABLE-DEAL-NO PIC X(6).

       01 INV-TABLE-CTR            PIC 9(4)        VALUE 0.

      *BOAT CUSTOMER MASTER, LOADED AT START-UP FOR THE OWNER MATCH
      *AND THE INVOICE ADDRESS
       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).
               10 BCT-NAME         PIC X(25).
               10 BCT-ADDRESS      PIC X(25).
               10 BCT-CITY         PIC X(15).
               10 BCT-STATE        PIC XX.
               10 BCT-ZIP          PIC X(5).
               10 BCT-PHONE        PIC X(10).

       01 BCT-CTR                  PIC 9(4)        VALUE 0.

      *PARTS MASTER, UPDATED IN PLACE AND WRITTEN BACK AT THE END
       01 PARTS-TABLE.
           05 BPT-ENTRY OCCURS 500 TIMES INDEXED BY BPT-IDX.
               10 BPT-PART-NO      PIC X(8).
               10 BPT-DESC         PIC X(20).
               10 BPT-COST         PIC 9(5)V99.
               10 BPT-LIST         PIC 9(5)V99.
               10 BPT-BIN          PIC X(6).
               10 BPT-ON-HAND      PIC 9(5).
               10 BPT-REORDER-PT   PIC 9(5).

       01 BPT-CTR                  PIC 9(4)        VALUE 0.

      *TONIGHT'S WORK-ORDER PARTS LINES
       01 WO-PARTS-TABLE.
           05 WPT-ENTRY OCCURS 1000 TIMES INDEXED BY WPT-IDX.
               10 WPT-WO-NO        PIC X(5).
               10 WPT-PART-NO      PIC X(8).
               10 WPT-QTY          PIC 999.

       01 WPT-CTR                  PIC 9(4)        VALUE 0.

      *WARRANTY MONTHS BY BOAT TYPE - A TYPE NOT LISTED HAS NONE
       01 WARRANTY-TABLE.
           05 WTT-ENTRY OCCURS 20 TIMES INDEXED BY WTT-IDX.
               10 WTT-BOAT-TYPE    PIC X.
               10 WTT-MONTHS       PIC 999.

       01 WTT-CTR                  PIC 99          VALUE 0.

      *SALE DATE BY DEAL NUMBER, FROM THE SALES HISTORY
       01 SALE-TABLE.
           05 SLT-ENTRY OCCURS 2000 TIMES INDEXED BY SLT-IDX.
               10 SLT-DEAL-NO      PIC X(6).
               10 SLT-DATE.
                   15 SLT-YYYY     PIC 9(4).
                   15 SLT-MM       PIC 99.
                   15 SLT-DD       PIC 99.

       01 SLT-CTR                  PIC 9(4)        VALUE 0.

      *PER-TYPE REVENUE ACCUMULATORS, SAME ROW ORDER AS THE TYPE
      *TABLE, ROW 7 FOR UNITS WITH AN UNLISTED TYPE CODE
       01 TYPE-REVENUE-TABLE.
           05 C-REVENUE            PIC 9(9)V99     VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.
           05 TR-SUB               PIC 9           VALUE 0.
           05 C-WO-PARTS           PIC 9(6)V99     VALUE 0.
           05 C-LINE-LIST          PIC 9(6)V99     VALUE 0.
           05 C-LINE-COST          PIC 9(6)V99     VALUE 0.
           05 C-STOCK-SALES        PIC 9(9)V99     VALUE 0.
           05 C-STOCK-COST         PIC 9(9)V99     VALUE 0.
           05 C-STOCK-MARGIN       PIC S9(9)V99    VALUE 0.
           05 C-STOCK-PCT          PIC S999V9      VALUE 0.
           05 C-NEW-ON-HAND        PIC 9(6)        VALUE 0.
           05 C-RCPT-CTR           PIC 9(5)        VALUE 0.
           05 C-REORDER-CTR        PIC 9(5)        VALUE 0.
           05 C-PG-REORDER         PIC 99          VALUE 0.
           05 C-MONTHS-IN-SERVICE  PIC S9(5)       VALUE 0.
           05 C-NEXT-CLAIM-NO      PIC 9(6)        VALUE 0.
           05 C-CLAIM-CTR          PIC 9(5)        VALUE 0.
           05 C-CLAIMED            PIC 9(9)V99     VALUE 0.

       01 SVCINV-TITLE-LINE.
           05 FILLER               PIC X(50)       VALUE SPACE.
           05 SIL-BOAT-TYPE        PIC X(13).
           05 FILLER               PIC X(91)       VALUE SPACE.

       01 SVCINV-CUST-LINE.
           05 FILLER               PIC X(11)       VALUE "CUSTOMER:".
           05 SIL-CUST-NO          PIC X(5).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 SIL-CUST-NAME        PIC X(25).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 FILLER               PIC X(7)        VALUE "PHONE:".
           05 SIL-PHONE            PIC X(10).
           05 FILLER               PIC X(68)       VALUE SPACE.

       01 SVCINV-ADDR-LINE.
           05 FILLER               PIC X(19)       VALUE SPACE.
           05 SIL-ADDRESS          PIC X(25).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 SIL-CITY             PIC X(15).
           05 FILLER               PIC X           VALUE SPACE.
           05 SIL-STATE            PIC XX.
           05 FILLER               PIC X           VALUE SPACE.
           05 SIL-ZIP              PIC X(5).
           05 FILLER               PIC X(61)       VALUE SPACE.

       01 SVCINV-DESC-LINE.
           05 FILLER               PIC X(13)
               VALUE "WORK DONE:".
           05 SIL-LABOR            PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(88)       VALUE SPACE.

       01 SVCINV-PART-DETAIL-LINE.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 SPL-PART-NO          PIC X(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 SPL-DESC             PIC X(20).
           05 FILLER               PIC XX          VALUE SPACE.
           05 SPL-QTY              PIC ZZ9.
           05 FILLER               PIC X(4)        VALUE ' AT '.
           05 SPL-LIST             PIC $ZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 SPL-EXT              PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(66)       VALUE SPACE.

       01 SVCINV-PARTS-LINE.
           05 FILLER               PIC X(28)       VALUE "PARTS:".
           05 SIL-PARTS            PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(94)       VALUE SPACE.

       01 SVCINV-WARRANTY-LINE.
           05 FILLER               PIC X(24)
               VALUE "WARRANTY REPAIR - CLAIM ".
           05 SIL-CLAIM-NO         PIC 9(6).
           05 FILLER               PIC X(28)
               VALUE " BILLED TO THE MANUFACTURER".
           05 FILLER               PIC X(74)       VALUE SPACE.

       01 SVCINV-TOTAL-LINE.
           05 FILLER               PIC X(27)
               VALUE "TOTAL DUE:".
           OPEN OUTPUT INVOUT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT EXCOUT.
           OPEN OUTPUT REORDOUT.
           OPEN OUTPUT CLAIMOUT.
           OPEN EXTEND SVCHIST.
           OPEN EXTEND AUDITLOG.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-LOAD-BOATCUST.
           PERFORM 1300-LOAD-PARTS.
           PERFORM 1400-LOAD-WO-PARTS.
           PERFORM 1600-LOAD-WARRANTY.
           PERFORM 1700-LOAD-SALES.
           PERFORM 1800-LAST-CLAIM-NO.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO RO-YYYY.
           MOVE I-MM TO RO-MM.
           MOVE I-DD TO RO-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF35" TO AUD-PGM-ID.

           PERFORM 9100-READ.
           PERFORM 9600-EXCEPTION-HEADER.
           PERFORM 1500-POST-RECEIPTS.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 2 LINES.
               MOVE WS-ENV-OVERRIDE TO WS-BOAT-INVENTORY-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'SVCINV_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

           DISPLAY 'BOATPART_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTS-PATH
           END-IF.

           DISPLAY 'BOATPRCV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTRCV-PATH
           END-IF.

           DISPLAY 'BOATWOPT_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WOPARTS-PATH
           END-IF.

           DISPLAY 'BOATPREO_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REORDOUT-PATH
           END-IF.

           DISPLAY 'BOATWRTY_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WARRANTY-PATH
           END-IF.

           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTFILE-PATH
           END-IF.

           DISPLAY 'BOATWLDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLAIMLDG-PATH
           END-IF.

           DISPLAY 'BOATWCLM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLAIMOUT-PATH
           END-IF.

           DISPLAY 'BOATSVCH_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SVCHIST-PATH
           END-IF.

       1100-LOAD-INVENTORY.
           OPEN INPUT BOAT-INVENTORY.
           PERFORM UNTIL INV-MORE-RECS = "NO"
                       MOVE INV-LAST-NAME TO INV-TABLE-LNAME(INV-IDX)
                       MOVE INV-BOAT-TYPE TO INV-TABLE-TYPE(INV-IDX)
                       MOVE INV-VIN TO INV-TABLE-VIN(INV-IDX)
                       MOVE INV-DEAL-NO TO INV-TABLE-DEAL-NO(INV-IDX)
               END-READ
           END-PERFORM.
           CLOSE BOAT-INVENTORY.

      *A MISSING CUSTOMER MASTER LEAVES THE TABLE EMPTY, SO EVERY
      *WORK ORDER GOES TO EXCEPTIONS RATHER THAN INVOICING BLIND
       1200-LOAD-BOATCUST.
           OPEN INPUT BOATCUST.
           IF BC-FILE-STATUS NOT = '00'
               MOVE "NO" TO BC-MORE-RECS
           END-IF.
           PERFORM UNTIL BC-MORE-RECS = "NO"
               READ BOATCUST
                   AT END
                       MOVE "NO" TO BC-MORE-RECS
                   NOT AT END
                       IF BCT-CTR < 1000
                           ADD 1 TO BCT-CTR
                           SET BCT-IDX TO BCT-CTR
                           MOVE BC-NO TO BCT-NO(BCT-IDX)
                           MOVE BC-NAME TO BCT-NAME(BCT-IDX)
                           MOVE BC-ADDRESS TO BCT-ADDRESS(BCT-IDX)
                           MOVE BC-CITY TO BCT-CITY(BCT-IDX)
                           MOVE BC-STATE TO BCT-STATE(BCT-IDX)
                           MOVE BC-ZIP TO BCT-ZIP(BCT-IDX)
                           MOVE BC-PHONE TO BCT-PHONE(BCT-IDX)
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

      *A MISSING PARTS MASTER LEAVES THE TABLE EMPTY - ANY WORK ORDER
      *WITH PARTS LINES THEN HOLDS - AND IS NOT WRITTEN BACK
       1300-LOAD-PARTS.
           OPEN INPUT PARTS.
           IF BP-FILE-STATUS NOT = '00'
               MOVE "NO" TO BP-MORE-RECS
           ELSE
               MOVE "YES" TO BP-LOADED
           END-IF.
           PERFORM UNTIL BP-MORE-RECS = "NO"
               READ PARTS
                   AT END
                       MOVE "NO" TO BP-MORE-RECS
                   NOT AT END
                       IF BPT-CTR < 500
                           ADD 1 TO BPT-CTR
                           SET BPT-IDX TO BPT-CTR
                           MOVE BP-PART-NO TO BPT-PART-NO(BPT-IDX)
                           MOVE BP-DESC TO BPT-DESC(BPT-IDX)
                           MOVE BP-COST TO BPT-COST(BPT-IDX)
                           MOVE BP-LIST TO BPT-LIST(BPT-IDX)
                           MOVE BP-BIN TO BPT-BIN(BPT-IDX)
                           MOVE BP-ON-HAND TO BPT-ON-HAND(BPT-IDX)
                           MOVE BP-REORDER-PT
                               TO BPT-REORDER-PT(BPT-IDX)
                       ELSE
                           DISPLAY 'PARTS-TABLE EXCEEDS 500 ROWS'
                           DISPLAY 'PART NOT LOADED: ' BP-PART-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTS.

       1400-LOAD-WO-PARTS.
           OPEN INPUT WOPARTS.
           IF WP-FILE-STATUS NOT = '00'
               MOVE "NO" TO WP-MORE-RECS
           END-IF.
           PERFORM UNTIL WP-MORE-RECS = "NO"
               READ WOPARTS
                   AT END
                       MOVE "NO" TO WP-MORE-RECS
                   NOT AT END
                       IF WPT-CTR < 1000
                           ADD 1 TO WPT-CTR
                           SET WPT-IDX TO WPT-CTR
                           MOVE WP-WO-NO TO WPT-WO-NO(WPT-IDX)
                           MOVE WP-PART-NO TO WPT-PART-NO(WPT-IDX)
                           MOVE WP-QTY TO WPT-QTY(WPT-IDX)
                       ELSE
                           DISPLAY 'WO-PARTS-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'PARTS LINE NOT LOADED: ' WP-WO-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WOPARTS.

      *NO WARRANTY FILE MEANS NO WORK ORDER IS TREATED AS WARRANTY
       1600-LOAD-WARRANTY.
           OPEN INPUT WARRANTY.
           IF WT-FILE-STATUS NOT = '00'
               MOVE "NO" TO WT-MORE-RECS
           END-IF.
           PERFORM UNTIL WT-MORE-RECS = "NO"
               READ WARRANTY
                   AT END
                       MOVE "NO" TO WT-MORE-RECS
                   NOT AT END
                       IF WTT-CTR < 20
                           ADD 1 TO WTT-CTR
                           SET WTT-IDX TO WTT-CTR
                           MOVE WT-BOAT-TYPE TO WTT-BOAT-TYPE(WTT-IDX)
                           MOVE WT-MONTHS TO WTT-MONTHS(WTT-IDX)
                       ELSE
                           DISPLAY 'WARRANTY-TABLE EXCEEDS 20 ROWS'
                           DISPLAY 'BOAT TYPE NOT LOADED: ' WT-BOAT-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WARRANTY.

      *SALE ROWS ONLY - AN UNWOUND DEAL'S UNIT IS BACK ON THE LOT
      *WITH ITS DEAL NUMBER CLEARED, SO IT NEVER LOOKS ONE UP
       1700-LOAD-SALES.
           OPEN INPUT HISTFILE.
           IF BH-FILE-STATUS NOT = '00'
               MOVE "NO" TO BH-MORE-RECS
           END-IF.
           PERFORM UNTIL BH-MORE-RECS = "NO"
               READ HISTFILE
                   AT END
                       MOVE "NO" TO BH-MORE-RECS
                   NOT AT END
                       IF NOT BH-UNWIND AND BH-DEAL-NO NOT = SPACES
                           PERFORM 1750-LOAD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       1750-LOAD-ONE-SALE.
           IF SLT-CTR < 2000
               ADD 1 TO SLT-CTR
               SET SLT-IDX TO SLT-CTR
               MOVE BH-DEAL-NO TO SLT-DEAL-NO(SLT-IDX)
               MOVE BH-DATE TO SLT-DATE(SLT-IDX)
           ELSE
               DISPLAY 'SALE-TABLE EXCEEDS 2000 ROWS'
               DISPLAY 'SALE NOT LOADED: ' BH-DEAL-NO
           END-IF.

       1800-LAST-CLAIM-NO.
           OPEN INPUT CLAIMLDG.
           IF WL-FILE-STATUS NOT = '00'
               MOVE "NO" TO WL-MORE-RECS
           END-IF.
           PERFORM UNTIL WL-MORE-RECS = "NO"
               READ CLAIMLDG
                   AT END
                       MOVE "NO" TO WL-MORE-RECS
                   NOT AT END
                       IF WL-CLAIM-NO NUMERIC
                           AND WL-CLAIM-NO > C-NEXT-CLAIM-NO
                           MOVE WL-CLAIM-NO TO C-NEXT-CLAIM-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMLDG.

      *RECEIPTS GO ON STOCK BEFORE TONIGHT'S WORK ORDERS DRAW ON IT
       1500-POST-RECEIPTS.
           OPEN INPUT PARTRCV.
           IF PR-FILE-STATUS NOT = '00'
               MOVE "NO" TO PR-MORE-RECS
           END-IF.
           PERFORM UNTIL PR-MORE-RECS = "NO"
               READ PARTRCV
                   AT END
                       MOVE "NO" TO PR-MORE-RECS
                   NOT AT END
                       PERFORM 1550-POST-ONE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE PARTRCV.

       1550-POST-ONE-RECEIPT.
           MOVE PR-PART-NO TO FIND-PART-NO.
           PERFORM 2180-FIND-PART.
           EVALUATE TRUE
               WHEN PART-MATCH = 'NO'
                   MOVE SPACES TO EXC-WO-NO
                   MOVE PR-PART-NO TO EXC-VIN
                   MOVE 'RECEIPT FOR A PART NOT ON THE PARTS MASTER'
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN PR-QTY NOT NUMERIC OR PR-QTY = 0
                   MOVE SPACES TO EXC-WO-NO
                   MOVE PR-PART-NO TO EXC-VIN
                   MOVE 'RECEIPT QUANTITY MISSING OR NOT NUMERIC'
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN OTHER
                   ADD PR-QTY BPT-ON-HAND(BPT-IDX)
                       GIVING C-NEW-ON-HAND
                   IF PR-UNIT-COST NUMERIC AND PR-UNIT-COST > 0
                       COMPUTE BPT-COST(BPT-IDX) ROUNDED =
                           (BPT-ON-HAND(BPT-IDX) * BPT-COST(BPT-IDX)
                               + PR-QTY * PR-UNIT-COST)
                                   / C-NEW-ON-HAND
                   END-IF
                   MOVE C-NEW-ON-HAND TO BPT-ON-HAND(BPT-IDX)
                   ADD 1 TO C-RCPT-CTR
           END-EVALUATE.

      *ONE WORK ORDER: VALIDATE THE VIN, PRICE THE LABOR, PRINT THE
      *REGISTER LINE AND THE SERVICE INVOICE
       2000-MAINLINE.
           PERFORM 2100-FIND-VIN.
           PERFORM 2150-FIND-CUSTOMER.
           PERFORM 2170-CHECK-PARTS.
           EVALUATE TRUE
               WHEN VIN-MATCH = 'NO'
                   MOVE SV-WO-NO TO EXC-WO-NO
                   MOVE 'HOURS OR PARTS AMOUNT NOT NUMERIC'
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN CUST-MATCH = 'NO'
                   MOVE SV-WO-NO TO EXC-WO-NO
                   MOVE SV-VIN TO EXC-VIN
                   MOVE 'OWNER NUMBER NOT ON BOAT CUSTOMER MASTER'
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN PARTS-MISSING = 'YES'
                   MOVE SV-WO-NO TO EXC-WO-NO
                   MOVE SV-VIN TO EXC-VIN
                   MOVE SPACES TO EXC-DESCR
                   STRING 'PART ' FIND-PART-NO
                       ' NOT ON PARTS MASTER - NOT INVOICED'
                       DELIMITED BY SIZE INTO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN OTHER
                   PERFORM 2200-PRICE-WORK-ORDER
           END-EVALUATE.
               SET INV-IDX DOWN BY 1
           END-IF.

       2150-FIND-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = 'YES'
                   IF SV-CUST-NO = BCT-NO(BCT-IDX)
                       AND SV-CUST-NO NOT = SPACES
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET BCT-IDX DOWN BY 1
           END-IF.

      *EVERY PARTS LINE ON THE WORK ORDER MUST BE ON THE MASTER
      *BEFORE ANY OF THEM DRAWS ON STOCK
       2170-CHECK-PARTS.
           MOVE 'NO' TO PARTS-MISSING.
           PERFORM VARYING WPT-IDX FROM 1 BY 1
               UNTIL WPT-IDX > WPT-CTR OR PARTS-MISSING = 'YES'
                   IF WPT-WO-NO(WPT-IDX) = SV-WO-NO
                       MOVE WPT-PART-NO(WPT-IDX) TO FIND-PART-NO
                       PERFORM 2180-FIND-PART
                       IF PART-MATCH = 'NO'
                           MOVE 'YES' TO PARTS-MISSING
                       END-IF
                   END-IF
           END-PERFORM.

      *LOOK UP FIND-PART-NO ON THE PARTS MASTER - BPT-IDX IS LEFT ON IT
       2180-FIND-PART.
           MOVE 'NO' TO PART-MATCH.
           PERFORM VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX > BPT-CTR OR PART-MATCH = 'YES'
                   IF FIND-PART-NO = BPT-PART-NO(BPT-IDX)
                       MOVE 'YES' TO PART-MATCH
                   END-IF
           END-PERFORM.
           IF PART-MATCH = 'YES'
               SET BPT-IDX DOWN BY 1
           END-IF.

       2200-PRICE-WORK-ORDER.
           COMPUTE C-LABOR-AMT ROUNDED =
               SV-LABOR-HOURS * SVC-LABOR-RATE.
           MOVE SV-PARTS-AMT TO C-WO-PARTS.
           PERFORM VARYING WPT-IDX FROM 1 BY 1
               UNTIL WPT-IDX > WPT-CTR
                   IF WPT-WO-NO(WPT-IDX) = SV-WO-NO
                       PERFORM 2250-DRAW-PART
                   END-IF
           END-PERFORM.
           ADD C-LABOR-AMT C-WO-PARTS GIVING C-WO-TOTAL.
           PERFORM 2400-WARRANTY-CHECK.

           PERFORM 2300-TYPE-ROW.
           ADD 1 TO TR-WOS(TR-SUB).
           ADD SV-LABOR-HOURS TO TR-HOURS(TR-SUB).
           ADD C-LABOR-AMT TO TR-LABOR(TR-SUB).
           ADD C-WO-PARTS TO TR-PARTS(TR-SUB).

           ADD 1 TO C-WO-CTR.
           ADD C-WO-TOTAL TO C-REVENUE.

           MOVE SV-VIN TO SH-VIN.
           MOVE SV-DATE TO SH-DATE.
           MOVE SV-WO-NO TO SH-WO-NO.
           MOVE SV-CUST-NO TO SH-CUST-NO.
           MOVE SV-DESC TO SH-DESC.
           WRITE SH-REC.

           MOVE SV-WO-NO TO RDL-WO-NO.
           MOVE SV-VIN TO RDL-VIN.
           IF TR-SUB < 7
           MOVE SV-DATE TO RDL-DATE.
           MOVE SV-LABOR-HOURS TO RDL-HOURS.
           MOVE C-LABOR-AMT TO RDL-LABOR.
           MOVE C-WO-PARTS TO RDL-PARTS.
           MOVE C-WO-TOTAL TO RDL-TOTAL.
           IF WARRANTY-WO = 'YES'
               MOVE SPACES TO RDL-WARRANTY
               STRING 'CLAIM ' C-NEXT-CLAIM-NO
                   DELIMITED BY SIZE INTO RDL-WARRANTY
           ELSE
               MOVE SPACES TO RDL-WARRANTY
           END-IF.
           WRITE PRTLINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP

           PERFORM 2500-INVOICE-PRINT.

      *INSIDE WARRANTY WHEN THE REPAIR DATE IS FEWER WHOLE MONTHS
      *AFTER THE SALE DATE THAN THE TYPE'S WARRANTY RUNS
       2400-WARRANTY-CHECK.
           MOVE 'NO' TO WARRANTY-WO.
           MOVE 'NO' TO SALE-MATCH.
           IF INV-TABLE-DEAL-NO(INV-IDX) NOT = SPACES
               PERFORM VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-CTR OR SALE-MATCH = 'YES'
                       IF SLT-DEAL-NO(SLT-IDX)
                           = INV-TABLE-DEAL-NO(INV-IDX)
                           MOVE 'YES' TO SALE-MATCH
                       END-IF
               END-PERFORM
           END-IF.
           IF SALE-MATCH = 'YES'
               SET SLT-IDX DOWN BY 1
               COMPUTE C-MONTHS-IN-SERVICE =
                   (SV-YYYY * 12 + SV-MM)
                       - (SLT-YYYY(SLT-IDX) * 12 + SLT-MM(SLT-IDX))
               IF SV-DD < SLT-DD(SLT-IDX)
                   SUBTRACT 1 FROM C-MONTHS-IN-SERVICE
               END-IF
               PERFORM VARYING WTT-IDX FROM 1 BY 1
                   UNTIL WTT-IDX > WTT-CTR
                       IF WTT-BOAT-TYPE(WTT-IDX)
                           = INV-TABLE-TYPE(INV-IDX)
                           AND C-MONTHS-IN-SERVICE NOT < 0
                           AND C-MONTHS-IN-SERVICE < WTT-MONTHS(WTT-IDX)
                           MOVE 'YES' TO WARRANTY-WO
                       END-IF
               END-PERFORM
           END-IF.
           IF WARRANTY-WO = 'YES'
               PERFORM 2450-WRITE-CLAIM
           END-IF.

       2450-WRITE-CLAIM.
           ADD 1 TO C-NEXT-CLAIM-NO.
           MOVE C-NEXT-CLAIM-NO TO CLM-CLAIM-NO.
           MOVE SV-VIN TO CLM-VIN.
           MOVE INV-TABLE-TYPE(INV-IDX) TO CLM-BOAT-TYPE.
           MOVE SLT-DATE(SLT-IDX) TO CLM-SALE-DATE.
           MOVE SV-DATE TO CLM-REPAIR-DATE.
           MOVE SV-WO-NO TO CLM-WO-NO.
           MOVE SV-CUST-NO TO CLM-CUST-NO.
           MOVE SV-DESC TO CLM-DESC.
           MOVE SV-LABOR-HOURS TO CLM-LABOR-HOURS.
           MOVE C-LABOR-AMT TO CLM-LABOR-AMT.
           MOVE C-WO-PARTS TO CLM-PARTS-AMT.
           MOVE C-WO-TOTAL TO CLM-CLAIM-AMT.
           WRITE CLM-REC.
           ADD 1 TO C-CLAIM-CTR.
           ADD C-WO-TOTAL TO C-CLAIMED.

      *ONE PARTS LINE: PRICED AT LIST, COSTED AT THE MASTER COST, AND
      *DRAWN FROM STOCK - NEVER BELOW ZERO; A SHORTFALL IS LISTED SO
      *THE BIN CAN BE COUNTED
       2250-DRAW-PART.
           MOVE WPT-PART-NO(WPT-IDX) TO FIND-PART-NO.
           PERFORM 2180-FIND-PART.
           COMPUTE C-LINE-LIST = WPT-QTY(WPT-IDX) * BPT-LIST(BPT-IDX).
           COMPUTE C-LINE-COST = WPT-QTY(WPT-IDX) * BPT-COST(BPT-IDX).
           ADD C-LINE-LIST TO C-WO-PARTS.
           ADD C-LINE-LIST TO C-STOCK-SALES.
           ADD C-LINE-COST TO C-STOCK-COST.
           IF WPT-QTY(WPT-IDX) > BPT-ON-HAND(BPT-IDX)
               MOVE WPT-QTY(WPT-IDX) TO SSE-QTY
               MOVE BPT-ON-HAND(BPT-IDX) TO SSE-ON-HAND
               MOVE SV-WO-NO TO EXC-WO-NO
               MOVE SV-VIN TO EXC-VIN
               MOVE SPACES TO EXC-DESCR
               STRING 'PART ' FIND-PART-NO ' USED ' SSE-QTY
                   ' WITH ' SSE-ON-HAND ' ON HAND - COUNT STOCK'
                   DELIMITED BY SIZE INTO EXC-DESCR
               PERFORM 2600-EXCEPTION
               MOVE 0 TO BPT-ON-HAND(BPT-IDX)
           ELSE
               SUBTRACT WPT-QTY(WPT-IDX) FROM BPT-ON-HAND(BPT-IDX)
           END-IF.

       2300-TYPE-ROW.
           MOVE 7 TO TR-SUB.
           PERFORM VARYING BT-IDX FROM 1 BY 1
           MOVE SV-YYYY TO SIL-YYYY.
           MOVE SV-VIN TO SIL-VIN.
           MOVE RDL-BOAT-TYPE TO SIL-BOAT-TYPE.
           MOVE SV-CUST-NO TO SIL-CUST-NO.
           MOVE BCT-NAME(BCT-IDX) TO SIL-CUST-NAME.
           MOVE BCT-PHONE(BCT-IDX) TO SIL-PHONE.
           MOVE BCT-ADDRESS(BCT-IDX) TO SIL-ADDRESS.
           MOVE BCT-CITY(BCT-IDX) TO SIL-CITY.
           MOVE BCT-STATE(BCT-IDX) TO SIL-STATE.
           MOVE BCT-ZIP(BCT-IDX) TO SIL-ZIP.
           MOVE SV-DESC TO SIL-DESC.
           MOVE SV-LABOR-HOURS TO SIL-HOURS.
           MOVE SVC-LABOR-RATE TO SIL-RATE.
           MOVE C-LABOR-AMT TO SIL-LABOR.
           MOVE C-WO-PARTS TO SIL-PARTS.
           IF WARRANTY-WO = 'YES'
               MOVE C-NEXT-CLAIM-NO TO SIL-CLAIM-NO
               MOVE 0 TO SIL-TOTAL
           ELSE
               MOVE C-WO-TOTAL TO SIL-TOTAL
           END-IF.

           WRITE INVLINE FROM SVCINV-TITLE-LINE
               AFTER ADVANCING PAGE.
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM SVCINV-WO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM SVCINV-CUST-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM SVCINV-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM SVCINV-VIN-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM SVCINV-DESC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM SVCINV-LABOR-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WPT-IDX FROM 1 BY 1
               UNTIL WPT-IDX > WPT-CTR
                   IF WPT-WO-NO(WPT-IDX) = SV-WO-NO
                       PERFORM 2550-INVOICE-PART-LINE
                   END-IF
           END-PERFORM.
           WRITE INVLINE FROM SVCINV-PARTS-LINE
               AFTER ADVANCING 1 LINE.
           IF WARRANTY-WO = 'YES'
               WRITE INVLINE FROM SVCINV-WARRANTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE INVLINE FROM SVCINV-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       2550-INVOICE-PART-LINE.
           MOVE WPT-PART-NO(WPT-IDX) TO FIND-PART-NO.
           PERFORM 2180-FIND-PART.
           MOVE FIND-PART-NO TO SPL-PART-NO.
           MOVE BPT-DESC(BPT-IDX) TO SPL-DESC.
           MOVE WPT-QTY(WPT-IDX) TO SPL-QTY.
           MOVE BPT-LIST(BPT-IDX) TO SPL-LIST.
           COMPUTE SPL-EXT = WPT-QTY(WPT-IDX) * BPT-LIST(BPT-IDX).
           WRITE INVLINE FROM SVCINV-PART-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE PRTLINE FROM GT-SERVICE-LINE
               AFTER ADVANCING 3 LINES.

           SUBTRACT C-STOCK-COST FROM C-STOCK-SALES
               GIVING C-STOCK-MARGIN.
           IF C-STOCK-SALES > 0
               COMPUTE C-STOCK-PCT ROUNDED =
                   C-STOCK-MARGIN * 100 / C-STOCK-SALES
           END-IF.
           MOVE C-STOCK-SALES TO GT-PARTS-SALES.
           MOVE C-STOCK-COST TO GT-PARTS-COST.
           MOVE C-STOCK-MARGIN TO GT-PARTS-MARGIN.
           MOVE C-STOCK-PCT TO GT-PARTS-PCT.
           WRITE PRTLINE FROM GT-PARTS-MARGIN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-CLAIM-CTR TO GT-CLAIMS.
           MOVE C-CLAIMED TO GT-CLAIMED.
           WRITE PRTLINE FROM GT-WARRANTY-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3200-REORDER-REPORT.
           PERFORM 3300-SAVE-PARTS.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE INVOUT.
           CLOSE PRTOUT.
           CLOSE EXCOUT.
           CLOSE REORDOUT.
           CLOSE CLAIMOUT.
           CLOSE SVCHIST.
           CLOSE AUDITLOG.

       3100-TYPE-LINE.
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3200-REORDER-REPORT.
           PERFORM 9700-REORDER-HEADER.
           PERFORM VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX > BPT-CTR
                   IF BPT-ON-HAND(BPT-IDX) NOT > BPT-REORDER-PT(BPT-IDX)
                       PERFORM 3250-REORDER-LINE
                   END-IF
           END-PERFORM.
           MOVE C-REORDER-CTR TO GT-REORDER.
           MOVE C-RCPT-CTR TO GT-RECEIPTS.
           WRITE REORDLINE FROM GT-REORDER-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-REORDER-CTR TO TR-REC-COUNT.
           MOVE C-STOCK-COST TO TR-HASH-TOTAL.
           WRITE REORDLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

       3250-REORDER-LINE.
           MOVE BPT-PART-NO(BPT-IDX) TO RO-PART-NO.
           MOVE BPT-DESC(BPT-IDX) TO RO-DESC.
           MOVE BPT-BIN(BPT-IDX) TO RO-BIN.
           MOVE BPT-ON-HAND(BPT-IDX) TO RO-ON-HAND.
           MOVE BPT-REORDER-PT(BPT-IDX) TO RO-REORDER-PT.
           MOVE BPT-COST(BPT-IDX) TO RO-COST.
           WRITE REORDLINE FROM REORDER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9700-REORDER-HEADER.
           ADD 1 TO C-REORDER-CTR.

      *THE UPDATED MASTER REPLACES LAST NIGHT'S FOR THE NEXT RUN
       3300-SAVE-PARTS.
           IF BP-LOADED = 'YES'
               OPEN OUTPUT PARTS
               PERFORM VARYING BPT-IDX FROM 1 BY 1
                   UNTIL BPT-IDX > BPT-CTR
                       MOVE BPT-PART-NO(BPT-IDX) TO BP-PART-NO
                       MOVE BPT-DESC(BPT-IDX) TO BP-DESC
                       MOVE BPT-COST(BPT-IDX) TO BP-COST
                       MOVE BPT-LIST(BPT-IDX) TO BP-LIST
                       MOVE BPT-BIN(BPT-IDX) TO BP-BIN
                       MOVE BPT-ON-HAND(BPT-IDX) TO BP-ON-HAND
                       MOVE BPT-REORDER-PT(BPT-IDX) TO BP-REORDER-PT
                       WRITE BP-REC
               END-PERFORM
               CLOSE PARTS
           END-IF.

       9100-READ.
           READ SVCORD
               AT END
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.

       9700-REORDER-HEADER.
           ADD 1 TO C-PG-REORDER.
           MOVE C-PG-REORDER TO RO-PG-CTR.
           WRITE REORDLINE FROM REORDER-TITLE
               AFTER ADVANCING PAGE.
           WRITE REORDLINE FROM REORDER-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF35.
