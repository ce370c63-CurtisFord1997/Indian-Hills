      *THIS PROGRAM TAKES INFORMATION FROM FURN.DAT AND FURNCODE.DAT
      *AND PRINTS OUT THE DAILY TOTALS FOR ALL THE SALESMEN, AND THE
      *TOALS FOR EACH PIECE OF FURNATURE.
      *IT ALSO CARRIES THE IN-HOUSE CREDIT ACCOUNTS (FURACCT.DAT):
      *'C' CHARGE SALES AGAINST THE CREDIT LIMIT, THE OFFICE'S
      *ACCOUNT PAYMENTS (FURPAY.DAT), AND RETURNS CREDITED BACK TO
      *THE ACCOUNT, EACH LOGGED TO FURACTV.DAT FOR THE STATEMENTS.
      *SALESPEOPLE ARE KEYED BY EMPLOYEE NUMBER ON THE SALESPERSON
      *MASTER (FURSLM.DAT) AND STORES BY THE STORE MASTER
      *(FURSTORE.DAT); ITEM CODES ARE THREE DIGITS. STOCK IS CARRIED
      *BY ITEM AND STORE, AND THE MONTH-TO-DATE FILE BY YEAR-MONTH.
      *A 'D' DAMAGE CLAIM AGAINST A DELIVERED SALE OPENS A ROW ON THE
      *CLAIM LEDGER (FURCLAIM.DAT) AGAINST THE CARRIER OR VENDOR,
      *MOVES THE DAMAGED UNIT TO THE DAMAGED-GOODS COUNT, AND ORDERS
      *A REPLACEMENT (FURREPL.DAT); THE OFFICE'S RECOVERIES
      *(FURRECOV.DAT) POST AGAINST THE LEDGER.
      *THE NIGHT'S SALES, RETURNS, CHARGES, AND ACCOUNT PAYMENTS ARE
      *POSTED TO THE GENERAL LEDGER JOURNAL (GLJRNL.DAT).

       identification division.
       program-id. CBLCJF03.
           SELECT FURN-INPUT
               ASSIGN TO "C:/COBOLSP20/FURNCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FURSLM
               ASSIGN TO "C:/COBOLSP20/FURSLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FILE-STATUS.
           SELECT FURSTORE
               ASSIGN TO "C:/COBOLSP20/FURSTORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FR-FILE-STATUS.
           SELECT FURQUOTA
               ASSIGN TO "C:/COBOLSP20/FURQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "C:/COBOLSP20/LAYPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LP-FILE-STATUS.
           SELECT FURACCT
               ASSIGN TO "C:/COBOLSP20/FURACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-FILE-STATUS.
           SELECT FURACTV
               ASSIGN TO "C:/COBOLSP20/FURACTV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-FILE-STATUS.
           SELECT FURPAY
               ASSIGN TO "C:/COBOLSP20/FURPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-FILE-STATUS.
           SELECT CLMLEDG
               ASSIGN TO "C:/COBOLSP20/FURCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-FILE-STATUS.
           SELECT CLMRECOV
               ASSIGN TO "C:/COBOLSP20/FURRECOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.
           SELECT REPLOUT
               ASSIGN TO "C:/COBOLSP20/FURREPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FILE-STATUS.
           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 ST-REC.
      *SALESPERSON'S EMPLOYEE NUMBER - THE NAME COMES FROM FURSLM.DAT
           05 ST-EMP-NO            PIC 9(5).
           05 ST-DAY               PIC 9.
               88 VAL-DAY                      VALUE 1 THRU 7.
           05 ST-AMOUNT            PIC S9(5)V99.
           05 ST-FUR-CODE          PIC 9(3).
      *ON A 'D' CLAIM, THE DATE OF THE ORIGINAL SALE
           05 ST-SALES-DATE        PIC 9(8).
           05 ST-TRAN-TYPE         PIC X       VALUE 'S'.
               88 TRAN-IS-SALE                 VALUE 'S'.
               88 TRAN-IS-RETURN               VALUE 'R'.
      *RELEASE WHEN THE FINAL PAYMENT POSTS
               88 TRAN-IS-LAYAWAY              VALUE 'L'.
      *A 'T' TRANSFER MOVES STOCK BETWEEN STORES: ST-STORE-NUM IS
      *THE FROM-STORE, ST-TO-STORE THE TO-STORE, AND THE WHOLE-
      *DOLLAR PART OF ST-AMOUNT THE QUANTITY - NO SALES, NO
      *COMMISSION, SO THE MOVES STOP CORRUPTING BOTH STORES' FIGURES
               88 TRAN-IS-TRANSFER             VALUE 'T'.
      *A 'C' CHARGE IS A SALE PUT ON THE CUSTOMER'S IN-HOUSE CREDIT
      *ACCOUNT - IT COUNTS AS A SALE ONLY IF THE ACCOUNT IS ACTIVE
      *AND THE CHARGE FITS UNDER ITS CREDIT LIMIT
               88 TRAN-IS-CHARGE               VALUE 'C'.
      *A 'D' DAMAGE CLAIM IS KEYED AGAINST THE ORIGINAL DELIVERED
      *SALE - ITS SALESPERSON, ITEM, STORE, DELIVERY ROUTE AND
      *ACCOUNT - WITH THE DAMAGED UNIT'S VALUE IN ST-AMOUNT AND THE
      *CAUSE IN ST-CLAIM-CAUSE. THE SALE STANDS: THE CUSTOMER GETS A
      *REPLACEMENT, NOT A REFUND
               88 TRAN-IS-CLAIM                VALUE 'D'.
           05 ST-STORE-NUM         PIC 99      VALUE 1.
           05 ST-SCHED-TYPE        PIC X       VALUE 'N'.
               88 SCHED-IS-DELIVERY            VALUE 'D'.
               88 SCHED-IS-PICKUP              VALUE 'P'.
               88 SCHED-IS-NONE                VALUE 'N'.
           05 ST-ROUTE-CODE        PIC 9       VALUE 1.
               88 VAL-ROUTE-CODE                VALUE 1 THRU 5.
           05 ST-TO-STORE          PIC 99.
      *CUSTOMER ACCOUNT NUMBER - REQUIRED ON A 'C' CHARGE, OPTIONAL
      *ON AN 'L' LAYAWAY, AND ON AN 'R' RETURN OF A CHARGED SALE SO
      *THE REFUND CREDITS THE ACCOUNT INSTEAD OF GOING OUT IN CASH
           05 ST-ACCT-NO           PIC 9(6).
           05 ST-CLAIM-CAUSE       PIC X.
               88 VAL-CLAIM-CAUSE              VALUE 'C' 'M' 'U'.
               88 CLAIM-IS-CARRIER             VALUE 'C'.
               88 CLAIM-IS-MFR                 VALUE 'M'.
               88 CLAIM-IS-CUSTOMER            VALUE 'U'.

       FD PRTOUT
           LABEL RECORD IS STANDARD
       FD FURN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 FURN-TYPE.
           05 FT-FURN-CODE         PIC 9(3).
               88 FT-VAL-FURN-CODE             VALUE 1 THRU 999.

       FD FURSLM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FM-REC
           RECORD CONTAINS 41 CHARACTERS.

       COPY "FURSLM.CPY".

       FD FURSTORE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FR-REC
           RECORD CONTAINS 22 CHARACTERS.

       COPY "FURSTORE.CPY".

      *WEEKLY AND MONTHLY SALES QUOTAS PER SALESMAN, KEYED BY
      *MANAGEMENT INSTEAD OF LIVING IN A SPREADSHEET
       FD FURQUOTA
           LABEL RECORD IS STANDARD
           DATA RECORD IS QT-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 QT-REC.
           05 QT-EMP-NO            PIC 9(5).
           05 QT-WEEKLY            PIC 9(7)V99.
           05 QT-MONTHLY           PIC 9(8)V99.

      *LAST WEEK'S UNDER-70-PERCENT FLAGS, ONE ROW PER SALESPERSON,
      *SO TWO WEEKS RUNNING UNDER QUOTA CAN BE CALLED OUT
       FD FURATTN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AT-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 AT-REC.
           05 AT-EMP-NO            PIC 9(5).
           05 AT-UNDER-FLAG        PIC X.

      *CARRY-FORWARD COMMISSION LEDGER, ONE ROW PER SALESMAN: WHAT
      *HAS BEEN PAID TO DATE AND WHAT LATER-WEEK RETURNS HAVE CLAWED
      *BACK, ALONGSIDE THE MTDHIST.DAT MONTH-TO-DATE PATTERN, PLUS
      *THE MONTH'S EARNED AND CLAWED FIGURES FOR THE DRAW SETTLEMENT
       FD COMMLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 101 CHARACTERS.

       COPY "FURCOMM.CPY".

      *CARRIES THE ON-HAND COUNT PER FURNITURE CODE AND STORE
      *FORWARD, RUN TO RUN, THE SAME WAY THE WAKEBOARD PROGRAM
      *CARRIES ITS ON-HAND FILE - SALES COUNT DOWN, RETURNS AND
      *RECEIPT TRANSACTIONS COUNT UP, TRANSFERS MOVE UNITS ACROSS.
      *DAMAGED UNITS WAITING ON A CLAIM ARE COUNTED APART FROM THE
      *SELLABLE ON-HAND
       FD FURSTOCK
           LABEL RECORD IS STANDARD
           DATA RECORD IS FS-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 FS-REC.
           05 FS-FUR-CODE          PIC 9(3).
           05 FS-STORE-NUM         PIC 99.
           05 FS-QTY               PIC 9(6).
           05 FS-DAMAGED-QTY       PIC 9(6).

      *CARRIES THE MONTH-TO-DATE ROLLUP FORWARD, RUN TO RUN, SO
      *MULTIPLE WEEKLY RUNS IN THE SAME CALENDAR MONTH ACCUMULATE -
      *ONE ROW PER YEAR-MONTH AND SALESPERSON OR FURNITURE CODE, PLUS
      *THE MONTH'S DELIVERY COUNT PER ROUTE FOR THE DAMAGE RATE, THE
      *PAST TWELVE MONTHS KEPT ON FILE BEHIND THE CURRENT ONE
       FD MTDFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MTD-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 MTD-REC.
           05 MR-YYYYMM            PIC 9(6).
           05 MR-KIND              PIC X.
               88 MR-IS-SLM                    VALUE 'S'.
               88 MR-IS-FUR                    VALUE 'F'.
               88 MR-IS-RTE                    VALUE 'R'.
      *EMPLOYEE NUMBER FOR AN 'S' ROW, FURNITURE CODE FOR AN 'F' ROW,
      *ROUTE CODE FOR AN 'R' ROW
           05 MR-KEY               PIC 9(5).
           05 MR-TOTAL             PIC S9(9)V99.
      *LAST-APPLIED BUSINESS DATE AND THAT RUN'S CONTRIBUTION - A
      *RERUN FOR THE SAME DATE BACKS THE CONTRIBUTION OUT FIRST
      *INSTEAD OF RE-ADDING IT
           05 MR-LAST-DATE         PIC 9(8).
           05 MR-LAST-DELTA        PIC S9(9)V99.

      *CARRY-FORWARD LAYAWAY LEDGER - ONE ROW PER PLAN, OPEN UNTIL
      *THE FINAL PAYMENT POSTS
       FD LAYLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LW-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 LW-REC.
           05 LW-NO                PIC 9(4).
           05 LW-EMP-NO            PIC 9(5).
           05 LW-FUR-CODE          PIC 9(3).
           05 LW-TOTAL             PIC 9(5)V99.
           05 LW-PAID              PIC 9(5)V99.
           05 LW-BOOK-DATE         PIC 9(8).
           05 LW-LAST-PAY          PIC 9(8).
           05 LW-STATUS            PIC X.
      *CUSTOMER ACCOUNT THE PLAN BELONGS TO, ZERO WHEN NONE
           05 LW-ACCT-NO           PIC 9(6).
      *STORE THE UNIT CAME OUT OF
           05 LW-STORE-NUM         PIC 99.

      *LAYAWAY PAYMENTS POSTED BY THE OFFICE
       FD LAYPAY
           05 LP-DATE              PIC 9(8).
           05 LP-AMT               PIC 9(5)V99.

       FD FURACCT
           LABEL RECORD IS STANDARD
           DATA RECORD IS FA-REC
           RECORD CONTAINS 169 CHARACTERS.

       COPY "FURACCT.CPY".

       FD FURACTV
           LABEL RECORD IS STANDARD
           DATA RECORD IS FV-REC
           RECORD CONTAINS 44 CHARACTERS.

       COPY "FURACTV.CPY".

      *CHARGE ACCOUNT PAYMENTS POSTED BY THE OFFICE
       FD FURPAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS FP-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 FP-REC.
           05 FP-ACCT-NO           PIC 9(6).
           05 FP-DATE              PIC 9(8).
           05 FP-AMT               PIC 9(5)V99.

      *CARRY-FORWARD DAMAGE CLAIM LEDGER - ONE ROW PER CLAIM, OPEN
      *UNTIL RECOVERED OR SETTLED
       FD CLMLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 89 CHARACTERS.

       COPY "FURCLAIM.CPY".

      *CLAIM RECOVERIES POSTED BY THE OFFICE - AN 'S' IN RV-SETTLED
      *CLOSES THE CLAIM WHEN THE VENDOR OR CARRIER SETTLES SHORT
       FD CLMRECOV
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 RV-REC.
           05 RV-CLAIM-NO          PIC 9(5).
           05 RV-DATE              PIC 9(8).
           05 RV-AMT               PIC 9(5)V99.
           05 RV-SETTLED           PIC X.
               88 RV-IS-SETTLEMENT             VALUE 'S'.

      *REPLACEMENT ORDERS FOR THE OFFICE TO PLACE WITH THE VENDOR -
      *ONE PER CARRIER OR MANUFACTURER CLAIM, RESTOCKING THE STORE
      *THE REPLACEMENT WENT OUT OF
       FD REPLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 67 CHARACTERS.

       01 RO-REC.
           05 RO-CLAIM-NO          PIC 9(5).
           05 RO-ORDER-DATE        PIC 9(8).
           05 RO-FUR-CODE          PIC 9(3).
           05 RO-ITEM              PIC X(22).
           05 RO-VENDOR            PIC X(20).
           05 RO-STORE-NUM         PIC 99.
           05 RO-ROUTE-CODE        PIC 9.
           05 RO-ACCT-NO           PIC 9(6).

       FD REVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       COPY "REVTOT.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

      *THE SALESPERSON MASTER IN MEMORY - EVERY PER-SALESPERSON TABLE
      *BELOW IS SUBSCRIPTED BY THE SAME SLOT
       01 SALESPERSON-TABLE.
           05 SLT-ENTRY OCCURS 200 TIMES.
               10 SLT-EMP-NO       PIC 9(5).
               10 SLT-NAME         PIC X(25).
               10 SLT-HOME-STORE   PIC 99.
               10 SLT-STATUS       PIC X.

       01 SALESPERSON-VARS.
           05 FM-FILE-STATUS       PIC XX.
           05 FM-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 SLT-CTR              PIC 9(3)    VALUE 0.
           05 SLT-SUB              PIC 9(3)    VALUE 0.
           05 SLT-MATCH            PIC XXX     VALUE 'NO'.
           05 SLT-MAX              PIC 9(3)    VALUE 200.
           05 C-FIND-EMP           PIC 9(5)    VALUE 0.

      *THE STORE MASTER IN MEMORY, SUBSCRIPTED BY STORE NUMBER
       01 STORE-NAME-TABLE.
           05 STR-NAME OCCURS 99.
               10 STR-NAME-TXT         PIC X(20).
               10 STR-ON-FILE          PIC X.

       01 STORE-VARS.
           05 FR-FILE-STATUS       PIC XX.
           05 FR-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 STR-SUB              PIC 999     VALUE 0.
           05 STORE-MATCH          PIC XXX     VALUE 'NO'.
           05 TO-STORE-MATCH       PIC XXX     VALUE 'NO'.

       01 DAILY-AREA.
           05 DAILY-TABLE  OCCURS 200.
               10 DAY-SALES OCCURS 7.
                   15 DAY-SALE     PIC S9(7)V99.
               10 WEEK-SALES       PIC S9(9)V99.
       01 QT-MORE-RECS             PIC XXX     VALUE 'YES'.

       01 QUOTA-AREA.
           05 QUOTA-ENTRY OCCURS 200.
               10 QTT-WEEKLY       PIC 9(7)V99     VALUE 0.
               10 QTT-MONTHLY      PIC 9(8)V99     VALUE 0.

       01 ATTAIN-AREA.
           05 ATT-PRIOR-UNDER      PIC X       OCCURS 200 VALUE 'N'.
           05 ATT-THIS-UNDER       PIC X       OCCURS 200 VALUE 'N'.
           05 C-WEEK-PCT           PIC S9(4)V9 VALUE 0.
           05 C-MTD-PCT            PIC S9(4)V9 VALUE 0.

       01 CL-MORE-RECS             PIC XXX     VALUE 'YES'.

       01 COMM-LEDGER-AREA.
           05 CL-ENTRY OCCURS 200.
               10 CLT-PAID         PIC S9(9)V99    VALUE 0.
               10 CLT-CLAWED       PIC 9(9)V99     VALUE 0.
               10 CLT-LAST-DATE    PIC 9(8)        VALUE 0.
               10 CLT-LAST-PAID-D  PIC S9(7)V99    VALUE 0.
               10 CLT-LAST-CLAW-D  PIC 9(7)V99     VALUE 0.
               10 CLT-MTD-YYYYMM   PIC 9(6)        VALUE 0.
               10 CLT-MTD-EARNED   PIC 9(7)V99     VALUE 0.
               10 CLT-MTD-CLAWED   PIC 9(7)V99     VALUE 0.
               10 CLT-PRV-YYYYMM   PIC 9(6)        VALUE 0.
               10 CLT-PRV-EARNED   PIC 9(7)V99     VALUE 0.
               10 CLT-PRV-CLAWED   PIC 9(7)V99     VALUE 0.

       01 COMM-SPLIT-AREA.
           05 SLM-COMM-EARNED      PIC 9(7)V99     OCCURS 200 VALUE 0.
           05 SLM-COMM-CLAW        PIC 9(7)V99     OCCURS 200 VALUE 0.
           05 C-NET-PAYABLE        PIC S9(7)V99    VALUE 0.

       01 LEDGER-TITLE.
      *UNITS MOVED BETWEEN STORES THIS WEEK, FOR THE TRANSFER
      *REGISTER'S PER-STORE IN/OUT TOTALS
       01 TRANSFER-AREA.
           05 XFER-IN              PIC 9(5)    OCCURS 99 VALUE 0.
           05 XFER-OUT             PIC 9(5)    OCCURS 99 VALUE 0.
           05 C-XFER-QTY           PIC 9(5)    VALUE 0.
           05 C-XFER-CTR           PIC 9(4)    VALUE 0.
           05 XFER-STARTED         PIC XXX     VALUE 'NO'.
           05 OXS-OUT              PIC ZZ,ZZ9.
           05 FILLER               PIC X(78)   VALUE SPACES.

      *ON-HAND BY FURNITURE CODE AND STORE, ONE ENTRY PER PAIR SEEN -
      *ROOM FOR EVERY ONE OF THE 100 CODES AT EVERY ONE OF 99 STORES
       01 STOCK-AREA.
           05 STK-ENTRY OCCURS 9900 TIMES.
               10 STK-FUR-CODE     PIC 9(3).
               10 STK-STORE-NUM    PIC 99.
               10 STOCK-QTY        PIC S9(6).
               10 STK-DAMAGED      PIC S9(6).

       01 STOCK-VARS.
           05 FS-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 STK-CTR              PIC 9(4)    VALUE 0.
           05 STK-SUB              PIC 9(4)    VALUE 0.
           05 STK-MATCH            PIC XXX     VALUE 'NO'.
           05 STK-FULL             PIC XXX     VALUE 'NO'.
           05 C-FIND-FUR           PIC 9(3)    VALUE 0.
           05 C-FIND-STORE         PIC 99      VALUE 0.
           05 C-STK-DELTA          PIC S9(6)   VALUE 0.
           05 FUR-REORDER-PT       PIC 99      VALUE 05.
           05 FUR-SEED-STOCK       PIC 999     VALUE 100.
           05 C-RECEIPT-QTY        PIC 9(5)    VALUE 0.
               VALUE "STOCK STATUS REPORT".

       01 STOCK-HEADING.
           05 FILLER               PIC X(24)   VALUE "FURNITURE TYPE".
           05 FILLER               PIC X(24)   VALUE "STORE".
           05 FILLER               PIC X(11)   VALUE " ON HAND".
           05 FILLER               PIC X(11)   VALUE "DAMAGED".
           05 FILLER               PIC X(62)   VALUE "WARNING".

       01 STOCK-DETAIL-LINE.
           05 O-STK-ITEM           PIC X(22).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-STK-STORE          PIC X(20).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-STK-QTY            PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-STK-DAMAGED        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-STK-WARNING        PIC X(13).
           05 FILLER               PIC X(49)   VALUE SPACES.

       01 MTD-AREA.
           05 MTD-YYYYMM            PIC 9(6)        VALUE 0.
           05 MTD-KEEP-YYYYMM       PIC 9(6)        VALUE 0.
           05 MTD-SLM-TOTALS        PIC S9(9)V99    OCCURS 200
                                                     VALUE 0.
           05 MTD-FUR-TOTALS        PIC S9(9)V99    OCCURS 100
                                                     VALUE 0.
           05 MTD-SLM-DELTA         PIC S9(9)V99    OCCURS 200
                                                     VALUE 0.
           05 MTD-FUR-DELTA         PIC S9(9)V99    OCCURS 100
                                                     VALUE 0.
           05 MTD-RTE-TOTALS        PIC S9(9)V99    OCCURS 5
                                                     VALUE 0.
           05 MTD-RTE-DELTA         PIC S9(9)V99    OCCURS 5
                                                     VALUE 0.
           05 RTE-MATCH             PIC XXX         VALUE 'NO'.

      *EARLIER MONTHS' ROWS, CARRIED THROUGH THE REWRITE UNCHANGED
       01 MTD-HISTORY-AREA.
           05 MTH-ROW               PIC X(42)       OCCURS 5000.
           05 MTH-CTR               PIC 9(4)        VALUE 0.
           05 MTH-SUB               PIC 9(4)        VALUE 0.
           05 MTD-MORE-RECS         PIC XXX         VALUE 'YES'.

       01 RERUN-GUARD-VARS.
           05 C-RUN-DATE            PIC 9(8)        VALUE 0.
           05 THIS-PAID-DELTA       PIC S9(7)V99    OCCURS 200
                                                     VALUE 0.

       01 DAILY-TOTALS-AREA.
               10  TOTAL               PIC S9(10)V99.

       01 COUNTERS.
           05 SINDX                PIC 999     VALUE 0.
           05 DINDX                PIC 99      VALUE 0.
           05 REC-COUNT             PIC 9(6)    VALUE 0.

               VALUE "TRANSACTION EXCEPTIONS".

       01 EXCEPTION-HEADINGS.
           05 FILLER                PIC X(16)   VALUE "EMP #".
           05 FILLER                PIC X(10)   VALUE "DAY".
           05 FILLER                PIC X(12)   VALUE "FUR CODE".
           05 FILLER                PIC X(60)   VALUE "DESCRIPTION".

       01 EXCEPTION-LINE.
           05 EXC-SLM-NUM            PIC ZZZZ9.
           05 FILLER                 PIC X(11)  VALUE SPACE.
           05 EXC-DAY                PIC 9.
           05 FILLER                 PIC X(9)   VALUE SPACE.
           05 EXC-FUR-CODE           PIC ZZ9.
           05 FILLER                 PIC X(9)   VALUE SPACE.
           05 EXC-DESCR              PIC X(60).

       01 GT-EXCEPTION-LINE.
           05 C-PG-EXCEPTION         PIC 99      VALUE ZERO.
           05 GT-EXCEPTIONS          PIC 9(4)    VALUE ZERO.

       01 TBL-FURNITURE-INFO OCCURS 100 TIMES.
           05 TBL-FURN-CODE            PIC 9(3).
           05 TBL-FURN-TYPE            PIC X(22).
           05 TBL-FURN-TOT             PIC S9(9)V99.
           05 TBL-FURN-COST            PIC 9(5)V99.
           05 TBL-FURN-COGS            PIC S9(9)V99.
           05 TBL-FURN-VENDOR          PIC X(20).

       01 ITEM-VARS.
           05 ITM-CTR                  PIC 9(3)    VALUE 0.
           05 ITM-SUB                  PIC 9(3)    VALUE 0.
           05 ITM-MATCH                PIC XXX     VALUE 'NO'.
           05 ITM-MAX                  PIC 9(3)    VALUE 100.

      *STORE SALES - ONE ENTRY PER STORE NUMBER SO SALES CAN BE
      *BROKEN OUT BY WHICH LOCATION RANG UP THE TRANSACTION
       01 STORE-TOTALS-AREA.
           05 STORE-SALES              PIC S9(9)V99    OCCURS 99
                                                         VALUE 0.

      *DELIVERY/PICKUP ROUTE TABLE - ONE ENTRY PER ROUTE SO STOPS CAN
      *BE BROKEN OUT BY WHICH ROUTE WILL RUN THE DELIVERY OR PICKUP
       COPY "FURROUTE.CPY".

       01 ROUTE-TOTALS-AREA.
           05 ROUTE-DELIVERIES         PIC 9(5)        OCCURS 5
           05 FILLER               PIC X(14)   VALUE "WEEKLY TOTAL".
           05 FILLER               PIC X(10)   VALUE "  WARNING".

       01 SALESPERSON-DETAIL-LINE.
           05 O-NAME               PIC X(25).
           05 O-DAY-SALES OCCURS 7 TIMES.
               10 O-DAY-SALE       PIC -Z(7).99.
           05 FILLER               PIC X(30)   VALUE "WEEKLY SALES".
           05 FILLER               PIC X(30)   VALUE "COMMISSION".

       01 COMMISSION-DETAIL-LINE.
           05 OC-NAME               PIC X(25).
           05 FILLER                PIC X(6)   VALUE SPACES.
           05 OC-WEEK-SALES         PIC -$$$$,$$$,$$$.99.
           05 FILLER               PIC X(31)   VALUE "SALESPERSON".
           05 FILLER               PIC X(30)   VALUE "MTD SALES".

       01 MTD-SLM-DETAIL-LINE.
           05 O-MTD-NAME            PIC X(25).
           05 FILLER                PIC X(6)   VALUE SPACES.
           05 O-MTD-SLM-SALES       PIC -$$$$,$$$,$$$.99.
           05 FILLER               PIC X(55)   VALUE "FURNITURE TYPE".
           05 FILLER               PIC X(30)   VALUE "MTD SALES".

       01 MTD-FUR-DETAIL-LINE.
           05 O-MTD-ITEM            PIC X(22).
           05 FILLER                PIC X(6)   VALUE SPACES.
           05 O-MTD-FUR-SALES       PIC -$$$$,$$$,$$$.99.
           05 FILLER               PIC X(31)   VALUE "STORE LOCATION".
           05 FILLER               PIC X(30)   VALUE "WEEKLY SALES".

       01 STORE-DETAIL-LINE.
           05 O-STORE-NAME          PIC X(20).
           05 FILLER                PIC X(11)  VALUE SPACES.
           05 O-STORE-SALES         PIC -$$$$,$$$,$$$.99.
       01 LAYAWAY-TABLE.
           05 LWT-ENTRY OCCURS 200 TIMES.
               10 LWT-NO           PIC 9(4).
               10 LWT-EMP-NO       PIC 9(5).
               10 LWT-FUR-CODE     PIC 9(3).
               10 LWT-TOTAL        PIC 9(5)V99.
               10 LWT-PAID         PIC 9(5)V99.
               10 LWT-BOOK-DATE    PIC 9(8).
                   15 LWT-LP-MM    PIC 99.
                   15 LWT-LP-DD    PIC 99.
               10 LWT-STATUS       PIC X.
               10 LWT-ACCT-NO      PIC 9(6).
               10 LWT-STORE-NUM    PIC 99.

       01 LAYAWAY-VARS.
           05 LW-FILE-STATUS       PIC XX.
           05 C-LAY-BOOKED-CTR     PIC 9(4)    VALUE 0.
           05 C-LAY-PAY-CTR        PIC 9(4)    VALUE 0.
           05 C-LAY-FINAL-CTR      PIC 9(4)    VALUE 0.
           05 C-LAY-ACCT           PIC 9(6)    VALUE 0.

       01 LAYAWAY-TITLE.
           05 FILLER               PIC X(59)   VALUE SPACES.

       01 LAYAWAY-HEADING.
           05 FILLER               PIC X(10)   VALUE "PLAN".
           05 FILLER               PIC X(7)    VALUE "EMP".
           05 FILLER               PIC X(26)   VALUE "ITEM".
           05 FILLER               PIC X(14)   VALUE "TOTAL".
           05 FILLER               PIC X(14)   VALUE "PAID".
           05 FILLER               PIC X(14)   VALUE "BALANCE".
           05 FILLER               PIC X(12)   VALUE "LAST PAY".
           05 FILLER               PIC X(11)   VALUE "FLAG".
           05 FILLER               PIC X(24)   VALUE "ACCOUNT".

       01 LAYAWAY-DETAIL-LINE.
           05 OY-NO                PIC 9(4).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OY-SLM               PIC 9(5).
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 OY-ITEM              PIC X(22).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OY-TOTAL             PIC $$$,$$9.99.
           05 OY-LAST-PAY          PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OY-FLAG              PIC X(14).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OY-ACCT              PIC Z(6).
           05 FILLER               PIC X(18)   VALUE SPACES.

       01 GT-LAYAWAY-LINE.
           05 FILLER               PIC X(14)
           05 GT-LAY-FINAL         PIC Z,ZZ9.
           05 FILLER               PIC X(61)   VALUE SPACES.

      *THE CUSTOMER ACCOUNT MASTER IN MEMORY - THE STATEMENT FIELDS
      *RIDE THROUGH UNTOUCHED FOR CBLCJF19 - PLUS TONIGHT'S POSTINGS
      *PER ACCOUNT FOR THE ACTIVITY REPORT
       01 ACCOUNT-TABLE.
           05 FAT-ENTRY OCCURS 2000 TIMES.
               10 FAT-ACCT-NO      PIC 9(6).
               10 FAT-NAME         PIC X(25).
               10 FAT-CONTACT      PIC X(70).
               10 FAT-CREDIT-LIMIT PIC 9(5)V99.
               10 FAT-APR          PIC 99V99.
               10 FAT-STATUS       PIC X.
               10 FAT-BALANCE      PIC S9(7)V99.
               10 FAT-STMT-DATA    PIC X(47).
               10 FAT-RUN-CHARGES  PIC 9(7)V99.
               10 FAT-RUN-PAYMENTS PIC 9(7)V99.
               10 FAT-RUN-CREDITS  PIC 9(7)V99.

       01 ACCOUNT-VARS.
           05 FA-FILE-STATUS       PIC XX.
           05 FV-FILE-STATUS       PIC XX.
           05 FP-FILE-STATUS       PIC XX.
           05 FA-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 FP-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 FAT-CTR              PIC 9(4)    VALUE 0.
           05 FAT-SUB              PIC 9(4)    VALUE 0.
           05 FAT-MATCH            PIC XXX     VALUE 'NO'.
           05 FAT-FULL             PIC XXX     VALUE 'NO'.
           05 C-FIND-ACCT          PIC 9(6)    VALUE 0.
           05 C-OPEN-TO-BUY        PIC S9(7)V99 VALUE 0.
           05 C-CHARGE-CTR         PIC 9(4)    VALUE 0.
           05 C-ACCT-PAY-CTR       PIC 9(4)    VALUE 0.
           05 C-ACCT-CREDIT-CTR    PIC 9(4)    VALUE 0.
           05 C-DECLINE-CTR        PIC 9(4)    VALUE 0.
           05 C-ACCT-CHARGES       PIC 9(7)V99 VALUE 0.
           05 C-ACCT-PAYMENTS      PIC 9(7)V99 VALUE 0.
           05 C-ACCT-CREDITS       PIC 9(7)V99 VALUE 0.
           05 PAY-EXC-MSG.
               10 FILLER           PIC X(20)
                   VALUE 'ACCOUNT PAYMENT FOR '.
               10 PAY-EXC-ACCT     PIC X(6).
               10 FILLER           PIC X(34)
                   VALUE ' - ACCOUNT NOT ON FILE'.

       01 ACCOUNT-TITLE.
           05 FILLER               PIC X(59)   VALUE SPACES.
           05 FILLER               PIC X(73)
               VALUE "CHARGE ACCOUNT ACTIVITY REPORT".

       01 ACCOUNT-HEADING.
           05 FILLER               PIC X(9)    VALUE "ACCOUNT".
           05 FILLER               PIC X(27)   VALUE "CUSTOMER".
           05 FILLER               PIC X(14)   VALUE "    CHARGES".
           05 FILLER               PIC X(14)   VALUE "   PAYMENTS".
           05 FILLER               PIC X(14)   VALUE "    CREDITS".
           05 FILLER               PIC X(15)   VALUE "     BALANCE".
           05 FILLER               PIC X(14)   VALUE " CREDIT LIMIT".
           05 FILLER               PIC X(25)   VALUE "   AVAILABLE".

       01 ACCOUNT-DETAIL-LINE.
           05 OF-ACCT              PIC 9(6).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OF-NAME              PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OF-CHARGES           PIC $$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OF-PAYMENTS          PIC $$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OF-CREDITS           PIC $$$,$$9.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 OF-BALANCE           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OF-LIMIT             PIC $$$,$$9.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OF-AVAILABLE         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(13)   VALUE SPACES.

       01 GT-ACCOUNT-LINE.
           05 FILLER               PIC X(9)    VALUE 'CHARGES:'.
           05 GT-ACCT-CHARGE-CTR   PIC Z,ZZ9.
           05 FILLER               PIC X       VALUE SPACES.
           05 GT-ACCT-CHARGES      PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(12)   VALUE '  PAYMENTS:'.
           05 GT-ACCT-PAY-CTR      PIC Z,ZZ9.
           05 FILLER               PIC X       VALUE SPACES.
           05 GT-ACCT-PAYMENTS     PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(11)   VALUE '  CREDITS:'.
           05 GT-ACCT-CREDIT-CTR   PIC Z,ZZ9.
           05 FILLER               PIC X       VALUE SPACES.
           05 GT-ACCT-CREDITS      PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(20)
               VALUE '  CHARGES DECLINED:'.
           05 GT-ACCT-DECLINES     PIC Z,ZZ9.
           05 FILLER               PIC X(18)   VALUE SPACES.

      *THE DAMAGE CLAIM LEDGER IN MEMORY, WITH A FLAG ON EVERY CLAIM
      *FILED OR POSTED TO TONIGHT
       01 CLAIM-TABLE.
           05 CMT-ENTRY OCCURS 1000 TIMES.
               10 CMT-NO           PIC 9(5).
               10 CMT-CLAIM-DATE   PIC 9(8).
               10 CMT-SALE-DATE    PIC 9(8).
               10 CMT-EMP-NO       PIC 9(5).
               10 CMT-FUR-CODE     PIC 9(3).
               10 CMT-STORE-NUM    PIC 99.
               10 CMT-ROUTE-CODE   PIC 9.
               10 CMT-ACCT-NO      PIC 9(6).
               10 CMT-CAUSE        PIC X.
               10 CMT-PARTY        PIC X(20).
               10 CMT-DAMAGE-AMT   PIC 9(5)V99.
               10 CMT-FILED        PIC 9(5)V99.
               10 CMT-RECOVERED    PIC 9(5)V99.
               10 CMT-LAST-RECOV   PIC 9(8).
               10 CMT-STATUS       PIC X.
               10 CMT-TONIGHT      PIC X.

       01 CLAIM-VARS.
           05 CM-FILE-STATUS       PIC XX.
           05 RV-FILE-STATUS       PIC XX.
           05 RO-FILE-STATUS       PIC XX.
           05 CM-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 RV-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 CMT-CTR              PIC 9(4)    VALUE 0.
           05 CMT-SUB              PIC 9(4)    VALUE 0.
           05 CMT-MATCH            PIC XXX     VALUE 'NO'.
           05 NEXT-CLAIM-NO        PIC 9(5)    VALUE 0.
           05 C-CLAIM-KEEP-DATE    PIC 9(8)    VALUE 0.
           05 C-CLAIM-OPEN         PIC 9(5)V99 VALUE 0.
           05 C-CLAIM-CTR          PIC 9(4)    VALUE 0.
           05 C-RECOV-CTR          PIC 9(4)    VALUE 0.
           05 C-CLAIM-CLOSED-CTR   PIC 9(4)    VALUE 0.
           05 C-REPL-CTR           PIC 9(4)    VALUE 0.
           05 RECOV-EXC-MSG.
               10 FILLER           PIC X(19)
                   VALUE 'RECOVERY FOR CLAIM '.
               10 RECOV-EXC-CLAIM  PIC X(5).
               10 FILLER           PIC X(36)
                   VALUE ' - NO OPEN CLAIM ON THE LEDGER'.

      *FILED, RECOVERED AND OUTSTANDING PER VENDOR AND CARRIER
       01 PARTY-TABLE.
           05 PTY-ENTRY OCCURS 60 TIMES.
               10 PTY-KIND         PIC X(8).
               10 PTY-NAME         PIC X(20).
               10 PTY-CLAIMS       PIC 9(4).
               10 PTY-FILED        PIC 9(7)V99.
               10 PTY-RECOVERED    PIC 9(7)V99.
               10 PTY-OPEN         PIC 9(7)V99.

       01 PARTY-VARS.
           05 PTY-CTR              PIC 99      VALUE 0.
           05 PTY-SUB              PIC 99      VALUE 0.
           05 PTY-MATCH            PIC XXX     VALUE 'NO'.
           05 C-PTY-KIND           PIC X(8)    VALUE SPACES.

       01 CLAIM-TITLE.
           05 FILLER               PIC X(59)   VALUE SPACES.
           05 FILLER               PIC X(73)
               VALUE "DAMAGE CLAIM LEDGER".

       01 CLAIM-HEADING.
           05 FILLER               PIC X(7)    VALUE "CLAIM".
           05 FILLER               PIC X(10)   VALUE "FILED".
           05 FILLER               PIC X(24)   VALUE "ITEM".
           05 FILLER               PIC X(15)   VALUE "ROUTE".
           05 FILLER               PIC X(14)   VALUE "CAUSE".
           05 FILLER               PIC X(21)   VALUE "AGAINST".
           05 FILLER               PIC X(12)   VALUE "  AMT FILED".
           05 FILLER               PIC X(12)   VALUE "  RECOVERED".
           05 FILLER               PIC X(17)   VALUE "OUTSTANDING".

       01 CLAIM-DETAIL-LINE.
           05 OK-NO                PIC 9(5).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-DATE              PIC 9(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-ITEM              PIC X(22).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-ROUTE             PIC X(13).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-CAUSE             PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-PARTY             PIC X(20).
           05 FILLER               PIC X       VALUE SPACES.
           05 OK-FILED             PIC $$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-RECOVERED         PIC $$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 OK-OPEN              PIC $$$,$$9.99.
           05 FILLER               PIC X       VALUE SPACES.
           05 OK-STATUS            PIC X(6).

       01 GT-CLAIM-LINE.
           05 FILLER               PIC X(14)
               VALUE 'CLAIMS FILED:'.
           05 GT-CLAIM-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(22)
               VALUE '  RECOVERIES POSTED:'.
           05 GT-RECOV-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  CLAIMS CLOSED:'.
           05 GT-CLAIM-CLOSED      PIC Z,ZZ9.
           05 FILLER               PIC X(25)
               VALUE '  REPLACEMENTS ORDERED:'.
           05 GT-REPL-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(33)   VALUE SPACES.

       01 PARTY-HEADING.
           05 FILLER               PIC X(10)   VALUE "AGAINST".
           05 FILLER               PIC X(22)   VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE "  CLAIMS".
           05 FILLER               PIC X(16)   VALUE "   AMT FILED".
           05 FILLER               PIC X(16)   VALUE "   RECOVERED".
           05 FILLER               PIC X(58)   VALUE " OUTSTANDING".

       01 PARTY-DETAIL-LINE.
           05 OP-KIND              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OP-NAME              PIC X(20).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-CLAIMS            PIC Z,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-FILED             PIC $,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-RECOVERED         PIC $,$$$,$$9.99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OP-OPEN              PIC $,$$$,$$9.99.
           05 FILLER               PIC X(45)   VALUE SPACES.

      *COST OF GOODS PER SALESMAN, SALES ADD AND RETURNS NET OUT AT
      *COST, FOR THE GROSS-MARGIN REPORT
       01 SLM-COGS-AREA.
           05 SLM-COGS             PIC S9(9)V99 OCCURS 200 VALUE 0.

       01 MARGIN-VARS.
           05 C-MARGIN             PIC S9(9)V99 VALUE 0.
           05 C-MARGIN-PCT         PIC S9(3)V9  VALUE 0.
           05 C-WEEK-REVENUE       PIC S9(11)V99 VALUE 0.
           05 C-GL-AMT             PIC S9(11)V99 VALUE 0.

       01 MARGIN-TITLE.
           05 FILLER               PIC X(59)   VALUE SPACES.

      *LINKAGE SECTION.
       01 PASSED-DATA.
           05 PD-FURN-CODE         PIC 9(3).
           05 PD-FURN-DESC         PIC X(22).
           05 PD-FURN-COST         PIC 9(5)V99.
           05 PD-FURN-VENDOR       PIC X(20).

       PROCEDURE DIVISION.

           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS OR SUSPENSE RECORDS WERE WRITTEN, 8 ON EMPTY INPUT
      *OR WHEN THE ACCOUNT OR STOCK FILE WAS TOO BIG FOR ITS TABLE
      *AND WAS LEFT UNWRITTEN
           EVALUATE TRUE
               WHEN REC-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN FAT-FULL = 'YES' OR STK-FULL = 'YES'
                   MOVE 8 TO RETURN-CODE
               WHEN GT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
           OPEN OUTPUT EXCOUT.
           OPEN INPUT FURN-INPUT.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND FURACTV.
           IF FV-FILE-STATUS NOT = '00'
               OPEN OUTPUT FURACTV
           END-IF.
           OPEN EXTEND REPLOUT.
           IF RO-FILE-STATUS NOT = '00'
               OPEN OUTPUT REPLOUT
           END-IF.

           PERFORM L3-TABLE-INIT
               UNTIL EOF = 'E'
           COMPUTE C-RUN-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + I-DD.

      *THE MASTERS LOAD FIRST - EVERY RESTORE BELOW FINDS ITS
      *SALESPERSON'S SLOT BY EMPLOYEE NUMBER
           PERFORM L3-STORE-LOAD.
           PERFORM L3-SALESPERSON-LOAD.
           PERFORM L3-MTD-RESTORE.
           PERFORM L3-STOCK-RESTORE.
           PERFORM L3-LEDGER-RESTORE.
           PERFORM L3-LAYAWAY-RESTORE.
           PERFORM L3-ACCOUNT-RESTORE.
           PERFORM L3-CLAIM-RESTORE.
           PERFORM L3-QUOTA-LOAD.

      *INITIALIZE THE TABLES

           PERFORM L3-EXCEPTION-HEADER.

      *PAYMENTS POST AHEAD OF THE TRANSACTIONS SO TONIGHT'S CHARGES
      *ARE CHECKED AGAINST THE PAID-DOWN BALANCE
           PERFORM L3-ACCOUNT-PAYMENTS.

           PERFORM L3-READ.

       L2-MAINLINE.
           PERFORM L3-LOOKUP-KEYS.
           IF TRAN-IS-CHARGE
               PERFORM L3-ACCOUNT-CHARGE
           ELSE
           IF TRAN-IS-LAYAWAY
               PERFORM L3-LAYAWAY-BOOK
           ELSE
           ELSE
           IF TRAN-IS-RECEIPT
               PERFORM L3-STOCK-RECEIPT
           ELSE
           IF TRAN-IS-CLAIM
               PERFORM L3-DAMAGE-CLAIM
           ELSE
               PERFORM L3-VALIDATE-INPUT
               IF INPUT-VALID = "NO"
                   PERFORM L3-EXCEPTION
               ELSE
                   PERFORM L3-CALCS
                   IF TRAN-IS-RETURN AND ST-ACCT-NO NUMERIC
                       AND ST-ACCT-NO > 0
                       PERFORM L3-ACCOUNT-CREDIT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM L3-READ.

      *FIND THE TRANSACTION'S SALESPERSON AND ITEM SLOTS AND CHECK
      *ITS STORES AGAINST THE STORE MASTER, ONCE, FOR EVERY BRANCH
       L3-LOOKUP-KEYS.
           MOVE 0 TO C-FIND-EMP.
           IF ST-EMP-NO NUMERIC
               MOVE ST-EMP-NO TO C-FIND-EMP
           END-IF.
           PERFORM L4-FIND-SALESPERSON.
           MOVE 0 TO C-FIND-FUR.
           IF ST-FUR-CODE NUMERIC
               MOVE ST-FUR-CODE TO C-FIND-FUR
           END-IF.
           PERFORM L4-FIND-ITEM.
           MOVE 'NO' TO STORE-MATCH.
           IF ST-STORE-NUM NUMERIC AND ST-STORE-NUM > 0
               IF STR-ON-FILE(ST-STORE-NUM) = 'Y'
                   MOVE 'YES' TO STORE-MATCH
               END-IF
           END-IF.
           MOVE 'NO' TO TO-STORE-MATCH.
           IF ST-TO-STORE NUMERIC AND ST-TO-STORE > 0
               IF STR-ON-FILE(ST-TO-STORE) = 'Y'
                   MOVE 'YES' TO TO-STORE-MATCH
               END-IF
           END-IF.

       L4-FIND-SALESPERSON.
           MOVE 'NO' TO SLT-MATCH.
           PERFORM VARYING SLT-SUB FROM 1 BY 1
               UNTIL SLT-SUB > SLT-CTR OR SLT-MATCH = 'YES'
                   IF SLT-EMP-NO(SLT-SUB) = C-FIND-EMP
                       MOVE 'YES' TO SLT-MATCH
                   END-IF
           END-PERFORM.
           IF SLT-MATCH = 'YES'
               SUBTRACT 1 FROM SLT-SUB
           END-IF.

      *A SAVED ROW FOR AN EMPLOYEE NO LONGER ON THE MASTER KEEPS ITS
      *SLOT SO THE HISTORY CARRIES FORWARD AND STILL PRINTS
       L4-FIND-OR-ADD-SALESPERSON.
           PERFORM L4-FIND-SALESPERSON.
           IF SLT-MATCH = 'NO' AND SLT-CTR < SLT-MAX
               ADD 1 TO SLT-CTR
               MOVE SLT-CTR TO SLT-SUB
               MOVE C-FIND-EMP TO SLT-EMP-NO(SLT-SUB)
               MOVE "NOT ON SALESPERSON MASTER" TO SLT-NAME(SLT-SUB)
               MOVE 0 TO SLT-HOME-STORE(SLT-SUB)
               MOVE 'T' TO SLT-STATUS(SLT-SUB)
               MOVE 'YES' TO SLT-MATCH
           END-IF.

       L4-FIND-ITEM.
           MOVE 'NO' TO ITM-MATCH.
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITM-CTR OR ITM-MATCH = 'YES'
                   IF TBL-FURN-CODE(ITM-SUB) = C-FIND-FUR
                       MOVE 'YES' TO ITM-MATCH
                   END-IF
           END-PERFORM.
           IF ITM-MATCH = 'YES'
               SUBTRACT 1 FROM ITM-SUB
           END-IF.

      *ADD C-STK-DELTA TO THE ON-HAND COUNT FOR ITEM C-FIND-FUR AT
      *STORE C-FIND-STORE, OPENING THE PAIR AT ZERO THE FIRST TIME
       L4-STOCK-ADJUST.
           PERFORM L5-STOCK-FIND.
           IF STK-MATCH = 'YES'
               ADD C-STK-DELTA TO STOCK-QTY(STK-SUB)
           END-IF.

      *THE SAME FOR THE PAIR'S DAMAGED-GOODS COUNT
       L4-DAMAGE-ADJUST.
           PERFORM L5-STOCK-FIND.
           IF STK-MATCH = 'YES'
               ADD C-STK-DELTA TO STK-DAMAGED(STK-SUB)
           END-IF.

       L5-STOCK-FIND.
           MOVE 'NO' TO STK-MATCH.
           PERFORM VARYING STK-SUB FROM 1 BY 1
               UNTIL STK-SUB > STK-CTR OR STK-MATCH = 'YES'
                   IF STK-FUR-CODE(STK-SUB) = C-FIND-FUR
                       AND STK-STORE-NUM(STK-SUB) = C-FIND-STORE
                       MOVE 'YES' TO STK-MATCH
                   END-IF
           END-PERFORM.
           IF STK-MATCH = 'YES'
               SUBTRACT 1 FROM STK-SUB
           ELSE
               IF STK-CTR < 9900
                   ADD 1 TO STK-CTR
                   MOVE STK-CTR TO STK-SUB
                   MOVE C-FIND-FUR TO STK-FUR-CODE(STK-SUB)
                   MOVE C-FIND-STORE TO STK-STORE-NUM(STK-SUB)
                   MOVE 0 TO STOCK-QTY(STK-SUB)
                   MOVE 0 TO STK-DAMAGED(STK-SUB)
                   MOVE 'YES' TO STK-MATCH
               ELSE
                   IF STK-FULL = 'NO'
                       DISPLAY 'STOCK TABLE EXCEEDS 9900 ROWS'
                           ' -- STOCK NOT UPDATED'
                   END-IF
                   MOVE 'YES' TO STK-FULL
               END-IF
           END-IF.

      *A TRANSFER MOVES THE UNITS FROM ONE STORE'S STOCK TO THE
      *OTHER'S AND NOTHING ELSE; THE REGISTER LINES PRINT TOGETHER
      *AT CLOSE
       L3-STORE-TRANSFER.
           IF ITM-MATCH = 'YES' AND STORE-MATCH = 'YES'
               AND TO-STORE-MATCH = 'YES' AND ST-AMOUNT NUMERIC
               MOVE ST-AMOUNT TO C-XFER-QTY
               ADD C-XFER-QTY TO XFER-OUT(ST-STORE-NUM)
               ADD C-XFER-QTY TO XFER-IN(ST-TO-STORE)
               MOVE ST-FUR-CODE TO C-FIND-FUR
               MOVE ST-STORE-NUM TO C-FIND-STORE
               COMPUTE C-STK-DELTA = 0 - C-XFER-QTY
               PERFORM L4-STOCK-ADJUST
               MOVE ST-TO-STORE TO C-FIND-STORE
               MOVE C-XFER-QTY TO C-STK-DELTA
               PERFORM L4-STOCK-ADJUST
               ADD 1 TO C-XFER-CTR
               PERFORM L4-TRANSFER-LINE
           ELSE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE STR-NAME-TXT(ST-STORE-NUM) TO OX-FROM.
           MOVE STR-NAME-TXT(ST-TO-STORE) TO OX-TO.
           MOVE TBL-FURN-TYPE(ITM-SUB) TO OX-ITEM.
           MOVE C-XFER-QTY TO OX-QTY.
           WRITE PRTLINE FROM TRANSFER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *A RECEIPT ONLY MOVES STOCK INTO THE RECEIVING STORE - NO
      *SALES, NO COMMISSION
       L3-STOCK-RECEIPT.
           IF ITM-MATCH = 'YES' AND STORE-MATCH = 'YES'
               AND ST-AMOUNT NUMERIC
               MOVE ST-AMOUNT TO C-RECEIPT-QTY
               MOVE ST-FUR-CODE TO C-FIND-FUR
               MOVE ST-STORE-NUM TO C-FIND-STORE
               MOVE C-RECEIPT-QTY TO C-STK-DELTA
               PERFORM L4-STOCK-ADJUST
           ELSE
               MOVE "RECEIPT SKIPPED - BAD STORE, CODE, OR QTY"
                   TO EXC-DESCR
               PERFORM L3-EXCEPTION
           END-IF.
      *AN 'L' LAYAWAY: THE UNIT COMES OFF THE SHELF AND A LEDGER
      *ROW OPENS; NO SALE, NO COMMISSION UNTIL THE FINAL PAYMENT
       L3-LAYAWAY-BOOK.
      *A PLAN KEYED WITH A CUSTOMER ACCOUNT MUST FIND IT ON FILE
           MOVE 0 TO C-LAY-ACCT.
           MOVE 'YES' TO FAT-MATCH.
           IF ST-ACCT-NO NUMERIC AND ST-ACCT-NO > 0
               MOVE ST-ACCT-NO TO C-FIND-ACCT
               PERFORM L4-FIND-ACCOUNT
               MOVE ST-ACCT-NO TO C-LAY-ACCT
           END-IF.
           IF SLT-MATCH = 'YES' AND ITM-MATCH = 'YES'
               AND STORE-MATCH = 'YES' AND ST-AMOUNT NUMERIC
               AND ST-AMOUNT > 0 AND FAT-MATCH = 'YES'
               AND SLT-STATUS(SLT-SUB) = 'A'
               IF LWT-CTR < 200
                   ADD 1 TO LWT-CTR
                   ADD 1 TO NEXT-LAYAWAY-NO
                   MOVE NEXT-LAYAWAY-NO TO LWT-NO(LWT-CTR)
                   MOVE ST-EMP-NO TO LWT-EMP-NO(LWT-CTR)
                   MOVE ST-FUR-CODE TO LWT-FUR-CODE(LWT-CTR)
                   MOVE ST-STORE-NUM TO LWT-STORE-NUM(LWT-CTR)
                   MOVE ST-AMOUNT TO LWT-TOTAL(LWT-CTR)
                   MOVE 0 TO LWT-PAID(LWT-CTR)
                   MOVE I-DATE TO LWT-BOOK-DATE(LWT-CTR)
                   MOVE I-DATE TO LWT-LAST-PAY(LWT-CTR)
                   MOVE 'O' TO LWT-STATUS(LWT-CTR)
                   MOVE C-LAY-ACCT TO LWT-ACCT-NO(LWT-CTR)
                   MOVE ST-FUR-CODE TO C-FIND-FUR
                   MOVE ST-STORE-NUM TO C-FIND-STORE
                   MOVE -1 TO C-STK-DELTA
                   PERFORM L4-STOCK-ADJUST
                   ADD 1 TO C-LAY-BOOKED-CTR
               ELSE
                   MOVE "LAYAWAY LEDGER FULL - PLAN NOT BOOKED"
                   PERFORM L3-EXCEPTION
               END-IF
           ELSE
               MOVE "LAYAWAY SKIPPED - BAD SLM/STORE/CODE/AMT/ACCOUNT"
                   TO EXC-DESCR
               PERFORM L3-EXCEPTION
           END-IF.
                           IF LWT-CTR < 200
                               ADD 1 TO LWT-CTR
                               MOVE LW-NO TO LWT-NO(LWT-CTR)
                               MOVE LW-EMP-NO TO LWT-EMP-NO(LWT-CTR)
                               MOVE LW-FUR-CODE
                                   TO LWT-FUR-CODE(LWT-CTR)
                               MOVE LW-STORE-NUM
                                   TO LWT-STORE-NUM(LWT-CTR)
                               MOVE LW-TOTAL TO LWT-TOTAL(LWT-CTR)
                               MOVE LW-PAID TO LWT-PAID(LWT-CTR)
                               MOVE LW-BOOK-DATE
                               MOVE LW-LAST-PAY
                                   TO LWT-LAST-PAY(LWT-CTR)
                               MOVE LW-STATUS TO LWT-STATUS(LWT-CTR)
                               IF LW-ACCT-NO NUMERIC
                                   MOVE LW-ACCT-NO
                                       TO LWT-ACCT-NO(LWT-CTR)
                               ELSE
                                   MOVE 0 TO LWT-ACCT-NO(LWT-CTR)
                               END-IF
                               IF LW-NO > NEXT-LAYAWAY-NO
                                   MOVE LW-NO TO NEXT-LAYAWAY-NO
                               END-IF
       L4-LAYAWAY-FINAL.
           MOVE 'F' TO LWT-STATUS(LWT-SUB).
           ADD 1 TO C-LAY-FINAL-CTR.
           MOVE LWT-EMP-NO(LWT-SUB) TO C-FIND-EMP.
           PERFORM L4-FIND-OR-ADD-SALESPERSON.
           MOVE LWT-FUR-CODE(LWT-SUB) TO C-FIND-FUR.
           PERFORM L4-FIND-ITEM.
           COMPUTE SLM-COMM-AMT ROUNDED =
               LWT-TOTAL(LWT-SUB) * COMMISSION-RATE.
           ADD SLM-COMM-AMT TO GT-COMMISSION-TOTAL.
           IF SLT-MATCH = 'YES'
               ADD LWT-TOTAL(LWT-SUB) TO WEEK-SALES(SLT-SUB)
               ADD SLM-COMM-AMT TO SLM-COMMISSION(SLT-SUB)
               ADD SLM-COMM-AMT TO SLM-COMM-EARNED(SLT-SUB)
           END-IF.
           IF ITM-MATCH = 'YES'
               ADD LWT-TOTAL(LWT-SUB) TO TBL-FURN-TOT(ITM-SUB)
               ADD TBL-FURN-COST(ITM-SUB) TO TBL-FURN-COGS(ITM-SUB)
               IF SLT-MATCH = 'YES'
                   ADD TBL-FURN-COST(ITM-SUB) TO SLM-COGS(SLT-SUB)
               END-IF
           END-IF.

      *EVERY OPEN PLAN WITH ITS BALANCE, FLAGGED DELINQUENT WHEN NO
      *PAYMENT HAS POSTED INSIDE THE WINDOW (30-DAY-MONTH SPANS)
           COMPUTE C-DAYS-IDLE = C-DAYS-TODAY-L - C-DAYS-LASTPAY.

           MOVE LWT-NO(LWT-SUB) TO OY-NO.
           MOVE LWT-EMP-NO(LWT-SUB) TO OY-SLM.
           MOVE LWT-FUR-CODE(LWT-SUB) TO C-FIND-FUR.
           PERFORM L4-FIND-ITEM.
           IF ITM-MATCH = 'YES'
               MOVE TBL-FURN-TYPE(ITM-SUB) TO OY-ITEM
           ELSE
               MOVE SPACES TO OY-ITEM
           END-IF.
           MOVE LWT-TOTAL(LWT-SUB) TO OY-TOTAL.
           MOVE LWT-PAID(LWT-SUB) TO OY-PAID.
           MOVE C-LAY-BALANCE TO OY-BALANCE.
           MOVE LWT-LAST-PAY(LWT-SUB) TO OY-LAST-PAY.
           MOVE LWT-ACCT-NO(LWT-SUB) TO OY-ACCT.
           IF C-DAYS-IDLE > LAY-DELINQ-DAYS
               MOVE '** DELINQUENT' TO OY-FLAG
           ELSE
           PERFORM VARYING LWT-SUB FROM 1 BY 1
               UNTIL LWT-SUB > LWT-CTR
                   MOVE LWT-NO(LWT-SUB) TO LW-NO
                   MOVE LWT-EMP-NO(LWT-SUB) TO LW-EMP-NO
                   MOVE LWT-FUR-CODE(LWT-SUB) TO LW-FUR-CODE
                   MOVE LWT-STORE-NUM(LWT-SUB) TO LW-STORE-NUM
                   MOVE LWT-TOTAL(LWT-SUB) TO LW-TOTAL
                   MOVE LWT-PAID(LWT-SUB) TO LW-PAID
                   MOVE LWT-BOOK-DATE(LWT-SUB) TO LW-BOOK-DATE
                   MOVE LWT-LAST-PAY(LWT-SUB) TO LW-LAST-PAY
                   MOVE LWT-STATUS(LWT-SUB) TO LW-STATUS
                   MOVE LWT-ACCT-NO(LWT-SUB) TO LW-ACCT-NO
                   WRITE LW-REC
           END-PERFORM.
           CLOSE LAYLEDG.

      *A 'D' DAMAGE CLAIM: VALIDATED LIKE A SALE AGAINST THE
      *ORIGINAL DELIVERY, THEN IT MUST NAME THE ROUTE THAT DELIVERED
      *IT, A CAUSE, AND THE DAMAGED UNIT'S VALUE
       L3-DAMAGE-CLAIM.
           PERFORM L3-VALIDATE-INPUT.
           IF INPUT-VALID = "YES"
               EVALUATE TRUE
                   WHEN NOT SCHED-IS-DELIVERY
                       MOVE "CLAIM NOT AGAINST A DELIVERY"
                           TO EXC-VALIDATION-MSG
                       MOVE "NO" TO INPUT-VALID
                   WHEN NOT VAL-CLAIM-CAUSE
                       MOVE "CLAIM CAUSE CODE INVALID"
                           TO EXC-VALIDATION-MSG
                       MOVE "NO" TO INPUT-VALID
                   WHEN ST-AMOUNT NOT > 0
                       MOVE "CLAIM AMOUNT NOT POSITIVE"
                           TO EXC-VALIDATION-MSG
                       MOVE "NO" TO INPUT-VALID
                   WHEN CMT-CTR NOT < 1000
                       MOVE "CLAIM LEDGER FULL - CLAIM NOT BOOKED"
                           TO EXC-VALIDATION-MSG
                       MOVE "NO" TO INPUT-VALID
               END-EVALUATE
           END-IF.
           IF INPUT-VALID = "NO"
               MOVE EXC-VALIDATION-MSG TO EXC-DESCR
               PERFORM L3-EXCEPTION
           ELSE
               PERFORM L4-CLAIM-BOOK
           END-IF.

      *A CARRIER CLAIM IS FILED AGAINST THE CARRIER RUNNING THE
      *ROUTE, A DEFECT AGAINST THE ITEM'S VENDOR. THE REPLACEMENT
      *GOES OUT OF THE STORE'S SELLABLE STOCK ON THE SAME ROUTE, THE
      *DAMAGED UNIT COMES BACK INTO THE DAMAGED COUNT, AND THE
      *VENDOR IS ASKED TO RESTOCK THE STORE. DAMAGE THE CUSTOMER DID
      *IS RECORDED FOR THE DAMAGE RATE ONLY - NOTHING IS OWED ON IT.
      *THE REPLACEMENT TRIP IS COUNTED ONCE, ON THE ROUTE COUNT THAT
      *MATCHES THE CLAIM'S SCHEDULE TYPE
       L4-CLAIM-BOOK.
           ADD 1 TO CMT-CTR.
           ADD 1 TO NEXT-CLAIM-NO.
           MOVE NEXT-CLAIM-NO TO CMT-NO(CMT-CTR).
           MOVE C-RUN-DATE TO CMT-CLAIM-DATE(CMT-CTR).
           IF ST-SALES-DATE NUMERIC
               MOVE ST-SALES-DATE TO CMT-SALE-DATE(CMT-CTR)
           ELSE
               MOVE 0 TO CMT-SALE-DATE(CMT-CTR)
           END-IF.
           MOVE ST-EMP-NO TO CMT-EMP-NO(CMT-CTR).
           MOVE ST-FUR-CODE TO CMT-FUR-CODE(CMT-CTR).
           MOVE ST-STORE-NUM TO CMT-STORE-NUM(CMT-CTR).
           MOVE ST-ROUTE-CODE TO CMT-ROUTE-CODE(CMT-CTR).
           IF ST-ACCT-NO NUMERIC
               MOVE ST-ACCT-NO TO CMT-ACCT-NO(CMT-CTR)
           ELSE
               MOVE 0 TO CMT-ACCT-NO(CMT-CTR)
           END-IF.
           MOVE ST-CLAIM-CAUSE TO CMT-CAUSE(CMT-CTR).
           MOVE ST-AMOUNT TO CMT-DAMAGE-AMT(CMT-CTR).
           MOVE 0 TO CMT-RECOVERED(CMT-CTR).
           MOVE 0 TO CMT-LAST-RECOV(CMT-CTR).
           MOVE 'Y' TO CMT-TONIGHT(CMT-CTR).
           ADD 1 TO C-CLAIM-CTR.
           EVALUATE TRUE
               WHEN CLAIM-IS-CARRIER
                   MOVE RTE-CARRIER(ST-ROUTE-CODE) TO CMT-PARTY(CMT-CTR)
               WHEN CLAIM-IS-MFR
                   MOVE TBL-FURN-VENDOR(ITM-SUB) TO CMT-PARTY(CMT-CTR)
               WHEN OTHER
                   MOVE "CUSTOMER" TO CMT-PARTY(CMT-CTR)
           END-EVALUATE.
           IF CLAIM-IS-CUSTOMER
               MOVE 0 TO CMT-FILED(CMT-CTR)
               MOVE 'C' TO CMT-STATUS(CMT-CTR)
           ELSE
               MOVE ST-AMOUNT TO CMT-FILED(CMT-CTR)
               MOVE 'O' TO CMT-STATUS(CMT-CTR)
               MOVE ST-FUR-CODE TO C-FIND-FUR
               MOVE ST-STORE-NUM TO C-FIND-STORE
               MOVE -1 TO C-STK-DELTA
               PERFORM L4-STOCK-ADJUST
               MOVE 1 TO C-STK-DELTA
               PERFORM L4-DAMAGE-ADJUST
               IF SCHED-IS-DELIVERY
                   ADD 1 TO ROUTE-DELIVERIES(ST-ROUTE-CODE)
               ELSE
                   IF SCHED-IS-PICKUP
                       ADD 1 TO ROUTE-PICKUPS(ST-ROUTE-CODE)
                   END-IF
               END-IF
               PERFORM L4-REPLACEMENT-ORDER
           END-IF.

       L4-REPLACEMENT-ORDER.
           MOVE CMT-NO(CMT-CTR) TO RO-CLAIM-NO.
           MOVE C-RUN-DATE TO RO-ORDER-DATE.
           MOVE ST-FUR-CODE TO RO-FUR-CODE.
           MOVE TBL-FURN-TYPE(ITM-SUB) TO RO-ITEM.
           MOVE TBL-FURN-VENDOR(ITM-SUB) TO RO-VENDOR.
           MOVE ST-STORE-NUM TO RO-STORE-NUM.
           MOVE ST-ROUTE-CODE TO RO-ROUTE-CODE.
           MOVE CMT-ACCT-NO(CMT-CTR) TO RO-ACCT-NO.
           WRITE RO-REC.
           ADD 1 TO C-REPL-CTR.

      *CLAIMS CLOSED MORE THAN A YEAR AGO ARE DROPPED AT THE SAVE;
      *CLAIM NUMBERS CARRY ON FROM THE HIGHEST ONE ON FILE
       L3-CLAIM-RESTORE.
           OPEN INPUT CLMLEDG.
           IF CM-FILE-STATUS = "00"
               PERFORM UNTIL CM-MORE-RECS = 'NO'
                   READ CLMLEDG
                       AT END
                           MOVE 'NO' TO CM-MORE-RECS
                       NOT AT END
                           IF CMT-CTR < 1000
                               ADD 1 TO CMT-CTR
                               PERFORM L4-LOAD-ONE-CLAIM
                           ELSE
                               DISPLAY 'CLAIM TABLE EXCEEDS 1000 ROWS'
                                   ' -- REMAINING CLAIMS NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLMLEDG.

       L4-LOAD-ONE-CLAIM.
           MOVE CM-CLAIM-NO TO CMT-NO(CMT-CTR).
           MOVE CM-CLAIM-DATE TO CMT-CLAIM-DATE(CMT-CTR).
           MOVE CM-SALE-DATE TO CMT-SALE-DATE(CMT-CTR).
           MOVE CM-EMP-NO TO CMT-EMP-NO(CMT-CTR).
           MOVE CM-FUR-CODE TO CMT-FUR-CODE(CMT-CTR).
           MOVE CM-STORE-NUM TO CMT-STORE-NUM(CMT-CTR).
           MOVE CM-ROUTE-CODE TO CMT-ROUTE-CODE(CMT-CTR).
           MOVE CM-ACCT-NO TO CMT-ACCT-NO(CMT-CTR).
           MOVE CM-CAUSE TO CMT-CAUSE(CMT-CTR).
           MOVE CM-PARTY-NAME TO CMT-PARTY(CMT-CTR).
           MOVE CM-DAMAGE-AMT TO CMT-DAMAGE-AMT(CMT-CTR).
           MOVE CM-FILED TO CMT-FILED(CMT-CTR).
           MOVE CM-RECOVERED TO CMT-RECOVERED(CMT-CTR).
           MOVE CM-LAST-RECOV TO CMT-LAST-RECOV(CMT-CTR).
           MOVE CM-STATUS TO CMT-STATUS(CMT-CTR).
           MOVE 'N' TO CMT-TONIGHT(CMT-CTR).
           IF CM-CLAIM-NO > NEXT-CLAIM-NO
               MOVE CM-CLAIM-NO TO NEXT-CLAIM-NO
           END-IF.

      *POST THE RECOVERIES THE OFFICE KEYED FROM VENDOR CREDITS AND
      *CARRIER CHECKS
       L3-CLAIM-RECOVERIES.
           OPEN INPUT CLMRECOV.
           IF RV-FILE-STATUS = "00"
               PERFORM UNTIL RV-MORE-RECS = 'NO'
                   READ CLMRECOV
                       AT END
                           MOVE 'NO' TO RV-MORE-RECS
                       NOT AT END
                           PERFORM L4-POST-ONE-RECOVERY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLMRECOV.

       L4-POST-ONE-RECOVERY.
           MOVE 'NO' TO CMT-MATCH.
           IF RV-CLAIM-NO NUMERIC AND RV-AMT NUMERIC
               PERFORM VARYING CMT-SUB FROM 1 BY 1
                   UNTIL CMT-SUB > CMT-CTR OR CMT-MATCH = 'YES'
                       IF RV-CLAIM-NO = CMT-NO(CMT-SUB)
                           AND CMT-STATUS(CMT-SUB) = 'O'
                           MOVE 'YES' TO CMT-MATCH
                       END-IF
               END-PERFORM
           END-IF.
           IF CMT-MATCH = 'NO'
               MOVE RV-CLAIM-NO TO RECOV-EXC-CLAIM
               MOVE RECOV-EXC-MSG TO EXC-DESCR
               MOVE 0 TO EXC-SLM-NUM
               MOVE 0 TO EXC-DAY
               MOVE 0 TO EXC-FUR-CODE
               WRITE EXCLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L3-EXCEPTION-HEADER
               END-WRITE
               ADD 1 TO GT-EXCEPTIONS
           ELSE
               SUBTRACT 1 FROM CMT-SUB
               ADD RV-AMT TO CMT-RECOVERED(CMT-SUB)
               MOVE RV-DATE TO CMT-LAST-RECOV(CMT-SUB)
               MOVE 'Y' TO CMT-TONIGHT(CMT-SUB)
               ADD 1 TO C-RECOV-CTR
               IF CMT-RECOVERED(CMT-SUB) NOT < CMT-FILED(CMT-SUB)
                   OR RV-IS-SETTLEMENT
                   PERFORM L4-CLAIM-CLOSE
               END-IF
           END-IF.

      *RECOVERED OR SETTLED: THE DAMAGED UNIT GOES BACK TO THE
      *VENDOR OR CARRIER, OR TO SALVAGE, AND LEAVES THE DAMAGED COUNT
       L4-CLAIM-CLOSE.
           MOVE 'C' TO CMT-STATUS(CMT-SUB).
           ADD 1 TO C-CLAIM-CLOSED-CTR.
           MOVE CMT-FUR-CODE(CMT-SUB) TO C-FIND-FUR.
           MOVE CMT-STORE-NUM(CMT-SUB) TO C-FIND-STORE.
           MOVE -1 TO C-STK-DELTA.
           PERFORM L4-DAMAGE-ADJUST.

      *EVERY OPEN CLAIM, AND EVERY CLAIM FILED OR POSTED TO
      *TONIGHT, THEN WHAT EACH VENDOR AND CARRIER HAS BEEN BILLED AND
      *HAS PAID ACROSS THE CLAIMS ON FILE
       L3-CLAIM-REPORT.
           WRITE PRTLINE FROM CLAIM-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CLAIM-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 0 TO PTY-CTR.
           PERFORM VARYING CMT-SUB FROM 1 BY 1
               UNTIL CMT-SUB > CMT-CTR
                   IF CMT-STATUS(CMT-SUB) = 'O'
                       OR CMT-TONIGHT(CMT-SUB) = 'Y'
                       PERFORM L4-CLAIM-LINE
                   END-IF
                   IF CMT-CAUSE(CMT-SUB) NOT = 'U'
                       PERFORM L4-PARTY-ACCUM
                   END-IF
           END-PERFORM.

           MOVE C-CLAIM-CTR TO GT-CLAIM-CTR.
           MOVE C-RECOV-CTR TO GT-RECOV-CTR.
           MOVE C-CLAIM-CLOSED-CTR TO GT-CLAIM-CLOSED.
           MOVE C-REPL-CTR TO GT-REPL-CTR.
           WRITE PRTLINE FROM GT-CLAIM-LINE
               AFTER ADVANCING 2 LINES.

           WRITE PRTLINE FROM PARTY-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING PTY-SUB FROM 1 BY 1
               UNTIL PTY-SUB > PTY-CTR
                   MOVE PTY-KIND(PTY-SUB) TO OP-KIND
                   MOVE PTY-NAME(PTY-SUB) TO OP-NAME
                   MOVE PTY-CLAIMS(PTY-SUB) TO OP-CLAIMS
                   MOVE PTY-FILED(PTY-SUB) TO OP-FILED
                   MOVE PTY-RECOVERED(PTY-SUB) TO OP-RECOVERED
                   MOVE PTY-OPEN(PTY-SUB) TO OP-OPEN
                   WRITE PRTLINE FROM PARTY-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
           END-PERFORM.

       L4-CLAIM-LINE.
           COMPUTE C-CLAIM-OPEN =
               CMT-FILED(CMT-SUB) - CMT-RECOVERED(CMT-SUB).
           IF CMT-STATUS(CMT-SUB) NOT = 'O'
               MOVE 0 TO C-CLAIM-OPEN
           END-IF.
           MOVE CMT-NO(CMT-SUB) TO OK-NO.
           MOVE CMT-CLAIM-DATE(CMT-SUB) TO OK-DATE.
           MOVE CMT-FUR-CODE(CMT-SUB) TO C-FIND-FUR.
           PERFORM L4-FIND-ITEM.
           IF ITM-MATCH = 'YES'
               MOVE TBL-FURN-TYPE(ITM-SUB) TO OK-ITEM
           ELSE
               MOVE SPACES TO OK-ITEM
           END-IF.
           IF CMT-ROUTE-CODE(CMT-SUB) > 0
               AND CMT-ROUTE-CODE(CMT-SUB) < 6
               MOVE RTE-NAME-TXT(CMT-ROUTE-CODE(CMT-SUB)) TO OK-ROUTE
           ELSE
               MOVE SPACES TO OK-ROUTE
           END-IF.
           EVALUATE CMT-CAUSE(CMT-SUB)
               WHEN 'C'
                   MOVE 'CARRIER' TO OK-CAUSE
               WHEN 'M'
                   MOVE 'MFR DEFECT' TO OK-CAUSE
               WHEN OTHER
                   MOVE 'CUSTOMER' TO OK-CAUSE
           END-EVALUATE.
           MOVE CMT-PARTY(CMT-SUB) TO OK-PARTY.
           MOVE CMT-FILED(CMT-SUB) TO OK-FILED.
           MOVE CMT-RECOVERED(CMT-SUB) TO OK-RECOVERED.
           MOVE C-CLAIM-OPEN TO OK-OPEN.
           IF CMT-STATUS(CMT-SUB) = 'O'
               MOVE 'OPEN' TO OK-STATUS
           ELSE
               MOVE 'CLOSED' TO OK-STATUS
           END-IF.
           WRITE PRTLINE FROM CLAIM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-PARTY-ACCUM.
           IF CMT-CAUSE(CMT-SUB) = 'M'
               MOVE 'VENDOR' TO C-PTY-KIND
           ELSE
               MOVE 'CARRIER' TO C-PTY-KIND
           END-IF.
           MOVE 'NO' TO PTY-MATCH.
           PERFORM VARYING PTY-SUB FROM 1 BY 1
               UNTIL PTY-SUB > PTY-CTR OR PTY-MATCH = 'YES'
                   IF PTY-KIND(PTY-SUB) = C-PTY-KIND
                       AND PTY-NAME(PTY-SUB) = CMT-PARTY(CMT-SUB)
                       MOVE 'YES' TO PTY-MATCH
                   END-IF
           END-PERFORM.
           IF PTY-MATCH = 'YES'
               SUBTRACT 1 FROM PTY-SUB
           ELSE
               IF PTY-CTR < 60
                   ADD 1 TO PTY-CTR
                   MOVE PTY-CTR TO PTY-SUB
                   MOVE C-PTY-KIND TO PTY-KIND(PTY-SUB)
                   MOVE CMT-PARTY(CMT-SUB) TO PTY-NAME(PTY-SUB)
                   MOVE 0 TO PTY-CLAIMS(PTY-SUB)
                   MOVE 0 TO PTY-FILED(PTY-SUB)
                   MOVE 0 TO PTY-RECOVERED(PTY-SUB)
                   MOVE 0 TO PTY-OPEN(PTY-SUB)
                   MOVE 'YES' TO PTY-MATCH
               END-IF
           END-IF.
           IF PTY-MATCH = 'YES'
               ADD 1 TO PTY-CLAIMS(PTY-SUB)
               ADD CMT-FILED(CMT-SUB) TO PTY-FILED(PTY-SUB)
               ADD CMT-RECOVERED(CMT-SUB) TO PTY-RECOVERED(PTY-SUB)
               IF CMT-STATUS(CMT-SUB) = 'O'
                   COMPUTE PTY-OPEN(PTY-SUB) = PTY-OPEN(PTY-SUB)
                       + CMT-FILED(CMT-SUB) - CMT-RECOVERED(CMT-SUB)
               END-IF
           END-IF.

       L3-CLAIM-SAVE.
           COMPUTE C-CLAIM-KEEP-DATE = C-RUN-DATE - 10000.
           OPEN OUTPUT CLMLEDG.
           PERFORM VARYING CMT-SUB FROM 1 BY 1
               UNTIL CMT-SUB > CMT-CTR
                   IF CMT-STATUS(CMT-SUB) = 'O'
                       OR CMT-CLAIM-DATE(CMT-SUB) > C-CLAIM-KEEP-DATE
                       PERFORM L4-CLAIM-WRITE
                   END-IF
           END-PERFORM.
           CLOSE CLMLEDG.

       L4-CLAIM-WRITE.
           MOVE CMT-NO(CMT-SUB) TO CM-CLAIM-NO.
           MOVE CMT-CLAIM-DATE(CMT-SUB) TO CM-CLAIM-DATE.
           MOVE CMT-SALE-DATE(CMT-SUB) TO CM-SALE-DATE.
           MOVE CMT-EMP-NO(CMT-SUB) TO CM-EMP-NO.
           MOVE CMT-FUR-CODE(CMT-SUB) TO CM-FUR-CODE.
           MOVE CMT-STORE-NUM(CMT-SUB) TO CM-STORE-NUM.
           MOVE CMT-ROUTE-CODE(CMT-SUB) TO CM-ROUTE-CODE.
           MOVE CMT-ACCT-NO(CMT-SUB) TO CM-ACCT-NO.
           MOVE CMT-CAUSE(CMT-SUB) TO CM-CAUSE.
           MOVE CMT-PARTY(CMT-SUB) TO CM-PARTY-NAME.
           MOVE CMT-DAMAGE-AMT(CMT-SUB) TO CM-DAMAGE-AMT.
           MOVE CMT-FILED(CMT-SUB) TO CM-FILED.
           MOVE CMT-RECOVERED(CMT-SUB) TO CM-RECOVERED.
           MOVE CMT-LAST-RECOV(CMT-SUB) TO CM-LAST-RECOV.
           MOVE CMT-STATUS(CMT-SUB) TO CM-STATUS.
           WRITE CM-REC.

      *A 'C' CHARGE: VALIDATED LIKE A SALE, THEN THE ACCOUNT MUST BE
      *ON FILE, ACTIVE, AND HAVE ROOM UNDER ITS CREDIT LIMIT. A
      *DECLINED CHARGE IS NOT A SALE - THE FLOOR RE-RINGS IT AS CASH
       L3-ACCOUNT-CHARGE.
           PERFORM L3-VALIDATE-INPUT.
           IF INPUT-VALID = "NO"
               MOVE EXC-VALIDATION-MSG TO EXC-DESCR
               PERFORM L3-EXCEPTION
           ELSE
               MOVE 'NO' TO FAT-MATCH
               IF ST-ACCT-NO NUMERIC
                   MOVE ST-ACCT-NO TO C-FIND-ACCT
                   PERFORM L4-FIND-ACCOUNT
               END-IF
               IF FAT-MATCH = 'YES'
                   COMPUTE C-OPEN-TO-BUY =
                       FAT-CREDIT-LIMIT(FAT-SUB) - FAT-BALANCE(FAT-SUB)
               END-IF
               EVALUATE TRUE
                   WHEN FAT-MATCH = 'NO'
                       MOVE "CHARGE DECLINED - ACCOUNT NOT ON FILE"
                           TO EXC-DESCR
                       PERFORM L4-CHARGE-DECLINED
                   WHEN FAT-STATUS(FAT-SUB) NOT = 'A'
                       MOVE "CHARGE DECLINED - ACCOUNT NOT ACTIVE"
                           TO EXC-DESCR
                       PERFORM L4-CHARGE-DECLINED
                   WHEN ST-AMOUNT NOT > 0
                       MOVE "CHARGE DECLINED - AMOUNT NOT POSITIVE"
                           TO EXC-DESCR
                       PERFORM L4-CHARGE-DECLINED
                   WHEN ST-AMOUNT > C-OPEN-TO-BUY
                       MOVE "CHARGE DECLINED - OVER CREDIT LIMIT"
                           TO EXC-DESCR
                       PERFORM L4-CHARGE-DECLINED
                   WHEN OTHER
                       PERFORM L3-CALCS
                       ADD ST-AMOUNT TO FAT-BALANCE(FAT-SUB)
                       ADD ST-AMOUNT TO FAT-RUN-CHARGES(FAT-SUB)
                       ADD ST-AMOUNT TO C-ACCT-CHARGES
                       ADD 1 TO C-CHARGE-CTR
                       MOVE 'C' TO FV-TYPE
                       MOVE ST-AMOUNT TO FV-AMOUNT
                       MOVE TBL-FURN-TYPE(ITM-SUB) TO FV-DESCR
                       PERFORM L4-ACTIVITY-WRITE
               END-EVALUATE
           END-IF.

       L4-CHARGE-DECLINED.
           ADD 1 TO C-DECLINE-CTR.
           PERFORM L3-EXCEPTION.

      *A RETURN KEYED WITH THE ACCOUNT IT WAS CHARGED TO COMES OFF
      *THE BALANCE; THE SALES SIDE HAS ALREADY NETTED OUT IN L3-CALCS
       L3-ACCOUNT-CREDIT.
           MOVE ST-ACCT-NO TO C-FIND-ACCT.
           PERFORM L4-FIND-ACCOUNT.
           IF FAT-MATCH = 'NO'
               MOVE "RETURN ACCOUNT NOT ON FILE - REFUND NOT CREDITED"
                   TO EXC-DESCR
               PERFORM L3-EXCEPTION
           ELSE
               SUBTRACT ST-AMOUNT FROM FAT-BALANCE(FAT-SUB)
               ADD ST-AMOUNT TO FAT-RUN-CREDITS(FAT-SUB)
               ADD ST-AMOUNT TO C-ACCT-CREDITS
               ADD 1 TO C-ACCT-CREDIT-CTR
               MOVE 'R' TO FV-TYPE
               MOVE ST-AMOUNT TO FV-AMOUNT
               MOVE TBL-FURN-TYPE(ITM-SUB) TO FV-DESCR
               PERFORM L4-ACTIVITY-WRITE
           END-IF.

       L4-FIND-ACCOUNT.
           MOVE 'NO' TO FAT-MATCH.
           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR OR FAT-MATCH = 'YES'
                   IF C-FIND-ACCT = FAT-ACCT-NO(FAT-SUB)
                       MOVE 'YES' TO FAT-MATCH
                   END-IF
           END-PERFORM.
           IF FAT-MATCH = 'YES'
               SUBTRACT 1 FROM FAT-SUB
           END-IF.

      *EVERY POSTING IS LOGGED UNDER TONIGHT'S BUSINESS DATE, SO IT
      *LANDS ON THE NEXT STATEMENT CBLCJF19 CUTS
       L4-ACTIVITY-WRITE.
           MOVE FAT-ACCT-NO(FAT-SUB) TO FV-ACCT-NO.
           MOVE C-RUN-DATE TO FV-DATE.
           WRITE FV-REC.

      *POST THE OFFICE'S ACCOUNT PAYMENTS AGAINST THE BALANCES
       L3-ACCOUNT-PAYMENTS.
           OPEN INPUT FURPAY.
           IF FP-FILE-STATUS = "00"
               PERFORM UNTIL FP-MORE-RECS = 'NO'
                   READ FURPAY
                       AT END
                           MOVE 'NO' TO FP-MORE-RECS
                       NOT AT END
                           PERFORM L4-POST-ACCOUNT-PAYMENT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURPAY.

       L4-POST-ACCOUNT-PAYMENT.
           MOVE 'NO' TO FAT-MATCH.
           IF FP-ACCT-NO NUMERIC AND FP-AMT NUMERIC
               MOVE FP-ACCT-NO TO C-FIND-ACCT
               PERFORM L4-FIND-ACCOUNT
           END-IF.
           IF FAT-MATCH = 'NO'
               MOVE FP-ACCT-NO TO PAY-EXC-ACCT
               MOVE PAY-EXC-MSG TO EXC-DESCR
               MOVE 0 TO EXC-SLM-NUM
               MOVE 0 TO EXC-DAY
               MOVE 0 TO EXC-FUR-CODE
               WRITE EXCLINE FROM EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L3-EXCEPTION-HEADER
               END-WRITE
               ADD 1 TO GT-EXCEPTIONS
           ELSE
               SUBTRACT FP-AMT FROM FAT-BALANCE(FAT-SUB)
               ADD FP-AMT TO FAT-RUN-PAYMENTS(FAT-SUB)
               ADD FP-AMT TO C-ACCT-PAYMENTS
               ADD 1 TO C-ACCT-PAY-CTR
               MOVE 'P' TO FV-TYPE
               MOVE FP-AMT TO FV-AMOUNT
               MOVE 'PAYMENT - THANK YOU' TO FV-DESCR
               PERFORM L4-ACTIVITY-WRITE
           END-IF.

       L3-ACCOUNT-RESTORE.
           OPEN INPUT FURACCT.
           IF FA-FILE-STATUS = "00"
               PERFORM UNTIL FA-MORE-RECS = 'NO'
                   READ FURACCT
                       AT END
                           MOVE 'NO' TO FA-MORE-RECS
                       NOT AT END
                           IF FAT-CTR < 2000
                               ADD 1 TO FAT-CTR
                               PERFORM L4-LOAD-ONE-ACCOUNT
                           ELSE
                               MOVE 'YES' TO FAT-FULL
                               DISPLAY 'ACCOUNT-TABLE EXCEEDS 2000 ROWS'
                                   ' -- REMAINING ACCOUNTS NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURACCT.

      *A NEW ACCOUNT KEYED BY THE OFFICE STARTS WITH NO BALANCE
       L4-LOAD-ONE-ACCOUNT.
           MOVE FA-ACCT-NO TO FAT-ACCT-NO(FAT-CTR).
           MOVE FA-NAME TO FAT-NAME(FAT-CTR).
           MOVE FA-CONTACT TO FAT-CONTACT(FAT-CTR).
           IF FA-CREDIT-LIMIT NUMERIC
               MOVE FA-CREDIT-LIMIT TO FAT-CREDIT-LIMIT(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-CREDIT-LIMIT(FAT-CTR)
           END-IF.
           IF FA-APR NUMERIC
               MOVE FA-APR TO FAT-APR(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-APR(FAT-CTR)
           END-IF.
           MOVE FA-STATUS TO FAT-STATUS(FAT-CTR).
           IF FA-BALANCE NUMERIC
               MOVE FA-BALANCE TO FAT-BALANCE(FAT-CTR)
           ELSE
               MOVE 0 TO FAT-BALANCE(FAT-CTR)
           END-IF.
           MOVE FA-STMT-DATA TO FAT-STMT-DATA(FAT-CTR).
           MOVE 0 TO FAT-RUN-CHARGES(FAT-CTR).
           MOVE 0 TO FAT-RUN-PAYMENTS(FAT-CTR).
           MOVE 0 TO FAT-RUN-CREDITS(FAT-CTR).

      *TONIGHT'S CHARGES, PAYMENTS AND CREDITS BY ACCOUNT, WITH THE
      *BALANCE AND WHAT IS LEFT UNDER THE CREDIT LIMIT
       L3-ACCOUNT-REPORT.
           WRITE PRTLINE FROM ACCOUNT-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM ACCOUNT-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING FAT-SUB FROM 1 BY 1
               UNTIL FAT-SUB > FAT-CTR
                   IF FAT-RUN-CHARGES(FAT-SUB) > 0
                       OR FAT-RUN-PAYMENTS(FAT-SUB) > 0
                       OR FAT-RUN-CREDITS(FAT-SUB) > 0
                       PERFORM L4-ACCOUNT-LINE
                   END-IF
           END-PERFORM.

           MOVE C-CHARGE-CTR TO GT-ACCT-CHARGE-CTR.
           MOVE C-ACCT-CHARGES TO GT-ACCT-CHARGES.
           MOVE C-ACCT-PAY-CTR TO GT-ACCT-PAY-CTR.
           MOVE C-ACCT-PAYMENTS TO GT-ACCT-PAYMENTS.
           MOVE C-ACCT-CREDIT-CTR TO GT-ACCT-CREDIT-CTR.
           MOVE C-ACCT-CREDITS TO GT-ACCT-CREDITS.
           MOVE C-DECLINE-CTR TO GT-ACCT-DECLINES.
           WRITE PRTLINE FROM GT-ACCOUNT-LINE
               AFTER ADVANCING 2 LINES.

       L4-ACCOUNT-LINE.
           COMPUTE C-OPEN-TO-BUY =
               FAT-CREDIT-LIMIT(FAT-SUB) - FAT-BALANCE(FAT-SUB).
           MOVE FAT-ACCT-NO(FAT-SUB) TO OF-ACCT.
           MOVE FAT-NAME(FAT-SUB) TO OF-NAME.
           MOVE FAT-RUN-CHARGES(FAT-SUB) TO OF-CHARGES.
           MOVE FAT-RUN-PAYMENTS(FAT-SUB) TO OF-PAYMENTS.
           MOVE FAT-RUN-CREDITS(FAT-SUB) TO OF-CREDITS.
           MOVE FAT-BALANCE(FAT-SUB) TO OF-BALANCE.
           MOVE FAT-CREDIT-LIMIT(FAT-SUB) TO OF-LIMIT.
           MOVE C-OPEN-TO-BUY TO OF-AVAILABLE.
           WRITE PRTLINE FROM ACCOUNT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *A MASTER THAT DID NOT FIT THE TABLE IS LEFT AS IT WAS RATHER
      *THAN WRITTEN BACK SHORT
       L3-ACCOUNT-SAVE.
           IF FAT-FULL = 'YES'
               DISPLAY 'FURACCT.DAT NOT REWRITTEN -- ACCOUNT-TABLE FULL'
           END-IF.
           IF FAT-CTR > 0 AND FAT-FULL = 'NO'
               OPEN OUTPUT FURACCT
               PERFORM VARYING FAT-SUB FROM 1 BY 1
                   UNTIL FAT-SUB > FAT-CTR
                       MOVE FAT-ACCT-NO(FAT-SUB) TO FA-ACCT-NO
                       MOVE FAT-NAME(FAT-SUB) TO FA-NAME
                       MOVE FAT-CONTACT(FAT-SUB) TO FA-CONTACT
                       MOVE FAT-CREDIT-LIMIT(FAT-SUB) TO FA-CREDIT-LIMIT
                       MOVE FAT-APR(FAT-SUB) TO FA-APR
                       MOVE FAT-STATUS(FAT-SUB) TO FA-STATUS
                       MOVE FAT-BALANCE(FAT-SUB) TO FA-BALANCE
                       MOVE FAT-STMT-DATA(FAT-SUB) TO FA-STMT-DATA
                       WRITE FA-REC
               END-PERFORM
               CLOSE FURACCT
           END-IF.

       L2-CLOSING.
      *HEADERS FOR SALES REPORT LINES
           PERFORM L3-GENERAL-HEADER.

           PERFORM L4-PRINT-SALESPERSON
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > SLT-CTR.

           PERFORM L4-PRINT-DAY-TOTALS.


       	   PERFORM L4-PRINT-FURNATURE
       		VARYING SINDX FROM 1 BY 1
       			UNTIL SINDX > ITM-CTR.

      **HEADERS FOR GROSS MARGIN REPORT
           PERFORM L3-GENERAL-HEADER.

           PERFORM L4-PRINT-COMMISSION
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > SLT-CTR.

           MOVE GT-COMMISSION-TOTAL TO OC-GT-COMMISSION.
           WRITE PRTLINE FROM COMMISSION-TOT-LINE

           PERFORM L4-PRINT-MTD-SLM
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > SLT-CTR.

           PERFORM L3-MTD-FUR-REPORT-HEADER.

           PERFORM L4-PRINT-MTD-FUR
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > ITM-CTR.

      **HEADERS FOR QUOTA ATTAINMENT REPORT
           PERFORM L3-GENERAL-HEADER.

           PERFORM L4-PRINT-STORE
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > 99.

      **HEADERS FOR DELIVERY/PICKUP ROUTE REPORT
           PERFORM L3-GENERAL-HEADER.
           PERFORM L3-LAYAWAY-REPORT.
           PERFORM L3-LAYAWAY-SAVE.

           PERFORM L3-GENERAL-HEADER.
           PERFORM L3-ACCOUNT-REPORT.
           PERFORM L3-ACCOUNT-SAVE.

           PERFORM L3-CLAIM-RECOVERIES.
           PERFORM L3-GENERAL-HEADER.
           PERFORM L3-CLAIM-REPORT.
           PERFORM L3-CLAIM-SAVE.

           PERFORM L3-GENERAL-HEADER.
           PERFORM L3-LEDGER-REPORT.
           PERFORM L3-LEDGER-SAVE.
           MOVE C-WEEK-REVENUE TO REV-AMOUNT.
           WRITE REV-REC.
           CLOSE REVOUT.
           PERFORM L3-GL-JOURNAL.
           CLOSE GLOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE REC-COUNT TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.
           CLOSE EXCOUT.
           CLOSE FURACTV.
           CLOSE REPLOUT.

      *GENERAL LEDGER JOURNAL - THE DAY TOTALS ARE NET OF RETURNS,
      *SO SALES POST GROSS AND RETURNS ON THEIR OWN. THE PART OF THE
      *SALES CHARGED TO IN-HOUSE ACCOUNTS AND THE RETURNS CREDITED
      *BACK TO THEM MOVE THE RECEIVABLE INSTEAD OF CASH.
       L3-GL-JOURNAL.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'FURNITURE SALES' TO GL-DESC.
           COMPUTE C-GL-AMT = C-WEEK-REVENUE + GT-RETURNS-TOTAL
               - C-ACCT-CHARGES.
           PERFORM L4-GL-WRITE.
           MOVE 'FURN-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CHARGED TO ACCOUNTS' TO GL-DESC.
           MOVE C-ACCT-CHARGES TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'FURN-SALES' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'FURNITURE SALES' TO GL-DESC.
           COMPUTE C-GL-AMT = C-WEEK-REVENUE + GT-RETURNS-TOTAL.
           PERFORM L4-GL-WRITE.

           MOVE 'FURN-RETURNS' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'FURNITURE RETURNS' TO GL-DESC.
           MOVE GT-RETURNS-TOTAL TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'FURN-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'RETURNS TO ACCOUNTS' TO GL-DESC.
           MOVE C-ACCT-CREDITS TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'RETURNS REFUNDED' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-RETURNS-TOTAL - C-ACCT-CREDITS.
           PERFORM L4-GL-WRITE.

           MOVE C-ACCT-PAYMENTS TO C-GL-AMT.
           MOVE 'ACCOUNT PAYMENTS' TO GL-DESC.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.
           MOVE 'FURN-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       L4-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "CBLCJF03" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

      *MARGIN BY FURNITURE CODE AND BY SALESMAN - REVENUE LESS THE
      *ITEM MASTER'S UNIT COST, RETURNS ALREADY NETTED AT COST
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > ITM-CTR
                   COMPUTE C-MARGIN =
                       TBL-FURN-TOT(SINDX) - TBL-FURN-COGS(SINDX)
                   IF TBL-FURN-TOT(SINDX) NOT = 0
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   IF WEEK-SALES(SINDX) NOT = 0
                       OR SLM-COGS(SINDX) NOT = 0
                       COMPUTE C-MARGIN =
                           WEEK-SALES(SINDX) - SLM-COGS(SINDX)
                       MOVE SLT-NAME(SINDX) TO OM-SLM-NAME
                       MOVE WEEK-SALES(SINDX) TO OM-SLM-SALES
                       MOVE SLM-COGS(SINDX) TO OM-SLM-COGS
                       MOVE C-MARGIN TO OM-SLM-MARGIN

       L3-TABLE-INIT.
           READ FURN-INPUT
               AT END
                   MOVE 'E' TO EOF
               NOT AT END
                   PERFORM L4-LOAD-ONE-ITEM
           END-READ.

      *A CODE THE ITEM MASTER DOES NOT CARRY IS LEFT OUT OF THE
      *TABLE, SO ITS SALES FALL TO THE EXCEPTION REPORT
       L4-LOAD-ONE-ITEM.
           MOVE FT-FURN-CODE TO PD-FURN-CODE.
           MOVE SPACES TO PD-FURN-DESC.

           IF FT-VAL-FURN-CODE
               CALL 'CBLLOAD' USING PASSED-DATA
               IF PD-FURN-DESC NOT = SPACES
                   IF ITM-CTR < ITM-MAX
                       ADD 1 TO ITM-CTR
                       MOVE PD-FURN-CODE TO TBL-FURN-CODE(ITM-CTR)
                       MOVE PD-FURN-DESC TO TBL-FURN-TYPE(ITM-CTR)
                       MOVE PD-FURN-COST TO TBL-FURN-COST(ITM-CTR)
                       MOVE PD-FURN-VENDOR
                           TO TBL-FURN-VENDOR(ITM-CTR)
                       MOVE ZEROS TO TBL-FURN-TOT(ITM-CTR)
                       MOVE ZEROS TO TBL-FURN-COGS(ITM-CTR)
                   ELSE
                       DISPLAY 'FURNITURE TABLE EXCEEDS 100 CODES'
                           ' -- REMAINING CODES NOT LOADED'
                   END-IF
               END-IF
           END-IF.

       L3-READ.
               WHEN ST-AMOUNT NOT NUMERIC
                   MOVE "ST-AMOUNT NON-NUMERIC" TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN SLT-MATCH = 'NO'
                   MOVE "SALESPERSON NOT ON SALESPERSON MASTER"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN NOT TRAN-IS-RETURN AND NOT TRAN-IS-CLAIM
                       AND SLT-STATUS(SLT-SUB) NOT = 'A'
                   MOVE "SALESPERSON NOT ACTIVE"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN NOT VAL-DAY
                   MOVE "DAY OUT OF RANGE" TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN ITM-MATCH = 'NO'
                   MOVE "FURNITURE CODE NOT ON ITEM MASTER"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN STORE-MATCH = 'NO'
                   MOVE "STORE NUMBER NOT ON STORE MASTER"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN NOT SCHED-IS-DELIVERY AND NOT SCHED-IS-PICKUP
           END-EVALUATE.

       L3-EXCEPTION.
           MOVE ST-EMP-NO TO EXC-SLM-NUM.
           MOVE ST-DAY TO EXC-DAY.
           MOVE ST-FUR-CODE TO EXC-FUR-CODE.

               MOVE ST-AMOUNT TO TRAN-AMOUNT
           END-IF.

      *THE UNIT LEAVES OR RETURNS TO THE SELLING STORE'S STOCK
           MOVE ST-FUR-CODE TO C-FIND-FUR.
           MOVE ST-STORE-NUM TO C-FIND-STORE.
           IF TRAN-IS-RETURN
               MOVE 1 TO C-STK-DELTA
           ELSE
               MOVE -1 TO C-STK-DELTA
           END-IF.
           PERFORM L4-STOCK-ADJUST.

      *RETURNS NET OUT OF COST OF GOODS AT COST
           IF TRAN-IS-RETURN
               SUBTRACT TBL-FURN-COST(ITM-SUB)
                   FROM TBL-FURN-COGS(ITM-SUB)
               SUBTRACT TBL-FURN-COST(ITM-SUB)
                   FROM SLM-COGS(SLT-SUB)
           ELSE
               ADD TBL-FURN-COST(ITM-SUB)
                   TO TBL-FURN-COGS(ITM-SUB)
               ADD TBL-FURN-COST(ITM-SUB)
                   TO SLM-COGS(SLT-SUB)
           END-IF.

           ADD TRAN-AMOUNT TO DAY-SALE(SLT-SUB, ST-DAY).
           ADD TRAN-AMOUNT TO TBL-FURN-TOT(ITM-SUB).

           ADD TRAN-AMOUNT TO WEEK-SALES(SLT-SUB).

           ADD TRAN-AMOUNT TO TOTAL(ST-DAY).

           COMPUTE SLM-COMM-AMT ROUNDED = TRAN-AMOUNT * COMMISSION-RATE.
           ADD SLM-COMM-AMT TO SLM-COMMISSION(SLT-SUB).
           ADD SLM-COMM-AMT TO GT-COMMISSION-TOTAL.

      *SPLIT THE COMMISSION MOVEMENT FOR THE LEDGER: SALES EARN,
      *RETURNS CLAW BACK WHAT AN EARLIER WEEK ALREADY PAID
           IF TRAN-IS-RETURN
               COMPUTE SLM-COMM-CLAW(SLT-SUB) =
                   SLM-COMM-CLAW(SLT-SUB) - SLM-COMM-AMT
           ELSE
               ADD SLM-COMM-AMT TO SLM-COMM-EARNED(SLT-SUB)
           END-IF.

           IF STORE-MATCH = 'YES'
               ADD TRAN-AMOUNT TO STORE-SALES(ST-STORE-NUM)
           END-IF.

                       AT END
                           MOVE 'NO' TO QT-MORE-RECS
                       NOT AT END
                           IF QT-EMP-NO NUMERIC
                               MOVE QT-EMP-NO TO C-FIND-EMP
                               PERFORM L4-FIND-SALESPERSON
                               IF SLT-MATCH = 'YES'
                                   MOVE QT-WEEKLY
                                       TO QTT-WEEKLY(SLT-SUB)
                                   MOVE QT-MONTHLY
                                       TO QTT-MONTHLY(SLT-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURQUOTA.

           MOVE 'YES' TO QT-MORE-RECS.
           OPEN INPUT FURATTN.
           IF AT-FILE-STATUS = "00"
               PERFORM UNTIL QT-MORE-RECS = 'NO'
                   READ FURATTN
                       AT END
                           MOVE 'NO' TO QT-MORE-RECS
                       NOT AT END
                           IF AT-EMP-NO NUMERIC
                               MOVE AT-EMP-NO TO C-FIND-EMP
                               PERFORM L4-FIND-SALESPERSON
                               IF SLT-MATCH = 'YES'
                                   MOVE AT-UNDER-FLAG
                                       TO ATT-PRIOR-UNDER(SLT-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURATTN.

               AFTER ADVANCING 1 LINE.

           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   IF QTT-WEEKLY(SINDX) > 0
                       PERFORM L4-ATTAIN-LINE
                   END-IF
               MOVE 'N' TO ATT-THIS-UNDER(SINDX)
           END-IF.

           MOVE SLT-NAME(SINDX) TO OA-NAME.
           MOVE WEEK-SALES(SINDX) TO OA-WEEK-SALES.
           MOVE QTT-WEEKLY(SINDX) TO OA-WEEK-QUOTA.
           MOVE C-WEEK-PCT TO OA-WEEK-PCT.
               AFTER ADVANCING 1 LINE.

       L3-ATTAIN-SAVE.
           OPEN OUTPUT FURATTN.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   MOVE SLT-EMP-NO(SINDX) TO AT-EMP-NO
                   MOVE ATT-THIS-UNDER(SINDX) TO AT-UNDER-FLAG
                   WRITE AT-REC
           END-PERFORM.
           CLOSE FURATTN.

       L3-LEDGER-RESTORE.
                       AT END
                           MOVE 'NO' TO CL-MORE-RECS
                       NOT AT END
                           IF CL-EMP-NO NUMERIC
                               MOVE CL-EMP-NO TO C-FIND-EMP
                               PERFORM L4-FIND-OR-ADD-SALESPERSON
                           ELSE
                               MOVE 'NO' TO SLT-MATCH
                           END-IF
                           IF SLT-MATCH = 'YES'
                               MOVE CL-PAID-TO-DATE
                                   TO CLT-PAID(SLT-SUB)
                               MOVE CL-CLAWED-TO-DATE
                                   TO CLT-CLAWED(SLT-SUB)
                               IF CL-MTD-YYYYMM NUMERIC
                                   PERFORM L4-LEDGER-MONTHS
                               END-IF
                               IF CL-LAST-DATE NUMERIC
                                   AND CL-LAST-DATE = C-RUN-DATE
      *SAME-DATE RERUN: BACK OUT THE FIRST ATTEMPT'S CONTRIBUTION
                                   SUBTRACT CL-LAST-PAID-DELTA
                                       FROM CLT-PAID(SLT-SUB)
                                   SUBTRACT CL-LAST-CLAW-DELTA
                                       FROM CLT-CLAWED(SLT-SUB)
                                   IF CLT-MTD-YYYYMM(SLT-SUB)
                                       = MTD-YYYYMM
                                       COMPUTE CLT-MTD-EARNED(SLT-SUB)
                                           = CLT-MTD-EARNED(SLT-SUB)
                                           - CL-LAST-PAID-DELTA
                                           - CL-LAST-CLAW-DELTA
                                       SUBTRACT CL-LAST-CLAW-DELTA
                                           FROM CLT-MTD-CLAWED(SLT-SUB)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
           END-IF.
           CLOSE COMMLEDG.

       L4-LEDGER-MONTHS.
           MOVE CL-MTD-YYYYMM TO CLT-MTD-YYYYMM(SLT-SUB).
           MOVE CL-MTD-EARNED TO CLT-MTD-EARNED(SLT-SUB).
           MOVE CL-MTD-CLAWED TO CLT-MTD-CLAWED(SLT-SUB).
           MOVE CL-PRV-YYYYMM TO CLT-PRV-YYYYMM(SLT-SUB).
           MOVE CL-PRV-EARNED TO CLT-PRV-EARNED(SLT-SUB).
           MOVE CL-PRV-CLAWED TO CLT-PRV-CLAWED(SLT-SUB).

      *THE FIRST RUN OF A NEW MONTH MOVES THE CLOSED MONTH'S FIGURES
      *TO THE PRIOR-MONTH BUCKET FOR THE SETTLEMENT
       L4-LEDGER-ROLL.
           IF CLT-MTD-YYYYMM(SINDX) NOT = MTD-YYYYMM
               MOVE CLT-MTD-YYYYMM(SINDX) TO CLT-PRV-YYYYMM(SINDX)
               MOVE CLT-MTD-EARNED(SINDX) TO CLT-PRV-EARNED(SINDX)
               MOVE CLT-MTD-CLAWED(SINDX) TO CLT-PRV-CLAWED(SINDX)
               MOVE MTD-YYYYMM TO CLT-MTD-YYYYMM(SINDX)
               MOVE 0 TO CLT-MTD-EARNED(SINDX)
               MOVE 0 TO CLT-MTD-CLAWED(SINDX)
           END-IF.

      *COMMISSION EARNED, CLAWED BACK, AND NET PAYABLE THIS WEEK,
      *WITH THE RUNNING PAID-TO-DATE FROM THE LEDGER
       L3-LEDGER-REPORT.
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   PERFORM L4-LEDGER-ROLL
                   IF SLM-COMM-EARNED(SINDX) NOT = 0
                       OR SLM-COMM-CLAW(SINDX) NOT = 0
                       ADD SLM-COMM-EARNED(SINDX)
                           TO CLT-MTD-EARNED(SINDX)
                       ADD SLM-COMM-CLAW(SINDX)
                           TO CLT-MTD-CLAWED(SINDX)
                       COMPUTE C-NET-PAYABLE =
                           SLM-COMM-EARNED(SINDX)
                           - SLM-COMM-CLAW(SINDX)
                       ADD C-NET-PAYABLE TO CLT-PAID(SINDX)
                       ADD C-NET-PAYABLE TO THIS-PAID-DELTA(SINDX)
                       ADD SLM-COMM-CLAW(SINDX) TO CLT-CLAWED(SINDX)
                       MOVE SLT-NAME(SINDX) TO OL-NAME
                       MOVE SLM-COMM-EARNED(SINDX) TO OL-EARNED
                       MOVE SLM-COMM-CLAW(SINDX) TO OL-CLAWED
                       MOVE C-NET-PAYABLE TO OL-NET
       L3-LEDGER-SAVE.
           OPEN OUTPUT COMMLEDG.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   MOVE SLT-EMP-NO(SINDX) TO CL-EMP-NO
                   MOVE CLT-PAID(SINDX) TO CL-PAID-TO-DATE
                   MOVE CLT-CLAWED(SINDX) TO CL-CLAWED-TO-DATE
                   MOVE C-RUN-DATE TO CL-LAST-DATE
                   MOVE THIS-PAID-DELTA(SINDX) TO CL-LAST-PAID-DELTA
                   MOVE SLM-COMM-CLAW(SINDX) TO CL-LAST-CLAW-DELTA
                   MOVE CLT-MTD-YYYYMM(SINDX) TO CL-MTD-YYYYMM
                   MOVE CLT-MTD-EARNED(SINDX) TO CL-MTD-EARNED
                   MOVE CLT-MTD-CLAWED(SINDX) TO CL-MTD-CLAWED
                   MOVE CLT-PRV-YYYYMM(SINDX) TO CL-PRV-YYYYMM
                   MOVE CLT-PRV-EARNED(SINDX) TO CL-PRV-EARNED
                   MOVE CLT-PRV-CLAWED(SINDX) TO CL-PRV-CLAWED
                   WRITE CL-REC
           END-PERFORM.
           CLOSE COMMLEDG.

      *RESTORES THE STOCK FILE, SEEDING EVERY CODE AT EVERY STORE AT
      *THE OPENING STOCK LEVEL ON THE FIRST RUN
       L3-STOCK-RESTORE.
           OPEN INPUT FURSTOCK.
           IF FS-FILE-STATUS = "00"
               PERFORM UNTIL FS-MORE-RECS = 'NO'
                   READ FURSTOCK
                       AT END
                           MOVE 'NO' TO FS-MORE-RECS
                       NOT AT END
                           PERFORM L4-STOCK-RESTORE-ONE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURSTOCK.
           IF STK-CTR = 0
               PERFORM L3-STOCK-SEED
           END-IF.

       L4-STOCK-RESTORE-ONE.
           IF FS-FUR-CODE NUMERIC AND FS-STORE-NUM NUMERIC
               AND FS-QTY NUMERIC
               IF STK-CTR < 9900
                   ADD 1 TO STK-CTR
                   MOVE FS-FUR-CODE TO STK-FUR-CODE(STK-CTR)
                   MOVE FS-STORE-NUM TO STK-STORE-NUM(STK-CTR)
                   MOVE FS-QTY TO STOCK-QTY(STK-CTR)
                   IF FS-DAMAGED-QTY NUMERIC
                       MOVE FS-DAMAGED-QTY TO STK-DAMAGED(STK-CTR)
                   ELSE
                       MOVE 0 TO STK-DAMAGED(STK-CTR)
                   END-IF
               ELSE
                   MOVE 'YES' TO STK-FULL
                   DISPLAY 'STOCK TABLE EXCEEDS 9900 ROWS'
                       ' -- REMAINING ROWS NOT LOADED'
               END-IF
           END-IF.

       L3-STOCK-SEED.
           MOVE FUR-SEED-STOCK TO C-STK-DELTA.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > ITM-CTR
                   MOVE TBL-FURN-CODE(SINDX) TO C-FIND-FUR
                   PERFORM L4-STOCK-SEED-ITEM
           END-PERFORM.

       L4-STOCK-SEED-ITEM.
           PERFORM VARYING STR-SUB FROM 1 BY 1
               UNTIL STR-SUB > 99
                   IF STR-ON-FILE(STR-SUB) = 'Y'
                       MOVE STR-SUB TO C-FIND-STORE
                       PERFORM L4-STOCK-ADJUST
                   END-IF
           END-PERFORM.

      *A STOCK FILE THAT DID NOT FIT THE TABLE, OR A NIGHT WHOSE
      *MOVEMENTS COULD NOT ALL BE POSTED, IS LEFT AS IT WAS
       L3-STOCK-SAVE.
           IF STK-FULL = 'YES'
               DISPLAY 'FURSTOCK.DAT NOT REWRITTEN -- STOCK TABLE FULL'
           ELSE
               OPEN OUTPUT FURSTOCK
               PERFORM VARYING STK-SUB FROM 1 BY 1
                   UNTIL STK-SUB > STK-CTR
                       PERFORM L4-STOCK-WRITE
               END-PERFORM
               CLOSE FURSTOCK
           END-IF.

       L4-STOCK-WRITE.
           MOVE STK-FUR-CODE(STK-SUB) TO FS-FUR-CODE.
           MOVE STK-STORE-NUM(STK-SUB) TO FS-STORE-NUM.
           IF STOCK-QTY(STK-SUB) < 0
               MOVE 0 TO FS-QTY
           ELSE
               MOVE STOCK-QTY(STK-SUB) TO FS-QTY
           END-IF.
           IF STK-DAMAGED(STK-SUB) < 0
               MOVE 0 TO FS-DAMAGED-QTY
           ELSE
               MOVE STK-DAMAGED(STK-SUB) TO FS-DAMAGED-QTY
           END-IF.
           WRITE FS-REC.

       L3-TRANSFER-TOTALS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 99
                   IF XFER-IN(SINDX) > 0 OR XFER-OUT(SINDX) > 0
                       MOVE STR-NAME-TXT(SINDX) TO OXS-STORE
                       MOVE XFER-IN(SINDX) TO OXS-IN
                   END-IF
           END-PERFORM.

      *END-OF-RUN STOCK STATUS BY ITEM AND STORE WITH LOW-STOCK
      *WARNINGS, LIKE THE WAKEBOARD REORDER ALERTS
       L3-STOCK-REPORT.
           PERFORM L3-GENERAL-HEADER.
           WRITE PRTLINE FROM STOCK-TITLE
               AFTER ADVANCING 1 LINE.

           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > ITM-CTR
                   PERFORM L4-STOCK-ITEM-LINES
           END-PERFORM.

       L4-STOCK-ITEM-LINES.
           PERFORM VARYING STK-SUB FROM 1 BY 1
               UNTIL STK-SUB > STK-CTR
                   IF STK-FUR-CODE(STK-SUB) = TBL-FURN-CODE(SINDX)
                       PERFORM L4-STOCK-LINE
                   END-IF
           END-PERFORM.

       L4-STOCK-LINE.
           MOVE TBL-FURN-TYPE(SINDX) TO O-STK-ITEM.
           IF STK-STORE-NUM(STK-SUB) > 0
               MOVE STR-NAME-TXT(STK-STORE-NUM(STK-SUB))
                   TO O-STK-STORE
           ELSE
               MOVE SPACES TO O-STK-STORE
           END-IF.
           MOVE STOCK-QTY(STK-SUB) TO O-STK-QTY.
           MOVE STK-DAMAGED(STK-SUB) TO O-STK-DAMAGED.
           IF STOCK-QTY(STK-SUB) NOT > FUR-REORDER-PT
               MOVE '** REORDER **' TO O-STK-WARNING
           ELSE
               MOVE SPACES TO O-STK-WARNING
           END-IF.
           WRITE PRTLINE FROM STOCK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *RESTORES THIS CALENDAR MONTH'S ROWS OF THE MONTH-TO-DATE
      *ROLLUP; EARLIER MONTHS STAY ON FILE AS HISTORY, AND A NEW
      *MONTH STARTS FRESH BECAUSE IT HAS NO ROWS YET
       L3-MTD-RESTORE.
           COMPUTE MTD-YYYYMM = (I-YYYY * 100) + I-MM.
           COMPUTE MTD-KEEP-YYYYMM = MTD-YYYYMM - 100.
           OPEN INPUT MTDFILE.
           IF MTD-FILE-STATUS = "00"
               PERFORM UNTIL MTD-MORE-RECS = 'NO'
                   READ MTDFILE
                       AT END
                           MOVE 'NO' TO MTD-MORE-RECS
                       NOT AT END
                           PERFORM L4-MTD-RESTORE-ONE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MTDFILE.

       L4-MTD-RESTORE-ONE.
           MOVE 'NO' TO SLT-MATCH.
           MOVE 'NO' TO ITM-MATCH.
           MOVE 'NO' TO RTE-MATCH.
           IF MR-YYYYMM = MTD-YYYYMM AND MR-IS-RTE
               AND MR-KEY > 0 AND MR-KEY < 6
               MOVE 'YES' TO RTE-MATCH
           END-IF.
           IF MR-YYYYMM = MTD-YYYYMM AND MR-IS-SLM
               MOVE MR-KEY TO C-FIND-EMP
               PERFORM L4-FIND-OR-ADD-SALESPERSON
           END-IF.
           IF MR-YYYYMM = MTD-YYYYMM AND MR-IS-FUR
               MOVE MR-KEY TO C-FIND-FUR
               PERFORM L4-FIND-ITEM
           END-IF.
           EVALUATE TRUE
               WHEN SLT-MATCH = 'YES'
                   MOVE MR-TOTAL TO MTD-SLM-TOTALS(SLT-SUB)
      *SAME-DATE RERUN: BACK OUT THE FIRST ATTEMPT'S CONTRIBUTION
                   IF MR-LAST-DATE = C-RUN-DATE
                       SUBTRACT MR-LAST-DELTA
                           FROM MTD-SLM-TOTALS(SLT-SUB)
                   END-IF
               WHEN ITM-MATCH = 'YES'
                   MOVE MR-TOTAL TO MTD-FUR-TOTALS(ITM-SUB)
                   IF MR-LAST-DATE = C-RUN-DATE
                       SUBTRACT MR-LAST-DELTA
                           FROM MTD-FUR-TOTALS(ITM-SUB)
                   END-IF
               WHEN RTE-MATCH = 'YES'
                   MOVE MR-TOTAL TO MTD-RTE-TOTALS(MR-KEY)
                   IF MR-LAST-DATE = C-RUN-DATE
                       SUBTRACT MR-LAST-DELTA
                           FROM MTD-RTE-TOTALS(MR-KEY)
                   END-IF
      *A CODE DROPPED FROM THE ITEM MASTER KEEPS ITS ROW AS HISTORY
               WHEN MR-YYYYMM NOT < MTD-KEEP-YYYYMM
                   IF MTH-CTR < 5000
                       ADD 1 TO MTH-CTR
                       MOVE MTD-REC TO MTH-ROW(MTH-CTR)
                   ELSE
                       DISPLAY 'MTD HISTORY EXCEEDS 5000 ROWS'
                           ' -- OLDEST ROWS DROPPED'
                   END-IF
           END-EVALUATE.

       L3-MTD-UPDATE.
           PERFORM L4-MTD-SLM-ACCUM
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > SLT-CTR.

           PERFORM L4-MTD-FUR-ACCUM
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > ITM-CTR.

           PERFORM L4-MTD-RTE-ACCUM
             VARYING SINDX FROM 1 BY 1
             UNTIL SINDX > 5.

       L4-MTD-SLM-ACCUM.
           ADD WEEK-SALES(SINDX) TO MTD-SLM-TOTALS(SINDX).
           ADD TBL-FURN-TOT(SINDX) TO MTD-FUR-TOTALS(SINDX).
           MOVE TBL-FURN-TOT(SINDX) TO MTD-FUR-DELTA(SINDX).

       L4-MTD-RTE-ACCUM.
           ADD ROUTE-DELIVERIES(SINDX) TO MTD-RTE-TOTALS(SINDX).
           MOVE ROUTE-DELIVERIES(SINDX) TO MTD-RTE-DELTA(SINDX).

      *HISTORY ROWS FIRST, THEN THIS MONTH'S ROW FOR EVERY
      *SALESPERSON, CODE AND ROUTE WITH A FIGURE ON IT
       L3-MTD-SAVE.
           OPEN OUTPUT MTDFILE.
           PERFORM VARYING MTH-SUB FROM 1 BY 1
               UNTIL MTH-SUB > MTH-CTR
                   MOVE MTH-ROW(MTH-SUB) TO MTD-REC
                   WRITE MTD-REC
           END-PERFORM.
           MOVE MTD-YYYYMM TO MR-YYYYMM.
           MOVE C-RUN-DATE TO MR-LAST-DATE.
           MOVE 'S' TO MR-KIND.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > SLT-CTR
                   IF MTD-SLM-TOTALS(SINDX) NOT = 0
                       OR MTD-SLM-DELTA(SINDX) NOT = 0
                       MOVE SLT-EMP-NO(SINDX) TO MR-KEY
                       MOVE MTD-SLM-TOTALS(SINDX) TO MR-TOTAL
                       MOVE MTD-SLM-DELTA(SINDX) TO MR-LAST-DELTA
                       WRITE MTD-REC
                   END-IF
           END-PERFORM.
           MOVE 'F' TO MR-KIND.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > ITM-CTR
                   IF MTD-FUR-TOTALS(SINDX) NOT = 0
                       OR MTD-FUR-DELTA(SINDX) NOT = 0
                       MOVE TBL-FURN-CODE(SINDX) TO MR-KEY
                       MOVE MTD-FUR-TOTALS(SINDX) TO MR-TOTAL
                       MOVE MTD-FUR-DELTA(SINDX) TO MR-LAST-DELTA
                       WRITE MTD-REC
                   END-IF
           END-PERFORM.
           MOVE 'R' TO MR-KIND.
           PERFORM VARYING SINDX FROM 1 BY 1
               UNTIL SINDX > 5
                   IF MTD-RTE-TOTALS(SINDX) NOT = 0
                       OR MTD-RTE-DELTA(SINDX) NOT = 0
                       MOVE SINDX TO MR-KEY
                       MOVE MTD-RTE-TOTALS(SINDX) TO MR-TOTAL
                       MOVE MTD-RTE-DELTA(SINDX) TO MR-LAST-DELTA
                       WRITE MTD-REC
                   END-IF
           END-PERFORM.
           CLOSE MTDFILE.

      *LOADS THE STORE MASTER; A STORE NUMBER NOT LOADED IS REJECTED
       L3-STORE-LOAD.
           OPEN INPUT FURSTORE.
           IF FR-FILE-STATUS = "00"
               PERFORM UNTIL FR-MORE-RECS = 'NO'
                   READ FURSTORE
                       AT END
                           MOVE 'NO' TO FR-MORE-RECS
                       NOT AT END
                           IF FR-STORE-NUM NUMERIC
                               AND FR-STORE-NUM > 0
                               MOVE FR-STORE-NAME
                                   TO STR-NAME-TXT(FR-STORE-NUM)
                               MOVE 'Y' TO STR-ON-FILE(FR-STORE-NUM)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'FURSTORE.DAT NOT FOUND -- EVERY STORE NUMBER'
                   ' WILL BE REJECTED'
           END-IF.
           CLOSE FURSTORE.

      *LOADS THE SALESPERSON MASTER INTO THE SLOTS EVERY PER-
      *SALESPERSON TABLE IS SUBSCRIPTED BY
       L3-SALESPERSON-LOAD.
           OPEN INPUT FURSLM.
           IF FM-FILE-STATUS = "00"
               PERFORM UNTIL FM-MORE-RECS = 'NO'
                   READ FURSLM
                       AT END
                           MOVE 'NO' TO FM-MORE-RECS
                       NOT AT END
                           IF FM-EMP-NO NUMERIC
                               IF SLT-CTR < SLT-MAX
                                   ADD 1 TO SLT-CTR
                                   MOVE FM-EMP-NO TO SLT-EMP-NO(SLT-CTR)
                                   MOVE FM-NAME TO SLT-NAME(SLT-CTR)
                                   MOVE FM-HOME-STORE
                                       TO SLT-HOME-STORE(SLT-CTR)
                                   MOVE FM-STATUS TO SLT-STATUS(SLT-CTR)
                               ELSE
                                   DISPLAY 'SALESPERSON TABLE FULL'
                                       ' -- REMAINING NOT LOADED'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'FURSLM.DAT NOT FOUND -- EVERY SALESPERSON'
                   ' WILL BE REJECTED'
           END-IF.
           CLOSE FURSLM.

      *TOP LINE OF HEADER
       L3-GENERAL-HEADER.
           ADD 1 TO C-PG.
               AFTER ADVANCING 1 LINE.

       L4-PRINT-SALESPERSON.
           MOVE SLT-NAME(SINDX) TO O-NAME.
           MOVE WEEK-SALES(SINDX) TO O-WEEK-SALES.

           IF WEEK-SALES(SINDX) < 0
               MOVE "**NEG**" TO O-NEG-FLAG
           ELSE
               MOVE SPACES TO O-NEG-FLAG
           END-IF.

           PERFORM L5-PRINT-SALES
             UNTIL DINDX > 7.

           IF NOT INVAL-SALES(SINDX)
               WRITE PRTLINE FROM SALESPERSON-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.

       L4-PRINT-DAY-TOTALS.
               AFTER ADVANCING 2 LINES.

       L4-PRINT-COMMISSION.
           MOVE SLT-NAME(SINDX) TO OC-NAME.
           MOVE WEEK-SALES(SINDX) TO OC-WEEK-SALES.
           MOVE SLM-COMMISSION(SINDX) TO OC-COMMISSION.

           IF NOT INVAL-SALES(SINDX)
               WRITE PRTLINE FROM COMMISSION-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.

       L4-PRINT-FURNATURE.
               AFTER ADVANCING 1 LINE.

       L4-PRINT-MTD-SLM.
           MOVE SLT-NAME(SINDX) TO O-MTD-NAME.
           MOVE MTD-SLM-TOTALS(SINDX) TO O-MTD-SLM-SALES.

           IF NOT INVAL-SALES(SINDX)
               WRITE PRTLINE FROM MTD-SLM-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.

       L4-PRINT-MTD-FUR.
           MOVE TBL-FURN-TYPE(SINDX) TO O-MTD-ITEM.
           MOVE MTD-FUR-TOTALS(SINDX) TO O-MTD-FUR-SALES.
           WRITE PRTLINE FROM MTD-FUR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-STORE.
           IF STR-ON-FILE(SINDX) = 'Y'
               MOVE STR-NAME-TXT(SINDX) TO O-STORE-NAME
               MOVE STORE-SALES(SINDX) TO O-STORE-SALES
               WRITE PRTLINE FROM STORE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       L4-PRINT-ROUTE.
           MOVE RTE-NAME-TXT(SINDX) TO O-ROUTE-NAME(SINDX).
               AFTER ADVANCING 1 LINE.

       L5-PRINT-SALES.
           MOVE DAY-SALE(SINDX, DINDX) TO O-DAY-SALE(DINDX).

       L5-DAY-TOTALS-MOVE.
           MOVE TOTAL(DINDX) TO O-TOTAL(DINDX).
