      ******************************************************************
      *THIS PROGRAM CALCULATES HOW MUCH A CONDO STAY WILL COST INCLUDING
      *ANY FEES OR DEALS THAT MIGHT APPLY
      *THE NIGHT'S RENT, LODGING TAX, CANCELLATION SETTLEMENTS, AND
      *OWNER PAYOUT SPLIT ARE POSTED TO THE GENERAL LEDGER JOURNAL
      *EACH CONDO'S TAXABLE RENT AND LODGING TAX, WITH FORFEITED
      *DEPOSITS AS UNTAXED RECEIPTS, GO TO THE SHARED TAX HAND-OFF
      *FILE FOR THE MONTH-END TAX FILING
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT YRENDOUT
               ASSIGN TO WS-YRENDOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT CONDORSV
               ASSIGN TO WS-CONDORSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OU-FILE-STATUS.
           SELECT OWNMAST
               ASSIGN TO WS-OWNMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FOLIOOUT
               ASSIGN TO WS-FOLIOOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REFUNDOUT
               ASSIGN TO WS-REFUNDOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT CXLFEED
               ASSIGN TO WS-CXLFEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNEXP
               ASSIGN TO WS-OWNEXP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO WS-GUESTHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GH-FILE-STATUS.
           SELECT CHNLXREF
               ASSIGN TO WS-CHNLXREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.
           SELECT RATEOVR
               ASSIGN TO WS-RATEOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FILE-STATUS.
           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXCOLL
               ASSIGN TO "C:/COBOLSP20/TAXCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 REC-IS-DEPOSIT           VALUE 'D'.
               88 REC-IS-MAINT             VALUE 'M'.
               88 REC-IS-INCID             VALUE 'I'.
               88 REC-IS-CANCEL            VALUE 'C'.

      *ADVANCE DEPOSIT TRANSACTION - GUEST NAME AND AMOUNT PAID IN
      *AHEAD OF THE STAY, FLAGGED 'D' IN I-REC-TYPE
           05 M-COST               PIC 9(4)V99.
           05 FILLER               PIC X.

      *BOOKING CANCELLATION - GUEST, CONDO, AND THE ARRIVAL DATE OF
      *THE BOOKING BEING CANCELLED, FLAGGED 'C' IN I-REC-TYPE. THE
      *BUSINESS DATE IS THE DATE OF CANCELLATION.
       01 CANCEL-REC-AREA REDEFINES I-REC.
           05 X-GUEST              PIC X(20).
           05 X-CONDO              PIC XX.
           05 X-ARR-DATE           PIC 9(8).
           05 FILLER               PIC X(10).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       01 YRENDLINE PIC X(132).

      *COBCJF41'S FORWARD RESERVATIONS LEDGER - ONLY ITS OWNER-STAY
      *BLOCKS (ENTRY TYPE O) ARE READ HERE, FOR THE OWNER-USE NIGHTS
      *ON THE YEAR-END STATEMENTS. A BLOCK CARRIES ITS FROM DATE AND
      *NIGHT COUNT WHERE A BOOKING CARRIES ARRIVAL AND NIGHTS.
       FD  CONDORSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS OU-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 OU-REC.
           05 OU-CONDO             PIC XX.
           05 OU-DESC              PIC X(20).
           05 OU-FROM-DATE         PIC 9(8).
           05 OU-NIGHTS            PIC 99.
           05 OU-AMT               PIC 9(6)V99.
           05 OU-ENTRY-TYPE        PIC X.

      *OWNER MASTER - BANK ACCOUNT REFERENCE PER CONDO SO PAYOUTS CAN
      *GO OUT AS AN ACH UPLOAD INSTEAD OF HAND-WRITTEN CHECKS
       FD  OWNMAST
       01 MAINTLINE PIC X(132).

      *PERSISTENT GUEST HISTORY - STAY COUNTER CARRIED ACROSS
      *SEASONS SO REPEAT GUESTS EARN THE LOYALTY DISCOUNT, AND THE
      *ARRIVAL OF THE LATEST STAY COUNTED, WHICH THE ANNUAL PERSONAL
      *DATA PURGE (COBCJF84) AGES THE GUEST BY
       FD  GUESTHST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 GH-REC.
           05 GH-NAME              PIC X(20).
           05 GH-STAYS             PIC 9(4).
           05 GH-LAST-STAY         PIC 9(8).

      *ONLINE CHANNEL BOOKINGS FROM COBCJF72 - THE COMMISSION THE
      *SITE KEPT ON EACH BOOKING, A ACTIVE OR X CANCELLED
       FD  CHNLXREF
           LABEL RECORD IS STANDARD
           DATA RECORD IS CB-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 CB-REC.
           05 CB-CHANNEL           PIC XX.
           05 CB-CONF-NO           PIC X(12).
           05 CB-CONDO             PIC XX.
           05 CB-GUEST             PIC X(20).
           05 CB-ARR-DATE          PIC 9(8).
           05 CB-NIGHTS            PIC 99.
           05 CB-GROSS             PIC 9(6)V99.
           05 CB-COMMISSION        PIC 9(5)V99.
           05 CB-IMPORT-DATE       PIC 9(8).
           05 CB-STATUS            PIC X.

      *MANAGER-APPROVED WEEKLY RATES FROM COBCJF74 - THE NIGHTLY
      *RATE FOR A CONDO FOR STAYS ARRIVING IN THE WEEK (SATURDAY
      *THROUGH FRIDAY) STARTING RO-WEEK-START
       FD  RATEOVR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 RO-REC.
           05 RO-CONDO             PIC XX.
           05 RO-WEEK-START        PIC 9(8).
           05 RO-RATE              PIC 999V99.
           05 RO-PRIOR-RATE        PIC 999V99.
           05 RO-APPLY-DATE        PIC 9(8).

      *RECURRING OWNER EXPENSE MASTER - HOA DUES, INSURANCE, CABLE -
      *ONE ROW PER MONTHLY ITEM PER CONDO, DEDUCTED ON THE FIRST
           05 OX-DESC              PIC X(20).
           05 OX-AMT               PIC 9(5)V99.

      *GUEST REFUND REGISTER - THE REFUNDED SHARE OF EACH CANCELLED
      *BOOKING'S DEPOSIT, FOR ACCOUNTS PAYABLE TO CUT THE CHECKS
       FD  REFUNDOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REFUNDLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 REFUNDLINE PIC X(132).

      *TONIGHT'S CANCELLATIONS HANDED TO COBCJF41, WHICH TAKES THE
      *BOOKINGS OFF THE RESERVATIONS LEDGER AND KEEPS THE MONTHLY
      *CANCELLATION REPORT
       FD  CXLFEED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 CX-REC.
           05 CX-CONDO             PIC XX.
           05 CX-GUEST             PIC X(20).
           05 CX-ARR-DATE          PIC 9(8).
           05 CX-CXL-DATE          PIC 9(8).
           05 CX-DAYS              PIC 9(3).
           05 CX-DEPOSIT           PIC 9(7)V99.
           05 CX-REFUND            PIC 9(7)V99.
           05 CX-FORFEIT           PIC 9(7)V99.

       FD  FOLIOOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       COPY "REVTOT.CPY".

       FD  GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD  TAXCOLL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC.

       COPY "TAXCOLL.CPY".

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
               VALUE 'C:\COBOL\OWNEARN.DAT'.
           05 WS-YRENDOUT-PATH      PIC X(80)
               VALUE 'C:\COBOL\OWNYREND.PRT'.
           05 WS-CONDORSV-PATH      PIC X(80)
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-REFUNDOUT-PATH     PIC X(80)
               VALUE 'C:\COBOL\GUESTRFD.PRT'.
           05 WS-CXLFEED-PATH       PIC X(80)
               VALUE 'C:\COBOL\CONDOCXL.DAT'.
           05 WS-OWNMAST-PATH       PIC X(80)
               VALUE 'C:\COBOL\OWNMAST.DAT'.
           05 WS-ACHOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\OWNEXP.DAT'.
           05 WS-GUESTHST-PATH      PIC X(80)
               VALUE 'C:\COBOL\GUESTHST.DAT'.
           05 WS-CHNLXREF-PATH      PIC X(80)
               VALUE 'C:\COBOL\CHNLXREF.DAT'.
           05 WS-RATEOVR-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATEOVR.DAT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

           05 OE-MM-SUB            PIC 99          VALUE ZERO.
           05 OE-CN-SUB            PIC 9           VALUE ZERO.

      *OWNER-USE NIGHTS PER MONTH PER CONDO FOR THE STATEMENT YEAR
       01 OWNER-USE-AREA.
           05 OU-FILE-STATUS       PIC XX.
           05 OU-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 OU-WORK-DATA.
               10 OU-W-MONTH OCCURS 12 TIMES.
                   15 OU-USE-NIGHTS PIC 9(3) OCCURS 8 TIMES
                                               VALUE ZERO.
           05 OU-W-DATE.
               10 OU-W-YYYY        PIC 9(4).
               10 OU-W-MM          PIC 99.
               10 OU-W-DD          PIC 99.
           05 OU-NIGHTS-LEFT       PIC 99          VALUE ZERO.
           05 OU-MONTH-END         PIC 99          VALUE ZERO.
           05 OU-LEAP-QUOT         PIC 9(4)        VALUE ZERO.
           05 OU-LEAP-REM          PIC 9           VALUE ZERO.
           05 OU-CN-SUB            PIC 9           VALUE ZERO.

       01 YREND-LINES.
           05 YREND-TITLE.
               10 FILLER           PIC X(46)       VALUE SPACE.
                   VALUE "   GROSS RENTAL".
               10 FILLER           PIC X(16)
                   VALUE "      MGMT FEES".
               10 FILLER           PIC X(16)
                   VALUE "     NET PAYOUT".
               10 FILLER           PIC X(76)
                   VALUE "  OWNER-USE NIGHTS".
           05 YREND-DETAIL-LINE.
               10 YRE-MONTH        PIC Z9.
               10 FILLER           PIC X(4)        VALUE SPACE.
               10 YRE-FEE          PIC $$$$,$$$.99.
               10 FILLER           PIC X(4)        VALUE SPACE.
               10 YRE-NET          PIC $$,$$$,$$$.99.
               10 FILLER           PIC X(18)       VALUE SPACE.
               10 YRE-OWN-NIGHTS   PIC ZZ9.
               10 FILLER           PIC X(61)       VALUE SPACE.
           05 YREND-TOTAL-LINE.
               10 FILLER           PIC X(6)        VALUE "YEAR".
               10 YRE-TOT-GROSS    PIC $$,$$$,$$$.99.
               10 YRE-TOT-FEE      PIC $$$$,$$$.99.
               10 FILLER           PIC X(4)        VALUE SPACE.
               10 YRE-TOT-NET      PIC $$,$$$,$$$.99.
               10 FILLER           PIC X(18)       VALUE SPACE.
               10 YRE-TOT-OWN-NIGHTS PIC ZZ9.
               10 FILLER           PIC X(61)       VALUE SPACE.

      *OWNER MASTER TABLE, SAME ROW ORDER AS CONDO-RATE-TABLE ONCE
      *LOOKED UP BY CONDO CODE
           05 GT-MW-COST           PIC $$$,$$$.99.
           05 FILLER               PIC X(78)       VALUE SPACE.

      *CANCELLATION POLICY - DAYS OF NOTICE BEFORE ARRIVAL AND THE
      *SHARE OF THE UNAPPLIED DEPOSIT REFUNDED AT THAT NOTICE; THE
      *REST IS FORFEITED AND BILLED AS RENT. THE FIRST ROW THE
      *NOTICE MEETS APPLIES.
       01 CXL-POLICY-AREA.
           05 FILLER               PIC 999         VALUE 030.
           05 FILLER               PIC 9V99        VALUE 1.00.
           05 FILLER               PIC 999         VALUE 014.
           05 FILLER               PIC 9V99        VALUE 0.50.
           05 FILLER               PIC 999         VALUE 000.
           05 FILLER               PIC 9V99        VALUE 0.00.

       01 CXL-POLICY-TABLE REDEFINES CXL-POLICY-AREA.
           05 CXP-ENTRY OCCURS 3 TIMES INDEXED BY CXP-IDX.
               10 CXP-MIN-DAYS     PIC 999.
               10 CXP-REFUND-PCT   PIC 9V99.

       01 CANCEL-WORK-VARS.
           05 CXP-MATCH            PIC XXX         VALUE 'NO'.
           05 C-CX-ARR-DAY-NO      PIC 9(7)        VALUE 0.
           05 C-CX-RUN-DAY-NO      PIC 9(7)        VALUE 0.
           05 C-CX-DAYS            PIC 999         VALUE 0.
           05 C-CX-DEPOSIT         PIC 9(7)V99     VALUE 0.
           05 C-CX-REFUND          PIC 9(7)V99     VALUE 0.
           05 C-CX-FORFEIT         PIC 9(7)V99     VALUE 0.
           05 C-CX-CTR             PIC 9(4)        VALUE 0.
           05 C-CX-REFUND-TOTAL    PIC 9(8)V99     VALUE 0.
           05 C-CX-FORFEIT-TOTAL   PIC 9(8)V99     VALUE 0.
           05 C-PG-CX              PIC 99          VALUE 0.

       01 REFUND-TITLE.
           05 FILLER               PIC X(46)       VALUE SPACE.
           05 FILLER               PIC X(40)
               VALUE "GUEST REFUND REGISTER - CANCELLATIONS".
           05 FILLER               PIC X(46)       VALUE SPACE.

       01 REFUND-HEADINGS.
           05 FILLER               PIC X(22)       VALUE "GUEST".
           05 FILLER               PIC X(19)       VALUE "CONDOMINIUM".
           05 FILLER               PIC X(10)       VALUE "ARRIVAL".
           05 FILLER               PIC X(8)        VALUE "NOTICE".
           05 FILLER               PIC X(14)       VALUE "   DEPOSIT".
           05 FILLER               PIC X(14)       VALUE "    REFUND".
           05 FILLER               PIC X(45)       VALUE "  FORFEITED".

       01 REFUND-LINE.
           05 RF-GUEST-OUT         PIC X(20).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RF-CONDO-OUT         PIC X(17).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RF-ARR-OUT           PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 RF-DAYS-OUT          PIC ZZ9.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 RF-DEPOSIT-OUT       PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RF-REFUND-OUT        PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RF-FORFEIT-OUT       PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(35)       VALUE SPACE.

       01 GT-REFUND-LINE.
           05 FILLER               PIC X(16)
               VALUE 'CANCELLATIONS:'.
           05 GT-CX-CTR            PIC Z,ZZ9.
           05 FILLER               PIC X(12)
               VALUE '   REFUNDED:'.
           05 GT-CX-REFUND         PIC $$$,$$$.99.
           05 FILLER               PIC X(13)
               VALUE '   FORFEITED:'.
           05 GT-CX-FORFEIT        PIC $$$,$$$.99.
           05 FILLER               PIC X(66)       VALUE SPACE.

       01 OWNER-MASTER-VARS.
           05 OM-FILE-STATUS       PIC XX.
           05 OM-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 C-YRE-TOT-GROSS      PIC 9(8)V99     VALUE ZERO.
           05 C-YRE-TOT-FEE        PIC 9(7)V99     VALUE ZERO.
           05 C-YRE-TOT-NET        PIC 9(8)V99     VALUE ZERO.
           05 C-YRE-TOT-OWN-NIGHTS PIC 9(3)        VALUE ZERO.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

           05 HB-MM                PIC 99.
           05 HB-DD                PIC 99.

       COPY "CONDORT.CPY".

      *CONDO NAME LOOKUP TABLE, SAME ORDER AS CONDO-RATE-TABLE
       01 OWNER-CONDO-NAMES.
       01 OWNER-TOTALS.
           05 OWN-ENTRY OCCURS 8 TIMES.
               10 OWN-GROSS        PIC 9(7)V99     VALUE ZERO.
               10 OWN-CHNL         PIC 9(6)V99     VALUE ZERO.
               10 OWN-FEE          PIC 9(6)V99     VALUE ZERO.
               10 OWN-NET          PIC 9(7)V99     VALUE ZERO.

       01 OWNER-HEADINGS.
           05 FILLER               PIC X(17)       VALUE "CONDOMINIUM".
           05 FILLER               PIC X(16)       VALUE "GROSS RENTAL".
           05 FILLER               PIC X(16)       VALUE "CHANNEL FEES".
           05 FILLER               PIC X(16)       VALUE "MGMT FEE".
           05 FILLER               PIC X(15)      VALUE "MAINT CHARGES".
           05 FILLER               PIC X(16)       VALUE "NET PAYOUT".
           05 OWN-CONDO            PIC X(17).
           05 OWN-GROSS-OUT        PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 OWN-CHNL-OUT         PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 OWN-FEE-OUT          PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 OWN-MAINT-OUT        PIC $$$,$$$.99.
               VALUE "GRAND TOTALS:".
           05 GT-OWN-GROSS         PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 GT-OWN-CHNL          PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 GT-OWN-FEE           PIC $$$,$$$.99.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 GT-OWN-NET           PIC $$$,$$$.99.
       01 OWNER-LINE-VARS.
           05 C-PG-OWNER           PIC 99          VALUE ZERO.
           05 GT-OWNER-GROSS       PIC 9(8)V99     VALUE ZERO.
           05 GT-OWNER-CHNL        PIC 9(7)V99     VALUE ZERO.
           05 GT-OWNER-FEE         PIC 9(7)V99     VALUE ZERO.
           05 GT-OWNER-NET         PIC 9(8)V99     VALUE ZERO.

           05 TAX-ENTRY OCCURS 8 TIMES.
               10 TAX-TAXABLE      PIC 9(7)V99     VALUE ZERO.
               10 TAX-COLLECTED    PIC 9(6)V99     VALUE ZERO.
               10 TAX-EXEMPT       PIC 9(7)V99     VALUE ZERO.

      *LODGING TAX JURISDICTION FOR THE TAX HAND-OFF - ONE PER
      *CONDO, CODED BY CONDO CODE IN TAXJUR.CPY
       01 TAX-JURIS-KEY.
           05 FILLER               PIC X(4)        VALUE 'MOC-'.
           05 TJK-CONDO            PIC XX.

       01 TAX-TITLE.
           05 FILLER               PIC X(50)       VALUE SPACE.
           05 GT-TAX-TAXABLE-ACC   PIC 9(8)V99     VALUE ZERO.
           05 GT-TAX-COLLECTED-ACC PIC 9(7)V99     VALUE ZERO.

       01 GL-POST-VARS.
           05 C-GL-AMT             PIC S9(9)V99    VALUE ZERO.

       01 BOOKING-TABLE.
           05 BK-ENTRY OCCURS 500 TIMES INDEXED BY BK-IDX, BK-IDX2.
               10 BK-CONDO         PIC XX.
           05 C-DEP-AVAIL          PIC 9(7)V99     VALUE ZERO.
           05 C-DEP-APPLY          PIC 9(7)V99     VALUE ZERO.
           05 C-NET-AFTER-DEP      PIC 9(7)V99     VALUE ZERO.
           05 C-DEP-TAKEN-TOTAL    PIC 9(8)V99     VALUE ZERO.
           05 C-DEP-APPLIED-TOTAL  PIC 9(8)V99     VALUE ZERO.

      *GUEST STAY HISTORY, RESTORED FROM GUESTHST.DAT - EVERY NTH
      *STAY EARNS THE LOYALTY DISCOUNT ON THE CONDO FEE
           05 GH-ENTRY OCCURS 500 TIMES INDEXED BY GH-IDX.
               10 GHT-NAME         PIC X(20).
               10 GHT-STAYS        PIC 9(4).
               10 GHT-LAST-STAY    PIC 9(8).

       01 GUEST-HISTORY-VARS.
           05 GH-FILE-STATUS       PIC XX.
           05 GH-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 GH-CTR               PIC 9(3)        VALUE ZERO.
           05 GH-MATCH             PIC XXX         VALUE 'NO'.
           05 C-GH-STAY-DATE       PIC 9(8)        VALUE ZERO.
           05 C-LOYAL-REM          PIC 9(4)        VALUE ZERO.
           05 C-LOYAL-QUOT         PIC 9(4)        VALUE ZERO.
           05 C-DEAL-LOYALTY       PIC 9(5)V99     VALUE ZERO.
           05 C-GT-LOYALTY         PIC 9(6)V99     VALUE ZERO.

      *ACTIVE CHANNEL BOOKINGS, SO A BILLED STAY THAT CAME IN
      *THROUGH A SITE CAN FIND THE COMMISSION THE SITE KEPT
       01 CHANNEL-XREF-TABLE.
           05 CBX-ENTRY OCCURS 1000 TIMES INDEXED BY CBX-IDX.
               10 CBX-CONDO        PIC XX.
               10 CBX-GUEST        PIC X(20).
               10 CBX-ARR-DATE     PIC 9(8).
               10 CBX-COMMISSION   PIC 9(5)V99.

       01 CHANNEL-XREF-VARS.
           05 CB-FILE-STATUS       PIC XX.
           05 CB-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 CBX-CTR              PIC 9(4)        VALUE ZERO.
           05 CBX-MATCH            PIC XXX         VALUE 'NO'.
           05 C-CHNL-ARR-DATE      PIC 9(8)        VALUE ZERO.
           05 C-CHNL-COMM          PIC 9(5)V99     VALUE ZERO.

      *APPROVED WEEKLY RATES BY CONDO AND WEEK-START DAY NUMBER,
      *AND THE TABLE'S OWN BASE RATES TO FALL BACK TO
       01 RATE-OVERRIDE-TABLE.
           05 ROV-ENTRY OCCURS 500 TIMES INDEXED BY ROV-IDX.
               10 ROV-CONDO        PIC XX.
               10 ROV-WEEK-DAY-NO  PIC 9(7).
               10 ROV-RATE         PIC 999V99.

       01 RATE-OVERRIDE-VARS.
           05 RO-FILE-STATUS       PIC XX.
           05 RO-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 ROV-CTR              PIC 9(3)        VALUE ZERO.
           05 ROV-MATCH            PIC XXX         VALUE 'NO'.
           05 C-WEEK-QUOT          PIC 9(7)        VALUE ZERO.
           05 C-ARR-WEEK-DAY-NO    PIC 9(7)        VALUE ZERO.
           05 CR-BASE-RATE         PIC 999V99  OCCURS 8 TIMES.

       01 LOYALTY-CONSTANTS.
           05 LOYALTY-NTH-STAY     PIC 9           VALUE 5.
           05 LOYALTY-PCT          PIC V99         VALUE .10.
           OPEN OUTPUT HOUSEOUT.
           OPEN OUTPUT MAINTOUT.
           OPEN OUTPUT FOLIOOUT.
           OPEN OUTPUT REFUNDOUT.
           OPEN OUTPUT CXLFEED.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND TAXCOLL.
           OPEN EXTEND AUDITLOG.

           PERFORM 9600-EXCEPTION-HEADER.
               PERFORM 1450-LOAD-RECUR-EXPENSES
           END-IF.
           PERFORM 1470-GUEST-HISTORY-RESTORE.
           PERFORM 1490-CHANNEL-XREF-LOAD.
           PERFORM 1500-RATE-OVERRIDE-LOAD.

           PERFORM 1100-MONTH-INTERPERET.
           PERFORM 9100-READ.
               MOVE WS-ENV-OVERRIDE TO WS-YRENDOUT-PATH
           END-IF.

           DISPLAY 'CONDORSV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONDORSV-PATH
           END-IF.

           DISPLAY 'GUESTRFD_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFUNDOUT-PATH
           END-IF.

           DISPLAY 'CONDOCXL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CXLFEED-PATH
           END-IF.

           DISPLAY 'OWNMAST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GUESTHST-PATH
           END-IF.

           DISPLAY 'CHNLXREF_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHNLXREF-PATH
           END-IF.

           DISPLAY 'RATEOVR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATEOVR-PATH
           END-IF.

       1200-VALIDATE-BOOKINGS.
           PERFORM UNTIL LOAD-MORE-RECS = "NO"
               READ INPT
                       IF REC-IS-INCID
                           PERFORM 1240-LOAD-INCIDENTAL
                       ELSE
                       IF REC-IS-MAINT OR REC-IS-CANCEL
                           CONTINUE
                       ELSE
                           PERFORM 1950-VALIDATE-INPUT
           END-IF.

       1220-LOAD-DEPOSIT.
           ADD D-AMT TO C-DEP-TAKEN-TOTAL.
           PERFORM 1230-FIND-DEPOSIT-GUEST.
           IF DEP-MATCH = 'YES'
               ADD D-AMT TO DEP-COLLECTED(DEP-IDX)
               END-IF
           END-IF.

      *ONE BOOKING CANCELLATION. THE GUEST'S UNAPPLIED DEPOSIT IS
      *SPLIT BY THE CANCELLATION POLICY ON THE DAYS OF NOTICE BEFORE
      *ARRIVAL: THE REFUND GOES ON THE GUEST REFUND REGISTER, AND
      *THE FORFEIT IS RENT - IT RUNS THROUGH 2300-OWNER-ACCUM SO THE
      *OWNER GETS THEIR SHARE NET OF THE MANAGEMENT FEE. THE
      *CANCELLATION ALSO GOES TO COBCJF41 ON CONDOCXL.DAT TO COME
      *OFF THE RESERVATIONS LEDGER.
       2800-CANCELLATION.
           PERFORM 9700-RATE-LOOKUP.
           IF RATE-MATCH = "NO" OR X-ARR-DATE NOT NUMERIC
               MOVE X-CONDO TO FE-CONDO
               MOVE X-GUEST TO FE-GUEST
               MOVE "CANCELLATION CONDO OR ARRIVAL DATE INVALID"
                   TO FE-DESCR
               WRITE EXCLINE FROM FIELD-EXCEPTION-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9600-EXCEPTION-HEADER
               END-WRITE
               ADD 1 TO GT-EXCEPTIONS
               GO TO 2800-EXIT
           END-IF.

           MOVE 'D' TO DC-FUNCTION.
           MOVE X-ARR-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-CX-ARR-DAY-NO.
           MOVE OE-RUN-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-CX-RUN-DAY-NO.
           IF C-CX-ARR-DAY-NO > C-CX-RUN-DAY-NO
               SUBTRACT C-CX-RUN-DAY-NO FROM C-CX-ARR-DAY-NO
               IF C-CX-ARR-DAY-NO > 999
                   MOVE 999 TO C-CX-DAYS
               ELSE
                   MOVE C-CX-ARR-DAY-NO TO C-CX-DAYS
               END-IF
           ELSE
               MOVE 0 TO C-CX-DAYS
           END-IF.

           MOVE 'NO' TO CXP-MATCH.
           PERFORM VARYING CXP-IDX FROM 1 BY 1
               UNTIL CXP-IDX > 3 OR CXP-MATCH = 'YES'
                   IF C-CX-DAYS NOT < CXP-MIN-DAYS(CXP-IDX)
                       MOVE 'YES' TO CXP-MATCH
                   END-IF
           END-PERFORM.
           SET CXP-IDX DOWN BY 1.

      *THE WHOLE UNAPPLIED DEPOSIT IS SETTLED HERE, REFUND PLUS
      *FORFEIT, SO NONE OF IT IS LEFT TO NET AGAINST A LATER STAY
           PERFORM 1230-FIND-DEPOSIT-GUEST.
           IF DEP-MATCH = 'YES'
               COMPUTE C-CX-DEPOSIT =
                   DEP-COLLECTED(DEP-IDX) - DEP-APPLIED(DEP-IDX)
               MOVE DEP-COLLECTED(DEP-IDX) TO DEP-APPLIED(DEP-IDX)
           ELSE
               MOVE 0 TO C-CX-DEPOSIT
           END-IF.
           COMPUTE C-CX-REFUND ROUNDED =
               C-CX-DEPOSIT * CXP-REFUND-PCT(CXP-IDX).
           COMPUTE C-CX-FORFEIT = C-CX-DEPOSIT - C-CX-REFUND.

           IF C-CX-FORFEIT > 0
               MOVE C-CX-FORFEIT TO C-DAT-DUE
               PERFORM 2300-OWNER-ACCUM
               ADD C-CX-FORFEIT TO TAX-EXEMPT(CR-IDX)
           END-IF.

           IF C-CX-CTR = 0
               PERFORM 9996-REFUND-HEADER
           END-IF.
           MOVE X-GUEST TO RF-GUEST-OUT.
           MOVE OWN-CONDO-NAME(CR-IDX) TO RF-CONDO-OUT.
           MOVE X-ARR-DATE TO RF-ARR-OUT.
           MOVE C-CX-DAYS TO RF-DAYS-OUT.
           MOVE C-CX-DEPOSIT TO RF-DEPOSIT-OUT.
           MOVE C-CX-REFUND TO RF-REFUND-OUT.
           MOVE C-CX-FORFEIT TO RF-FORFEIT-OUT.
           WRITE REFUNDLINE FROM REFUND-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9996-REFUND-HEADER.
           ADD 1 TO C-CX-CTR.
           ADD C-CX-REFUND TO C-CX-REFUND-TOTAL.
           ADD C-CX-FORFEIT TO C-CX-FORFEIT-TOTAL.

           MOVE X-CONDO TO CX-CONDO.
           MOVE X-GUEST TO CX-GUEST.
           MOVE X-ARR-DATE TO CX-ARR-DATE.
           MOVE OE-RUN-DATE TO CX-CXL-DATE.
           MOVE C-CX-DAYS TO CX-DAYS.
           MOVE C-CX-DEPOSIT TO CX-DEPOSIT.
           MOVE C-CX-REFUND TO CX-REFUND.
           MOVE C-CX-FORFEIT TO CX-FORFEIT.
           WRITE CX-REC.

       2800-EXIT.
           EXIT.

       9996-REFUND-HEADER.
           ADD 1 TO C-PG-CX.

           WRITE REFUNDLINE FROM REFUND-TITLE
               AFTER ADVANCING PAGE.
           WRITE REFUNDLINE FROM REFUND-HEADINGS
               AFTER ADVANCING 2 LINES.

       9995-MAINT-HEADER.
           ADD 1 TO C-PG-MW.

                               SET GH-IDX TO GH-CTR
                               MOVE GH-NAME TO GHT-NAME(GH-IDX)
                               MOVE GH-STAYS TO GHT-STAYS(GH-IDX)
                               PERFORM 1475-GUEST-LAST-STAY
                           ELSE
                               DISPLAY 'GUEST-HISTORY-TABLE EXCEEDS '
                                   '500 ROWS - ROW SKIPPED'
           END-IF.
           CLOSE GUESTHST.

      *A ROW SAVED BEFORE THE LAST STAY WAS CARRIED HAS NO DATE; IT
      *AGES FROM THE FIRST RUN THAT READS IT
       1475-GUEST-LAST-STAY.
           IF GH-LAST-STAY NUMERIC AND GH-LAST-STAY > 0
               MOVE GH-LAST-STAY TO GHT-LAST-STAY(GH-IDX)
           ELSE
               MOVE I-DATE TO GHT-LAST-STAY(GH-IDX)
           END-IF.

       1490-CHANNEL-XREF-LOAD.
           OPEN INPUT CHNLXREF.
           IF CB-FILE-STATUS = '00'
               PERFORM UNTIL CB-MORE-RECS = 'NO'
                   READ CHNLXREF
                       AT END
                           MOVE 'NO' TO CB-MORE-RECS
                       NOT AT END
                           IF CB-STATUS = 'A'
                               PERFORM 1495-LOAD-ONE-XREF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CHNLXREF.

       1495-LOAD-ONE-XREF.
           IF CBX-CTR < 1000
               ADD 1 TO CBX-CTR
               SET CBX-IDX TO CBX-CTR
               MOVE CB-CONDO TO CBX-CONDO(CBX-IDX)
               MOVE CB-GUEST TO CBX-GUEST(CBX-IDX)
               MOVE CB-ARR-DATE TO CBX-ARR-DATE(CBX-IDX)
               MOVE CB-COMMISSION TO CBX-COMMISSION(CBX-IDX)
           ELSE
               DISPLAY 'CHANNEL-XREF-TABLE EXCEEDS '
                   '1000 ROWS - ROW SKIPPED'
           END-IF.

      *THE BASE RATES ARE KEPT ASIDE SO EACH STAY STARTS FROM THE
      *TABLE'S RATE; THE WEEK-START DATES BECOME DAY NUMBERS ONCE
      *HERE INSTEAD OF ON EVERY LOOKUP
       1500-RATE-OVERRIDE-LOAD.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > 8
                   MOVE CR-RATE(CR-IDX) TO CR-BASE-RATE(CR-IDX)
           END-PERFORM.
           OPEN INPUT RATEOVR.
           IF RO-FILE-STATUS = '00'
               PERFORM UNTIL RO-MORE-RECS = 'NO'
                   READ RATEOVR
                       AT END
                           MOVE 'NO' TO RO-MORE-RECS
                       NOT AT END
                           PERFORM 1510-LOAD-ONE-OVERRIDE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATEOVR.

       1510-LOAD-ONE-OVERRIDE.
           IF ROV-CTR < 500
               ADD 1 TO ROV-CTR
               SET ROV-IDX TO ROV-CTR
               MOVE RO-CONDO TO ROV-CONDO(ROV-IDX)
               MOVE 'D' TO DC-FUNCTION
               MOVE RO-WEEK-START TO DC-DATE
               CALL 'COBDATE' USING DATE-CALC-AREA
               MOVE DC-DAY-NO TO ROV-WEEK-DAY-NO(ROV-IDX)
               MOVE RO-RATE TO ROV-RATE(ROV-IDX)
           ELSE
               DISPLAY 'RATE-OVERRIDE-TABLE EXCEEDS '
                   '500 ROWS - ROW SKIPPED'
           END-IF.

       1480-GUEST-HISTORY-SAVE.
           OPEN OUTPUT GUESTHST.
           PERFORM VARYING GH-IDX FROM 1 BY 1
               UNTIL GH-IDX > GH-CTR
                   MOVE GHT-NAME(GH-IDX) TO GH-NAME
                   MOVE GHT-STAYS(GH-IDX) TO GH-STAYS
                   MOVE GHT-LAST-STAY(GH-IDX) TO GH-LAST-STAY
                   WRITE GH-REC
           END-PERFORM.
           CLOSE GUESTHST.
           CLOSE OWNEARN.

      *ONE STATEMENT PAGE PER CONDO OWNER - MONTHLY GROSS, FEES, AND
      *NET WITH AN ANNUAL TOTAL, READY FOR 1099 PREPARATION, AND THE
      *NIGHTS THE OWNER BLOCKED THE CONDO FOR THEIR OWN USE
       1320-YREND-STATEMENTS.
           PERFORM 1325-OWNER-USE-LOAD.
           OPEN OUTPUT YRENDOUT.
           PERFORM VARYING OE-CN-SUB FROM 1 BY 1
               UNTIL OE-CN-SUB > 8
           MOVE 0 TO C-YRE-TOT-GROSS.
           MOVE 0 TO C-YRE-TOT-FEE.
           MOVE 0 TO C-YRE-TOT-NET.
           MOVE 0 TO C-YRE-TOT-OWN-NIGHTS.
           PERFORM VARYING OE-MM-SUB FROM 1 BY 1
               UNTIL OE-MM-SUB > 12
                   IF OE-W-GROSS(OE-MM-SUB, OE-CN-SUB) > 0
                       OR OU-USE-NIGHTS(OE-MM-SUB, OE-CN-SUB) > 0
                       MOVE OE-MM-SUB TO YRE-MONTH
                       MOVE OU-USE-NIGHTS(OE-MM-SUB, OE-CN-SUB)
                           TO YRE-OWN-NIGHTS
                       ADD OU-USE-NIGHTS(OE-MM-SUB, OE-CN-SUB)
                           TO C-YRE-TOT-OWN-NIGHTS
                       MOVE OE-W-GROSS(OE-MM-SUB, OE-CN-SUB)
                           TO YRE-GROSS
                       MOVE OE-W-FEE(OE-MM-SUB, OE-CN-SUB) TO YRE-FEE
           MOVE C-YRE-TOT-GROSS TO YRE-TOT-GROSS.
           MOVE C-YRE-TOT-FEE TO YRE-TOT-FEE.
           MOVE C-YRE-TOT-NET TO YRE-TOT-NET.
           MOVE C-YRE-TOT-OWN-NIGHTS TO YRE-TOT-OWN-NIGHTS.
           WRITE YRENDLINE FROM YREND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *OWNER-STAY BLOCKS OFF THE RESERVATIONS LEDGER, WALKED A NIGHT
      *AT A TIME INTO THE STATEMENT YEAR'S MONTH BUCKETS - A STAY
      *OVER A MONTH-END COUNTS IN BOTH MONTHS, AND NIGHTS OUTSIDE
      *THE STATEMENT YEAR DO NOT COUNT AT ALL
       1325-OWNER-USE-LOAD.
           OPEN INPUT CONDORSV.
           IF OU-FILE-STATUS = '00'
               PERFORM UNTIL OU-MORE-RECS = 'NO'
                   READ CONDORSV
                       AT END
                           MOVE 'NO' TO OU-MORE-RECS
                       NOT AT END
                           IF OU-ENTRY-TYPE = 'O'
                               AND OU-FROM-DATE NUMERIC
                               AND OU-NIGHTS NUMERIC
                               PERFORM 1326-OWNER-USE-ONE-STAY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONDORSV.

       1326-OWNER-USE-ONE-STAY.
           PERFORM VARYING OU-CN-SUB FROM 1 BY 1
               UNTIL OU-CN-SUB > 8
                   IF OU-CONDO = CR-CODE(OU-CN-SUB)
                       MOVE OU-FROM-DATE TO OU-W-DATE
                       MOVE OU-NIGHTS TO OU-NIGHTS-LEFT
                       PERFORM 1327-OWNER-USE-NIGHT
                           UNTIL OU-NIGHTS-LEFT = 0
                   END-IF
           END-PERFORM.

       1327-OWNER-USE-NIGHT.
           IF OU-W-YYYY = OE-WORK-YEAR
               ADD 1 TO OU-USE-NIGHTS(OU-W-MM, OU-CN-SUB)
           END-IF.
           MOVE MONTH-DAYS(OU-W-MM) TO OU-MONTH-END.
           IF OU-W-MM = 2
               DIVIDE OU-W-YYYY BY 4 GIVING OU-LEAP-QUOT
                   REMAINDER OU-LEAP-REM
               IF OU-LEAP-REM = 0
                   MOVE 29 TO OU-MONTH-END
               END-IF
           END-IF.
           IF OU-W-DD < OU-MONTH-END
               ADD 1 TO OU-W-DD
           ELSE
               MOVE 1 TO OU-W-DD
               IF OU-W-MM = 12
                   MOVE 1 TO OU-W-MM
                   ADD 1 TO OU-W-YYYY
               ELSE
                   ADD 1 TO OU-W-MM
               END-IF
           END-IF.
           SUBTRACT 1 FROM OU-NIGHTS-LEFT.

       1100-MONTH-INTERPERET.
           EVALUATE I-MM
               WHEN 1
               PERFORM 9100-READ
               GO TO 2000-EXIT
           END-IF.
           IF REC-IS-CANCEL
               PERFORM 2800-CANCELLATION THRU 2800-EXIT
               PERFORM 9100-READ
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1950-VALIDATE-INPUT.
           IF INPUT-VALID = "NO"
               PERFORM 2650-EXCEPTION-FIELD
                   MOVE C-DEP-AVAIL TO C-DEP-APPLY
               END-IF
               ADD C-DEP-APPLY TO DEP-APPLIED(DEP-IDX)
               ADD C-DEP-APPLY TO C-DEP-APPLIED-TOTAL
               COMPUTE C-NET-AFTER-DEP = C-DAT-DUE - C-DEP-APPLY
           ELSE
               MOVE C-DAT-DUE TO C-NET-AFTER-DEP
               DISPLAY 'WORK ORDER NOT RECORDED: ' I-GUEST
           END-IF.

      *A STAY BOOKED THROUGH AN ONLINE CHANNEL LOSES THE SITE'S
      *COMMISSION BEFORE THE MANAGEMENT FEE IS TAKEN - THE FEE IS
      *ON WHAT ACTUALLY REACHED US
       2300-OWNER-ACCUM.
           MOVE ZERO TO C-CHNL-COMM.
           IF REC-IS-STAY AND CBX-CTR > 0
               PERFORM 2350-CHANNEL-COMMISSION
           END-IF.
           ADD C-DAT-DUE TO OWN-GROSS(CR-IDX).
           ADD C-CHNL-COMM TO OWN-CHNL(CR-IDX).
           COMPUTE OWN-FEE(CR-IDX) ROUNDED =
               OWN-FEE(CR-IDX) +
               ((C-DAT-DUE - C-CHNL-COMM) * CR-MGMT-FEE-PCT(CR-IDX)).
           COMPUTE OWN-NET(CR-IDX) =
               OWN-GROSS(CR-IDX) - OWN-CHNL(CR-IDX) - OWN-FEE(CR-IDX).

      *THE STAY'S CHANNEL BOOKING BY CONDO, GUEST, AND ARRIVAL; THE
      *COMMISSION NEVER RUNS PAST THE RENT BILLED
       2350-CHANNEL-COMMISSION.
           COMPUTE C-CHNL-ARR-DATE =
               (I-ARR-YYYY * 10000) + (I-ARR-MM * 100) + I-CHECKIN-DAY.
           MOVE 'NO' TO CBX-MATCH.
           PERFORM VARYING CBX-IDX FROM 1 BY 1
               UNTIL CBX-IDX > CBX-CTR OR CBX-MATCH = 'YES'
                   IF I-CONDO = CBX-CONDO(CBX-IDX)
                       AND I-GUEST = CBX-GUEST(CBX-IDX)
                       AND C-CHNL-ARR-DATE = CBX-ARR-DATE(CBX-IDX)
                       MOVE 'YES' TO CBX-MATCH
                   END-IF
           END-PERFORM.
           IF CBX-MATCH = 'YES'
               SET CBX-IDX DOWN BY 1
               MOVE CBX-COMMISSION(CBX-IDX) TO C-CHNL-COMM
               IF C-CHNL-COMM > C-DAT-DUE
                   MOVE C-DAT-DUE TO C-CHNL-COMM
               END-IF
           END-IF.

       2400-TAX-ACCUM.
           ADD C-DAT-DUE TO TAX-TAXABLE(CR-IDX).
               VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > 8.

           MOVE GT-OWNER-GROSS TO GT-OWN-GROSS.
           MOVE GT-OWNER-CHNL TO GT-OWN-CHNL.
           MOVE GT-OWNER-FEE TO GT-OWN-FEE.
           MOVE GT-OWNER-NET TO GT-OWN-NET.
           WRITE OWNERLINE FROM GT-OWNER-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE MAINTOUT.

           MOVE C-CX-CTR TO GT-CX-CTR.
           MOVE C-CX-REFUND-TOTAL TO GT-CX-REFUND.
           MOVE C-CX-FORFEIT-TOTAL TO GT-CX-FORFEIT.
           WRITE REFUNDLINE FROM GT-REFUND-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-CX-CTR TO TR-REC-COUNT.
           MOVE C-CX-REFUND-TOTAL TO TR-HASH-TOTAL.
           WRITE REFUNDLINE FROM TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE REFUNDOUT.
           CLOSE CXLFEED.

           PERFORM 1410-ACH-REMITTANCE.
           PERFORM 1310-OWNEARN-SAVE.
           PERFORM 1320-YREND-STATEMENTS.
           WRITE TAXLINE FROM TRAILER-LINE
             AFTER ADVANCING 2 LINES.
           CLOSE TAXOUT.
           CLOSE TAXCOLL.

           PERFORM 3500-HOUSEKEEPING-DISPATCH.

           MOVE 'CONDO RENT DUE' TO REV-LABEL.
           MOVE C-GT-DUE TO REV-AMOUNT.
           WRITE REV-REC.
      *FORFEITED CANCELLATION DEPOSITS ARE RENT THE STAYS ABOVE DO
      *NOT CARRY
           IF C-CX-FORFEIT-TOTAL > 0
               MOVE 'CONDO CXL FORFEITS' TO REV-LABEL
               MOVE C-CX-FORFEIT-TOTAL TO REV-AMOUNT
               WRITE REV-REC
           END-IF.
           CLOSE REVOUT.

           PERFORM 3700-GL-JOURNAL.
           CLOSE GLOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-GT-RENTALS TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.

      ******************************************************************
      *GENERAL LEDGER JOURNAL - RENT AND TAX BILLED TO GUESTS, THE
      *ADVANCE DEPOSITS TAKEN TONIGHT AND THOSE APPLIED AGAINST A
      *STAY, THE CANCELLED DEPOSITS REFUNDED OR FORFEITED, THE SPLIT
      *OF THE RENT (INCLUDING FORFEITS) INTO OWNER PAYABLE, CHANNEL
      *COMMISSION, MANAGEMENT FEE, AND THE MAINTENANCE AND RECURRING
      *ITEMS CHARGED BACK TO THE OWNERS; THEN TONIGHT'S ACH PAYOUT
      ******************************************************************
       3700-GL-JOURNAL.
           MOVE 'CONDO-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CONDO RENT AND TAX' TO GL-DESC.
           COMPUTE C-GL-AMT = C-GT-DUE + GT-TAX-COLLECTED-ACC.
           PERFORM 3750-GL-WRITE.

           MOVE 'LODGING-TAX' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'LODGING TAX BILLED' TO GL-DESC.
           MOVE GT-TAX-COLLECTED-ACC TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'TRUST-CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'ADVANCE DEPOSITS' TO GL-DESC.
           MOVE C-DEP-TAKEN-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CONDO-DEPOS' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'ADVANCE DEPOSITS' TO GL-DESC.
           MOVE C-DEP-TAKEN-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CONDO-DEPOS' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'DEPOSITS APPLIED' TO GL-DESC.
           MOVE C-DEP-APPLIED-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CONDO-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'DEPOSITS APPLIED' TO GL-DESC.
           MOVE C-DEP-APPLIED-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CONDO-DEPOS' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CANCELLED DEPOSITS' TO GL-DESC.
           COMPUTE C-GL-AMT = C-CX-REFUND-TOTAL + C-CX-FORFEIT-TOTAL.
           PERFORM 3750-GL-WRITE.

           MOVE 'TRUST-CASH' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'DEPOSITS REFUNDED' TO GL-DESC.
           MOVE C-CX-REFUND-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'OWNER-PAY' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'OWNER NET EARNINGS' TO GL-DESC.
           MOVE GT-OWNER-NET TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CHANNEL-PAY' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'CHANNEL COMMISSION' TO GL-DESC.
           MOVE GT-OWNER-CHNL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'MGMT-FEE' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'MANAGEMENT FEES' TO GL-DESC.
           MOVE GT-OWNER-FEE TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'CONDO-MAINT' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'OWNER CHARGEBACKS' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-OWNER-GROSS - GT-OWNER-CHNL
               - GT-OWNER-FEE - GT-OWNER-NET.
           PERFORM 3750-GL-WRITE.

           MOVE 'OWNER-PAY' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'OWNER ACH PAYOUT' TO GL-DESC.
           MOVE C-ACH-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

           MOVE 'TRUST-CASH' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'OWNER ACH PAYOUT' TO GL-DESC.
           MOVE C-ACH-TOTAL TO C-GL-AMT.
           PERFORM 3750-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       3750-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "COBCJF04" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

       3100-OWNER-REPORT.
      *OWNER-CHARGEABLE REPAIRS AND THE RECURRING MONTHLY ITEMS
      *BOTH COME OFF THE NET PAYOUT

           MOVE OWN-CONDO-NAME(CR-IDX) TO OWN-CONDO.
           MOVE OWN-GROSS(CR-IDX) TO OWN-GROSS-OUT.
           MOVE OWN-CHNL(CR-IDX) TO OWN-CHNL-OUT.
           MOVE OWN-FEE(CR-IDX) TO OWN-FEE-OUT.
           MOVE OWN-MAINT(CR-IDX) TO OWN-MAINT-OUT.
           MOVE OWN-NET(CR-IDX) TO OWN-NET-OUT.
           END-PERFORM.

           ADD OWN-GROSS(CR-IDX) TO GT-OWNER-GROSS.
           ADD OWN-CHNL(CR-IDX) TO GT-OWNER-CHNL.
           ADD OWN-FEE(CR-IDX) TO GT-OWNER-FEE.
           ADD OWN-NET(CR-IDX) TO GT-OWNER-NET.

           ADD TAX-TAXABLE(CR-IDX) TO GT-TAX-TAXABLE-ACC.
           ADD TAX-COLLECTED(CR-IDX) TO GT-TAX-COLLECTED-ACC.

           IF TAX-TAXABLE(CR-IDX) > 0 OR TAX-EXEMPT(CR-IDX) > 0
               MOVE CR-CODE(CR-IDX) TO TJK-CONDO
               MOVE "COBCJF04" TO TX-PGM-ID
               MOVE I-DATE TO TX-DATE
               MOVE TAX-JURIS-KEY TO TX-JURIS
               MOVE 'L' TO TX-TYPE
               MOVE CR-TAX-PCT(CR-IDX) TO TX-RATE
               COMPUTE TX-GROSS =
                   TAX-TAXABLE(CR-IDX) + TAX-EXEMPT(CR-IDX)
               MOVE TAX-EXEMPT(CR-IDX) TO TX-EXEMPT
               MOVE TAX-TAXABLE(CR-IDX) TO TX-TAXABLE
               MOVE TAX-COLLECTED(CR-IDX) TO TX-TAX
               WRITE TAX-REC
           END-IF.

       3300-GUEST-REPORT.
           MOVE GST-NAME(GST-IDX) TO GST-NAME-OUT.
           MOVE GST-TOTAL(GST-IDX) TO GST-TOTAL-OUT.
           ADD 1 TO C-GT-RENTALS.
           ADD I-NIGHTS TO OCN-NIGHTS(CR-IDX, I-ARR-MM).

      *BUMP THE GUEST'S LIFETIME STAY COUNT AND STAMP THE ARRIVAL AS
      *THEIR LAST STAY; EVERY NTH STAY TAKES THE LOYALTY PERCENT OFF
      *THE SUBTOTAL, SHOWN ON THE BILL AS ITS OWN LINE UNDER THE STAY
       9350-LOYALTY-CHECK.
           MOVE 'NO' TO GH-MATCH.
           PERFORM VARYING GH-IDX FROM 1 BY 1
                   SET GH-IDX TO GH-CTR
                   MOVE I-GUEST TO GHT-NAME(GH-IDX)
                   MOVE 0 TO GHT-STAYS(GH-IDX)
                   MOVE 0 TO GHT-LAST-STAY(GH-IDX)
               ELSE
                   DISPLAY 'GUEST-HISTORY-TABLE EXCEEDS 500 ROWS'
                   DISPLAY 'NO LOYALTY TRACKING FOR: ' I-GUEST
           END-IF.

           ADD 1 TO GHT-STAYS(GH-IDX).
           COMPUTE C-GH-STAY-DATE =
               (I-ARR-YYYY * 10000) + (I-ARR-MM * 100) + I-CHECKIN-DAY.
           IF C-GH-STAY-DATE > GHT-LAST-STAY(GH-IDX)
               MOVE C-GH-STAY-DATE TO GHT-LAST-STAY(GH-IDX)
           END-IF.
           DIVIDE GHT-STAYS(GH-IDX) BY LOYALTY-NTH-STAY
               GIVING C-LOYAL-QUOT REMAINDER C-LOYAL-REM.
           IF C-LOYAL-REM = 0
           END-PERFORM.
           IF RATE-MATCH = "YES"
               SET CR-IDX DOWN BY 1
               MOVE CR-BASE-RATE(CR-IDX) TO CR-RATE(CR-IDX)
               IF REC-IS-STAY AND ROV-CTR > 0
                   PERFORM 9750-WEEKLY-RATE
               END-IF
           END-IF.

      *AN APPROVED RATE FOR THE WEEK THE STAY ARRIVES IN REPLACES
      *THE BASE RATE. DAY 1 (01/01/2000) WAS A SATURDAY, SO DAY
      *NUMBERS ONE PAST A WHOLE SEVEN ARE THE SATURDAY WEEK STARTS.
       9750-WEEKLY-RATE.
           MOVE I-ARR-YYYY TO HB-YYYY.
           MOVE I-ARR-MM TO HB-MM.
           MOVE I-CHECKIN-DAY TO HB-DD.
           MOVE 'D' TO DC-FUNCTION.
           MOVE HOLIDAY-DATE-BUILD TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           COMPUTE C-WEEK-QUOT = (DC-DAY-NO - 1) / 7.
           COMPUTE C-ARR-WEEK-DAY-NO = C-WEEK-QUOT * 7 + 1.
           MOVE 'NO' TO ROV-MATCH.
           PERFORM VARYING ROV-IDX FROM 1 BY 1
               UNTIL ROV-IDX > ROV-CTR OR ROV-MATCH = 'YES'
                   IF I-CONDO = ROV-CONDO(ROV-IDX)
                       AND C-ARR-WEEK-DAY-NO = ROV-WEEK-DAY-NO(ROV-IDX)
                       MOVE 'YES' TO ROV-MATCH
                   END-IF
           END-PERFORM.
           IF ROV-MATCH = 'YES'
               SET ROV-IDX DOWN BY 1
               MOVE ROV-RATE(ROV-IDX) TO CR-RATE(CR-IDX)
           END-IF.

       9800-SEASON-LOOKUP.
