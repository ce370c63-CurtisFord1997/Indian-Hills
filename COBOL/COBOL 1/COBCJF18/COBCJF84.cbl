       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF84.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *ANNUAL PERSONAL DATA PURGE. CUSTOMER NAMES, ADDRESSES, PHONE
      *AND CARD NUMBERS USED TO BE KEPT FOREVER IN EVERY SUITE. THE
      *RETENTION POLICY (RETPOL.CPY) SAYS HOW LONG EACH FILE KEEPS
      *THEM AND WHAT HAPPENS AFTER; THIS STEP WORKS DOWN THE POLICY
      *A FILE AT A TIME AND:
      *  - ANONYMIZES EVERY RECORD PAST ITS RETENTION - THE PERSONAL
      *    FIELDS BECOME PURGED OR BLANK WHILE THE AMOUNTS, DATES,
      *    AND KEYS THE HISTORY REPORTS READ STAY AS THEY WERE - OR
      *    REMOVES IT WHERE THE ROW HOLDS NOTHING ELSE;
      *  - KEEPS ANY RECORD STILL OPEN: A SPECIAL ORDER NOT FILLED, A
      *    PAINT CUSTOMER WITH AN OPEN OR HELD RECEIVABLE OR A
      *    LEAD-SAFE RECORD NOT YET PAST ITS RETAIN-UNTIL DATE, A
      *    BOAT BUYER WITH A WARRANTY CLAIM NOT YET ANSWERED, A
      *    SEASONAL LEASE NOT YET ENDED, A SITE HOLD NOT YET LAPSED,
      *    A CARD DISPUTE NOT YET WON OR LOST (AND THE STAYS AND
      *    VAULT TOKEN BEHIND IT), A FURNITURE ACCOUNT CARRYING A
      *    BALANCE, A CONSIGNOR WITH A BOARD ON THE FLOOR OR UNPAID,
      *    A CONDO GUEST WITH A BOOKING AHEAD, BOAT TITLE WORK NOT
      *    YET MAILED, AN INCENTIVE CLAIM NOT YET PAID, A LENDER
      *    FUNDING STILL PENDING, A TRADE-IN STILL ON THE LOT, A
      *    RENTAL BOARD STILL OUT;
      *  - PRINTS THE RETENTION CERTIFICATE (PURGE.PRT): THE POLICY,
      *    EVERY RECORD PURGED BY ITS KEY (NEVER ITS NAME), AND THE
      *    COUNTS BY FILE, FOR THE INSURER AND THE STATE.
      *HOW OLD A CUSTOMER IS COMES FROM THE DATED FILES AROUND THE
      *MASTER - PAINT INVOICES (PAINTAR.DAT), BOAT SALES AND SERVICE
      *(BOATHIST.DAT, BOATSVCH.DAT), FURNITURE ACCOUNT ACTIVITY
      *(FURACTV.DAT), CONSIGNED BOARDS (CONSLED.DAT), AND FOR A CARD
      *TOKEN THE STAYS, WAITLIST, PRE-AUTHS, AND DISPUTES CARRYING
      *IT. A CONDO GUEST IS AGED BY THE LAST STAY COBCJF04 STAMPS ON
      *THE REPEAT-GUEST FILE. THE BOAT DEAL FILES WITHOUT A CUSTOMER
      *NUMBER FOLLOW THE BUYER THROUGH THE DEAL ON THE SALES HISTORY.
      *A CUSTOMER WITH NOTHING DATED ON FILE IS KEPT.
      *EVERY PATH CAN BE OVERRIDDEN AT RUN TIME THE HOUSE WAY - THE
      *DATED FILES BY THEIR USUAL <FILE>_DAT NAMES, THE POLICY FILES
      *BY THEIR FILE ID WITH _DAT ON THE END (RETPOL.CPY), AND THE
      *WORK FILE BY PURGE_TMP. A FILE IS REWRITTEN AT THE PATH IT WAS
      *READ FROM.
      *EACH FILE IS REWRITTEN THROUGH A WORK FILE ONLY WHEN SOMETHING
      *ON IT WAS PURGED. SET PURGEMODE TO TRIAL TO PRINT THE
      *CERTIFICATE WITHOUT CHANGING ANY FILE. A RERUN FINDS NOTHING
      *NEW TO PURGE AND COUNTS THE EARLIER RUN'S WORK AS DONE PRIOR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PGIN
               ASSIGN TO PG-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-IN-STATUS.
           SELECT PGOUT
               ASSIGN TO PG-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-OUT-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *WIDE ENOUGH FOR THE LONGEST ROW READ - THE FURNITURE ACCOUNT
      *MASTER AT 169 CHARACTERS. EVERY FILE IN THE POLICY AND EVERY
      *DATED FILE BEHIND IT GOES THROUGH THESE TWO
       FD  PGIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-IN-REC
           RECORD CONTAINS 169 CHARACTERS.

       01 PG-IN-REC                PIC X(169).

       FD  PGOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-OUT-REC
           RECORD CONTAINS 169 CHARACTERS.

       01 PG-OUT-REC               PIC X(169).

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
       COPY "RETPOL.CPY".

       01 WORK-AREA.
           05 PG-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 PG-IN-STATUS         PIC XX.
           05 PG-OUT-STATUS        PIC XX.
           05 PURGE-MODE           PIC X(5)    VALUE SPACE.
               88 TRIAL-RUN                    VALUE 'TRIAL'.
           05 TABLE-FULL           PIC X       VALUE 'N'.
      *WHAT BECAME OF THE ROW JUST READ: P PURGED, X REMOVED,
      *W WITHIN RETENTION, O OPEN OR HELD, R PURGED BY AN EARLIER
      *RUN, N NOTHING TO AGE IT BY OR NOTHING PERSONAL ON IT
           05 ROW-RESULT           PIC X       VALUE SPACE.
               88 ROW-PURGED                   VALUE 'P'.
               88 ROW-REMOVED                  VALUE 'X'.
               88 ROW-IN-RETENTION             VALUE 'W'.
               88 ROW-OPEN                     VALUE 'O'.
               88 ROW-PRIOR                    VALUE 'R'.
               88 ROW-OTHER                    VALUE 'N'.

       01 PG-IN-PATH               PIC X(80)   VALUE SPACE.
       01 PG-OUT-PATH              PIC X(80)   VALUE SPACE.

      *THE POLICY FILE BEING PURGED AS RESOLVED THROUGH ITS OVERRIDE -
      *READ AND REWRITTEN AT THE SAME PATH
       01 LIVE-PATH                PIC X(80)   VALUE SPACE.
       01 LIVE-ENV-NAME            PIC X(12)   VALUE SPACE.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PURGE.PRT'.
           05 WS-PURGETMP-PATH     PIC X(80)
               VALUE 'C:\COBOL\PURGE.TMP'.
           05 WS-PAINTAR-PATH      PIC X(80)
               VALUE 'C:\COBOL\PAINTAR.DAT'.
           05 WS-PNTLEAD-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTLEAD.DAT'.
           05 WS-BOATHIST-PATH     PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-BOATSVCH-PATH     PIC X(80)
               VALUE 'C:\COBOL\BOATSVCH.DAT'.
           05 WS-BOATWLDG-PATH     PIC X(80)
               VALUE 'C:\COBOL\BOATWLDG.DAT'.
           05 WS-CONDORSV-PATH     PIC X(80)
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-STAYCARD-PATH     PIC X(80)
               VALUE 'C:/COBOLSP20/STAYCARD.DAT'.
           05 WS-WAITLIST-PATH     PIC X(80)
               VALUE 'C:/COBOLSP20/WAITLIST.DAT'.
           05 WS-PREAUTH-PATH      PIC X(80)
               VALUE 'C:/COBOLSP20/PREAUTH.DAT'.
           05 WS-DISPLEDG-PATH     PIC X(80)
               VALUE 'C:/COBOLSP20/DISPLEDG.DAT'.
           05 WS-FURACTV-PATH      PIC X(80)
               VALUE 'C:/COBOLSP20/FURACTV.DAT'.
           05 WS-CONSLED-PATH      PIC X(80)
               VALUE 'C:/COBOLSP20/CONSLED.DAT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 CUTOFF-DATE.
           05 CT-YYYY              PIC 9(4).
           05 CT-MM                PIC 99.
           05 CT-DD                PIC 99.

      *CAMPGROUND WAITLIST (COBCJF01)
       01 WL-REC.
           05 WL-R-STATUS          PIC X.
           05 WL-R-CAMPGROUND      PIC X(25).
           05 WL-R-SITE            PIC XXX.
           05 WL-R-START-DATE      PIC 9(8).
           05 WL-R-END-DATE        PIC 9(8).
           05 WL-R-LNAME           PIC X(15).
           05 WL-R-FNAME           PIC X(15).
           05 WL-R-AMT             PIC 9(5)V99.
           05 WL-R-LEN-STAY        PIC 99.
           05 WL-R-CCTYPE          PIC X.
           05 WL-R-CCNUM           PIC 9(16).
           05 WL-R-CCEXP           PIC 9(8).
           05 WL-R-PARTY           PIC 99.
           05 WL-R-VEHICLES        PIC 99.

      *CONDO REPEAT-GUEST HISTORY (COBCJF04) - THE ARRIVAL OF THE
      *LATEST STAY COUNTED; A ROW COBCJF04 HAS NOT SAVED SINCE THE
      *DATE WAS CARRIED READS BLANK
       01 GH-REC.
           05 GH-NAME              PIC X(20).
           05 GH-STAYS             PIC 9(4).
           05 GH-LAST-STAY         PIC 9(8).

      *CONDO RESERVATIONS LEDGER - THE DESCRIPTION IS THE GUEST'S
      *NAME EXCEPT ON AN OWNER BLOCK
       01 OU-REC.
           05 OU-CONDO             PIC XX.
           05 OU-DESC              PIC X(20).
           05 OU-FROM-DATE         PIC 9(8).
           05 OU-NIGHTS            PIC 99.
           05 OU-AMT               PIC 9(6)V99.
           05 OU-ENTRY-TYPE        PIC X.

      *WAKEBOARD SPECIAL ORDERS (CBLCJF) - O OPEN, F FILLED
       01 SO-REC.
           05 SO-STATUS            PIC X.
           05 SO-BOARD             PIC 99.
           05 SO-CUST-NAME         PIC X(20).
           05 SO-CUST-PHONE        PIC X(10).
           05 SO-DATE              PIC 9(8).
           05 SO-FILL-DATE         PIC 9(8).

      *PAINT CUSTOMER MASTER
       01 PC-REC.
           05 PC-NO                PIC X(5).
           05 PC-NAME              PIC X(20).
           05 PC-ADDRESS           PIC X(25).
           05 PC-BUILD-YEAR        PIC X(4).

      *PAINT OPEN-AR LEDGER (COBCJF32)
       01 AR-REC.
           05 AR-EST-NO            PIC X(4).
           05 AR-CUST-NO           PIC X(5).
           05 AR-CUST-NAME         PIC X(20).
           05 AR-INV-DATE          PIC 9(8).
           05 AR-INVOICED          PIC 9(7)V99.
           05 AR-PAID              PIC 9(7)V99.
           05 AR-STATUS            PIC X.
               88 AR-ROW-OPEN      VALUE 'O'.
               88 AR-ROW-HELD      VALUE 'H'.
           05 AR-STAGE             PIC X.
           05 AR-CONTRACT          PIC 9(7)V99.

      *LEAD-SAFE COMPLIANCE LEDGER (COBCJF62) - A ZERO RETAIN-UNTIL
      *DATE MEANS THE JOB HAS NOT CLOSED
       01 LD-REC.
           05 LD-EST-NO            PIC X(4).
           05 LD-CUST-NO           PIC X(5).
           05 LD-ITEM              PIC X.
           05 LD-DATE              PIC 9(8).
           05 LD-CREW-ID           PIC X(3).
           05 LD-CERT-NO           PIC X(12).
           05 LD-NAME              PIC X(20).
           05 LD-RETAIN-UNTIL      PIC 9(8).

      *BOAT CUSTOMER MASTER
       01 BC-REC.
           05 BC-NO                PIC X(5).
           05 BC-NAME              PIC X(25).
           05 BC-ADDRESS           PIC X(25).
           05 BC-CITY              PIC X(15).
           05 BC-STATE             PIC XX.
           05 BC-ZIP               PIC X(5).
           05 BC-PHONE             PIC X(10).

      *BOAT SALES HISTORY
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
           05 BH-ENTRY-TYPE        PIC X.
           05 BH-FI-AMT            PIC X(7).

      *BOAT SERVICE HISTORY (COBCJF35)
       01 SH-REC.
           05 SH-VIN               PIC X(10).
           05 SH-DATE              PIC 9(8).
           05 SH-WO-NO             PIC X(5).
           05 SH-CUST-NO           PIC X(5).
           05 SH-DESC              PIC X(20).

      *WARRANTY CLAIM LEDGER (COBCJF67) - S SUBMITTED AND NOT YET
      *ANSWERED BY THE MANUFACTURER
       01 WC-REC.
           05 WC-CLAIM-NO          PIC 9(6).
           05 WC-VIN               PIC X(10).
           05 WC-BOAT-TYPE         PIC X.
           05 WC-SALE-DATE         PIC 9(8).
           05 WC-REPAIR-DATE       PIC 9(8).
           05 WC-WO-NO             PIC X(5).
           05 WC-CUST-NO           PIC X(5).
           05 FILLER               PIC X(48).
           05 WC-STATUS            PIC X.
               88 WC-SUBMITTED     VALUE 'S'.
           05 FILLER               PIC X(36).

      *BOAT TITLE-WORK LEDGER (COBCJF68) - O OPEN, S SUBMITTED,
      *R RECEIVED, M MAILED, X CANCELLED
       01 TL-REC.
           05 TL-DEAL-NO           PIC X(6).
           05 TL-CUST-NO           PIC X(5).
           05 TL-LAST-NAME         PIC X(15).
           05 TL-STATE             PIC XX.
           05 TL-SALE-DATE         PIC 9(8).
           05 TL-DUE-DATE          PIC 9(8).
           05 TL-FEES-COLLECTED    PIC 9(5)V99.
           05 TL-SUBMIT-DATE       PIC 9(8).
           05 TL-FEES-REMITTED     PIC 9(5)V99.
           05 TL-RECEIVED-DATE     PIC 9(8).
           05 TL-MAILED-DATE       PIC 9(8).
           05 TL-STATUS            PIC X.
               88 TL-WORK-OPEN     VALUE 'O' 'S' 'R'.

      *BOAT INCENTIVE CLAIM LEDGER (COBCJF70) - O OPEN, P PAID,
      *X CANCELLED
       01 IL-REC.
           05 IL-DEAL-NO           PIC X(6).
           05 IL-SALE-DATE         PIC 9(8).
           05 IL-BOAT-TYPE         PIC X.
           05 IL-PROGRAM           PIC X(6).
           05 IL-KIND              PIC X.
           05 IL-AMOUNT            PIC 9(6)V99.
           05 IL-VIN               PIC X(10).
           05 IL-CUST-NO           PIC X(5).
           05 IL-LAST-NAME         PIC X(15).
           05 IL-STATUS            PIC X.
               88 IL-CLAIM-OPEN    VALUE 'O'.
           05 IL-PAID-AMT          PIC 9(6)V99.
           05 IL-STATUS-DATE       PIC 9(8).

      *BOAT INVENTORY - THE BUYER'S NAME AND DEAL ON A SOLD UNIT,
      *BOTH BLANK WHILE IT IS ON THE LOT
       01 INV-REC.
           05 INV-LAST-NAME        PIC X(15).
           05 INV-BOAT-TYPE        PIC X.
           05 INV-VIN              PIC X(10).
           05 INV-DATE-RECEIVED    PIC 9(8).
           05 INV-UNIT-COST        PIC 9(6)V99.
           05 INV-DEAL-NO          PIC X(6).

      *LENDER PENDING-FUNDING LEDGER (COBCJF37) - X CLOSED, ANYTHING
      *ELSE STILL WAITING ON THE BANK
       01 LP-REC.
           05 LP-LAST-NAME         PIC X(15).
           05 LP-STATE             PIC XX.
           05 LP-AMT               PIC 9(7)V99.
           05 LP-SUBMIT-DATE       PIC 9(8).
           05 LP-STATUS            PIC X.
               88 LP-CLOSED        VALUE 'X'.
           05 LP-DEAL-NO           PIC X(6).

      *USED BOAT INVENTORY (COBCJF38) - O ON THE LOT, S SOLD,
      *R RETURNED ON AN UNWIND
       01 US-REC.
           05 US-STOCK-NO          PIC X(5).
           05 US-DESC              PIC X(15).
           05 US-SRC-LNAME         PIC X(15).
           05 US-ALLOW             PIC 9(5)V99.
           05 US-RECON             PIC 9(5)V99.
           05 US-STATUS            PIC X.
               88 US-ON-LOT        VALUE 'O'.
           05 US-RESALE            PIC 9(6)V99.
           05 US-DATE-IN           PIC 9(8).
           05 US-SRC-DEAL-NO       PIC X(6).

      *CONDO CHANNEL BOOKING CROSS-REFERENCE (COBCJF72)
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

      *POP SALE DONATIONS (POPDON.CPY)
       01 DN-REC.
           05 DN-LNAME             PIC X(15).
           05 DN-FNAME             PIC X(15).
           05 DN-ADDRESS           PIC X(15).
           05 DN-CITY              PIC X(10).
           05 DN-STATE             PIC XX.
           05 DN-ZIP               PIC X(9).
           05 DN-DATE              PIC 9(8).
           05 DN-TEAM              PIC X.
           05 DN-METHOD            PIC X.
           05 DN-AMOUNT            PIC 9(5)V99.

      *POP SALE HOUSEHOLD HISTORY (COBCJF77)
       01 HS-REC.
           05 HS-SEASON            PIC 9(4).
           05 HS-LNAME             PIC X(15).
           05 HS-ADDRESS           PIC X(15).
           05 HS-FNAME             PIC X(15).
           05 HS-CITY              PIC X(10).
           05 HS-ZIP               PIC X(9).
           05 HS-TEAM              PIC X.
           05 HS-TYPE-CASES        PIC X(36).

      *PAINT ESTIMATES (COBCJF01) - ONE ROW PER ROOM
       01 PE-REC.
           05 PE-EST-NO            PIC X(4).
           05 PE-DATE              PIC 9(8).
           05 FILLER               PIC X(12).
           05 PE-CUST-NAME         PIC X(20).
           05 PE-CUST-ADDRESS      PIC X(25).
           05 FILLER               PIC X(4).
           05 PE-CUST-NO           PIC X(5).
           05 FILLER               PIC X(65).

      *CAMPGROUND SEASONAL LEASE REGISTER (COBCJF01)
       01 LR-REC.
           05 LR-CAMPGROUND        PIC X(25).
           05 LR-SITE              PIC XXX.
           05 LR-START-DATE        PIC 9(8).
           05 LR-END-DATE          PIC 9(8).
           05 LR-NAME              PIC X(22).
           05 LR-MONTH-AMT         PIC 999V99.

      *CAMPGROUND SITE HOLDS (CBLCJF15) - A HOLD LAPSES AFTER THE
      *NIGHT'S RESERVATION RUN
       01 HD-REC.
           05 HD-HOLD-DATE         PIC 9(8).
           05 HD-CAMPGROUND        PIC X(25).
           05 HD-SITE              PIC XXX.
           05 HD-START-DATE        PIC 9(8).
           05 HD-END-DATE          PIC 9(8).
           05 HD-LNAME             PIC X(15).
           05 HD-FNAME             PIC X(15).

      *CAMPGROUND STAY CARD REGISTER (COBCJF01) - SC-CCNUM IS THE
      *VAULT TOKEN
       01 SC-REC.
           05 SC-CAMPGROUND        PIC X(25).
           05 SC-SITE              PIC XXX.
           05 SC-START-DATE        PIC 9(8).
           05 SC-NAME              PIC X(22).
           05 SC-CCTYPE            PIC X.
           05 SC-CCNUM             PIC 9(16).
           05 SC-CCEXP             PIC 9(8).
           05 SC-PRIOR-SITE        PIC XXX.
           05 SC-PRIOR-START       PIC 9(8).
           05 SC-CONF-DATE         PIC 9(8).

      *CAMPGROUND PRE-AUTH REQUESTS (COBCJF01) - TONIGHT'S TOKENS
       01 PR-REC.
           05 PR-NAME              PIC X(22).
           05 PR-AMT               PIC 9(5)V99.
           05 PR-CCTYPE            PIC X.
           05 PR-CCNUM             PIC 9(16).
           05 PR-CCEXP             PIC 9(8).
           05 PR-ARRIVAL           PIC 9(8).

      *CARD DISPUTE LEDGER (CBLCJF14) - O OPEN, W WON, L LOST
       01 DG-REC.
           05 DG-CASE-NO           PIC X(10).
           05 DG-STATUS            PIC X.
               88 DG-OPEN          VALUE 'O'.
           05 DG-OPEN-DATE         PIC 9(8).
           05 DG-CLOSE-DATE        PIC 9(8).
           05 DG-REASON            PIC X(4).
           05 DG-TOKEN             PIC 9(16).
           05 DG-ARRIVAL           PIC 9(8).
           05 DG-AMT               PIC 9(5)V99.
           05 DG-NAME              PIC X(22).
           05 DG-CAMPGROUND        PIC X(25).
           05 DG-SITE              PIC XXX.

      *CARD VAULT (COBCJF01) - TOKEN TO REAL CARD NUMBER
       01 VT-REC.
           05 VT-TOKEN             PIC 9(16).
           05 VT-CCNUM             PIC 9(16).
           05 VT-CCTYPE            PIC X.
           05 VT-CCEXP             PIC 9(8).

      *FURNITURE CREDIT ACCOUNT MASTER (FURACCT.CPY)
       01 FA-REC.
           05 FA-ACCT-NO           PIC 9(6).
           05 FA-NAME              PIC X(25).
           05 FA-STREET            PIC X(30).
           05 FA-CITY-ST-ZIP       PIC X(30).
           05 FA-PHONE             PIC X(10).
           05 FA-CREDIT-LIMIT      PIC 9(5)V99.
           05 FA-APR               PIC 99V99.
           05 FA-STATUS            PIC X.
           05 FA-BALANCE           PIC S9(7)V99.
           05 FA-STMT-DATE         PIC 9(8).
           05 FA-STMT-BALANCE      PIC S9(7)V99.
           05 FA-MIN-DUE           PIC 9(5)V99.
           05 FA-DUE-DATE          PIC 9(8).
           05 FA-PAST-DUE-DATE     PIC 9(8).
           05 FA-PAST-DUE-AMT      PIC 9(5)V99.

      *FURNITURE ACCOUNT ACTIVITY LOG (FURACTV.CPY)
       01 FV-REC.
           05 FV-ACCT-NO           PIC 9(6).
           05 FV-DATE              PIC 9(8).
           05 FILLER               PIC X(30).

      *WAKEBOARD CONSIGNOR MASTER (CBLCJF17)
       01 CR-REC.
           05 CR-ID                PIC X(5).
           05 CR-NAME              PIC X(25).
           05 CR-STREET            PIC X(30).
           05 CR-CITY-ST-ZIP       PIC X(30).
           05 CR-PHONE             PIC X(10).

      *WAKEBOARD CONSIGNMENT LEDGER (CONSIGN.CPY) - A BOARD ON THE
      *FLOOR OR SOLD AND NOT YET PAID OUT IS OPEN
       01 CS-REC.
           05 CS-TAG               PIC X(6).
           05 CS-CONSIGNOR         PIC X(5).
           05 CS-STATUS            PIC X.
               88 CS-OPEN          VALUE 'O' 'S'.
           05 FILLER               PIC X(9).
           05 CS-SALE-DATE         PIC 9(8).
           05 FILLER               PIC X(46).
           05 CS-INTAKE-DATE       PIC 9(8).
           05 CS-CLOSE-DATE        PIC 9(8).

      *WAKEBOARD RENTAL FLEET LEDGER (FLEET.CPY) - THE CUSTOMER IS
      *THE UNIT'S LATEST RENTAL
       01 FL-REC.
           05 FL-UNIT              PIC X(6).
           05 FL-BOARD             PIC 99.
           05 FL-STATUS            PIC X.
               88 FL-RENTED-OUT    VALUE 'O'.
           05 FL-SALE-PRICE        PIC 9(5)V99.
           05 FL-STAT-DATE         PIC 9(8).
           05 FL-ADD-DATE          PIC 9(8).
           05 FL-OUT-DATE          PIC 9(8).
           05 FL-CUST-NAME         PIC X(20).
           05 FL-RENTALS           PIC 9(4).
           05 FL-DAYS-RENTED       PIC 9(5).
           05 FL-RENT-REV          PIC 9(6)V99.
           05 FL-DAMAGE-REV        PIC 9(6)V99.

      *WAKEBOARD RENTAL LOG (CBLCJF16) - EVERY FLEET TRANSACTION
       01 FT-REC.
           05 FT-CODE              PIC X.
           05 FT-UNIT              PIC X(6).
           05 FT-BOARD             PIC 99.
           05 FT-DATE              PIC 9(8).
           05 FT-CUST-NAME         PIC X(20).
           05 FT-DAYS              PIC 999.
           05 FT-FEE               PIC 9(5)V99.
           05 FT-DAMAGE            PIC 9(5)V99.
           05 FT-PRICE             PIC 9(5)V99.

      *PAINT CUSTOMERS SEEN ON THE RECEIVABLES AND LEAD-SAFE FILES
       01 PAINT-ACTIVITY.
           05 PA-ENTRY OCCURS 1000 TIMES.
               10 PA-CUST-NO       PIC X(5).
               10 PA-LAST-DATE     PIC 9(8).
               10 PA-OPEN          PIC X.
               10 PA-LEAD-HOLD     PIC X.
               10 PA-PURGED        PIC X.

      *BOAT BUYERS SEEN ON THE SALES, SERVICE, AND CLAIM FILES
       01 BOAT-ACTIVITY.
           05 BA-ENTRY OCCURS 1000 TIMES.
               10 BA-CUST-NO       PIC X(5).
               10 BA-LAST-DATE     PIC 9(8).
               10 BA-OPEN-CLAIM    PIC X.
               10 BA-PURGED        PIC X.

      *BOAT DEALS ON THE SALES HISTORY AND THE CUSTOMER WHO BOUGHT
       01 BOAT-DEALS.
           05 BD-ENTRY OCCURS 3000 TIMES.
               10 BD-DEAL-NO       PIC X(6).
               10 BD-CUST-NO       PIC X(5).

      *CONDO GUESTS WITH A BOOKING ON THE RESERVATIONS LEDGER, WITH
      *THEIR LATEST ARRIVAL
       01 GUEST-STAYS.
           05 GS-ENTRY OCCURS 1000 TIMES.
               10 GS-NAME          PIC X(20).
               10 GS-LAST-DATE     PIC 9(8).

      *PAINT ESTIMATES WITH A RECEIVABLE STILL OPEN OR HELD
       01 OPEN-ESTIMATES.
           05 OE-EST-NO            PIC X(4)    OCCURS 1000 TIMES.

      *CARD TOKENS SEEN ON THE STAY CARDS, WAITLIST, PRE-AUTHS, AND
      *DISPUTES. OPEN IS A DISPUTE NOT DECIDED, A GUEST STILL
      *WAITING, OR A PRE-AUTH NOT YET PICKED UP
       01 TOKEN-ACTIVITY.
           05 TK-ENTRY OCCURS 3000 TIMES.
               10 TK-TOKEN         PIC 9(16).
               10 TK-LAST-DATE     PIC 9(8).
               10 TK-OPEN          PIC X.
               10 TK-DISPUTE       PIC X.

      *FURNITURE CREDIT ACCOUNTS SEEN ON THE ACTIVITY LOG
       01 FURN-ACTIVITY.
           05 FU-ENTRY OCCURS 2000 TIMES.
               10 FU-ACCT-NO       PIC 9(6).
               10 FU-LAST-DATE     PIC 9(8).

      *CONSIGNORS SEEN ON THE CONSIGNMENT LEDGER
       01 CONSIGN-ACTIVITY.
           05 CN-ENTRY OCCURS 1000 TIMES.
               10 CN-ID            PIC X(5).
               10 CN-LAST-DATE     PIC 9(8).
               10 CN-OPEN          PIC X.

      *WHAT THIS RUN DID TO EACH FILE IN THE POLICY, SAME SUBSCRIPT
       01 PURGE-STATS.
           05 PS-ENTRY OCCURS 28 TIMES.
               10 PS-CUTOFF        PIC 9(8).
               10 PS-READ          PIC 9(7).
               10 PS-PURGED        PIC 9(7).
               10 PS-IN-RETENTION  PIC 9(7).
               10 PS-OPEN          PIC 9(7).
               10 PS-PRIOR         PIC 9(7).
               10 PS-OTHER         PIC 9(7).
               10 PS-DISPOSITION   PIC X(30).

       01 PURGE-VARS.
           05 RP-SUB               PIC 99      VALUE 0.
           05 PA-SUB               PIC 9(4)    VALUE 0.
           05 PA-CTR               PIC 9(4)    VALUE 0.
           05 PA-HIT               PIC 9(4)    VALUE 0.
           05 BA-SUB               PIC 9(4)    VALUE 0.
           05 BA-CTR               PIC 9(4)    VALUE 0.
           05 BA-HIT               PIC 9(4)    VALUE 0.
           05 GS-SUB               PIC 9(4)    VALUE 0.
           05 GS-CTR               PIC 9(4)    VALUE 0.
           05 GS-HIT               PIC 9(4)    VALUE 0.
           05 BD-SUB               PIC 9(4)    VALUE 0.
           05 BD-CTR               PIC 9(4)    VALUE 0.
           05 BD-HIT               PIC 9(4)    VALUE 0.
           05 OE-SUB               PIC 9(4)    VALUE 0.
           05 OE-CTR               PIC 9(4)    VALUE 0.
           05 OE-HIT               PIC 9(4)    VALUE 0.
           05 TK-SUB               PIC 9(4)    VALUE 0.
           05 TK-CTR               PIC 9(4)    VALUE 0.
           05 TK-HIT               PIC 9(4)    VALUE 0.
           05 FU-SUB               PIC 9(4)    VALUE 0.
           05 FU-CTR               PIC 9(4)    VALUE 0.
           05 FU-HIT               PIC 9(4)    VALUE 0.
           05 CN-SUB               PIC 9(4)    VALUE 0.
           05 CN-CTR               PIC 9(4)    VALUE 0.
           05 CN-HIT               PIC 9(4)    VALUE 0.
           05 FIND-EST-NO          PIC X(4)    VALUE SPACE.
           05 FIND-TOKEN           PIC 9(16)   VALUE 0.
           05 FIND-ACCT-NO         PIC 9(6)    VALUE 0.
           05 FIND-DEAL-NO         PIC X(6)    VALUE SPACE.
           05 C-PA-COUNT           PIC 9(4)    VALUE 0.
           05 C-TOKEN-OPEN         PIC X       VALUE 'N'.
           05 C-TOKEN-DISPUTE      PIC X       VALUE 'N'.
           05 FIND-CUST-NO         PIC X(5)    VALUE SPACE.
           05 FIND-NAME            PIC X(20)   VALUE SPACE.
           05 C-AGE-DATE           PIC 9(8)    VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-TOT-READ           PIC 9(8)    VALUE 0.
           05 C-TOT-PURGED         PIC 9(8)    VALUE 0.
           05 C-DETAIL-CTR         PIC 9(7)    VALUE 0.
           05 C-PURGE-KEY          PIC X(40)   VALUE SPACE.
           05 C-KEY-ROW            PIC 9(7)    VALUE 0.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(26)   VALUE SPACE.
           05 FILLER               PIC X(40)
               VALUE "PERSONAL DATA RETENTION CERTIFICATE".
           05 FILLER               PIC X(42)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 MODE-LINE.
           05 FILLER               PIC X(10)   VALUE 'RUN MODE:'.
           05 ML-TEXT              PIC X(40).
           05 FILLER               PIC X(82)   VALUE SPACE.

       01 SECTION-LINE.
           05 SEC-TEXT             PIC X(40).
           05 FILLER               PIC X(92)   VALUE SPACE.

       01 POLICY-HEADINGS.
           05 FILLER               PIC X(10)   VALUE 'FILE'.
           05 FILLER               PIC X(26)   VALUE 'DATA CLASS'.
           05 FILLER               PIC X(8)    VALUE 'KEPT'.
           05 FILLER               PIC X(12)   VALUE 'THEN'.
           05 FILLER               PIC X(32)   VALUE 'AGED BY'.
           05 FILLER               PIC X(44)
               VALUE 'PURGE WHEN BEFORE'.

       01 POLICY-LINE.
           05 PL-FILE              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PL-CLASS             PIC X(24).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PL-YEARS             PIC Z9.
           05 FILLER               PIC X(6)    VALUE ' YRS'.
           05 PL-ACTION            PIC X(10).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PL-AGED-BY           PIC X(30).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PL-CUT-MM            PIC 99.
           05 PL-SLASH-1           PIC X       VALUE '/'.
           05 PL-CUT-DD            PIC 99.
           05 PL-SLASH-2           PIC X       VALUE '/'.
           05 PL-CUT-YYYY          PIC 9(4).
           05 FILLER               PIC X(34)   VALUE SPACE.

       01 DETAIL-HEADINGS.
           05 FILLER               PIC X(10)   VALUE 'FILE'.
           05 FILLER               PIC X(42)   VALUE 'RECORD'.
           05 FILLER               PIC X(80)   VALUE 'ACTION'.

       01 DETAIL-LINE.
           05 DL-FILE              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-KEY               PIC X(40).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-ACTION            PIC X(12).
           05 FILLER               PIC X(68)   VALUE SPACE.

       01 NO-PURGE-LINE.
           05 FILLER               PIC X(132)
               VALUE 'NO RECORD WAS PAST ITS RETENTION'.

       01 SUMMARY-HEADINGS.
           05 FILLER               PIC X(10)   VALUE 'FILE'.
           05 FILLER               PIC X(11)   VALUE '       READ'.
           05 FILLER               PIC X(11)   VALUE '     PURGED'.
           05 FILLER               PIC X(11)   VALUE '   RETAINED'.
           05 FILLER               PIC X(11)   VALUE '  OPEN/HELD'.
           05 FILLER               PIC X(11)   VALUE ' DONE PRIOR'.
           05 FILLER               PIC X(11)   VALUE ' OTHER KEPT'.
           05 FILLER               PIC X(2)    VALUE SPACE.
           05 FILLER               PIC X(54)   VALUE 'DISPOSITION'.

       01 SUMMARY-LINE.
           05 SL-FILE              PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-READ              PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-PURGED            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-IN-RETENTION      PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-OPEN              PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-PRIOR             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-OTHER             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-DISPOSITION       PIC X(30).
           05 FILLER               PIC X(24)   VALUE SPACE.

       01 ATTEST-LINE-1.
           05 FILLER               PIC X(41)
               VALUE 'ON EVERY RECORD LISTED AS ANONYMIZED THE'.
           05 FILLER               PIC X(41)
               VALUE 'NAMES, ADDRESSES, PHONE AND CARD NUMBERS'.
           05 FILLER               PIC X(37)
               VALUE 'WERE REPLACED WITH PURGED OR BLANKS.'.
           05 FILLER               PIC X(13)   VALUE SPACE.

       01 ATTEST-LINE-2.
           05 FILLER               PIC X(43)
               VALUE 'AMOUNTS, DATES, AND KEYS WERE KEPT FOR THE'.
           05 FILLER               PIC X(40)
               VALUE 'HISTORY REPORTS. EVERY RECORD LISTED AS'.
           05 FILLER               PIC X(35)
               VALUE 'REMOVED WAS DELETED FROM ITS FILE.'.
           05 FILLER               PIC X(14)   VALUE SPACE.

       01 TABLE-FULL-LINE.
           05 FILLER               PIC X(35)
               VALUE '*** CUSTOMER ACTIVITY TABLE FULL -'.
           05 FILLER               PIC X(97)
               VALUE 'CUSTOMERS NOT LOADED WERE KEPT THIS RUN ***'.

       01 SIGN-LINE.
           05 FILLER               PIC X(14)   VALUE 'CERTIFIED BY:'.
           05 FILLER               PIC X(34)   VALUE ALL '_'.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 FILLER               PIC X(12)   VALUE ALL '_'.
           05 FILLER               PIC X(62)   VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-POLICY-LINE
               VARYING RP-SUB FROM 1 BY 1
               UNTIL RP-SUB > 28.
           PERFORM 2100-LOAD-PAINT-AR.
           PERFORM 2200-LOAD-PAINT-LEAD.
           PERFORM 2300-LOAD-BOAT-SALES.
           PERFORM 2400-LOAD-BOAT-SERVICE.
           PERFORM 2500-LOAD-BOAT-CLAIMS.
           PERFORM 2600-LOAD-GUEST-STAYS.
           PERFORM 2700-LOAD-STAY-CARDS.
           PERFORM 2720-LOAD-WAITLIST.
           PERFORM 2740-LOAD-PREAUTH.
           PERFORM 2760-LOAD-DISPUTES.
           PERFORM 2800-LOAD-FURN-ACTIVITY.
           PERFORM 2900-LOAD-CONSIGNMENTS.

           MOVE 'RECORDS PURGED' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM DETAIL-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 3000-PURGE-FILE
               VARYING RP-SUB FROM 1 BY 1
               UNTIL RP-SUB > 28.
           PERFORM 4000-CLOSING.
      *RETURN CODE FOR YEAREND: 4 WHEN AN ACTIVITY TABLE FILLED, SO
      *SOME CUSTOMERS WHO MAY BE PAST RETENTION WERE KEPT, ELSE 0
           IF TABLE-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
           DISPLAY 'PURGEMODE' UPON ENVIRONMENT-NAME.
           ACCEPT PURGE-MODE FROM ENVIRONMENT-VALUE.

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

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF84" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.
           IF TRIAL-RUN
               MOVE 'TRIAL - NO FILE WAS CHANGED' TO ML-TEXT
           ELSE
               MOVE 'PURGE APPLIED' TO ML-TEXT
           END-IF.
           WRITE PRTLINE FROM MODE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RETENTION POLICY' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM POLICY-HEADINGS
               AFTER ADVANCING 2 LINES.

      *THE POLICY FILES THEMSELVES ARE RESOLVED ONE AT A TIME AS
      *THEY ARE PURGED (9400-RESOLVE-PATH)
       1050-GET-FILE-PATHS.
           DISPLAY 'PURGE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PURGE_TMP' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PURGETMP-PATH
           END-IF.

           DISPLAY 'PAINTAR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAINTAR-PATH
           END-IF.

           DISPLAY 'PNTLEAD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PNTLEAD-PATH
           END-IF.

           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATHIST-PATH
           END-IF.

           DISPLAY 'BOATSVCH_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATSVCH-PATH
           END-IF.

           DISPLAY 'BOATWLDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATWLDG-PATH
           END-IF.

           DISPLAY 'CONDORSV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONDORSV-PATH
           END-IF.

           DISPLAY 'STAYCARD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STAYCARD-PATH
           END-IF.

           DISPLAY 'WAITLIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-WAITLIST-PATH
           END-IF.

           DISPLAY 'PREAUTH_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PREAUTH-PATH
           END-IF.

           DISPLAY 'DISPLEDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISPLEDG-PATH
           END-IF.

           DISPLAY 'FURACTV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FURACTV-PATH
           END-IF.

           DISPLAY 'CONSLED_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONSLED-PATH
           END-IF.

      *EACH FILE'S CUTOFF IS THE BUSINESS DATE LESS ITS YEARS - A
      *RECORD AGED BEFORE IT IS PAST RETENTION. A LEAP DAY CUTOFF
      *FALLS BACK TO THE 28TH
       1100-POLICY-LINE.
           COMPUTE CT-YYYY = I-YYYY - RP-YEARS(RP-SUB).
           MOVE I-MM TO CT-MM.
           MOVE I-DD TO CT-DD.
           IF CT-MM = 2 AND CT-DD = 29
               MOVE 28 TO CT-DD
           END-IF.
           MOVE CUTOFF-DATE TO PS-CUTOFF(RP-SUB).
           MOVE 0 TO PS-READ(RP-SUB).
           MOVE 0 TO PS-PURGED(RP-SUB).
           MOVE 0 TO PS-IN-RETENTION(RP-SUB).
           MOVE 0 TO PS-OPEN(RP-SUB).
           MOVE 0 TO PS-PRIOR(RP-SUB).
           MOVE 0 TO PS-OTHER(RP-SUB).
           MOVE SPACES TO PS-DISPOSITION(RP-SUB).

           MOVE RP-FILE(RP-SUB) TO PL-FILE.
           MOVE RP-CLASS(RP-SUB) TO PL-CLASS.
           MOVE RP-YEARS(RP-SUB) TO PL-YEARS.
           EVALUATE RP-ACTION(RP-SUB)
               WHEN 'A'
                   MOVE 'ANONYMIZE' TO PL-ACTION
               WHEN 'D'
                   MOVE 'REMOVE' TO PL-ACTION
               WHEN OTHER
                   MOVE 'KEEP' TO PL-ACTION
           END-EVALUATE.
           MOVE RP-AGED-BY(RP-SUB) TO PL-AGED-BY.
           IF RP-ACTION(RP-SUB) = 'K'
               MOVE 0 TO PL-CUT-MM
               MOVE 0 TO PL-CUT-DD
               MOVE 0 TO PL-CUT-YYYY
               MOVE SPACE TO PL-SLASH-1
               MOVE SPACE TO PL-SLASH-2
           ELSE
               MOVE CT-MM TO PL-CUT-MM
               MOVE CT-DD TO PL-CUT-DD
               MOVE CT-YYYY TO PL-CUT-YYYY
               MOVE '/' TO PL-SLASH-1
               MOVE '/' TO PL-SLASH-2
           END-IF.
           WRITE PRTLINE FROM POLICY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *A PAINT CUSTOMER'S AGE IS THEIR LATEST INVOICE; ANY ROW STILL
      *OPEN OR HELD KEEPS THEM
       2100-LOAD-PAINT-AR.
           MOVE WS-PAINTAR-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2110-PAINT-AR-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2110-PAINT-AR-ROW.
           MOVE PG-IN-REC TO AR-REC.
           MOVE AR-CUST-NO TO FIND-CUST-NO.
           PERFORM 7100-FIND-PAINT-CUST.
           IF PA-HIT > 0
               IF AR-INV-DATE NUMERIC
                   AND AR-INV-DATE > PA-LAST-DATE(PA-HIT)
                   MOVE AR-INV-DATE TO PA-LAST-DATE(PA-HIT)
               END-IF
               IF AR-ROW-OPEN OR AR-ROW-HELD
                   MOVE 'Y' TO PA-OPEN(PA-HIT)
               END-IF
           END-IF.
           IF AR-ROW-OPEN OR AR-ROW-HELD
               IF OE-CTR < 1000
                   ADD 1 TO OE-CTR
                   MOVE AR-EST-NO TO OE-EST-NO(OE-CTR)
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *A LEAD-SAFE RECORD NOT YET PAST ITS RETAIN-UNTIL DATE - OR
      *WITH NONE YET, THE JOB STILL OPEN - KEEPS THE CUSTOMER TOO
       2200-LOAD-PAINT-LEAD.
           MOVE WS-PNTLEAD-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2210-PAINT-LEAD-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2210-PAINT-LEAD-ROW.
           MOVE PG-IN-REC TO LD-REC.
           MOVE LD-CUST-NO TO FIND-CUST-NO.
           PERFORM 7100-FIND-PAINT-CUST.
           IF PA-HIT > 0
               IF LD-RETAIN-UNTIL NOT NUMERIC
                   OR LD-RETAIN-UNTIL = 0
                   OR LD-RETAIN-UNTIL NOT < I-DATE
                   MOVE 'Y' TO PA-LEAD-HOLD(PA-HIT)
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *A BOAT BUYER'S AGE IS THEIR LATEST SALE OR SERVICE VISIT.
      *EACH DEAL'S BUYER IS KEPT FOR THE DEAL FILES THAT CARRY NO
      *CUSTOMER NUMBER
       2300-LOAD-BOAT-SALES.
           MOVE WS-BOATHIST-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2310-BOAT-SALE-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2310-BOAT-SALE-ROW.
           MOVE PG-IN-REC TO BH-REC.
           MOVE BH-CUST-NO TO FIND-CUST-NO.
           MOVE BH-DATE TO C-AGE-DATE.
           PERFORM 2350-BOAT-ACTIVITY.
           IF BH-DEAL-NO NOT = SPACES AND BH-CUST-NO NOT = SPACES
               MOVE BH-DEAL-NO TO FIND-DEAL-NO
               PERFORM 7800-ADD-DEAL
           END-IF.
           PERFORM 9000-READ.

       2350-BOAT-ACTIVITY.
           PERFORM 7200-FIND-BOAT-CUST.
           IF BA-HIT > 0
               IF C-AGE-DATE NUMERIC
                   AND C-AGE-DATE > BA-LAST-DATE(BA-HIT)
                   MOVE C-AGE-DATE TO BA-LAST-DATE(BA-HIT)
               END-IF
           END-IF.

       2400-LOAD-BOAT-SERVICE.
           MOVE WS-BOATSVCH-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2410-BOAT-SERVICE-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2410-BOAT-SERVICE-ROW.
           MOVE PG-IN-REC TO SH-REC.
           MOVE SH-CUST-NO TO FIND-CUST-NO.
           MOVE SH-DATE TO C-AGE-DATE.
           PERFORM 2350-BOAT-ACTIVITY.
           PERFORM 9000-READ.

      *A CLAIM THE MANUFACTURER HAS NOT ANSWERED KEEPS THE BUYER
       2500-LOAD-BOAT-CLAIMS.
           MOVE WS-BOATWLDG-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2510-BOAT-CLAIM-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2510-BOAT-CLAIM-ROW.
           MOVE PG-IN-REC TO WC-REC.
           IF WC-SUBMITTED
               MOVE WC-CUST-NO TO FIND-CUST-NO
               PERFORM 7200-FIND-BOAT-CUST
               IF BA-HIT > 0
                   MOVE 'Y' TO BA-OPEN-CLAIM(BA-HIT)
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *READ BEFORE THE RESERVATIONS LEDGER ITSELF IS PURGED, SO THE
      *GUEST HISTORY SEES THE NAMES AS THEY STOOD. COBCJF41 DROPS A
      *STAY ONCE IT IS OVER, SO WHAT IS LEFT IS MOSTLY BOOKINGS AHEAD
       2600-LOAD-GUEST-STAYS.
           MOVE WS-CONDORSV-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2610-GUEST-STAY-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2610-GUEST-STAY-ROW.
           MOVE PG-IN-REC TO OU-REC.
           IF OU-ENTRY-TYPE NOT = 'O' AND OU-DESC NOT = SPACES
               AND OU-FROM-DATE NUMERIC
               MOVE OU-DESC TO FIND-NAME
               PERFORM 7300-FIND-GUEST
               IF GS-HIT = 0 AND GS-CTR < 1000
                   ADD 1 TO GS-CTR
                   MOVE GS-CTR TO GS-HIT
                   MOVE FIND-NAME TO GS-NAME(GS-HIT)
                   MOVE 0 TO GS-LAST-DATE(GS-HIT)
               END-IF
               IF GS-HIT = 0
                   MOVE 'Y' TO TABLE-FULL
               ELSE
                   IF OU-FROM-DATE > GS-LAST-DATE(GS-HIT)
                       MOVE OU-FROM-DATE TO GS-LAST-DATE(GS-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *A CARD TOKEN'S AGE IS ITS LATEST STAY, WAITLIST WINDOW, OR
      *DISPUTE; ALL FOUR ARE READ BEFORE ANY OF THEM IS PURGED
       2700-LOAD-STAY-CARDS.
           MOVE WS-STAYCARD-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2710-STAY-CARD-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2710-STAY-CARD-ROW.
           MOVE PG-IN-REC TO SC-REC.
           IF SC-CCNUM NUMERIC
               MOVE SC-CCNUM TO FIND-TOKEN
               MOVE SC-START-DATE TO C-AGE-DATE
               MOVE 'N' TO C-TOKEN-OPEN
               MOVE 'N' TO C-TOKEN-DISPUTE
               PERFORM 2790-TOKEN-ACTIVITY
           END-IF.
           PERFORM 9000-READ.

       2720-LOAD-WAITLIST.
           MOVE WS-WAITLIST-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2730-WAITLIST-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2730-WAITLIST-ROW.
           MOVE PG-IN-REC TO WL-REC.
           IF WL-R-CCNUM NUMERIC
               MOVE WL-R-CCNUM TO FIND-TOKEN
               MOVE WL-R-END-DATE TO C-AGE-DATE
               IF WL-R-STATUS = 'W'
                   MOVE 'Y' TO C-TOKEN-OPEN
               ELSE
                   MOVE 'N' TO C-TOKEN-OPEN
               END-IF
               MOVE 'N' TO C-TOKEN-DISPUTE
               PERFORM 2790-TOKEN-ACTIVITY
           END-IF.
           PERFORM 9000-READ.

       2740-LOAD-PREAUTH.
           MOVE WS-PREAUTH-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2750-PREAUTH-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2750-PREAUTH-ROW.
           MOVE PG-IN-REC TO PR-REC.
           IF PR-CCNUM NUMERIC
               MOVE PR-CCNUM TO FIND-TOKEN
               MOVE PR-ARRIVAL TO C-AGE-DATE
               MOVE 'Y' TO C-TOKEN-OPEN
               MOVE 'N' TO C-TOKEN-DISPUTE
               PERFORM 2790-TOKEN-ACTIVITY
           END-IF.
           PERFORM 9000-READ.

       2760-LOAD-DISPUTES.
           MOVE WS-DISPLEDG-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2770-DISPUTE-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2770-DISPUTE-ROW.
           MOVE PG-IN-REC TO DG-REC.
           IF DG-TOKEN NUMERIC
               MOVE DG-TOKEN TO FIND-TOKEN
               IF DG-CLOSE-DATE NUMERIC AND DG-CLOSE-DATE > 0
                   MOVE DG-CLOSE-DATE TO C-AGE-DATE
               ELSE
                   MOVE DG-OPEN-DATE TO C-AGE-DATE
               END-IF
               IF DG-OPEN
                   MOVE 'Y' TO C-TOKEN-OPEN
                   MOVE 'Y' TO C-TOKEN-DISPUTE
               ELSE
                   MOVE 'N' TO C-TOKEN-OPEN
                   MOVE 'N' TO C-TOKEN-DISPUTE
               END-IF
               PERFORM 2790-TOKEN-ACTIVITY
           END-IF.
           PERFORM 9000-READ.

       2790-TOKEN-ACTIVITY.
           PERFORM 7400-FIND-TOKEN.
           IF TK-HIT > 0
               IF C-AGE-DATE NUMERIC
                   AND C-AGE-DATE > TK-LAST-DATE(TK-HIT)
                   MOVE C-AGE-DATE TO TK-LAST-DATE(TK-HIT)
               END-IF
               IF C-TOKEN-OPEN = 'Y'
                   MOVE 'Y' TO TK-OPEN(TK-HIT)
               END-IF
               IF C-TOKEN-DISPUTE = 'Y'
                   MOVE 'Y' TO TK-DISPUTE(TK-HIT)
               END-IF
           END-IF.

      *A FURNITURE ACCOUNT'S AGE IS ITS LATEST CHARGE, PAYMENT, OR
      *RETURN CREDIT (OR LATEST STATEMENT, TAKEN AT THE ROW)
       2800-LOAD-FURN-ACTIVITY.
           MOVE WS-FURACTV-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2810-FURN-ACTIVITY-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2810-FURN-ACTIVITY-ROW.
           MOVE PG-IN-REC TO FV-REC.
           IF FV-ACCT-NO NUMERIC
               MOVE FV-ACCT-NO TO FIND-ACCT-NO
               PERFORM 7500-FIND-FURN-ACCT
               IF FU-HIT > 0
                   IF FV-DATE NUMERIC
                       AND FV-DATE > FU-LAST-DATE(FU-HIT)
                       MOVE FV-DATE TO FU-LAST-DATE(FU-HIT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *A CONSIGNOR'S AGE IS THE LATEST INTAKE, SALE, OR PAYOUT ON ANY
      *OF THEIR BOARDS; A BOARD ON THE FLOOR OR SOLD AND NOT YET PAID
      *OUT KEEPS THEM
       2900-LOAD-CONSIGNMENTS.
           MOVE WS-CONSLED-PATH TO PG-IN-PATH.
           PERFORM 9200-OPEN-REFERENCE.
           PERFORM 2910-CONSIGNMENT-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           PERFORM 9300-CLOSE-REFERENCE.

       2910-CONSIGNMENT-ROW.
           MOVE PG-IN-REC TO CS-REC.
           MOVE CS-CONSIGNOR TO FIND-CUST-NO.
           PERFORM 7600-FIND-CONSIGNOR.
           IF CN-HIT > 0
               IF CS-OPEN
                   MOVE 'Y' TO CN-OPEN(CN-HIT)
               END-IF
               IF CS-INTAKE-DATE NUMERIC
                   AND CS-INTAKE-DATE > CN-LAST-DATE(CN-HIT)
                   MOVE CS-INTAKE-DATE TO CN-LAST-DATE(CN-HIT)
               END-IF
               IF CS-SALE-DATE NUMERIC
                   AND CS-SALE-DATE > CN-LAST-DATE(CN-HIT)
                   MOVE CS-SALE-DATE TO CN-LAST-DATE(CN-HIT)
               END-IF
               IF CS-CLOSE-DATE NUMERIC
                   AND CS-CLOSE-DATE > CN-LAST-DATE(CN-HIT)
                   MOVE CS-CLOSE-DATE TO CN-LAST-DATE(CN-HIT)
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *ONE FILE IN THE POLICY: EVERY ROW GOES THROUGH ITS FILE'S
      *RULE INTO THE WORK FILE, AND THE WORK FILE REPLACES THE LIVE
      *ONE WHEN ANYTHING ON IT WAS PURGED
       3000-PURGE-FILE.
           IF RP-ACTION(RP-SUB) = 'K'
               MOVE 'NO PERSONAL FIELDS - NOT READ'
                   TO PS-DISPOSITION(RP-SUB)
           ELSE
               PERFORM 9400-RESOLVE-PATH
               MOVE LIVE-PATH TO PG-IN-PATH
               MOVE 'YES' TO PG-MORE-RECS
               OPEN INPUT PGIN
               IF PG-IN-STATUS NOT = '00'
                   MOVE 'FILE NOT ON DISK'
                       TO PS-DISPOSITION(RP-SUB)
               ELSE
                   PERFORM 3010-PURGE-PASS
               END-IF
           END-IF.

       3010-PURGE-PASS.
           MOVE WS-PURGETMP-PATH TO PG-OUT-PATH.
           OPEN OUTPUT PGOUT.
           MOVE 0 TO C-KEY-ROW.
           PERFORM 9000-READ.
           PERFORM 3020-PURGE-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           CLOSE PGIN.
           CLOSE PGOUT.
           EVALUATE TRUE
               WHEN PS-PURGED(RP-SUB) = 0
                   MOVE 'NOTHING PAST RETENTION'
                       TO PS-DISPOSITION(RP-SUB)
               WHEN TRIAL-RUN
                   MOVE 'TRIAL - FILE NOT CHANGED'
                       TO PS-DISPOSITION(RP-SUB)
               WHEN OTHER
                   PERFORM 8000-REPLACE-LIVE-FILE
                   MOVE 'FILE REWRITTEN'
                       TO PS-DISPOSITION(RP-SUB)
           END-EVALUATE.

       3020-PURGE-ROW.
           ADD 1 TO PS-READ(RP-SUB).
           ADD 1 TO C-TOT-READ.
           ADD 1 TO C-KEY-ROW.
           MOVE SPACE TO ROW-RESULT.
           MOVE SPACES TO C-PURGE-KEY.
           MOVE PG-IN-REC TO PG-OUT-REC.
           EVALUATE RP-FILE(RP-SUB)
               WHEN 'WAITLIST'
                   PERFORM 3100-WAITLIST-ROW
               WHEN 'GUESTHST'
                   PERFORM 3200-GUESTHST-ROW
               WHEN 'CONDORSV'
                   PERFORM 3300-CONDORSV-ROW
               WHEN 'CHNLXREF'
                   PERFORM 3350-CHNLXREF-ROW
               WHEN 'SPECORD'
                   PERFORM 3400-SPECORD-ROW
               WHEN 'PCUSTMST'
                   PERFORM 3500-PCUSTMST-ROW
               WHEN 'PAINTAR'
                   PERFORM 3600-PAINTAR-ROW
               WHEN 'PNTLEAD'
                   PERFORM 3700-PNTLEAD-ROW
               WHEN 'BOATCUST'
                   PERFORM 3800-BOATCUST-ROW
               WHEN 'BOATHIST'
                   PERFORM 3900-BOATHIST-ROW
               WHEN 'BOATTITL'
                   PERFORM 3910-BOATTITL-ROW
               WHEN 'BOATINLG'
                   PERFORM 3915-BOATINLG-ROW
               WHEN 'BOATINV'
                   PERFORM 3920-BOATINV-ROW
               WHEN 'LNDRPEND'
                   PERFORM 3925-LNDRPEND-ROW
               WHEN 'USEDINV'
                   PERFORM 3930-USEDINV-ROW
               WHEN 'POPHIST'
                   PERFORM 3950-POPHIST-ROW
               WHEN 'POPDON'
                   PERFORM 3955-POPDON-ROW
               WHEN 'PAINTEST'
                   PERFORM 3960-PAINTEST-ROW
               WHEN 'LEASEREG'
                   PERFORM 3965-LEASEREG-ROW
               WHEN 'SITEHOLD'
                   PERFORM 3970-SITEHOLD-ROW
               WHEN 'STAYCARD'
                   PERFORM 3975-STAYCARD-ROW
               WHEN 'DISPLEDG'
                   PERFORM 3980-DISPLEDG-ROW
               WHEN 'CARDVLT'
                   PERFORM 3985-CARDVLT-ROW
               WHEN 'FURACCT'
                   PERFORM 3990-FURACCT-ROW
               WHEN 'CONSIGNR'
                   PERFORM 3995-CONSIGNR-ROW
               WHEN 'FLEET'
                   PERFORM 3996-FLEET-ROW
               WHEN 'FLEETHST'
                   PERFORM 3997-FLEETHST-ROW
               WHEN OTHER
                   MOVE 'N' TO ROW-RESULT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ROW-PURGED
                   ADD 1 TO PS-PURGED(RP-SUB)
                   MOVE 'ANONYMIZED' TO DL-ACTION
                   PERFORM 3030-DETAIL-LINE
               WHEN ROW-REMOVED
                   ADD 1 TO PS-PURGED(RP-SUB)
                   MOVE 'REMOVED' TO DL-ACTION
                   PERFORM 3030-DETAIL-LINE
               WHEN ROW-IN-RETENTION
                   ADD 1 TO PS-IN-RETENTION(RP-SUB)
               WHEN ROW-OPEN
                   ADD 1 TO PS-OPEN(RP-SUB)
               WHEN ROW-PRIOR
                   ADD 1 TO PS-PRIOR(RP-SUB)
               WHEN OTHER
                   ADD 1 TO PS-OTHER(RP-SUB)
           END-EVALUATE.
           IF NOT ROW-REMOVED
               WRITE PG-OUT-REC
           END-IF.
           PERFORM 9000-READ.

       3030-DETAIL-LINE.
           ADD 1 TO C-TOT-PURGED.
           ADD 1 TO C-DETAIL-CTR.
           MOVE RP-FILE(RP-SUB) TO DL-FILE.
           MOVE C-PURGE-KEY TO DL-KEY.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

      *A WAITLIST ENTRY IS DONE WITH ONCE THE STAY IT ASKED FOR HAS
      *PASSED - NAME AND CARD GO, CAMPGROUND, SITE, DATES, AND THE
      *QUOTED AMOUNT STAY
       3100-WAITLIST-ROW.
           MOVE PG-IN-REC TO WL-REC.
           EVALUATE TRUE
               WHEN WL-R-LNAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN WL-R-END-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN WL-R-END-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO WL-R-LNAME
                   MOVE SPACES TO WL-R-FNAME
                   MOVE SPACE TO WL-R-CCTYPE
                   MOVE 0 TO WL-R-CCNUM
                   MOVE 0 TO WL-R-CCEXP
                   STRING WL-R-CAMPGROUND DELIMITED BY '  '
                       ' SITE ' DELIMITED BY SIZE
                       WL-R-SITE DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       WL-R-START-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE WL-REC TO PG-OUT-REC.

      *THE REPEAT-GUEST ROW IS THE NAME, A COUNT, AND THE ARRIVAL OF
      *THE LAST STAY COBCJF04 COUNTED, SO A GUEST WITH NO STAY SINCE
      *THE CUTOFF COMES OFF ENTIRELY. A BOOKING STILL AHEAD ON THE
      *RESERVATIONS LEDGER KEEPS THEM; ONE LEFT BEHIND THERE COUNTS
      *AS A STAY. A ROW NOT YET STAMPED IS KEPT UNTIL COBCJF04 NEXT
      *SAVES THE FILE. THE NAME IS THE KEY, SO THE CERTIFICATE SHOWS
      *THE ROW NUMBER
       3200-GUESTHST-ROW.
           MOVE PG-IN-REC TO GH-REC.
           MOVE GH-NAME TO FIND-NAME.
           PERFORM 7300-FIND-GUEST.
           IF GH-LAST-STAY NUMERIC
               MOVE GH-LAST-STAY TO C-AGE-DATE
           ELSE
               MOVE 0 TO C-AGE-DATE
           END-IF.
           IF GS-HIT > 0
               IF GS-LAST-DATE(GS-HIT) > C-AGE-DATE
                   MOVE GS-LAST-DATE(GS-HIT) TO C-AGE-DATE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN GH-NAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE NOT < I-DATE
                   MOVE 'O' TO ROW-RESULT
               WHEN GS-HIT = 0 AND TABLE-FULL = 'Y'
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'X' TO ROW-RESULT
                   STRING 'GUEST HISTORY ROW ' DELIMITED BY SIZE
                       C-KEY-ROW DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.

      *OWNER BLOCKS CARRY NO GUEST. COBCJF41 DROPS A STAY ONCE IT
      *IS OVER, SO A GUEST ROW HERE IS A BOOKING AHEAD (OPEN) OR ONE
      *LEFT BEHIND; THE LATTER IS AGED FROM ITS ARRIVAL
       3300-CONDORSV-ROW.
           MOVE PG-IN-REC TO OU-REC.
           EVALUATE TRUE
               WHEN OU-ENTRY-TYPE = 'O'
                   MOVE 'N' TO ROW-RESULT
               WHEN OU-DESC = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN OU-FROM-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN OU-FROM-DATE NOT < I-DATE
                   MOVE 'O' TO ROW-RESULT
               WHEN OU-FROM-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO OU-DESC
                   STRING 'CONDO ' DELIMITED BY SIZE
                       OU-CONDO DELIMITED BY SIZE
                       ' ARRIVING ' DELIMITED BY SIZE
                       OU-FROM-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE OU-REC TO PG-OUT-REC.

      *A CHANNEL BOOKING LOSES THE GUEST NAME ONCE ITS ARRIVAL IS
      *PAST RETENTION; CONFIRMATION, CONDO, NIGHTS, AND MONEY STAY
      *FOR THE COMMISSION RECONCILIATION
       3350-CHNLXREF-ROW.
           MOVE PG-IN-REC TO CB-REC.
           EVALUATE TRUE
               WHEN CB-GUEST = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN CB-GUEST = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN CB-ARR-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN CB-ARR-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO CB-GUEST
                   STRING 'CHANNEL ' DELIMITED BY SIZE
                       CB-CHANNEL DELIMITED BY SIZE
                       ' CONF ' DELIMITED BY SIZE
                       CB-CONF-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE CB-REC TO PG-OUT-REC.

      *AN ORDER NOT YET FILLED IS OPEN. A FILLED ONE AGES FROM ITS
      *FILL DATE, ANYTHING ELSE FROM THE DATE IT WAS TAKEN
       3400-SPECORD-ROW.
           MOVE PG-IN-REC TO SO-REC.
           IF SO-FILL-DATE NUMERIC AND SO-FILL-DATE > 0
               MOVE SO-FILL-DATE TO C-AGE-DATE
           ELSE
               MOVE SO-DATE TO C-AGE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN SO-STATUS = 'O'
                   MOVE 'O' TO ROW-RESULT
               WHEN SO-CUST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN C-AGE-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO SO-CUST-NAME
                   MOVE SPACES TO SO-CUST-PHONE
                   STRING 'BOARD ' DELIMITED BY SIZE
                       SO-BOARD DELIMITED BY SIZE
                       ' ORDERED ' DELIMITED BY SIZE
                       SO-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE SO-REC TO PG-OUT-REC.

      *THE CUSTOMER NUMBER AND YEAR BUILT STAY FOR THE JOB COSTING
      *AND LEAD-SAFE REPORTS. A CUSTOMER PURGED HERE, NOW OR BY AN
      *EARLIER RUN, IS PURGED FROM THE RECEIVABLES NEXT
       3500-PCUSTMST-ROW.
           MOVE PG-IN-REC TO PC-REC.
           MOVE PC-NO TO FIND-CUST-NO.
           PERFORM 7100-FIND-PAINT-CUST.
           EVALUATE TRUE
               WHEN PA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN PC-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
                   MOVE 'Y' TO PA-PURGED(PA-HIT)
               WHEN PA-OPEN(PA-HIT) = 'Y'
                   OR PA-LEAD-HOLD(PA-HIT) = 'Y'
                   MOVE 'O' TO ROW-RESULT
               WHEN PA-LAST-DATE(PA-HIT) = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN PA-LAST-DATE(PA-HIT) < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'Y' TO PA-PURGED(PA-HIT)
                   MOVE 'PURGED' TO PC-NAME
                   MOVE SPACES TO PC-ADDRESS
                   STRING 'PAINT CUSTOMER ' DELIMITED BY SIZE
                       PC-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE PC-REC TO PG-OUT-REC.

       3600-PAINTAR-ROW.
           MOVE PG-IN-REC TO AR-REC.
           MOVE AR-CUST-NO TO FIND-CUST-NO.
           PERFORM 7100-FIND-PAINT-CUST.
           EVALUATE TRUE
               WHEN AR-CUST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN PA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN PA-PURGED(PA-HIT) = 'Y'
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO AR-CUST-NAME
                   STRING 'ESTIMATE ' DELIMITED BY SIZE
                       AR-EST-NO DELIMITED BY SIZE
                       ' CUSTOMER ' DELIMITED BY SIZE
                       AR-CUST-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE AR-REC TO PG-OUT-REC.

      *THE SIGNER'S NAME GOES ONCE THE RETAIN-UNTIL DATE COBCJF62
      *STAMPED HAS PASSED; THE CERTIFICATE NUMBER AND DATES STAY
       3700-PNTLEAD-ROW.
           MOVE PG-IN-REC TO LD-REC.
           EVALUATE TRUE
               WHEN LD-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN LD-RETAIN-UNTIL NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN LD-RETAIN-UNTIL = 0
                   MOVE 'O' TO ROW-RESULT
               WHEN LD-RETAIN-UNTIL < I-DATE
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO LD-NAME
                   STRING 'ESTIMATE ' DELIMITED BY SIZE
                       LD-EST-NO DELIMITED BY SIZE
                       ' ITEM ' DELIMITED BY SIZE
                       LD-ITEM DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE LD-REC TO PG-OUT-REC.

      *STATE AND ZIP STAY FOR THE TAX AND TERRITORY REPORTS
       3800-BOATCUST-ROW.
           MOVE PG-IN-REC TO BC-REC.
           MOVE BC-NO TO FIND-CUST-NO.
           PERFORM 7200-FIND-BOAT-CUST.
           EVALUATE TRUE
               WHEN BA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN BC-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
                   MOVE 'Y' TO BA-PURGED(BA-HIT)
               WHEN BA-OPEN-CLAIM(BA-HIT) = 'Y'
                   MOVE 'O' TO ROW-RESULT
               WHEN BA-LAST-DATE(BA-HIT) = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN BA-LAST-DATE(BA-HIT) < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'Y' TO BA-PURGED(BA-HIT)
                   MOVE 'PURGED' TO BC-NAME
                   MOVE SPACES TO BC-ADDRESS
                   MOVE SPACES TO BC-CITY
                   MOVE SPACES TO BC-PHONE
                   STRING 'BOAT CUSTOMER ' DELIMITED BY SIZE
                       BC-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE BC-REC TO PG-OUT-REC.

       3900-BOATHIST-ROW.
           MOVE PG-IN-REC TO BH-REC.
           MOVE BH-CUST-NO TO FIND-CUST-NO.
           PERFORM 7200-FIND-BOAT-CUST.
           EVALUATE TRUE
               WHEN BH-LAST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN BA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN BA-PURGED(BA-HIT) = 'Y'
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO BH-LAST-NAME
                   STRING 'DEAL ' DELIMITED BY SIZE
                       BH-DEAL-NO DELIMITED BY SIZE
                       ' CUSTOMER ' DELIMITED BY SIZE
                       BH-CUST-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE BH-REC TO PG-OUT-REC.

      *TITLE WORK FOLLOWS THE BUYER LIKE THE SALES HISTORY, BUT ANY
      *NOT YET MAILED IS STILL BEING WORKED AND IS KEPT. STATE,
      *DATES, AND FEES STAY FOR THE REMITTANCE FIGURES
       3910-BOATTITL-ROW.
           MOVE PG-IN-REC TO TL-REC.
           MOVE TL-CUST-NO TO FIND-CUST-NO.
           PERFORM 7200-FIND-BOAT-CUST.
           EVALUATE TRUE
               WHEN TL-LAST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN TL-WORK-OPEN
                   MOVE 'O' TO ROW-RESULT
               WHEN BA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN BA-PURGED(BA-HIT) = 'Y'
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO TL-LAST-NAME
                   STRING 'DEAL ' DELIMITED BY SIZE
                       TL-DEAL-NO DELIMITED BY SIZE
                       ' CUSTOMER ' DELIMITED BY SIZE
                       TL-CUST-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE TL-REC TO PG-OUT-REC.

      *AN INCENTIVE CLAIM FOLLOWS THE BUYER THE SAME WAY; ONE STILL
      *WAITING ON THE MANUFACTURER IS KEPT
       3915-BOATINLG-ROW.
           MOVE PG-IN-REC TO IL-REC.
           MOVE IL-CUST-NO TO FIND-CUST-NO.
           PERFORM 7200-FIND-BOAT-CUST.
           EVALUATE TRUE
               WHEN IL-LAST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN IL-CLAIM-OPEN
                   MOVE 'O' TO ROW-RESULT
               WHEN BA-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN BA-PURGED(BA-HIT) = 'Y'
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO IL-LAST-NAME
                   STRING 'DEAL ' DELIMITED BY SIZE
                       IL-DEAL-NO DELIMITED BY SIZE
                       ' PROGRAM ' DELIMITED BY SIZE
                       IL-PROGRAM DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE IL-REC TO PG-OUT-REC.

      *A SOLD UNIT CARRIES THE BUYER'S NAME BUT NO CUSTOMER NUMBER,
      *SO IT FOLLOWS THE BUYER THROUGH ITS DEAL; WITHOUT ONE ON THE
      *SALES HISTORY IT AGES FROM THE DATE THE UNIT CAME IN. VIN,
      *COST, AND DEAL STAY FOR THE FLOOR-PLAN FIGURES
       3920-BOATINV-ROW.
           MOVE PG-IN-REC TO INV-REC.
           EVALUATE TRUE
               WHEN INV-LAST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN INV-LAST-NAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN OTHER
                   MOVE INV-DEAL-NO TO FIND-DEAL-NO
                   MOVE INV-DATE-RECEIVED TO C-AGE-DATE
                   PERFORM 3940-FOLLOW-DEAL
           END-EVALUATE.
           IF ROW-PURGED
               MOVE 'PURGED' TO INV-LAST-NAME
               STRING 'BOAT UNIT ' DELIMITED BY SIZE
                   INV-VIN DELIMITED BY SIZE
                   INTO C-PURGE-KEY
           END-IF.
           MOVE INV-REC TO PG-OUT-REC.

      *A FUNDING STILL WAITING ON THE BANK IS OPEN; A CLOSED ONE
      *FOLLOWS THE BUYER THROUGH ITS DEAL, OR AGES FROM SUBMISSION
       3925-LNDRPEND-ROW.
           MOVE PG-IN-REC TO LP-REC.
           EVALUATE TRUE
               WHEN LP-LAST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN NOT LP-CLOSED
                   MOVE 'O' TO ROW-RESULT
               WHEN LP-LAST-NAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN OTHER
                   MOVE LP-DEAL-NO TO FIND-DEAL-NO
                   MOVE LP-SUBMIT-DATE TO C-AGE-DATE
                   PERFORM 3940-FOLLOW-DEAL
           END-EVALUATE.
           IF ROW-PURGED
               MOVE 'PURGED' TO LP-LAST-NAME
               STRING 'LENDER FUNDING DEAL ' DELIMITED BY SIZE
                   LP-DEAL-NO DELIMITED BY SIZE
                   ' ROW ' DELIMITED BY SIZE
                   C-KEY-ROW DELIMITED BY SIZE
                   INTO C-PURGE-KEY
           END-IF.
           MOVE LP-REC TO PG-OUT-REC.

      *A TRADE-IN STILL ON THE LOT IS OPEN; ONCE SOLD OR RETURNED
      *THE OWNER WHO TRADED IT FOLLOWS THEIR DEAL, OR AGES FROM THE
      *DATE THE BOAT CAME IN. STOCK, ALLOWANCE, AND RESALE STAY
       3930-USEDINV-ROW.
           MOVE PG-IN-REC TO US-REC.
           EVALUATE TRUE
               WHEN US-SRC-LNAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN US-ON-LOT
                   MOVE 'O' TO ROW-RESULT
               WHEN US-SRC-LNAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN OTHER
                   MOVE US-SRC-DEAL-NO TO FIND-DEAL-NO
                   MOVE US-DATE-IN TO C-AGE-DATE
                   PERFORM 3940-FOLLOW-DEAL
           END-EVALUATE.
           IF ROW-PURGED
               MOVE 'PURGED' TO US-SRC-LNAME
               STRING 'TRADE-IN ' DELIMITED BY SIZE
                   US-STOCK-NO DELIMITED BY SIZE
                   INTO C-PURGE-KEY
           END-IF.
           MOVE US-REC TO PG-OUT-REC.

      *THE DEAL'S BUYER DECIDES WHEN THEY ARE ON FILE; OTHERWISE THE
      *ROW'S OWN DATE IN C-AGE-DATE DOES. A DEAL MISSED BECAUSE THE
      *TABLES FILLED IS KEPT
       3940-FOLLOW-DEAL.
           PERFORM 7850-FIND-DEAL.
           MOVE 0 TO BA-HIT.
           IF BD-HIT > 0
               MOVE BD-CUST-NO(BD-HIT) TO FIND-CUST-NO
               PERFORM 7200-FIND-BOAT-CUST
           END-IF.
           EVALUATE TRUE
               WHEN BA-HIT > 0 AND BA-PURGED(BA-HIT) = 'Y'
                   MOVE 'P' TO ROW-RESULT
               WHEN BA-HIT > 0
                   MOVE 'W' TO ROW-RESULT
               WHEN TABLE-FULL = 'Y'
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.

      *A HOUSEHOLD'S OLD SEASONS LOSE NAME AND STREET; SEASON, ZIP,
      *TEAM, AND CASES STAY FOR THE YEAR-OVER-YEAR FIGURES. LAST
      *SEASON IS ALWAYS INSIDE RETENTION FOR THE LAPSED-BUYER LIST
       3950-POPHIST-ROW.
           MOVE PG-IN-REC TO HS-REC.
           MOVE PS-CUTOFF(RP-SUB) TO CUTOFF-DATE.
           EVALUATE TRUE
               WHEN HS-LNAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN HS-SEASON NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN HS-SEASON < CT-YYYY
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO HS-LNAME
                   MOVE SPACES TO HS-FNAME
                   MOVE SPACES TO HS-ADDRESS
                   MOVE SPACES TO HS-CITY
                   STRING 'SEASON ' DELIMITED BY SIZE
                       HS-SEASON DELIMITED BY SIZE
                       ' TEAM ' DELIMITED BY SIZE
                       HS-TEAM DELIMITED BY SIZE
                       ' ZIP ' DELIMITED BY SIZE
                       HS-ZIP DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE HS-REC TO PG-OUT-REC.

      *A DONATION LOSES THE DONOR'S NAME AND STREET ONCE THE GIFT IS
      *PAST RETENTION; STATE, ZIP, DATE, TEAM, METHOD, AND AMOUNT
      *STAY FOR THE CAMPAIGN TOTALS
       3955-POPDON-ROW.
           MOVE PG-IN-REC TO DN-REC.
           EVALUATE TRUE
               WHEN DN-LNAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN DN-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN DN-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO DN-LNAME
                   MOVE SPACES TO DN-FNAME
                   MOVE SPACES TO DN-ADDRESS
                   MOVE SPACES TO DN-CITY
                   STRING 'DONATION ROW ' DELIMITED BY SIZE
                       C-KEY-ROW DELIMITED BY SIZE
                       ' GIVEN ' DELIMITED BY SIZE
                       DN-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE DN-REC TO PG-OUT-REC.

      *AN ESTIMATE FOLLOWS ITS CUSTOMER; ONE KEYED BEFORE CUSTOMER
      *NUMBERS WERE CARRIED, OR FOR A CUSTOMER NO LONGER ON FILE,
      *AGES FROM ITS OWN DATE. A RECEIVABLE STILL OPEN OR HELD ON THE
      *ESTIMATE KEEPS IT EITHER WAY
       3960-PAINTEST-ROW.
           MOVE PG-IN-REC TO PE-REC.
           MOVE PE-CUST-NO TO FIND-CUST-NO.
           MOVE PA-CTR TO C-PA-COUNT.
           PERFORM 7100-FIND-PAINT-CUST.
           IF PA-CTR > C-PA-COUNT
               MOVE C-PA-COUNT TO PA-CTR
               MOVE 0 TO PA-HIT
           END-IF.
           MOVE PE-EST-NO TO FIND-EST-NO.
           PERFORM 7700-FIND-OPEN-EST.
           EVALUATE TRUE
               WHEN PE-CUST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN OE-HIT > 0
                   MOVE 'O' TO ROW-RESULT
               WHEN PA-HIT > 0 AND PA-PURGED(PA-HIT) = 'Y'
                   PERFORM 3961-PAINTEST-PURGE
               WHEN PA-HIT > 0
                   MOVE 'W' TO ROW-RESULT
               WHEN PE-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN PE-DATE < PS-CUTOFF(RP-SUB)
                   PERFORM 3961-PAINTEST-PURGE
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE PE-REC TO PG-OUT-REC.

       3961-PAINTEST-PURGE.
           MOVE 'P' TO ROW-RESULT.
           MOVE 'PURGED' TO PE-CUST-NAME.
           MOVE SPACES TO PE-CUST-ADDRESS.
           STRING 'ESTIMATE ' DELIMITED BY SIZE
               PE-EST-NO DELIMITED BY SIZE
               ' ROW ' DELIMITED BY SIZE
               C-KEY-ROW DELIMITED BY SIZE
               INTO C-PURGE-KEY.

      *A LEASE NOT YET ENDED IS ACTIVE. SITE, DATES, AND THE MONTHLY
      *AMOUNT STAY FOR THE LEASE AND ELECTRIC HISTORY
       3965-LEASEREG-ROW.
           MOVE PG-IN-REC TO LR-REC.
           EVALUATE TRUE
               WHEN LR-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN LR-END-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN LR-END-DATE NOT < I-DATE
                   MOVE 'O' TO ROW-RESULT
               WHEN LR-END-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO LR-NAME
                   STRING LR-CAMPGROUND DELIMITED BY '  '
                       ' SITE ' DELIMITED BY SIZE
                       LR-SITE DELIMITED BY SIZE
                       ' LEASE ' DELIMITED BY SIZE
                       LR-START-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE LR-REC TO PG-OUT-REC.

      *A HOLD IS ONLY THE CALLER'S NAME ON A SITE FOR ONE NIGHT'S
      *RUN, SO AN OLD ONE COMES OFF ENTIRELY
       3970-SITEHOLD-ROW.
           MOVE PG-IN-REC TO HD-REC.
           EVALUATE TRUE
               WHEN HD-HOLD-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN HD-HOLD-DATE NOT < I-DATE
                   MOVE 'O' TO ROW-RESULT
               WHEN HD-HOLD-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'X' TO ROW-RESULT
                   STRING HD-CAMPGROUND DELIMITED BY '  '
                       ' SITE ' DELIMITED BY SIZE
                       HD-SITE DELIMITED BY SIZE
                       ' HOLD ' DELIMITED BY SIZE
                       HD-HOLD-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.

      *A STAY WHOSE CARD IS IN AN OPEN DISPUTE IS THE EVIDENCE FOR
      *IT. NAME AND CARD GO; SITE, DATES, AND THE MODIFICATION CHAIN
      *STAY
       3975-STAYCARD-ROW.
           MOVE PG-IN-REC TO SC-REC.
           IF SC-CCNUM NUMERIC
               MOVE SC-CCNUM TO FIND-TOKEN
           ELSE
               MOVE 0 TO FIND-TOKEN
           END-IF.
           PERFORM 7400-FIND-TOKEN.
           EVALUATE TRUE
               WHEN SC-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN SC-START-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN FIND-TOKEN > 0 AND TK-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN TK-HIT > 0 AND TK-DISPUTE(TK-HIT) = 'Y'
                   MOVE 'O' TO ROW-RESULT
               WHEN SC-START-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO SC-NAME
                   MOVE SPACE TO SC-CCTYPE
                   MOVE 0 TO SC-CCNUM
                   MOVE 0 TO SC-CCEXP
                   STRING SC-CAMPGROUND DELIMITED BY '  '
                       ' SITE ' DELIMITED BY SIZE
                       SC-SITE DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       SC-START-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE SC-REC TO PG-OUT-REC.

      *A CASE STILL OPEN IS KEPT WHOLE. A DECIDED ONE AGES FROM THE
      *DAY IT CLOSED AND LOSES THE CARDHOLDER'S NAME AND TOKEN
       3980-DISPLEDG-ROW.
           MOVE PG-IN-REC TO DG-REC.
           IF DG-CLOSE-DATE NUMERIC AND DG-CLOSE-DATE > 0
               MOVE DG-CLOSE-DATE TO C-AGE-DATE
           ELSE
               MOVE DG-OPEN-DATE TO C-AGE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN DG-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN DG-OPEN
                   MOVE 'O' TO ROW-RESULT
               WHEN C-AGE-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO DG-NAME
                   MOVE 0 TO DG-TOKEN
                   STRING 'DISPUTE CASE ' DELIMITED BY SIZE
                       DG-CASE-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE DG-REC TO PG-OUT-REC.

      *THE VAULT ROW IS NOTHING BUT THE CARD, SO A TOKEN PAST
      *RETENTION - OR ONE NO FILE CARRIES ANY MORE - COMES OFF. THE
      *CERTIFICATE SHOWS THE TOKEN, NEVER THE CARD NUMBER
       3985-CARDVLT-ROW.
           MOVE PG-IN-REC TO VT-REC.
           IF VT-TOKEN NUMERIC
               MOVE VT-TOKEN TO FIND-TOKEN
           ELSE
               MOVE 0 TO FIND-TOKEN
           END-IF.
           PERFORM 7400-FIND-TOKEN.
           EVALUATE TRUE
               WHEN TK-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN TK-OPEN(TK-HIT) = 'Y'
                   MOVE 'O' TO ROW-RESULT
               WHEN TK-LAST-DATE(TK-HIT) < PS-CUTOFF(RP-SUB)
                   MOVE 'X' TO ROW-RESULT
                   STRING 'VAULT TOKEN ' DELIMITED BY SIZE
                       VT-TOKEN DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.

      *AN ACCOUNT CARRYING A BALANCE OR AN UNMET DUE DATE IS OPEN.
      *A DORMANT ONE PAST RETENTION LOSES NAME, ADDRESS, AND PHONE AND
      *IS CLOSED SO IT CANNOT BE CHARGED AGAIN; LIMIT, RATE, AND THE
      *STATEMENT FIGURES STAY
       3990-FURACCT-ROW.
           MOVE PG-IN-REC TO FA-REC.
           IF FA-ACCT-NO NUMERIC
               MOVE FA-ACCT-NO TO FIND-ACCT-NO
               PERFORM 7500-FIND-FURN-ACCT
           ELSE
               MOVE 0 TO FU-HIT
           END-IF.
           MOVE 0 TO C-AGE-DATE.
           IF FU-HIT > 0
               MOVE FU-LAST-DATE(FU-HIT) TO C-AGE-DATE
           END-IF.
           IF FA-STMT-DATE NUMERIC AND FA-STMT-DATE > C-AGE-DATE
               MOVE FA-STMT-DATE TO C-AGE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN FA-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN FU-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN FA-BALANCE NUMERIC AND FA-BALANCE NOT = 0
                   MOVE 'O' TO ROW-RESULT
               WHEN FA-PAST-DUE-DATE NUMERIC AND FA-PAST-DUE-DATE > 0
                   MOVE 'O' TO ROW-RESULT
               WHEN C-AGE-DATE = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN C-AGE-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO FA-NAME
                   MOVE SPACES TO FA-STREET
                   MOVE SPACES TO FA-CITY-ST-ZIP
                   MOVE SPACES TO FA-PHONE
                   MOVE 'C' TO FA-STATUS
                   STRING 'FURNITURE ACCOUNT ' DELIMITED BY SIZE
                       FA-ACCT-NO DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE FA-REC TO PG-OUT-REC.

      *THE CONSIGNOR ID STAYS FOR THE CONSIGNMENT LEDGER AND PAYOUT
      *HISTORY
       3995-CONSIGNR-ROW.
           MOVE PG-IN-REC TO CR-REC.
           MOVE CR-ID TO FIND-CUST-NO.
           PERFORM 7600-FIND-CONSIGNOR.
           EVALUATE TRUE
               WHEN CR-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN CN-HIT = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN CN-OPEN(CN-HIT) = 'Y'
                   MOVE 'O' TO ROW-RESULT
               WHEN CN-LAST-DATE(CN-HIT) = 0
                   MOVE 'N' TO ROW-RESULT
               WHEN CN-LAST-DATE(CN-HIT) < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO CR-NAME
                   MOVE SPACES TO CR-STREET
                   MOVE SPACES TO CR-CITY-ST-ZIP
                   MOVE SPACES TO CR-PHONE
                   STRING 'CONSIGNOR ' DELIMITED BY SIZE
                       CR-ID DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE CR-REC TO PG-OUT-REC.

      *A RENTAL FLEET UNIT CARRIES ITS LATEST RENTER; A BOARD STILL
      *OUT KEEPS THEM, OTHERWISE THEY AGE FROM THE DAY IT WENT OUT.
      *THE UNIT AND ITS RENTAL AND DAMAGE FIGURES STAY
       3996-FLEET-ROW.
           MOVE PG-IN-REC TO FL-REC.
           EVALUATE TRUE
               WHEN FL-CUST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN FL-CUST-NAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN FL-RENTED-OUT
                   MOVE 'O' TO ROW-RESULT
               WHEN FL-OUT-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN FL-OUT-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO FL-CUST-NAME
                   STRING 'FLEET UNIT ' DELIMITED BY SIZE
                       FL-UNIT DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE FL-REC TO PG-OUT-REC.

      *THE RENTAL LOG LOSES THE CUSTOMER ONCE THE TRANSACTION IS
      *PAST RETENTION; CODE, UNIT, DAYS, AND MONEY STAY
       3997-FLEETHST-ROW.
           MOVE PG-IN-REC TO FT-REC.
           EVALUATE TRUE
               WHEN FT-CUST-NAME = 'PURGED'
                   MOVE 'R' TO ROW-RESULT
               WHEN FT-CUST-NAME = SPACES
                   MOVE 'N' TO ROW-RESULT
               WHEN FT-DATE NOT NUMERIC
                   MOVE 'N' TO ROW-RESULT
               WHEN FT-DATE < PS-CUTOFF(RP-SUB)
                   MOVE 'P' TO ROW-RESULT
                   MOVE 'PURGED' TO FT-CUST-NAME
                   STRING 'FLEET UNIT ' DELIMITED BY SIZE
                       FT-UNIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FT-CODE DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       FT-DATE DELIMITED BY SIZE
                       INTO C-PURGE-KEY
               WHEN OTHER
                   MOVE 'W' TO ROW-RESULT
           END-EVALUATE.
           MOVE FT-REC TO PG-OUT-REC.

       4000-CLOSING.
           IF C-DETAIL-CTR = 0
               WRITE PRTLINE FROM NO-PURGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'SUMMARY BY FILE' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM SUMMARY-HEADINGS
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           PERFORM 4100-SUMMARY-LINE
               VARYING RP-SUB FROM 1 BY 1
               UNTIL RP-SUB > 28.
           IF TABLE-FULL = 'Y'
               WRITE PRTLINE FROM TABLE-FULL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           WRITE PRTLINE FROM ATTEST-LINE-1
               AFTER ADVANCING 3 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM ATTEST-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SIGN-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-TOT-PURGED TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-TOT-READ TO TR-REC-COUNT.
           MOVE C-TOT-PURGED TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       4100-SUMMARY-LINE.
           MOVE RP-FILE(RP-SUB) TO SL-FILE.
           MOVE PS-READ(RP-SUB) TO SL-READ.
           MOVE PS-PURGED(RP-SUB) TO SL-PURGED.
           MOVE PS-IN-RETENTION(RP-SUB) TO SL-IN-RETENTION.
           MOVE PS-OPEN(RP-SUB) TO SL-OPEN.
           MOVE PS-PRIOR(RP-SUB) TO SL-PRIOR.
           MOVE PS-OTHER(RP-SUB) TO SL-OTHER.
           MOVE PS-DISPOSITION(RP-SUB) TO SL-DISPOSITION.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       7100-FIND-PAINT-CUST.
           MOVE 0 TO PA-HIT.
           IF FIND-CUST-NO NOT = SPACES
               PERFORM 7110-MATCH-PAINT-CUST
                   VARYING PA-SUB FROM 1 BY 1
                   UNTIL PA-SUB > PA-CTR OR PA-HIT > 0
               IF PA-HIT = 0
                   IF PA-CTR < 1000
                       ADD 1 TO PA-CTR
                       MOVE PA-CTR TO PA-HIT
                       MOVE FIND-CUST-NO TO PA-CUST-NO(PA-HIT)
                       MOVE 0 TO PA-LAST-DATE(PA-HIT)
                       MOVE 'N' TO PA-OPEN(PA-HIT)
                       MOVE 'N' TO PA-LEAD-HOLD(PA-HIT)
                       MOVE 'N' TO PA-PURGED(PA-HIT)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       7110-MATCH-PAINT-CUST.
           IF PA-CUST-NO(PA-SUB) = FIND-CUST-NO
               MOVE PA-SUB TO PA-HIT
           END-IF.

       7200-FIND-BOAT-CUST.
           MOVE 0 TO BA-HIT.
           IF FIND-CUST-NO NOT = SPACES
               PERFORM 7210-MATCH-BOAT-CUST
                   VARYING BA-SUB FROM 1 BY 1
                   UNTIL BA-SUB > BA-CTR OR BA-HIT > 0
               IF BA-HIT = 0
                   IF BA-CTR < 1000
                       ADD 1 TO BA-CTR
                       MOVE BA-CTR TO BA-HIT
                       MOVE FIND-CUST-NO TO BA-CUST-NO(BA-HIT)
                       MOVE 0 TO BA-LAST-DATE(BA-HIT)
                       MOVE 'N' TO BA-OPEN-CLAIM(BA-HIT)
                       MOVE 'N' TO BA-PURGED(BA-HIT)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       7210-MATCH-BOAT-CUST.
           IF BA-CUST-NO(BA-SUB) = FIND-CUST-NO
               MOVE BA-SUB TO BA-HIT
           END-IF.

       7300-FIND-GUEST.
           MOVE 0 TO GS-HIT.
           PERFORM 7310-MATCH-GUEST
               VARYING GS-SUB FROM 1 BY 1
               UNTIL GS-SUB > GS-CTR OR GS-HIT > 0.

       7310-MATCH-GUEST.
           IF GS-NAME(GS-SUB) = FIND-NAME
               MOVE GS-SUB TO GS-HIT
           END-IF.

       7400-FIND-TOKEN.
           MOVE 0 TO TK-HIT.
           IF FIND-TOKEN > 0
               PERFORM 7410-MATCH-TOKEN
                   VARYING TK-SUB FROM 1 BY 1
                   UNTIL TK-SUB > TK-CTR OR TK-HIT > 0
               IF TK-HIT = 0
                   IF TK-CTR < 3000
                       ADD 1 TO TK-CTR
                       MOVE TK-CTR TO TK-HIT
                       MOVE FIND-TOKEN TO TK-TOKEN(TK-HIT)
                       MOVE 0 TO TK-LAST-DATE(TK-HIT)
                       MOVE 'N' TO TK-OPEN(TK-HIT)
                       MOVE 'N' TO TK-DISPUTE(TK-HIT)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       7410-MATCH-TOKEN.
           IF TK-TOKEN(TK-SUB) = FIND-TOKEN
               MOVE TK-SUB TO TK-HIT
           END-IF.

       7500-FIND-FURN-ACCT.
           MOVE 0 TO FU-HIT.
           PERFORM 7510-MATCH-FURN-ACCT
               VARYING FU-SUB FROM 1 BY 1
               UNTIL FU-SUB > FU-CTR OR FU-HIT > 0.
           IF FU-HIT = 0
               IF FU-CTR < 2000
                   ADD 1 TO FU-CTR
                   MOVE FU-CTR TO FU-HIT
                   MOVE FIND-ACCT-NO TO FU-ACCT-NO(FU-HIT)
                   MOVE 0 TO FU-LAST-DATE(FU-HIT)
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF.

       7510-MATCH-FURN-ACCT.
           IF FU-ACCT-NO(FU-SUB) = FIND-ACCT-NO
               MOVE FU-SUB TO FU-HIT
           END-IF.

       7600-FIND-CONSIGNOR.
           MOVE 0 TO CN-HIT.
           IF FIND-CUST-NO NOT = SPACES
               PERFORM 7610-MATCH-CONSIGNOR
                   VARYING CN-SUB FROM 1 BY 1
                   UNTIL CN-SUB > CN-CTR OR CN-HIT > 0
               IF CN-HIT = 0
                   IF CN-CTR < 1000
                       ADD 1 TO CN-CTR
                       MOVE CN-CTR TO CN-HIT
                       MOVE FIND-CUST-NO TO CN-ID(CN-HIT)
                       MOVE 0 TO CN-LAST-DATE(CN-HIT)
                       MOVE 'N' TO CN-OPEN(CN-HIT)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       7610-MATCH-CONSIGNOR.
           IF CN-ID(CN-SUB) = FIND-CUST-NO
               MOVE CN-SUB TO CN-HIT
           END-IF.

      *LOOK-UP ONLY - AN ESTIMATE NOT ON THE OPEN LIST HAS NOTHING OWED
       7700-FIND-OPEN-EST.
           MOVE 0 TO OE-HIT.
           PERFORM 7710-MATCH-OPEN-EST
               VARYING OE-SUB FROM 1 BY 1
               UNTIL OE-SUB > OE-CTR OR OE-HIT > 0.

       7710-MATCH-OPEN-EST.
           IF OE-EST-NO(OE-SUB) = FIND-EST-NO
               MOVE OE-SUB TO OE-HIT
           END-IF.

       7800-ADD-DEAL.
           PERFORM 7850-FIND-DEAL.
           IF BD-HIT = 0
               IF BD-CTR < 3000
                   ADD 1 TO BD-CTR
                   MOVE FIND-DEAL-NO TO BD-DEAL-NO(BD-CTR)
                   MOVE BH-CUST-NO TO BD-CUST-NO(BD-CTR)
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF.

      *LOOK-UP ONLY - A DEAL NOT ON THE SALES HISTORY HAS NO BUYER
       7850-FIND-DEAL.
           MOVE 0 TO BD-HIT.
           IF FIND-DEAL-NO NOT = SPACES
               PERFORM 7860-MATCH-DEAL
                   VARYING BD-SUB FROM 1 BY 1
                   UNTIL BD-SUB > BD-CTR OR BD-HIT > 0
           END-IF.

       7860-MATCH-DEAL.
           IF BD-DEAL-NO(BD-SUB) = FIND-DEAL-NO
               MOVE BD-SUB TO BD-HIT
           END-IF.

      *THE WORK FILE BACK OVER THE LIVE FILE
       8000-REPLACE-LIVE-FILE.
           MOVE WS-PURGETMP-PATH TO PG-IN-PATH.
           MOVE LIVE-PATH TO PG-OUT-PATH.
           MOVE 'YES' TO PG-MORE-RECS.
           OPEN INPUT PGIN.
           OPEN OUTPUT PGOUT.
           PERFORM 9000-READ.
           PERFORM 8010-COPY-ROW
               UNTIL PG-MORE-RECS = 'NO'.
           CLOSE PGIN.
           CLOSE PGOUT.

       8010-COPY-ROW.
           MOVE PG-IN-REC TO PG-OUT-REC.
           WRITE PG-OUT-REC.
           PERFORM 9000-READ.

       9000-READ.
           READ PGIN
               AT END
                   MOVE 'NO' TO PG-MORE-RECS.

      *A DATED FILE NOT ON DISK JUST LEAVES ITS CUSTOMERS UNAGED
       9200-OPEN-REFERENCE.
           MOVE 'YES' TO PG-MORE-RECS.
           OPEN INPUT PGIN.
           IF PG-IN-STATUS NOT = '00'
               MOVE 'NO' TO PG-MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

       9300-CLOSE-REFERENCE.
           IF PG-IN-STATUS NOT = '35'
               CLOSE PGIN
           END-IF.

      *A POLICY FILE'S PATH, OVERRIDDEN BY ITS FILE ID WITH _DAT ON
      *THE END WHEN THAT IS SET
       9400-RESOLVE-PATH.
           MOVE SPACES TO LIVE-ENV-NAME.
           STRING RP-FILE(RP-SUB) DELIMITED BY SPACE
               '_DAT' DELIMITED BY SIZE
               INTO LIVE-ENV-NAME.
           MOVE RP-PATH(RP-SUB) TO LIVE-PATH.
           MOVE SPACES TO WS-ENV-OVERRIDE.
           DISPLAY LIVE-ENV-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO LIVE-PATH
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF84.
