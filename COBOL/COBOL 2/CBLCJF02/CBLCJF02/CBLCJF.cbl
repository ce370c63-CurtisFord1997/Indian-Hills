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
               ASSIGN TO "C:/COBOLSP20/SPECORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.
           SELECT GIFTCARD
               ASSIGN TO "C:/COBOLSP20/GIFTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.
           SELECT FLEETLED
               ASSIGN TO "C:/COBOLSP20/FLEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FL-FILE-STATUS.
           SELECT CONSLED
               ASSIGN TO "C:/COBOLSP20/CONSLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT GIFTOUT
               ASSIGN TO "C:/COBOLSP20/GIFTCARD.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.
       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 78 CHARACTERS.

       01 I-WAKEBOARD.
           05 I-UPC          PIC X(12).
      *IS OUT OF STOCK SO THE SALE CAN BE HELD AS A SPECIAL ORDER
           05 I-CUST-NAME    PIC X(20).
           05 I-CUST-PHONE   PIC X(10).
      *'R' WHEN THE REGISTER TAKES THE BOARD BACK FOR CASH, 'S' WHEN
      *IT TAKES IT BACK FOR STORE CREDIT, 'D' A SALE PAID FROM A GIFT
      *CARD, 'G' A GIFT CARD SOLD, 'U' A RETIRED FLEET BOARD SOLD
      *AS USED/DEMO, 'C' A CONSIGNED USED BOARD SOLD BY ITS TAG;
      *SPACE IS A SALE
           05 I-TRAN-CODE    PIC X.
               88 TRAN-IS-RETURN          VALUE 'R'.
               88 TRAN-IS-CREDIT-RETURN   VALUE 'S'.
               88 TRAN-IS-REDEMPTION      VALUE 'D'.
               88 TRAN-IS-GIFT-ISSUE      VALUE 'G'.
               88 TRAN-IS-DEMO-SALE       VALUE 'U'.
               88 TRAN-IS-CONSIGN-SALE    VALUE 'C'.
      *THE GIFT CARD OR STORE CREDIT NUMBER ON 'G', 'D' AND 'S'. THE
      *AMOUNT IS THE VALUE LOADED ON A 'G' AND THE PART OF THE SALE
      *TAKEN FROM THE CARD ON A 'D'; AN 'S' CREDITS THE FULL REFUND.
           05 I-CARD-NO      PIC X(12).
           05 I-CARD-AMT     PIC 9(5)V99.
      *FLEET UNIT NUMBER ON A 'U' - CBLCJF16 SETS ITS DEMO PRICE
           05 I-FLEET-UNIT   PIC X(6).
      *CONSIGNMENT TAG NUMBER ON A 'C' - CBLCJF17 TAKES THE BOARD IN
           05 I-CONS-TAG     PIC X(6).

       01 UPC-BREAKUP REDEFINES I-WAKEBOARD.
           05 XX             PIC XX.
      *UNCLAIMED AGING RUNS OFF THIS DATE
           05 SO-FILL-DATE   PIC 9(8).

      *GIFT CARD AND STORE CREDIT LEDGER - ONE ROW PER CARD EVER
      *ISSUED, CARRIED FORWARD RUN TO RUN. TYPE 'G' IS A GIFT CARD
      *SOLD AT THE REGISTER, 'S' STORE CREDIT GIVEN ON A RETURN.
       FD GIFTCARD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 43 CHARACTERS.

       01 GC-REC.
           05 GC-CARD-NO     PIC X(12).
           05 GC-TYPE        PIC X.
           05 GC-ISSUE-DATE  PIC 9(8).
           05 GC-ORIG-AMT    PIC 9(5)V99.
           05 GC-BALANCE     PIC 9(5)V99.
           05 GC-LAST-DATE   PIC 9(8).

       FD FLEETLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS FL-REC
           RECORD CONTAINS 85 CHARACTERS.
       COPY "FLEET.CPY".

       FD CONSLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 91 CHARACTERS.
       COPY "CONSIGN.CPY".

       FD GIFTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GIFTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 GIFTLINE PIC X(132).

       FD REVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       COPY "REVTOT.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD TAXCOLL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC.

       COPY "TAXCOLL.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
           05 FILLER         PIC X          VALUE '-'.
           05 O-XXXX         PIC XXXX.
           05 FILLER         PIC X(14)      VALUE SPACE.
           05 O-BOARD.
               10 O-BOARD-NME PIC X(14).
               10 O-USED-FLAG PIC X(15).
           05 O-RANGE        PIC X(8).
           05 FILLER         PIC X(8)       VALUE 'CM'.
           05 O-PRICE        PIC $$$,$$$.99.
               10 GT-RET-AMT PIC $$$,$$9.99.
               10 FILLER     PIC X(84)      VALUE SPACE.

       01 GT-DEMO-LINE.
           05 FILLER          PIC X(23)
               VALUE 'USED/DEMO BOARDS SOLD:'.
           05 GT-DEMO-CTR     PIC ZZ9.
           05 FILLER          PIC X(9)    VALUE '  SALES:'.
           05 GT-DEMO-SALES   PIC $$$,$$9.99.
           05 FILLER          PIC X(87)   VALUE SPACE.

      *RETIRED FLEET UNITS FROM CBLCJF16 - A 'U' SALE PRICES THE
      *BOARD AT ITS DEMO PRICE AND MARKS THE UNIT SOLD. FLEET BOARDS
      *ARE ALREADY OFF ON-HAND, SO THEY NEVER COUNT IN UNITS-SOLD.
       01 FL-FILE-STATUS      PIC XX.
       01 FL-EOF              PIC X          VALUE 'F'.

       01 FLEET-TABLE.
           05 FU-ENTRY OCCURS 200 TIMES.
               10 FU-UNIT         PIC X(6).
               10 FU-BOARD        PIC 99.
               10 FU-STATUS       PIC X.
               10 FU-SALE-PRICE   PIC 9(5)V99.
               10 FU-STAT-DATE    PIC 9(8).
               10 FU-HISTORY      PIC X(61).

       01 FLEET-VARS.
           05 FU-CTR          PIC 9(3)       VALUE 0.
           05 FU-SUB          PIC 9(3)       VALUE 0.
           05 FU-PICK         PIC 9(3)       VALUE 0.
           05 FU-FULL         PIC X          VALUE 'N'.
           05 C-FLEET-KEEP-DATE PIC 9(8)     VALUE 0.
           05 C-DEMO-CTR      PIC 999        VALUE 0.
           05 C-DEMO-SALES    PIC 9(6)V99    VALUE 0.

      *A CONSIGNED BOARD IS NOT ONE OF THE SHOP'S BOARDS - IT PRINTS
      *BY TAG AND DESCRIPTION
       01 CONSIGN-LINE.
           05 FILLER          PIC X(16)      VALUE SPACE.
           05 FILLER          PIC X(4)       VALUE 'TAG '.
           05 CSL-TAG         PIC X(6).
           05 FILLER          PIC X(19)      VALUE SPACE.
           05 CSL-DESCR       PIC X(29).
           05 FILLER          PIC X(16)      VALUE '*CONSIGNMENT*'.
           05 CSL-PRICE       PIC $$$,$$$.99.
           05 FILLER          PIC X(11)      VALUE SPACE.
           05 CSL-TAX         PIC $$$,$$$.99.
           05 FILLER          PIC X          VALUE SPACE.
           05 CSL-TOTAL       PIC $$$,$$$.99.

       01 GT-CONSIGN-LINE.
           05 FILLER          PIC X(18)
               VALUE 'CONSIGNMENT SOLD:'.
           05 GT-CONS-CTR     PIC ZZ9.
           05 FILLER          PIC X(9)    VALUE '  SALES:'.
           05 GT-CONS-SALES   PIC $$$,$$9.99.
           05 FILLER          PIC X(7)    VALUE '  TAX:'.
           05 GT-CONS-TAX     PIC $$,$$9.99.
           05 FILLER          PIC X(14)   VALUE '  COMMISSION:'.
           05 GT-CONS-COMM    PIC $$$,$$9.99.
           05 FILLER          PIC X(18)   VALUE '  DUE CONSIGNORS:'.
           05 GT-CONS-PAYOUT  PIC $$$,$$9.99.
           05 FILLER          PIC X(24)   VALUE SPACE.

      *CONSIGNMENT LEDGER FROM CBLCJF17 - A 'C' SALE SELLS THE TAG
      *AT ITS ASKING PRICE AND SETS THE CONSIGNOR'S PAYOUT NET OF
      *THE SHOP'S COMMISSION FOR THE MONTH-END PAYOUT RUN. THE
      *BOARD NEVER TOUCHES ON-HAND, BOARD SALES OR REORDER ALERTS.
       01 CS-FILE-STATUS      PIC XX.
       01 CS-EOF              PIC X          VALUE 'F'.

       01 CONSIGN-TABLE.
           05 CN-ENTRY OCCURS 500 TIMES.
               10 CN-TAG          PIC X(6).
               10 CN-CONSIGNOR    PIC X(5).
               10 CN-STATUS       PIC X.
               10 CN-ASK          PIC 9(5)V99.
               10 CN-COMM-PCT     PIC 99.
               10 CN-SALE-DATE    PIC 9(8).
               10 CN-SALE-PRICE   PIC 9(5)V99.
               10 CN-COMMISSION   PIC 9(5)V99.
               10 CN-PAYOUT       PIC 9(5)V99.
               10 CN-DETAIL.
                   15 CN-DESCR    PIC X(25).
                   15 CN-INTAKE-DATE PIC 9(8).
                   15 CN-CLOSE-DATE PIC 9(8).

       01 CONSIGN-VARS.
           05 CN-CTR          PIC 9(3)       VALUE 0.
           05 CN-SUB          PIC 9(3)       VALUE 0.
           05 CN-PICK         PIC 9(3)       VALUE 0.
           05 CN-FULL         PIC X          VALUE 'N'.
           05 C-CONS-KEEP-DATE PIC 9(8)      VALUE 0.
           05 C-CONS-CTR      PIC 999        VALUE 0.
           05 C-CONS-SALES    PIC 9(6)V99    VALUE 0.
           05 C-CONS-TAX      PIC 9(5)V99    VALUE 0.
           05 C-CONS-COMM     PIC 9(6)V99    VALUE 0.
           05 C-CONS-PAYOUT   PIC 9(6)V99    VALUE 0.

       01 GT-CREDIT-LINE.
           05 FILLER         PIC X(5)       VALUE SPACE.
           05 FILLER         PIC X(16)
               VALUE 'TO STORE CREDIT:'.
           05 GT-CRD-CTR     PIC Z,ZZ9.
           05 FILLER         PIC X(12)
               VALUE '  CREDITED:'.
           05 GT-CRD-AMT     PIC $$$,$$9.99.
           05 FILLER         PIC X(84)      VALUE SPACE.

      *GIFT CARD AND STORE CREDIT LEDGER, RESTORED FROM LAST RUN
       01 GC-FILE-STATUS      PIC XX.
       01 GC-EOF              PIC X          VALUE 'F'.

       01 CARD-TABLE.
           05 CD-ENTRY OCCURS 500 TIMES.
               10 CD-CARD-NO      PIC X(12).
               10 CD-TYPE         PIC X.
               10 CD-ISSUE-DATE   PIC 9(8).
               10 CD-ORIG-AMT     PIC 9(5)V99.
               10 CD-BALANCE      PIC 9(5)V99.
               10 CD-LAST-DATE.
                   15 CD-LAST-YYYY PIC 9(4).
                   15 CD-LAST-MM  PIC 99.
                   15 CD-LAST-DD  PIC 99.

       01 CARD-VARS.
           05 CD-CTR          PIC 9(3)       VALUE 0.
           05 CD-SUB          PIC 9(3)       VALUE 0.
           05 CD-PICK         PIC 9(3)       VALUE 0.
           05 CD-FULL         PIC X          VALUE 'N'.
           05 C-CARD-KEEP-DATE PIC 9(8)      VALUE 0.
           05 C-CARD-LIMIT    PIC 9(6)V99    VALUE 0.
           05 C-CARD-AMT      PIC 9(5)V99    VALUE 0.
           05 C-CARD-ACTIVITY PIC X(20)      VALUE SPACE.
           05 C-GIFT-ISSUED   PIC 9(7)V99    VALUE 0.
           05 C-GIFT-REDEEMED PIC 9(7)V99    VALUE 0.
           05 C-CREDIT-ISSUED PIC 9(7)V99    VALUE 0.
           05 C-CREDIT-CTR    PIC 9(4)       VALUE 0.
           05 C-OUT-GIFT      PIC 9(7)V99    VALUE 0.
           05 C-OUT-CREDIT    PIC 9(7)V99    VALUE 0.
           05 C-DORMANT-CTR   PIC 9(4)       VALUE 0.
           05 C-DORMANT-AMT   PIC 9(7)V99    VALUE 0.
           05 C-GIFT-PG       PIC 99         VALUE 0.

      *A CARD WITH A BALANCE AND NO ACTIVITY FOR THREE YEARS GOES
      *ON THE ESCHEAT REVIEW LIST - DAYS BY THE SHOP'S 30-DAY-MONTH
      *CONVENTION
       01 DORMANT-CONSTANTS.
           05 DORMANT-DAYS    PIC 9(4)       VALUE 1080.

       01 DORMANT-CALC-VARS.
           05 C-DAYS-TODAY    PIC 9(7)       VALUE 0.
           05 C-DAYS-LAST     PIC 9(7)       VALUE 0.
           05 C-DAYS-IDLE     PIC S9(7)      VALUE 0.

       01 GIFT-TITLE.
           05 FILLER          PIC X(6)       VALUE 'DATE:'.
           05 GMM             PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 GDD             PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 GYYYY           PIC 9(4).
           05 FILLER          PIC X(32)      VALUE SPACE.
           05 FILLER          PIC X(34)
               VALUE "GIFT CARD AND STORE CREDIT LEDGER".
           05 FILLER          PIC X(42)      VALUE SPACE.
           05 FILLER          PIC X(6)       VALUE 'PAGE:'.
           05 GPG             PIC Z9.

       01 ACTIVITY-SECTION-TITLE.
           05 FILLER          PIC X(30)
               VALUE "TONIGHT'S CARD ACTIVITY".
           05 FILLER          PIC X(102)     VALUE SPACE.

       01 ACTIVITY-HEADINGS.
           05 FILLER          PIC X(16)      VALUE "CARD NUMBER".
           05 FILLER          PIC X(24)      VALUE "ACTIVITY".
           05 FILLER          PIC X(14)      VALUE "    AMOUNT".
           05 FILLER          PIC X(78)      VALUE "   BALANCE".

       01 ACTIVITY-LINE.
           05 GAL-CARD        PIC X(12).
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 GAL-ACTIVITY    PIC X(20).
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 GAL-AMT         PIC $$$,$$9.99.
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 GAL-BAL         PIC $$$,$$9.99.
           05 FILLER          PIC X(68)      VALUE SPACE.

       01 GT-ACTIVITY-LINE.
           05 FILLER          PIC X(8)       VALUE 'ISSUED:'.
           05 GT-GIFT-ISSUED  PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(12)      VALUE '  REDEEMED:'.
           05 GT-GIFT-REDEEMED PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(17)      VALUE '  STORE CREDIT:'.
           05 GT-CREDIT-ISSUED PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(56)      VALUE SPACE.

       01 LIABILITY-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "OUTSTANDING GIFT CARD LIABILITY".
           05 FILLER          PIC X(92)      VALUE SPACE.

       01 DORMANT-SECTION-TITLE.
           05 FILLER          PIC X(36)
               VALUE "DORMANT BALANCES FOR ESCHEAT REVIEW".
           05 FILLER          PIC X(96)
               VALUE "- NO ACTIVITY IN 3 YEARS".

       01 CARD-HEADINGS.
           05 FILLER          PIC X(16)      VALUE "CARD NUMBER".
           05 FILLER          PIC X(15)      VALUE "TYPE".
           05 FILLER          PIC X(11)      VALUE "ISSUED".
           05 FILLER          PIC X(14)      VALUE "  ORIGINAL".
           05 FILLER          PIC X(14)      VALUE "   BALANCE".
           05 FILLER          PIC X(62)      VALUE "  LAST USED".

       01 CARD-LINE.
           05 GCL-CARD        PIC X(12).
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 GCL-TYPE        PIC X(12).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 GCL-ISSUED      PIC 9(8).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 GCL-ORIG        PIC $$$,$$9.99.
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 GCL-BAL         PIC $$$,$$9.99.
           05 FILLER          PIC X(6)       VALUE SPACE.
           05 GCL-LAST        PIC 9(8).
           05 FILLER          PIC X(52)      VALUE SPACE.

       01 GT-LIABILITY-LINE.
           05 FILLER          PIC X(12)      VALUE 'GIFT CARDS:'.
           05 GT-OUT-GIFT     PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(17)      VALUE '  STORE CREDIT:'.
           05 GT-OUT-CREDIT   PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(20)
               VALUE '  TOTAL LIABILITY:'.
           05 GT-OUT-TOTAL    PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(44)      VALUE SPACE.

       01 GT-DORMANT-LINE.
           05 FILLER          PIC X(15)      VALUE 'DORMANT CARDS:'.
           05 GT-DORM-CTR     PIC Z,ZZ9.
           05 FILLER          PIC X(11)      VALUE '  BALANCE:'.
           05 GT-DORM-AMT     PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(88)      VALUE SPACE.

       01 GT-SALES           PIC S9(6)V99        VALUE 0.
       01 GT-TAX-TOTAL        PIC S9(6)V99       VALUE 0.
       01 C-GL-AMT            PIC S9(7)V99       VALUE 0.
       01 TAX-RATE            PIC 9V99           VALUE 0.06.
       01 LINE-TAX            PIC 9(5)V99        VALUE 0.
       01 LINE-TOTAL          PIC 9(6)V99        VALUE 0.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS OR SUSPENSE RECORDS WERE WRITTEN, 8 ON EMPTY INPUT
      *OR WHEN A LEDGER TOO BIG FOR ITS TABLE WAS LEFT UNWRITTEN
           EVALUATE TRUE
               WHEN REC-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN CD-FULL = 'Y' OR FU-FULL = 'Y' OR CN-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN GT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
               OPEN OUTPUT SPECORD
           END-IF.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND TAXCOLL.
           OPEN EXTEND AUDITLOG.
           OPEN OUTPUT GIFTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
           PERFORM L3-SIZE-HIST-RESTORE.
           PERFORM L3-ON-HAND-RESTORE.
           PERFORM L3-PROMO-LOAD.
           PERFORM L3-CARD-RESTORE.
           PERFORM L3-FLEET-RESTORE.
           PERFORM L3-CONSIGN-RESTORE.
           COMPUTE C-RUN-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + I-DD.
           COMPUTE C-DAYS-TODAY =
               (I-YYYY * 360) + (I-MM * 30) + I-DD.

           PERFORM L3-MAJOR-HEADINGS.
           PERFORM L3-NORM-HEADINGS.
           PERFORM L3-EXCEPTION-HEADER.
           PERFORM L3-GIFT-HEADINGS.
           WRITE GIFTLINE FROM ACTIVITY-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE GIFTLINE FROM ACTIVITY-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM L3-READ.

       L2-MAINLINE.
      *A GIFT CARD SOLD CARRIES NO BOARD - IT ONLY LOADS THE LEDGER;
      *A CONSIGNED BOARD IS SOLD BY ITS TAG, NOT ITS UPC
           EVALUATE TRUE
               WHEN TRAN-IS-GIFT-ISSUE
                   PERFORM L3-GIFT-ISSUE
               WHEN TRAN-IS-CONSIGN-SALE
                   PERFORM L3-CONSIGN-SALE
               WHEN OTHER
                   PERFORM L3-BOARD-TRAN
           END-EVALUATE.
           PERFORM L3-READ.

       L3-BOARD-TRAN.
           PERFORM L3-VALIDATE-INPUT.
           IF INPUT-VALID = "NO"
               MOVE EXC-VALIDATION-MSG TO EXC-DESCR
               PERFORM L3-EXCEPTION
           ELSE
      *A RETURN PUTS THE BOARD BACK ON HAND AND REVERSES THE SALE;
      *FOR STORE CREDIT THE REFUND LOADS A CARD INSTEAD OF CASH
               IF TRAN-IS-RETURN OR TRAN-IS-CREDIT-RETURN
                   PERFORM L3-RETURN
                   IF TRAN-IS-CREDIT-RETURN
                       PERFORM L3-STORE-CREDIT
                   END-IF
               ELSE
               IF TRAN-IS-DEMO-SALE
                   PERFORM L3-INTERPRET
                   PERFORM L3-DEMO-CALCS
                   PERFORM L3-PRINT
               ELSE
      *A SALE AGAINST A BOARD WITH NOTHING LEFT ON HAND BECOMES AN
      *OPEN SPECIAL ORDER INSTEAD OF A LOST SALE OR A SCRIBBLED IOU
                   PERFORM L3-INTERPRET
                   PERFORM L3-CALCS
                   PERFORM L3-PRINT
                   IF TRAN-IS-REDEMPTION
                       PERFORM L3-REDEEM
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       L3-SPECIAL-ORDER.
           MOVE 'O' TO SO-STATUS.
      *REFUND AT THE SAME EFFECTIVE PRICE THE REGISTER CHARGES
      *TONIGHT - PROMO PRICE WHEN A PROMO IS RUNNING, LIST OTHERWISE
       L3-RETURN.
           PERFORM L3-EFF-PRICE.
           COMPUTE LINE-TAX ROUNDED = C-EFF-PRICE * TAX-RATE.

           SUBTRACT C-EFF-PRICE FROM GT-SALES.
           ADD C-EFF-PRICE TO GT-RETURN-AMT.
           ADD LINE-TAX TO GT-RETURN-TAX.

       L3-EFF-PRICE.
           MOVE BRD-COST(I-BOARD) TO C-EFF-PRICE.
           IF PROMO-PRICE(I-BOARD) > 0
               AND C-RUN-DATE NOT < PROMO-START(I-BOARD)
               AND C-RUN-DATE NOT > PROMO-END(I-BOARD)
               MOVE PROMO-PRICE(I-BOARD) TO C-EFF-PRICE
           END-IF.

       L2-CLOSING.
           MOVE GT-SALES TO GT-PRICE.
           MOVE GT-TAX-TOTAL TO GT-TAX.
           MOVE GT-MARKDOWN TO GT-MARKDOWN-OUT.
           WRITE PRTLINE FROM GT-MARKDOWN-LINE
               AFTER ADVANCING 2 LINES.
           IF C-DEMO-CTR > 0
               MOVE C-DEMO-CTR TO GT-DEMO-CTR
               MOVE C-DEMO-SALES TO GT-DEMO-SALES
               WRITE PRTLINE FROM GT-DEMO-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM L3-FLEET-SAVE
           END-IF.
           IF C-CONS-CTR > 0
               MOVE C-CONS-CTR TO GT-CONS-CTR
               MOVE C-CONS-SALES TO GT-CONS-SALES
               MOVE C-CONS-TAX TO GT-CONS-TAX
               MOVE C-CONS-COMM TO GT-CONS-COMM
               MOVE C-CONS-PAYOUT TO GT-CONS-PAYOUT
               WRITE PRTLINE FROM GT-CONSIGN-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM L3-CONSIGN-SAVE
           END-IF.

           PERFORM L3-RETURNS-REGISTER.
           PERFORM L3-GIFT-CLOSING.

           PERFORM L3-MAJOR-HEADINGS.

           MOVE 'WAKEBOARD SALES' TO REV-LABEL.
           MOVE GT-SALES TO REV-AMOUNT.
           WRITE REV-REC.
      *ONLY THE COMMISSION ON A CONSIGNED BOARD IS THE SHOP'S MONEY
           IF C-CONS-CTR > 0
               MOVE 'CONSIGN COMMISSION' TO REV-LABEL
               MOVE C-CONS-COMM TO REV-AMOUNT
               WRITE REV-REC
           END-IF.
           CLOSE REVOUT.
           PERFORM L3-GL-JOURNAL.
           CLOSE GLOUT.
           PERFORM L3-TAX-HANDOFF.
           CLOSE TAXCOLL.

           MOVE "END  " TO AUD-EVENT.
           MOVE REC-COUNT TO AUD-REC-COUNT.
           CLOSE EXCOUT.
           CLOSE SPECORD.

      *GENERAL LEDGER JOURNAL - GT-SALES AND GT-TAX-TOTAL ARE NET OF
      *RETURNS, SO THE SALES ARE POSTED GROSS AND THE RETURNS POSTED
      *ON THEIR OWN. THE PART OF A SALE PAID FROM A CARD AND THE PART
      *OF A RETURN LOADED TO STORE CREDIT MOVE THE CARD LIABILITY
      *INSTEAD OF CASH. A CONSIGNED BOARD'S PRICE IS SPLIT BETWEEN
      *THE SHOP'S COMMISSION AND WHAT IS OWED ITS CONSIGNOR.
       L3-GL-JOURNAL.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'WAKEBOARD SALES' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-SALES + GT-RETURN-AMT
               + GT-TAX-TOTAL + GT-RETURN-TAX - C-GIFT-REDEEMED.
           PERFORM L4-GL-WRITE.
           MOVE 'GIFT-CARD' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'GIFT CARDS REDEEMED' TO GL-DESC.
           MOVE C-GIFT-REDEEMED TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'WAKE-SALES' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'WAKEBOARD SALES' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-SALES + GT-RETURN-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'SALES-TAX' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'WAKEBOARD SALES TAX' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-TAX-TOTAL + GT-RETURN-TAX.
           PERFORM L4-GL-WRITE.

           MOVE 'WAKE-RETURNS' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'WAKEBOARD RETURNS' TO GL-DESC.
           MOVE GT-RETURN-AMT TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'SALES-TAX' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'TAX ON RETURNS' TO GL-DESC.
           MOVE GT-RETURN-TAX TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'GIFT-CARD' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'STORE CREDIT ISSUED' TO GL-DESC.
           MOVE C-CREDIT-ISSUED TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'RETURNS REFUNDED' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-RETURN-AMT + GT-RETURN-TAX
               - C-CREDIT-ISSUED.
           PERFORM L4-GL-WRITE.

           MOVE C-GIFT-ISSUED TO C-GL-AMT.
           MOVE 'GIFT CARDS SOLD' TO GL-DESC.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.
           MOVE 'GIFT-CARD' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           PERFORM L4-GL-WRITE.

           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CONSIGNED BOARDS' TO GL-DESC.
           COMPUTE C-GL-AMT = C-CONS-SALES + C-CONS-TAX.
           PERFORM L4-GL-WRITE.
           MOVE 'CONSIGN-COMM' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'CONSIGN COMMISSION' TO GL-DESC.
           MOVE C-CONS-COMM TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'CONSIGN-PAY' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'OWED TO CONSIGNORS' TO GL-DESC.
           MOVE C-CONS-PAYOUT TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'SALES-TAX' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'TAX ON CONSIGNED' TO GL-DESC.
           MOVE C-CONS-TAX TO C-GL-AMT.
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
               MOVE "CBLCJF" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

      *THE NIGHT'S SALES TAX TO THE SHARED TAX HAND-OFF FILE FOR THE
      *MONTH-END FILING. BOARD SALES ARE NET OF RETURNS AND THE
      *CONSIGNED BOARDS ARE TAXED LIKE ANY OTHER SALE. A GIFT CARD
      *SOLD IS NOT A TAXABLE SALE - THE TAX IS CHARGED WHEN THE CARD
      *IS SPENT - SO IT GOES AS AN EXEMPT RECEIPT.
       L3-TAX-HANDOFF.
           MOVE "CBLCJF" TO TX-PGM-ID.
           MOVE I-DATE TO TX-DATE.
           MOVE "MOLAKE" TO TX-JURIS.
           MOVE 'S' TO TX-TYPE.
           MOVE TAX-RATE TO TX-RATE.
           COMPUTE TX-GROSS = GT-SALES + C-CONS-SALES + C-GIFT-ISSUED.
           MOVE C-GIFT-ISSUED TO TX-EXEMPT.
           COMPUTE TX-TAXABLE = GT-SALES + C-CONS-SALES.
           COMPUTE TX-TAX = GT-TAX-TOTAL + C-CONS-TAX.
           IF TX-GROSS NOT = 0 OR TX-TAX NOT = 0
               WRITE TAX-REC
           END-IF.

      *THE NIGHT'S RETURNS, ONE LINE PER BOARD TAKEN BACK
       L3-RETURNS-REGISTER.
           IF C-RETURN-CTR > 0
               MOVE GT-RETURN-AMT TO GT-RET-AMT
               WRITE PRTLINE FROM GT-RETURN-LINE
                   AFTER ADVANCING 2 LINES
               IF C-CREDIT-CTR > 0
                   MOVE C-CREDIT-CTR TO GT-CRD-CTR
                   MOVE C-CREDIT-ISSUED TO GT-CRD-AMT
                   WRITE PRTLINE FROM GT-CREDIT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *CARD ACTIVITY TOTALS, THEN THE OUTSTANDING LIABILITY ON EVERY
      *CARD STILL HOLDING A BALANCE, THEN THE DORMANT ONES FOR
      *ESCHEAT REVIEW; THE LEDGER IS SAVED FOR THE NEXT RUN
       L3-GIFT-CLOSING.
           MOVE C-GIFT-ISSUED TO GT-GIFT-ISSUED.
           MOVE C-GIFT-REDEEMED TO GT-GIFT-REDEEMED.
           MOVE C-CREDIT-ISSUED TO GT-CREDIT-ISSUED.
           WRITE GIFTLINE FROM GT-ACTIVITY-LINE
               AFTER ADVANCING 2 LINES.

           WRITE GIFTLINE FROM LIABILITY-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE GIFTLINE FROM CARD-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > CD-CTR
                   IF CD-BALANCE(CD-SUB) > 0
                       IF CD-TYPE(CD-SUB) = 'S'
                           ADD CD-BALANCE(CD-SUB) TO C-OUT-CREDIT
                       ELSE
                           ADD CD-BALANCE(CD-SUB) TO C-OUT-GIFT
                       END-IF
                       PERFORM L4-CARD-LINE
                   END-IF
           END-PERFORM.
           MOVE C-OUT-GIFT TO GT-OUT-GIFT.
           MOVE C-OUT-CREDIT TO GT-OUT-CREDIT.
           COMPUTE GT-OUT-TOTAL = C-OUT-GIFT + C-OUT-CREDIT.
           WRITE GIFTLINE FROM GT-LIABILITY-LINE
               AFTER ADVANCING 2 LINES.

           WRITE GIFTLINE FROM DORMANT-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE GIFTLINE FROM CARD-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > CD-CTR
                   IF CD-BALANCE(CD-SUB) > 0
                       COMPUTE C-DAYS-LAST =
                           (CD-LAST-YYYY(CD-SUB) * 360)
                           + (CD-LAST-MM(CD-SUB) * 30)
                           + CD-LAST-DD(CD-SUB)
                       COMPUTE C-DAYS-IDLE =
                           C-DAYS-TODAY - C-DAYS-LAST
                       IF C-DAYS-IDLE > DORMANT-DAYS
                           ADD 1 TO C-DORMANT-CTR
                           ADD CD-BALANCE(CD-SUB) TO C-DORMANT-AMT
                           PERFORM L4-CARD-LINE
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE C-DORMANT-CTR TO GT-DORM-CTR.
           MOVE C-DORMANT-AMT TO GT-DORM-AMT.
           WRITE GIFTLINE FROM GT-DORMANT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE CD-CTR TO TR-REC-COUNT.
           COMPUTE TR-HASH-TOTAL = C-OUT-GIFT + C-OUT-CREDIT.
           WRITE GIFTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE GIFTOUT.

           PERFORM L3-CARD-SAVE.

       L4-CARD-LINE.
           MOVE CD-CARD-NO(CD-SUB) TO GCL-CARD.
           IF CD-TYPE(CD-SUB) = 'S'
               MOVE 'STORE CREDIT' TO GCL-TYPE
           ELSE
               MOVE 'GIFT CARD' TO GCL-TYPE
           END-IF.
           MOVE CD-ISSUE-DATE(CD-SUB) TO GCL-ISSUED.
           MOVE CD-ORIG-AMT(CD-SUB) TO GCL-ORIG.
           MOVE CD-BALANCE(CD-SUB) TO GCL-BAL.
           MOVE CD-LAST-DATE(CD-SUB) TO GCL-LAST.
           WRITE GIFTLINE FROM CARD-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-GIFT-HEADINGS.

       L3-GIFT-HEADINGS.
           ADD 1 TO C-GIFT-PG.
           MOVE C-GIFT-PG TO GPG.
           WRITE GIFTLINE FROM GIFT-TITLE
               AFTER ADVANCING PAGE.

       L3-CARD-RESTORE.
           MOVE I-MM TO GMM.
           MOVE I-DD TO GDD.
           MOVE I-YYYY TO GYYYY.
           OPEN INPUT GIFTCARD.
           IF GC-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CARD
                   UNTIL GC-EOF = 'T'
           END-IF.
           CLOSE GIFTCARD.

       L4-LOAD-ONE-CARD.
           READ GIFTCARD
               AT END
                   MOVE 'T' TO GC-EOF
               NOT AT END
                   IF CD-CTR < 500
                       ADD 1 TO CD-CTR
                       MOVE GC-CARD-NO TO CD-CARD-NO(CD-CTR)
                       MOVE GC-TYPE TO CD-TYPE(CD-CTR)
                       MOVE GC-ISSUE-DATE TO CD-ISSUE-DATE(CD-CTR)
                       MOVE GC-ORIG-AMT TO CD-ORIG-AMT(CD-CTR)
                       MOVE GC-BALANCE TO CD-BALANCE(CD-CTR)
                       MOVE GC-LAST-DATE TO CD-LAST-DATE(CD-CTR)
                   ELSE
                       MOVE 'Y' TO CD-FULL
                       DISPLAY 'CARD-TABLE EXCEEDS 500 ROWS -- '
                           'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *SPENT CARDS STAY ON FILE AT A ZERO BALANCE FOR THE AUDIT TRAIL
      *UNTIL A YEAR PAST THEIR LAST USE. A LEDGER THAT DID NOT FIT
      *THE TABLE IS LEFT AS IT WAS RATHER THAN WRITTEN BACK SHORT
       L3-CARD-SAVE.
           IF CD-FULL = 'Y'
               DISPLAY 'GIFTCARD.DAT NOT REWRITTEN -- CARD-TABLE FULL'
           ELSE
               COMPUTE C-CARD-KEEP-DATE = C-RUN-DATE - 10000
               OPEN OUTPUT GIFTCARD
               PERFORM VARYING CD-SUB FROM 1 BY 1
                   UNTIL CD-SUB > CD-CTR
                       IF CD-BALANCE(CD-SUB) > 0
                           OR CD-LAST-DATE(CD-SUB) > C-CARD-KEEP-DATE
                           PERFORM L4-CARD-WRITE
                       END-IF
               END-PERFORM
               CLOSE GIFTCARD
           END-IF.

       L4-CARD-WRITE.
           MOVE CD-CARD-NO(CD-SUB) TO GC-CARD-NO.
           MOVE CD-TYPE(CD-SUB) TO GC-TYPE.
           MOVE CD-ISSUE-DATE(CD-SUB) TO GC-ISSUE-DATE.
           MOVE CD-ORIG-AMT(CD-SUB) TO GC-ORIG-AMT.
           MOVE CD-BALANCE(CD-SUB) TO GC-BALANCE.
           MOVE CD-LAST-DATE(CD-SUB) TO GC-LAST-DATE.
           WRITE GC-REC.

      *LOW-STOCK / REORDER ALERT REPORT: ONE LINE FOR EVERY BOARD
      *WHOSE REMAINING ON-HAND QUANTITY HAS DROPPED TO OR BELOW ITS
      *REORDER POINT
               END-IF
           END-IF.

           IF INPUT-VALID = "YES"
               IF TRAN-IS-REDEMPTION OR TRAN-IS-CREDIT-RETURN
                   PERFORM L3-CARD-VALIDATE
               END-IF
               IF TRAN-IS-DEMO-SALE
                   PERFORM L3-FLEET-VALIDATE
               END-IF
           END-IF.

      *A USED/DEMO SALE MUST NAME A FLEET UNIT OF THIS BOARD THAT
      *HAS BEEN RETIRED FOR SALE AND NOT SOLD ALREADY
       L3-FLEET-VALIDATE.
           MOVE 0 TO FU-PICK.
           PERFORM VARYING FU-SUB FROM 1 BY 1
               UNTIL FU-SUB > FU-CTR OR FU-PICK > 0
                   IF FU-UNIT(FU-SUB) = I-FLEET-UNIT
                       MOVE FU-SUB TO FU-PICK
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FU-PICK = 0
                   MOVE "FLEET UNIT NOT ON FILE - NOT A DEMO BOARD"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN FU-BOARD(FU-PICK) NOT = I-BOARD
                   MOVE "FLEET UNIT IS A DIFFERENT BOARD"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN FU-STATUS(FU-PICK) NOT = 'U'
                   MOVE "FLEET UNIT NOT RETIRED FOR USED/DEMO SALE"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
           END-EVALUATE.

      *A REDEMPTION MUST NAME A CARD ON THE LEDGER AND TAKE NO MORE
      *THAN THE CARD HOLDS OR THE SALE COMES TO - OTHERWISE THE WHOLE
      *SALE IS REJECTED FOR THE REGISTER TO TENDER AGAIN. STORE
      *CREDIT MAY START A NEW CARD OR ADD TO ONE ALREADY ISSUED.
       L3-CARD-VALIDATE.
           PERFORM L3-FIND-CARD.
           IF TRAN-IS-REDEMPTION
               PERFORM L3-EFF-PRICE
               COMPUTE LINE-TAX ROUNDED = C-EFF-PRICE * TAX-RATE
               COMPUTE C-CARD-LIMIT = C-EFF-PRICE + LINE-TAX
           END-IF.
           EVALUATE TRUE
               WHEN I-CARD-NO NOT NUMERIC
                   MOVE "GIFT CARD NUMBER NOT NUMERIC"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN TRAN-IS-CREDIT-RETURN
                   AND CD-PICK = 0 AND CD-CTR NOT < 500
                   MOVE "GIFT CARD LEDGER FULL - NO STORE CREDIT"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN TRAN-IS-CREDIT-RETURN
                   CONTINUE
               WHEN CD-PICK = 0
                   MOVE "GIFT CARD NOT ON FILE - SALE NOT TAKEN"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT NOT NUMERIC
                   MOVE "REDEMPTION AMOUNT NOT NUMERIC"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT = 0
                   MOVE "REDEMPTION AMOUNT IS ZERO"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT > CD-BALANCE(CD-PICK)
                   MOVE "REDEMPTION OVER CARD BALANCE - SALE NOT TAKEN"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT > C-CARD-LIMIT
                   MOVE "REDEMPTION OVER SALE TOTAL - SALE NOT TAKEN"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
           END-EVALUATE.

       L3-FIND-CARD.
           MOVE 0 TO CD-PICK.
           PERFORM VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > CD-CTR OR CD-PICK > 0
                   IF CD-CARD-NO(CD-SUB) = I-CARD-NO
                       MOVE CD-SUB TO CD-PICK
                   END-IF
           END-PERFORM.

      *A GIFT CARD SOLD - A NEW NUMBER ONLY, LOADED WITH THE AMOUNT
      *PAID. THE MONEY IS OWED TO THE CARD HOLDER, NOT BOARD SALES.
       L3-GIFT-ISSUE.
           PERFORM L3-FIND-CARD.
           MOVE "YES" TO INPUT-VALID.
           EVALUATE TRUE
               WHEN I-CARD-NO NOT NUMERIC
                   MOVE "GIFT CARD NUMBER NOT NUMERIC"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT NOT NUMERIC
                   MOVE "GIFT CARD AMOUNT NOT NUMERIC"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-CARD-AMT = 0
                   MOVE "GIFT CARD AMOUNT IS ZERO"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN CD-PICK > 0
                   MOVE "GIFT CARD NUMBER ALREADY ISSUED"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN CD-CTR NOT < 500
                   MOVE "GIFT CARD LEDGER FULL - CARD NOT ISSUED"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
           END-EVALUATE.

           IF INPUT-VALID = "NO"
               MOVE EXC-VALIDATION-MSG TO EXC-DESCR
               PERFORM L3-CARD-EXCEPTION
           ELSE
               ADD 1 TO CD-CTR
               MOVE CD-CTR TO CD-PICK
               MOVE I-CARD-NO TO CD-CARD-NO(CD-PICK)
               MOVE 'G' TO CD-TYPE(CD-PICK)
               MOVE I-DATE TO CD-ISSUE-DATE(CD-PICK)
               MOVE I-CARD-AMT TO CD-ORIG-AMT(CD-PICK)
               MOVE I-CARD-AMT TO CD-BALANCE(CD-PICK)
               MOVE I-DATE TO CD-LAST-DATE(CD-PICK)
               ADD I-CARD-AMT TO C-GIFT-ISSUED
               MOVE I-CARD-AMT TO C-CARD-AMT
               MOVE "GIFT CARD ISSUED" TO C-CARD-ACTIVITY
               PERFORM L3-ACTIVITY-LINE
           END-IF.

      *THE PART OF THE SALE PAID FROM THE CARD COMES OFF ITS BALANCE
       L3-REDEEM.
           SUBTRACT I-CARD-AMT FROM CD-BALANCE(CD-PICK).
           MOVE I-DATE TO CD-LAST-DATE(CD-PICK).
           ADD I-CARD-AMT TO C-GIFT-REDEEMED.
           MOVE I-CARD-AMT TO C-CARD-AMT.
           MOVE "REDEEMED ON SALE" TO C-CARD-ACTIVITY.
           PERFORM L3-ACTIVITY-LINE.

      *THE REFUND L3-RETURN JUST REVERSED - PRICE AND TAX - LOADS
      *THE CARD INSTEAD OF GOING BACK AS CASH
       L3-STORE-CREDIT.
           COMPUTE C-CARD-AMT = C-EFF-PRICE + LINE-TAX.
           IF CD-PICK = 0
               ADD 1 TO CD-CTR
               MOVE CD-CTR TO CD-PICK
               MOVE I-CARD-NO TO CD-CARD-NO(CD-PICK)
               MOVE 'S' TO CD-TYPE(CD-PICK)
               MOVE I-DATE TO CD-ISSUE-DATE(CD-PICK)
               MOVE C-CARD-AMT TO CD-ORIG-AMT(CD-PICK)
               MOVE 0 TO CD-BALANCE(CD-PICK)
           END-IF.
           ADD C-CARD-AMT TO CD-BALANCE(CD-PICK).
           MOVE I-DATE TO CD-LAST-DATE(CD-PICK).
           ADD C-CARD-AMT TO C-CREDIT-ISSUED.
           ADD 1 TO C-CREDIT-CTR.
           MOVE "STORE CREDIT RETURN" TO C-CARD-ACTIVITY.
           PERFORM L3-ACTIVITY-LINE.

       L3-ACTIVITY-LINE.
           MOVE CD-CARD-NO(CD-PICK) TO GAL-CARD.
           MOVE C-CARD-ACTIVITY TO GAL-ACTIVITY.
           MOVE C-CARD-AMT TO GAL-AMT.
           MOVE CD-BALANCE(CD-PICK) TO GAL-BAL.
           WRITE GIFTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-GIFT-HEADINGS.

      *STANDARD UPC-A CHECK: THREE TIMES THE ODD POSITIONS PLUS THE
      *EVEN POSITIONS, THE CHECK DIGIT BRINGS THE SUM TO A MULTIPLE
      *OF TEN
                       PERFORM L3-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

      *A CONSIGNMENT SALE - THE TAG MUST BE ON THE FLOOR. THE SHOP
      *KEEPS ITS COMMISSION PERCENT OF THE ASKING PRICE AND OWES THE
      *REST TO THE CONSIGNOR AT MONTH END.
       L3-CONSIGN-SALE.
           MOVE 0 TO CN-PICK.
           PERFORM VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > CN-CTR OR CN-PICK > 0
                   IF CN-TAG(CN-SUB) = I-CONS-TAG
                       MOVE CN-SUB TO CN-PICK
                   END-IF
           END-PERFORM.
           MOVE "YES" TO INPUT-VALID.
           EVALUATE TRUE
               WHEN I-CONS-TAG = SPACES OR CN-PICK = 0
                   MOVE "CONSIGNMENT TAG NOT ON FILE"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN CN-STATUS(CN-PICK) = 'R'
                   MOVE "CONSIGNED BOARD RETURNED TO ITS CONSIGNOR"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN CN-STATUS(CN-PICK) NOT = 'O'
                   MOVE "CONSIGNMENT TAG ALREADY SOLD"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
           END-EVALUATE.

           IF INPUT-VALID = "NO"
               MOVE EXC-VALIDATION-MSG TO EXC-DESCR
               PERFORM L3-CONSIGN-EXCEPTION
           ELSE
               MOVE CN-ASK(CN-PICK) TO C-EFF-PRICE
               COMPUTE LINE-TAX ROUNDED = C-EFF-PRICE * TAX-RATE
               COMPUTE LINE-TOTAL ROUNDED = C-EFF-PRICE + LINE-TAX
               MOVE 'S' TO CN-STATUS(CN-PICK)
               MOVE C-RUN-DATE TO CN-SALE-DATE(CN-PICK)
               MOVE C-EFF-PRICE TO CN-SALE-PRICE(CN-PICK)
               COMPUTE CN-COMMISSION(CN-PICK) ROUNDED =
                   C-EFF-PRICE * CN-COMM-PCT(CN-PICK) / 100
               COMPUTE CN-PAYOUT(CN-PICK) =
                   C-EFF-PRICE - CN-COMMISSION(CN-PICK)
               ADD 1 TO C-CONS-CTR
               ADD C-EFF-PRICE TO C-CONS-SALES
               ADD LINE-TAX TO C-CONS-TAX
               ADD CN-COMMISSION(CN-PICK) TO C-CONS-COMM
               ADD CN-PAYOUT(CN-PICK) TO C-CONS-PAYOUT

               MOVE I-CONS-TAG TO CSL-TAG
               MOVE CN-DESCR(CN-PICK) TO CSL-DESCR
               MOVE C-EFF-PRICE TO CSL-PRICE
               MOVE LINE-TAX TO CSL-TAX
               MOVE LINE-TOTAL TO CSL-TOTAL
               WRITE PRTLINE FROM CONSIGN-LINE
                   AT EOP
                       PERFORM L3-MAJOR-HEADINGS
                       PERFORM L3-NORM-HEADINGS
               END-WRITE
           END-IF.

       L3-CONSIGN-EXCEPTION.
           MOVE I-CONS-TAG TO EXC-UPC.
           MOVE 0 TO EXC-BOARD.

           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

      *A GIFT CARD EXCEPTION SHOWS THE CARD NUMBER IN THE UPC COLUMN
       L3-CARD-EXCEPTION.
           MOVE I-CARD-NO TO EXC-UPC.
           MOVE 0 TO EXC-BOARD.

           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

       L3-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
           COMPUTE LINE-TOTAL ROUNDED = C-EFF-PRICE + LINE-TAX.
           ADD LINE-TAX TO GT-TAX-TOTAL.

      *A USED/DEMO BOARD SELLS AT THE PRICE SET WHEN IT LEFT THE
      *FLEET - NO PROMO, NO MARKDOWN, AND NOTHING OFF ON-HAND
       L3-DEMO-CALCS.
           MOVE 'NO' TO PROMO-ACTIVE.
           MOVE FU-SALE-PRICE(FU-PICK) TO C-EFF-PRICE.
           ADD C-EFF-PRICE TO GT-SALES.
           ADD C-EFF-PRICE TO BOARD-SALES(I-BOARD).
           COMPUTE LINE-TAX ROUNDED = C-EFF-PRICE * TAX-RATE.
           COMPUTE LINE-TOTAL ROUNDED = C-EFF-PRICE + LINE-TAX.
           ADD LINE-TAX TO GT-TAX-TOTAL.
           ADD 1 TO C-DEMO-CTR.
           ADD C-EFF-PRICE TO C-DEMO-SALES.
           MOVE 'S' TO FU-STATUS(FU-PICK).
           MOVE C-RUN-DATE TO FU-STAT-DATE(FU-PICK).

       L3-FLEET-RESTORE.
           OPEN INPUT FLEETLED.
           IF FL-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-UNIT
                   UNTIL FL-EOF = 'T'
           END-IF.
           CLOSE FLEETLED.

       L4-LOAD-ONE-UNIT.
           READ FLEETLED
               AT END
                   MOVE 'T' TO FL-EOF
               NOT AT END
                   IF FU-CTR < 200
                       ADD 1 TO FU-CTR
                       MOVE FL-UNIT TO FU-UNIT(FU-CTR)
                       MOVE FL-BOARD TO FU-BOARD(FU-CTR)
                       MOVE FL-STATUS TO FU-STATUS(FU-CTR)
                       MOVE FL-SALE-PRICE TO FU-SALE-PRICE(FU-CTR)
                       MOVE FL-STAT-DATE TO FU-STAT-DATE(FU-CTR)
                       MOVE FL-HISTORY TO FU-HISTORY(FU-CTR)
                   ELSE
                       MOVE 'Y' TO FU-FULL
                       DISPLAY 'FLEET-TABLE EXCEEDS 200 ROWS -- '
                           'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *SOLD UNITS COME OFF A YEAR AFTER THE SALE, AS IN CBLCJF16
       L3-FLEET-SAVE.
           IF FU-FULL = 'Y'
               DISPLAY 'FLEET.DAT NOT REWRITTEN -- FLEET-TABLE FULL'
           ELSE
               COMPUTE C-FLEET-KEEP-DATE = C-RUN-DATE - 10000
               OPEN OUTPUT FLEETLED
               PERFORM VARYING FU-SUB FROM 1 BY 1
                   UNTIL FU-SUB > FU-CTR
                       IF FU-STATUS(FU-SUB) NOT = 'S'
                           OR FU-STAT-DATE(FU-SUB) > C-FLEET-KEEP-DATE
                           PERFORM L4-FLEET-WRITE
                       END-IF
               END-PERFORM
               CLOSE FLEETLED
           END-IF.

       L4-FLEET-WRITE.
           MOVE FU-UNIT(FU-SUB) TO FL-UNIT.
           MOVE FU-BOARD(FU-SUB) TO FL-BOARD.
           MOVE FU-STATUS(FU-SUB) TO FL-STATUS.
           MOVE FU-SALE-PRICE(FU-SUB) TO FL-SALE-PRICE.
           MOVE FU-STAT-DATE(FU-SUB) TO FL-STAT-DATE.
           MOVE FU-HISTORY(FU-SUB) TO FL-HISTORY.
           WRITE FL-REC.

       L3-CONSIGN-RESTORE.
           OPEN INPUT CONSLED.
           IF CS-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-TAG
                   UNTIL CS-EOF = 'T'
           END-IF.
           CLOSE CONSLED.

       L4-LOAD-ONE-TAG.
           READ CONSLED
               AT END
                   MOVE 'T' TO CS-EOF
               NOT AT END
                   IF CN-CTR < 500
                       ADD 1 TO CN-CTR
                       MOVE CS-TAG TO CN-TAG(CN-CTR)
                       MOVE CS-CONSIGNOR TO CN-CONSIGNOR(CN-CTR)
                       MOVE CS-STATUS TO CN-STATUS(CN-CTR)
                       MOVE CS-ASK TO CN-ASK(CN-CTR)
                       MOVE CS-COMM-PCT TO CN-COMM-PCT(CN-CTR)
                       MOVE CS-SALE-DATE TO CN-SALE-DATE(CN-CTR)
                       MOVE CS-SALE-PRICE TO CN-SALE-PRICE(CN-CTR)
                       MOVE CS-COMMISSION TO CN-COMMISSION(CN-CTR)
                       MOVE CS-PAYOUT TO CN-PAYOUT(CN-CTR)
                       MOVE CS-DETAIL TO CN-DETAIL(CN-CTR)
                   ELSE
                       MOVE 'Y' TO CN-FULL
                       DISPLAY 'CONSIGN-TABLE EXCEEDS 500 ROWS -- '
                           'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *PAID AND RETURNED TAGS COME OFF FOUR YEARS AFTER THEY CLOSE,
      *AS IN CBLCJF17 AND CBLCJF18
       L3-CONSIGN-SAVE.
           IF CN-FULL = 'Y'
               DISPLAY 'CONSLED.DAT NOT REWRITTEN -- CONSIGN-TABLE FULL'
           ELSE
               COMPUTE C-CONS-KEEP-DATE = C-RUN-DATE - 40000
               OPEN OUTPUT CONSLED
               PERFORM VARYING CN-SUB FROM 1 BY 1
                   UNTIL CN-SUB > CN-CTR
                       IF (CN-STATUS(CN-SUB) NOT = 'P'
                           AND CN-STATUS(CN-SUB) NOT = 'R')
                           OR CN-CLOSE-DATE(CN-SUB) > C-CONS-KEEP-DATE
                           PERFORM L4-CONSIGN-WRITE
                       END-IF
               END-PERFORM
               CLOSE CONSLED
           END-IF.

       L4-CONSIGN-WRITE.
           MOVE CN-TAG(CN-SUB) TO CS-TAG.
           MOVE CN-CONSIGNOR(CN-SUB) TO CS-CONSIGNOR.
           MOVE CN-STATUS(CN-SUB) TO CS-STATUS.
           MOVE CN-ASK(CN-SUB) TO CS-ASK.
           MOVE CN-COMM-PCT(CN-SUB) TO CS-COMM-PCT.
           MOVE CN-SALE-DATE(CN-SUB) TO CS-SALE-DATE.
           MOVE CN-SALE-PRICE(CN-SUB) TO CS-SALE-PRICE.
           MOVE CN-COMMISSION(CN-SUB) TO CS-COMMISSION.
           MOVE CN-PAYOUT(CN-SUB) TO CS-PAYOUT.
           MOVE CN-DETAIL(CN-SUB) TO CS-DETAIL.
           WRITE CS-REC.

       L3-PROMO-LOAD.
           OPEN INPUT BRDPROMO.
           IF PR-FILE-STATUS = '00'
           MOVE XXXX TO O-XXXX.
           MOVE BRD-NME(I-BOARD) TO O-BOARD.
           MOVE BRD-COST(I-BOARD) TO O-PRICE.
      *A USED/DEMO SALE IS FLAGGED BESIDE THE NAME AND SHOWS ITS DEMO
      *PRICE IN THE PROMO COLUMN
           IF TRAN-IS-DEMO-SALE
               MOVE '*USED/DEMO*' TO O-USED-FLAG
           END-IF.
           IF PROMO-ACTIVE = 'YES' OR TRAN-IS-DEMO-SALE
               MOVE C-EFF-PRICE TO O-PROMO
           ELSE
               MOVE ZERO TO O-PROMO
