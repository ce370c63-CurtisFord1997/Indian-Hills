      *(BOATRPT2.PRT) OFF OF A SINGLE READ OF THE INPUT FILE AND THE
      *INVENTORY RECONCILIATION, INSTEAD OF RUNNING COBCJF02 AND
      *COBCJF03 BACK TO BACK.
      *EVERY DEAL NOW CARRIES THE DEAL NUMBER COBCJF64 ASSIGNS WHEN
      *IT IS KEYED AND THE BUYER'S NUMBER FROM THE BOAT CUSTOMER
      *MASTER (BOATCUST.DAT). THE INVENTORY RECONCILE AND THE F AND I
      *PRODUCTS MATCH ON THE DEAL NUMBER INSTEAD OF THE LAST NAME,
      *AND THE LENDER EXTRACT AND THE SALES HISTORY CARRY BOTH
      *NUMBERS, SO TWO BUYERS WITH THE SAME NAME NO LONGER COLLIDE.
      *THE HISTORY ROW ALSO CARRIES THE SALESPERSON AND AN ENTRY
      *TYPE OF 'S' SO A LATER UNWIND (COBCJF66) CAN REVERSE IT.
      *EACH PRICED DEAL IS ALSO RUN AGAINST THE MANUFACTURER'S
      *INCENTIVE PROGRAMS (BOATINCP.DAT). EVERY PROGRAM FOR THE BOAT
      *TYPE IN EFFECT ON THE PURCHASE DATE IS EARNED - RETAIL
      *REBATES, DEALER INCENTIVES, AND THE HOLDBACK ON THE UNIT'S
      *INVOICE COST - AND WRITTEN TO TONIGHT'S CLAIM FILE
      *(BOATINCL.DAT) FOR THE INCENTIVE LEDGER (COBCJF70).
      *THE NIGHT'S DEALS ALSO POST TO THE SHARED GENERAL LEDGER
      *JOURNAL (GLJRNL.DAT): THE DEAL RECEIVABLE AND TRADE-INS
      *AGAINST BOAT SALES, TAX/TITLE/REGISTRATION, AND F AND I.
      *EACH DEAL'S SALES TAX GOES TO THE SHARED TAX HAND-OFF FILE
      *(TAXCOLL.DAT) UNDER THE BUYER'S STATE FOR THE MONTH-END TAX
      *FILING - SALES TAX FOR A HOME-STATE BUYER, USE TAX COLLECTED
      *FOR THE BUYER'S STATE OTHERWISE. F AND I IS NOT TAXED.
      *****************************************************

       ENVIRONMENT DIVISION.
           SELECT HISTOUT
               ASSIGN TO WS-HISTOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT INCPROG
               ASSIGN TO WS-INCPROG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IP-FILE-STATUS.
           SELECT INCCLAIM
               ASSIGN TO WS-INCCLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS INPT-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 INPT-REC.
           05 I-LAST-NAME          PIC X(15).
           05 I-TERM-MONTHS        PIC 999.
           05 I-TRADE-DESC         PIC X(15).
           05 I-TRADE-ALLOW        PIC 9(5)V99.
           05 I-DEAL-NO            PIC X(6).
           05 I-CUST-NO            PIC X(5).

       FD  PRTOUT1
           LABEL RECORD IS OMITTED
       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
      *DEAL THE UNIT SOLD ON - BLANK WHILE IT IS STILL ON THE LOT
           05 INV-DEAL-NO         PIC X(6).

       FD EXCOUT
           LABEL RECORD IS OMITTED
       FD  LENDEROUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS LX-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 LX-REC.
           05 LX-LAST-NAME         PIC X(15).
           05 LX-APR               PIC 9V999.
           05 LX-TERM-MONTHS       PIC 999.
           05 LX-PURCHASE-DATE     PIC 9(8).
           05 LX-DEAL-NO           PIC X(6).
           05 LX-CUST-NO           PIC X(5).

       01 LX-TRAILER-REC REDEFINES LX-REC.
           05 LX-TR-LIT            PIC X(7).
           05 LX-TR-REC-COUNT      PIC 9(6).
           05 LX-TR-AMT-TOTAL      PIC 9(9)V99.
           05 FILLER               PIC X(28).

      *SALESPERSON MASTER - ID, NAME, BASE COMMISSION RATE, AND TWO
      *TIERED RATE BREAKPOINTS BY MONTHLY SALES VOLUME
           05 SM-T2-RATE          PIC V999.

      *F AND I PRODUCT RECORDS - ONE PER PRODUCT SOLD ON A DEAL,
      *KEYED BY THE DEAL NUMBER LIKE THE INVENTORY MATCH
       FD  FIPROD
           LABEL RECORD IS STANDARD
           DATA RECORD IS FI-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 FI-REC.
           05 FI-LAST-NAME         PIC X(15).
           05 FI-PROD-CODE         PIC X(3).
           05 FI-DEAL-NO           PIC X(6).

      *SALES HISTORY - ONE RECORD PER PRICED DEAL, APPENDED NIGHTLY
      *SO THE MONTH-END STATEMENT STEP READS ONE FILE INSTEAD OF
       FD  HISTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 BH-REC.
           05 BH-DATE              PIC 9(8).
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

      *BOAT CUSTOMER MASTER - NUMBER, NAME, ADDRESS, AND PHONE; THE
      *DEAL'S CUSTOMER NUMBER MUST BE ON IT
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

      *MANUFACTURER INCENTIVE PROGRAM MASTER - ONE ROW PER PROGRAM;
      *KIND R RETAIL REBATE, D DEALER INCENTIVE, H HOLDBACK; METHOD
      *A A FLAT AMOUNT, P A PERCENT OF THE UNIT'S INVOICE COST
       FD  INCPROG
           LABEL RECORD IS STANDARD
           DATA RECORD IS IP-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 IP-REC.
           05 IP-PROGRAM           PIC X(6).
           05 IP-BOAT-TYPE         PIC X.
           05 IP-FROM-DATE         PIC 9(8).
           05 IP-TO-DATE           PIC 9(8).
           05 IP-KIND              PIC X.
               88 VAL-IP-KIND      VALUE 'R' 'D' 'H'.
           05 IP-METHOD            PIC X.
               88 VAL-IP-METHOD    VALUE 'A' 'P'.
           05 IP-AMOUNT            PIC 9(5)V99.
           05 IP-PCT               PIC V9999.

      *TONIGHT'S EARNED INCENTIVES, ONE ROW PER DEAL AND PROGRAM
       FD  INCCLAIM
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 IC-REC.
           05 IC-DEAL-NO           PIC X(6).
           05 IC-SALE-DATE         PIC 9(8).
           05 IC-BOAT-TYPE         PIC X.
           05 IC-PROGRAM           PIC X(6).
           05 IC-KIND              PIC X.
           05 IC-AMOUNT            PIC 9(6)V99.
           05 IC-VIN               PIC X(10).
           05 IC-CUST-NO           PIC X(5).
           05 IC-LAST-NAME         PIC X(15).

       FD REVOUT
           LABEL RECORD IS STANDARD

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
               VALUE 'C:\COBOL\BOATFI.DAT'.
           05 WS-HISTOUT-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-INCPROG-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATINCP.DAT'.
           05 WS-INCCLAIM-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATINCL.DAT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 INVENTORY-TABLE.
           05 INV-TABLE-ENTRY OCCURS 500 TIMES
                   INDEXED BY INV-IDX.
               10 INV-TABLE-DEAL   PIC X(6).
               10 INV-TABLE-TYPE   PIC X.
               10 INV-TABLE-VIN    PIC X(10).
               10 INV-TABLE-COST   PIC 9(6)V99.

       01 INV-TABLE-CTR            PIC 9(4)        VALUE 0.

               VALUE "INVENTORY EXCEPTIONS".

       01 EXCEPTION-HEADINGS.
           05 FILLER               PIC X(9)        VALUE "DEAL NO".
           05 FILLER               PIC X(23)       VALUE "LAST NAME".
           05 FILLER               PIC X(14)       VALUE "BOAT TYPE".
           05 FILLER               PIC X(60)       VALUE "DESCRIPTION".

       01 EXCEPTION-LINE.
           05 EXC-DEAL-NO          PIC X(9).
           05 EXC-LAST-NAME        PIC X(23).
           05 EXC-BOAT-TYPE        PIC X(14).
           05 EXC-DESCR            PIC X(60).
      *THE NIGHT'S PRODUCT RECORDS, LOADED AT START-UP
       01 FI-DEAL-TABLE.
           05 FID-ENTRY OCCURS 500 TIMES INDEXED BY FID-IDX.
               10 FID-DEAL-NO      PIC X(6).
               10 FID-PROD-CODE    PIC X(3).

       01 FI-DEAL-VARS.
           05 C-FI-AMT             PIC 9(5)V99     VALUE 0.
           05 C-FI-PEN-PCT         PIC 9(3)V9      VALUE 0.

      *GENERAL LEDGER JOURNAL TOTALS - EVERY PRICED DEAL, AT THE
      *REPORT 2 (SELLING PRICE) FIGURES THE SALES HISTORY CARRIES
       01 GL-POST-VARS.
           05 C-GL-AMT             PIC S9(9)V99    VALUE 0.
           05 C-GL-GROSS           PIC 9(9)V99     VALUE 0.
           05 C-GL-TAX-FEES        PIC 9(9)V99     VALUE 0.
           05 C-GL-TRADE           PIC 9(9)V99     VALUE 0.
           05 C-GL-FI              PIC 9(9)V99     VALUE 0.

      *THE DEALERSHIP'S OWN STATE - A DEAL FOR A BUYER FROM ANY
      *OTHER STATE IS USE TAX COLLECTED FOR THAT STATE
       01 TAX-HOME-STATE           PIC XX          VALUE 'MO'.

      *BOAT CUSTOMER NUMBERS, LOADED AT START-UP
       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).

       01 BOATCUST-VARS.
           05 BC-FILE-STATUS       PIC XX.
           05 BCT-CTR              PIC 9(4)        VALUE 0.
           05 BC-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.

      *INCENTIVE PROGRAMS, LOADED AT START-UP
       01 INCENTIVE-TABLE.
           05 INC-ENTRY OCCURS 100 TIMES INDEXED BY INC-IDX.
               10 INC-PROGRAM      PIC X(6).
               10 INC-BOAT-TYPE    PIC X.
               10 INC-FROM-DATE    PIC 9(8).
               10 INC-TO-DATE      PIC 9(8).
               10 INC-KIND         PIC X.
               10 INC-METHOD       PIC X.
               10 INC-AMOUNT       PIC 9(5)V99.
               10 INC-PCT          PIC V9999.

       01 INCENTIVE-VARS.
           05 IP-FILE-STATUS       PIC XX.
           05 INC-CTR              PIC 999         VALUE 0.
           05 IP-MORE-RECS         PIC XXX         VALUE 'YES'.
           05 C-INC-AMT            PIC 9(6)V99     VALUE 0.
           05 C-INC-CLAIM-CTR      PIC 9(5)        VALUE 0.
           05 C-INC-CLAIM-TOTAL    PIC 9(9)V99     VALUE 0.

      *NIGHT'S INCENTIVES EARNED BY KIND, FOR THE SUMMARY
       01 INCENTIVE-KIND-NAMES.
           05 FILLER               PIC X(17) VALUE "RRETAIL REBATE".
           05 FILLER               PIC X(17) VALUE "DDEALER INCENTIVE".
           05 FILLER               PIC X(17) VALUE "HHOLDBACK".

       01 INCENTIVE-KIND-TABLE REDEFINES INCENTIVE-KIND-NAMES.
           05 IKN-ENTRY OCCURS 3 TIMES INDEXED BY IKN-IDX.
               10 IKN-KIND         PIC X.
               10 IKN-NAME         PIC X(16).

       01 INCENTIVE-KIND-TOTALS.
           05 IKT-ENTRY OCCURS 3 TIMES.
               10 IKT-DEALS        PIC 9(5)        VALUE 0.
               10 IKT-AMOUNT       PIC 9(9)V99     VALUE 0.

       01 INCENTIVE-TITLE.
           05 FILLER               PIC X(45)       VALUE SPACE.
           05 FILLER               PIC X(40)
               VALUE "MANUFACTURER INCENTIVES EARNED".
           05 FILLER               PIC X(47)       VALUE SPACE.

       01 INCENTIVE-HEADINGS.
           05 FILLER               PIC X(20)       VALUE "KIND".
           05 FILLER               PIC X(12)       VALUE "CLAIMS".
           05 FILLER               PIC X(100)      VALUE "AMOUNT".

       01 INCENTIVE-LINE.
           05 INL-NAME             PIC X(20).
           05 INL-DEALS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 INL-AMOUNT           PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(88)       VALUE SPACE.

       01 FI-PENETRATION-TITLE.
           05 FILLER               PIC X(45)       VALUE SPACE.
           05 FILLER               PIC X(40)
           OPEN OUTPUT EXCOUT.
           OPEN OUTPUT LENDEROUT.
           OPEN EXTEND HISTOUT.
           OPEN OUTPUT INCCLAIM.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND TAXCOLL.
           OPEN EXTEND AUDITLOG.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-LOAD-SLSMST.
           PERFORM 1300-LOAD-FIPROD.
           PERFORM 1400-LOAD-BOATCUST.
           PERFORM 1500-LOAD-INCPROG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
               MOVE WS-ENV-OVERRIDE TO WS-HISTOUT-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'BOATINCP_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCPROG-PATH
           END-IF.

           DISPLAY 'BOATINCL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCCLAIM-PATH
           END-IF.

       1100-LOAD-INVENTORY.
           OPEN INPUT BOAT-INVENTORY.
           PERFORM UNTIL INV-MORE-RECS = "NO"
                   NOT AT END
                       ADD 1 TO INV-TABLE-CTR
                       SET INV-IDX TO INV-TABLE-CTR
                       MOVE INV-DEAL-NO TO INV-TABLE-DEAL(INV-IDX)
                       MOVE INV-BOAT-TYPE TO INV-TABLE-TYPE(INV-IDX)
                       MOVE INV-VIN TO INV-TABLE-VIN(INV-IDX)
                       MOVE INV-UNIT-COST TO INV-TABLE-COST(INV-IDX)
               END-READ
           END-PERFORM.
           CLOSE BOAT-INVENTORY.

       1950-VALIDATE-INPUT.
           MOVE "YES" TO INPUT-VALID.
           PERFORM 1960-CUSTOMER-LOOKUP.
           EVALUATE TRUE
               WHEN I-LAST-NAME = SPACES
                   MOVE "LAST NAME REQUIRED" TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-DEAL-NO = SPACES
                   MOVE "DEAL NUMBER NOT ASSIGNED" TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN CUST-MATCH = "NO"
                   MOVE "CUSTOMER NUMBER NOT ON BOAT CUSTOMER MASTER"
                       TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
               WHEN I-STATE = SPACES
                   MOVE "STATE REQUIRED" TO EXC-VALIDATION-MSG
                   MOVE "NO" TO INPUT-VALID
                   MOVE "NO" TO INPUT-VALID
           END-EVALUATE.

       1960-CUSTOMER-LOOKUP.
           MOVE "NO" TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = "YES"
                   IF I-CUST-NO = BCT-NO(BCT-IDX)
                       AND I-CUST-NO NOT = SPACES
                           MOVE "YES" TO CUST-MATCH
                   END-IF
           END-PERFORM.

       2000-NORM-REPORT1.
           IF I-BOAT-TYPE NOT = R1-H-BOAT-TYPE
               PERFORM 9300-SUBTOTALS1
           MOVE "NO" TO REC-MATCH.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-TABLE-CTR OR REC-MATCH = "YES"
                   IF I-DEAL-NO = INV-TABLE-DEAL(INV-IDX)
                       AND I-BOAT-TYPE = INV-TABLE-TYPE(INV-IDX)
                           MOVE "YES" TO REC-MATCH
                   END-IF
           END-PERFORM.
           IF REC-MATCH = "YES"
               SET INV-IDX DOWN BY 1
           END-IF.

       2600-EXCEPTION.
           MOVE I-DEAL-NO TO EXC-DEAL-NO.
           MOVE I-LAST-NAME TO EXC-LAST-NAME.
           MOVE I-BOAT-TYPE TO EXC-BOAT-TYPE.

                       IF FID-CTR < 500
                           ADD 1 TO FID-CTR
                           SET FID-IDX TO FID-CTR
                           MOVE FI-DEAL-NO
                               TO FID-DEAL-NO(FID-IDX)
                           MOVE FI-PROD-CODE
                               TO FID-PROD-CODE(FID-IDX)
                       ELSE
           END-PERFORM.
           CLOSE FIPROD.

      *A MISSING CUSTOMER MASTER LEAVES THE TABLE EMPTY, SO EVERY
      *DEAL GOES TO EXCEPTIONS RATHER THAN POSTING UNCHECKED
       1400-LOAD-BOATCUST.
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
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

      *NO PROGRAM MASTER MEANS NO INCENTIVES ARE EARNED TONIGHT; A
      *ROW WITH A BAD KIND, METHOD, OR AMOUNT IS LEFT OFF THE TABLE
       1500-LOAD-INCPROG.
           OPEN INPUT INCPROG.
           IF IP-FILE-STATUS NOT = '00'
               MOVE "NO" TO IP-MORE-RECS
           END-IF.
           PERFORM UNTIL IP-MORE-RECS = "NO"
               READ INCPROG
                   AT END
                       MOVE "NO" TO IP-MORE-RECS
                   NOT AT END
                       IF NOT VAL-IP-KIND OR NOT VAL-IP-METHOD
                           OR IP-AMOUNT NOT NUMERIC
                           OR IP-PCT NOT NUMERIC
                           OR IP-FROM-DATE NOT NUMERIC
                           OR IP-TO-DATE NOT NUMERIC
                               DISPLAY 'INCENTIVE PROGRAM NOT LOADED: '
                                   IP-PROGRAM
                       ELSE
                           PERFORM 1510-ADD-INCPROG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCPROG.

       1510-ADD-INCPROG.
           IF INC-CTR < 100
               ADD 1 TO INC-CTR
               SET INC-IDX TO INC-CTR
               MOVE IP-PROGRAM TO INC-PROGRAM(INC-IDX)
               MOVE IP-BOAT-TYPE TO INC-BOAT-TYPE(INC-IDX)
               MOVE IP-FROM-DATE TO INC-FROM-DATE(INC-IDX)
               MOVE IP-TO-DATE TO INC-TO-DATE(INC-IDX)
               MOVE IP-KIND TO INC-KIND(INC-IDX)
               MOVE IP-METHOD TO INC-METHOD(INC-IDX)
               MOVE IP-AMOUNT TO INC-AMOUNT(INC-IDX)
               MOVE IP-PCT TO INC-PCT(INC-IDX)
           ELSE
               DISPLAY 'INCENTIVE-TABLE EXCEEDS 100 ROWS'
               DISPLAY 'INCENTIVE PROGRAM NOT LOADED: ' IP-PROGRAM
           END-IF.

      *SUM THE DEAL'S F AND I PRODUCTS INTO THE NET DUE, SO THE
      *MONTHLY PAYMENT AND THE LENDER EXTRACT'S AMOUNT FINANCED
      *BOTH CARRY THEM; AN UNKNOWN PRODUCT CODE GOES TO EXCEPTIONS
           MOVE 0 TO C-FI-AMT.
           PERFORM VARYING FID-IDX FROM 1 BY 1
               UNTIL FID-IDX > FID-CTR
                   IF I-DEAL-NO = FID-DEAL-NO(FID-IDX)
                       PERFORM 2145-FI-PRICE-ONE
                   END-IF
           END-PERFORM.

           PERFORM 2140-FI-PRODUCTS.

           ADD R2-C-TOTAL-COST TO C-GL-GROSS.
           ADD R2-C-TAX-FEES TO C-GL-TAX-FEES.
           ADD I-TRADE-ALLOW TO C-GL-TRADE.
           ADD C-FI-AMT TO C-GL-FI.
           PERFORM 2175-TAX-HANDOFF.

           ADD 1 TO R2-C-MINOR-NUM-SOLD.
           ADD R2-C-TOTAL-COST TO R2-C-MINOR-TOT-COST.

               PERFORM 2160-LENDER-EXTRACT
           END-IF.
           PERFORM 2180-SALES-HISTORY.
           PERFORM 2190-INCENTIVES.

      *FIND THE STATE'S ROW, FALLING BACK TO THE 'ZZ' DEFAULT ROW
       2170-STATE-FEE-LOOKUP.
                   CONTINUE
           END-PERFORM.

      *THE DEAL'S SALES TAX ALONE, WITHOUT TITLE AND REGISTRATION,
      *UNDER THE BUYER'S STATE AT THE RATE THE DEAL WAS CHARGED
       2175-TAX-HANDOFF.
           MOVE "COBCJF07" TO TX-PGM-ID.
           MOVE I-DATE TO TX-DATE.
           MOVE I-STATE TO TX-JURIS.
           IF I-STATE = TAX-HOME-STATE
               MOVE 'S' TO TX-TYPE
           ELSE
               MOVE 'U' TO TX-TYPE
           END-IF.
           MOVE STF-TAX-RATE(STF-IDX) TO TX-RATE.
           COMPUTE TX-GROSS = R2-C-TOTAL-COST + C-FI-AMT.
           MOVE C-FI-AMT TO TX-EXEMPT.
           MOVE R2-C-TOTAL-COST TO TX-TAXABLE.
           COMPUTE TX-TAX ROUNDED =
               R2-C-TOTAL-COST * STF-TAX-RATE(STF-IDX).
           WRITE TAX-REC.

       2150-FINANCE-CALC2.
           IF I-FINANCED = "Y" AND I-TERM-MONTHS > 0
               COMPUTE R2-C-MONTHLY-RATE ROUNDED = I-APR / 12
      *ONE HISTORY RECORD PER PRICED DEAL - THE SAME GROSS, FEES,
      *AND TIERED COMMISSION THE STATE-BREAK REPORT SHOWS
       2180-SALES-HISTORY.
           MOVE SPACES TO BH-REC.
           MOVE I-PURCHASE-DATE TO BH-DATE.
           MOVE I-LAST-NAME TO BH-LAST-NAME.
           MOVE I-STATE TO BH-STATE.
           MOVE R2-C-TOTAL-COST TO BH-GROSS.
           MOVE R2-C-TAX-FEES TO BH-TAX-FEES.
           MOVE R2-C-COMMISSION TO BH-COMMISSION.
           MOVE I-DEAL-NO TO BH-DEAL-NO.
           MOVE I-CUST-NO TO BH-CUST-NO.
           MOVE I-SALESPERSON-ID TO BH-SALESPERSON-ID.
           MOVE 'S' TO BH-ENTRY-TYPE.
           MOVE C-FI-AMT TO BH-FI-AMT.
           WRITE BH-REC.

      *EVERY PROGRAM FOR THE DEAL'S BOAT TYPE IN EFFECT ON THE
      *PURCHASE DATE IS EARNED; PROGRAMS STACK. THE BUYER'S PRICE IS
      *NOT CHANGED - RETAIL REBATES ARE FILED FOR THE BUYER, DEALER
      *INCENTIVES AND HOLDBACK ARE THE DEALERSHIP'S OWN MONEY
       2190-INCENTIVES.
           PERFORM VARYING INC-IDX FROM 1 BY 1
               UNTIL INC-IDX > INC-CTR
                   IF I-BOAT-TYPE = INC-BOAT-TYPE(INC-IDX)
                       AND I-PURCHASE-DATE NOT < INC-FROM-DATE(INC-IDX)
                       AND I-PURCHASE-DATE NOT > INC-TO-DATE(INC-IDX)
                           PERFORM 2195-INCENTIVE-CLAIM
                   END-IF
           END-PERFORM.

       2195-INCENTIVE-CLAIM.
           IF INC-METHOD(INC-IDX) = 'P'
               COMPUTE C-INC-AMT ROUNDED =
                   INV-TABLE-COST(INV-IDX) * INC-PCT(INC-IDX)
           ELSE
               MOVE INC-AMOUNT(INC-IDX) TO C-INC-AMT
           END-IF.
           IF C-INC-AMT > 0
               MOVE I-DEAL-NO TO IC-DEAL-NO
               MOVE I-PURCHASE-DATE TO IC-SALE-DATE
               MOVE I-BOAT-TYPE TO IC-BOAT-TYPE
               MOVE INC-PROGRAM(INC-IDX) TO IC-PROGRAM
               MOVE INC-KIND(INC-IDX) TO IC-KIND
               MOVE C-INC-AMT TO IC-AMOUNT
               MOVE INV-TABLE-VIN(INV-IDX) TO IC-VIN
               MOVE I-CUST-NO TO IC-CUST-NO
               MOVE I-LAST-NAME TO IC-LAST-NAME
               WRITE IC-REC
               ADD 1 TO C-INC-CLAIM-CTR
               ADD C-INC-AMT TO C-INC-CLAIM-TOTAL
               PERFORM VARYING IKN-IDX FROM 1 BY 1
                   UNTIL IKN-IDX > 3
                       IF INC-KIND(INC-IDX) = IKN-KIND(IKN-IDX)
                           ADD 1 TO IKT-DEALS(IKN-IDX)
                           ADD C-INC-AMT TO IKT-AMOUNT(IKN-IDX)
                       END-IF
               END-PERFORM
           END-IF.

      *ONE EXTRACT RECORD PER FINANCED DEAL, AMOUNT FINANCED IS THE
      *SAME TOTAL THE STATE-BREAK REPORT PRICES THE DEAL AT
       2160-LENDER-EXTRACT.
           MOVE I-APR TO LX-APR.
           MOVE I-TERM-MONTHS TO LX-TERM-MONTHS.
           MOVE I-PURCHASE-DATE TO LX-PURCHASE-DATE.
           MOVE I-DEAL-NO TO LX-DEAL-NO.
           MOVE I-CUST-NO TO LX-CUST-NO.
           WRITE LX-REC.
           ADD 1 TO C-LX-CTR.
           ADD R2-C-NET-DUE TO C-LX-AMT-TOTAL.
           PERFORM 3200-CROSSTAB-SUMMARY.
           PERFORM 3300-SALESPERSON-SUMMARY.
           PERFORM 3400-FI-PENETRATION.
           PERFORM 3500-INCENTIVE-SUMMARY.

           MOVE "COBCJF07" TO REV-PGM-ID.
           MOVE I-DATE TO REV-DATE.
           MOVE R1-C-GT-TOTAL-COST TO REV-AMOUNT.
           WRITE REV-REC.

           PERFORM 3600-GL-JOURNAL.

           MOVE "END  " TO AUD-EVENT.
           MOVE R1-C-GT-NUM-SOLD TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE EXCOUT.
           CLOSE LENDEROUT.
           CLOSE HISTOUT.
           CLOSE INCCLAIM.
           CLOSE REVOUT.
           CLOSE GLOUT.
           CLOSE TAXCOLL.
           CLOSE AUDITLOG.

       9100-READ.
                   WRITE PRTLINE2 FROM FI-PENETRATION-LINE
                       AFTER ADVANCING 1 LINE
           END-PERFORM.

      *THE NIGHT'S EARNED INCENTIVES BY KIND - WHAT THE MANUFACTURER
      *OWES ON TONIGHT'S DEALS
       3500-INCENTIVE-SUMMARY.
           WRITE PRTLINE2 FROM INCENTIVE-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE2 FROM INCENTIVE-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING IKN-IDX FROM 1 BY 1
               UNTIL IKN-IDX > 3
                   MOVE IKN-NAME(IKN-IDX) TO INL-NAME
                   MOVE IKT-DEALS(IKN-IDX) TO INL-DEALS
                   MOVE IKT-AMOUNT(IKN-IDX) TO INL-AMOUNT
                   WRITE PRTLINE2 FROM INCENTIVE-LINE
                       AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'TOTAL' TO INL-NAME.
           MOVE C-INC-CLAIM-CTR TO INL-DEALS.
           MOVE C-INC-CLAIM-TOTAL TO INL-AMOUNT.
           WRITE PRTLINE2 FROM INCENTIVE-LINE
               AFTER ADVANCING 2 LINES.

      *****************************************************
      *THE NIGHT'S DEALS TO THE GENERAL LEDGER JOURNAL: THE BUYER
      *OWES THE NET DUE PLUS F AND I, THE TRADE COMES INTO USED
      *STOCK AT ITS ALLOWANCE, AND THE GROSS, TAX/FEES, AND F AND I
      *ARE CREDITED - THE DEBITS AND CREDITS FOOT BY CONSTRUCTION
      *****************************************************
       3600-GL-JOURNAL.
           MOVE 'BOAT-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'BOAT DEALS DUE' TO GL-DESC.
           COMPUTE C-GL-AMT = C-GL-GROSS + C-GL-TAX-FEES
               - C-GL-TRADE + C-GL-FI.
           PERFORM 3650-GL-WRITE.

           MOVE 'TRADE-INV' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'TRADE-INS TAKEN' TO GL-DESC.
           MOVE C-GL-TRADE TO C-GL-AMT.
           PERFORM 3650-GL-WRITE.

           MOVE 'BOAT-SALES' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'BOAT SALES GROSS' TO GL-DESC.
           MOVE C-GL-GROSS TO C-GL-AMT.
           PERFORM 3650-GL-WRITE.

           MOVE 'BOAT-TAXFEE' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'TAX/TITLE/REG FEES' TO GL-DESC.
           MOVE C-GL-TAX-FEES TO C-GL-AMT.
           PERFORM 3650-GL-WRITE.

           MOVE 'BOAT-FI' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'F AND I PRODUCTS' TO GL-DESC.
           MOVE C-GL-FI TO C-GL-AMT.
           PERFORM 3650-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       3650-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "COBCJF07" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.
       END PROGRAM COBCJF07.
