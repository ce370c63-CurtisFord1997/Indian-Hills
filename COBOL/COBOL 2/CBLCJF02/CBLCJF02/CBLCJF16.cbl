       identification division.
       program-id. CBLCJF16.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *DEMO AND RENTAL BOARD FLEET FOR THE WAKEBOARD SHOP.
      *BOARDS PULLED FOR DEMO DAYS AND WEEKEND RENTALS USED TO STAY
      *ON ONHANDST.DAT AND CAME BACK SCRATCHED TO BE SOLD AS NEW OR
      *WRITTEN OFF IN THE PHYSICAL COUNT. THIS STEP CARRIES A FLEET
      *LEDGER (FLEET.DAT) FORWARD RUN TO RUN AND POSTS TONIGHT'S
      *FLEET TRANSACTIONS (FLEETTRN.DAT):
      *  A - A BOARD MOVES FROM SELLABLE ON-HAND INTO THE FLEET
      *      UNDER A NEW UNIT NUMBER;
      *  O - A UNIT GOES OUT ON RENTAL OR DEMO TO A CUSTOMER;
      *  I - THE UNIT COMES BACK WITH THE DAYS RENTED, RENTAL FEE
      *      AND ANY DAMAGE CHARGE (DAYS LEFT ZERO ARE FIGURED
      *      FROM THE OUT DATE);
      *  X - THE UNIT IS RETIRED FROM THE FLEET INTO THE USED/DEMO
      *      SALE CATEGORY AT ITS OWN PRICE; CBLCJF SELLS IT.
      *EVERY POSTED TRANSACTION IS APPENDED TO FLEETHST.DAT. THE RUN
      *PRINTS UTILIZATION AND RENTAL REVENUE PER BOARD AND THE
      *USED/DEMO UNITS WAITING TO SELL, AND HANDS TONIGHT'S RENTAL
      *REVENUE TO THE REVENUE DASHBOARD.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FLEETTRN
               ASSIGN TO "C:/COBOLSP20/FLEETTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FT-FILE-STATUS.
           SELECT FLEETLED
               ASSIGN TO "C:/COBOLSP20/FLEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FL-FILE-STATUS.
           SELECT FLEETHST
               ASSIGN TO "C:/COBOLSP20/FLEETHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT ONHANDST
               ASSIGN TO "C:/COBOLSP20/ONHANDST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/FLEET.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD FLEETTRN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FT-REC
           RECORD CONTAINS 61 CHARACTERS.
       01 FT-REC.
           05 FT-CODE         PIC X.
               88 FT-ADD                 VALUE 'A'.
               88 FT-OUT                 VALUE 'O'.
               88 FT-IN                  VALUE 'I'.
               88 FT-RETIRE              VALUE 'X'.
           05 FT-UNIT         PIC X(6).
           05 FT-BOARD        PIC 99.
           05 FT-DATE         PIC 9(8).
           05 FT-CUST-NAME    PIC X(20).
           05 FT-DAYS         PIC 999.
           05 FT-FEE          PIC 9(5)V99.
           05 FT-DAMAGE       PIC 9(5)V99.
      *USED/DEMO SELLING PRICE ON AN 'X'
           05 FT-PRICE        PIC 9(5)V99.

       FD FLEETLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS FL-REC
           RECORD CONTAINS 85 CHARACTERS.
       COPY "FLEET.CPY".

      *RENTAL LOG - EVERY POSTED FLEET TRANSACTION, KEPT LIKE THE
      *AUDIT LOG
       FD FLEETHST
           LABEL RECORD IS STANDARD
           DATA RECORD IS FH-REC
           RECORD CONTAINS 61 CHARACTERS.
       01 FH-REC              PIC X(61).

       FD ONHANDST
           LABEL RECORD IS STANDARD
           DATA RECORD IS OH-REC
           RECORD CONTAINS 108 CHARACTERS.
       01 OH-REC.
           05 OH-QTY          PIC 9(6)   OCCURS 18.

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 PRTLINE             PIC X(132).

       FD REVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS REV-REC.

       COPY "REVTOT.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".
       COPY "BOARDS.CPY".

       01 FILE-STATUS-VARS.
           05 FT-FILE-STATUS  PIC XX.
           05 FL-FILE-STATUS  PIC XX.
           05 FH-FILE-STATUS  PIC XX.
           05 OH-FILE-STATUS  PIC XX.

       01 EOF-SWITCHES.
           05 FT-EOF          PIC X          VALUE 'F'.
           05 FL-EOF          PIC X          VALUE 'F'.

       01 ON-HAND-TABLE.
           05 OH-BOARD-QTY    PIC 9(6)   OCCURS 18.

       01 FLEET-TITLE.
           05 FILLER          PIC X(6)       VALUE 'DATE:'.
           05 MM              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 DD              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 YYYY            PIC 9(4).
           05 FILLER          PIC X(32)      VALUE SPACE.
           05 FILLER          PIC X(30)
               VALUE "WAKEBOARD DEMO / RENTAL FLEET".
           05 FILLER          PIC X(46)      VALUE SPACE.
           05 FILLER          PIC X(6)       VALUE 'PAGE:'.
           05 PG              PIC Z9.

       01 TRAN-SECTION-TITLE.
           05 FILLER          PIC X(30)
               VALUE "TONIGHT'S FLEET TRANSACTIONS".
           05 FILLER          PIC X(102)     VALUE SPACE.

       01 TRAN-HEADINGS.
           05 FILLER          PIC X(9)       VALUE "UNIT".
           05 FILLER          PIC X(16)      VALUE "BOARD".
           05 FILLER          PIC X(36)      VALUE "ACTION".
           05 FILLER          PIC X(22)      VALUE "CUSTOMER".
           05 FILLER          PIC X(6)       VALUE "DAYS".
           05 FILLER          PIC X(13)      VALUE "       FEE".
           05 FILLER          PIC X(30)      VALUE "    DAMAGE".

       01 TRAN-LINE.
           05 FTL-UNIT        PIC X(6).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 FTL-BOARD       PIC X(13).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 FTL-ACTION      PIC X(34).
           05 FILLER          PIC X(2)       VALUE SPACE.
           05 FTL-CUST        PIC X(20).
           05 FILLER          PIC X(2)       VALUE SPACE.
           05 FTL-DAYS        PIC ZZ9        BLANK WHEN ZERO.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 FTL-FEE         PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 FTL-DAMAGE      PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(20)      VALUE SPACE.

       01 UTIL-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "FLEET UTILIZATION AND RENTAL REVENUE".
           05 FILLER          PIC X(92)      VALUE SPACE.

       01 UTIL-HEADINGS.
           05 FILLER          PIC X(16)      VALUE "BOARD NAME".
           05 FILLER          PIC X(8)       VALUE "IN FLT".
           05 FILLER          PIC X(9)       VALUE "RENTALS".
           05 FILLER          PIC X(10)      VALUE "DAYS OUT".
           05 FILLER          PIC X(10)      VALUE "FLT DAYS".
           05 FILLER          PIC X(8)       VALUE "UTIL".
           05 FILLER          PIC X(15)      VALUE "  RENTAL FEES".
           05 FILLER          PIC X(56)      VALUE "       DAMAGE".

       01 UTIL-LINE.
           05 UTL-NAME        PIC X(13).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 UTL-UNITS       PIC ZZ9.
           05 FILLER          PIC X(5)       VALUE SPACE.
           05 UTL-RENTALS     PIC Z,ZZ9.
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 UTL-DAYS        PIC ZZ,ZZ9.
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 UTL-FLT-DAYS    PIC ZZ,ZZ9.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 UTL-PCT         PIC ZZ9.9.
           05 FILLER          PIC X          VALUE '%'.
           05 FILLER          PIC X(2)       VALUE SPACE.
           05 UTL-REV         PIC $$$$,$$9.99.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 UTL-DAMAGE      PIC $$$$,$$9.99.
           05 FILLER          PIC X(47)      VALUE SPACE.

       01 SALE-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "RETIRED UNITS FOR USED/DEMO SALE".
           05 FILLER          PIC X(92)      VALUE SPACE.

       01 SALE-HEADINGS.
           05 FILLER          PIC X(9)       VALUE "UNIT".
           05 FILLER          PIC X(16)      VALUE "BOARD".
           05 FILLER          PIC X(11)      VALUE "RETIRED".
           05 FILLER          PIC X(9)       VALUE "RENTALS".
           05 FILLER          PIC X(13)      VALUE "  LIST PRICE".
           05 FILLER          PIC X(74)      VALUE "   DEMO PRICE".

       01 SALE-LINE.
           05 USL-UNIT        PIC X(6).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 USL-BOARD       PIC X(13).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 USL-DATE        PIC 9(8).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 USL-RENTALS     PIC Z,ZZ9.
           05 FILLER          PIC X(4)       VALUE SPACE.
           05 USL-LIST        PIC $$$,$$9.99.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 USL-PRICE       PIC $$$,$$9.99.
           05 FILLER          PIC X(64)      VALUE SPACE.

       01 GT-FLEET-LINE.
           05 FILLER          PIC X(7)       VALUE 'ADDED:'.
           05 GT-ADDED        PIC ZZ9.
           05 FILLER          PIC X(7)       VALUE '  OUT:'.
           05 GT-OUT          PIC ZZ9.
           05 FILLER          PIC X(12)      VALUE '  RETURNED:'.
           05 GT-IN           PIC ZZ9.
           05 FILLER          PIC X(11)      VALUE '  RETIRED:'.
           05 GT-RETIRED      PIC ZZ9.
           05 FILLER          PIC X(12)      VALUE '  REJECTED:'.
           05 GT-REJECTED     PIC ZZ9.
           05 FILLER          PIC X(68)      VALUE SPACE.

       01 GT-REVENUE-LINE.
           05 FILLER          PIC X(20)
               VALUE "TONIGHT'S FEES:".
           05 GT-FEES         PIC $$$$,$$9.99.
           05 FILLER          PIC X(11)      VALUE '  DAMAGE:'.
           05 GT-DAMAGE       PIC $$$$,$$9.99.
           05 FILLER          PIC X(17)      VALUE '  TOTAL RENTAL:'.
           05 GT-RENTAL       PIC $$$$,$$9.99.
           05 FILLER          PIC X(51)      VALUE SPACE.

      *THE FLEET LEDGER, RESTORED FROM LAST RUN
       01 FLEET-TABLE.
           05 FU-ENTRY OCCURS 200 TIMES.
               10 FU-UNIT         PIC X(6).
               10 FU-BOARD        PIC 99.
               10 FU-STATUS       PIC X.
               10 FU-SALE-PRICE   PIC 9(5)V99.
               10 FU-STAT-DATE.
                   15 FU-STAT-YYYY PIC 9(4).
                   15 FU-STAT-MM  PIC 99.
                   15 FU-STAT-DD  PIC 99.
               10 FU-ADD-DATE.
                   15 FU-ADD-YYYY PIC 9(4).
                   15 FU-ADD-MM   PIC 99.
                   15 FU-ADD-DD   PIC 99.
               10 FU-OUT-DATE.
                   15 FU-OUT-YYYY PIC 9(4).
                   15 FU-OUT-MM   PIC 99.
                   15 FU-OUT-DD   PIC 99.
               10 FU-CUST-NAME    PIC X(20).
               10 FU-RENTALS      PIC 9(4).
               10 FU-DAYS-RENTED  PIC 9(5).
               10 FU-RENT-REV     PIC 9(6)V99.
               10 FU-DAMAGE-REV   PIC 9(6)V99.

       01 FLEET-VARS.
           05 FU-CTR          PIC 9(3)       VALUE 0.
           05 FU-SUB          PIC 9(3)       VALUE 0.
           05 FU-PICK         PIC 9(3)       VALUE 0.
           05 FU-FULL         PIC X          VALUE 'N'.
           05 C-KEEP-DATE     PIC 9(8)       VALUE 0.
           05 GEN-SUB         PIC 99         VALUE 0.
           05 TRAN-VALID      PIC XXX        VALUE 'YES'.
           05 TRAN-MSG        PIC X(34)      VALUE SPACE.
           05 C-TRAN-DATE.
               10 C-TRAN-YYYY PIC 9(4)       VALUE 0.
               10 C-TRAN-MM   PIC 99         VALUE 0.
               10 C-TRAN-DD   PIC 99         VALUE 0.

      *PER-BOARD UTILIZATION ACCUMULATORS
       01 UTIL-TABLE.
           05 UT-ENTRY OCCURS 18 TIMES.
               10 UT-UNITS        PIC 999.
               10 UT-RENTALS      PIC 9(5).
               10 UT-DAYS         PIC 9(6).
               10 UT-FLT-DAYS     PIC 9(6).
               10 UT-REV          PIC 9(7)V99.
               10 UT-DAMAGE       PIC 9(7)V99.

       01 FLEET-CALC-VARS.
           05 C-DAYS-TODAY    PIC 9(7)       VALUE 0.
           05 C-DAYS-FROM     PIC 9(7)       VALUE 0.
           05 C-DAYS-TO       PIC 9(7)       VALUE 0.
           05 C-DAYS-SPAN     PIC S9(5)      VALUE 0.
           05 C-UTIL-PCT      PIC 9(3)V9     VALUE 0.
           05 C-ADDED-CTR     PIC 9(4)       VALUE 0.
           05 C-OUT-CTR       PIC 9(4)       VALUE 0.
           05 C-IN-CTR        PIC 9(4)       VALUE 0.
           05 C-RETIRED-CTR   PIC 9(4)       VALUE 0.
           05 C-REJECT-CTR    PIC 9(4)       VALUE 0.
           05 C-FEES          PIC 9(7)V99    VALUE 0.
           05 C-DAMAGE        PIC 9(7)V99    VALUE 0.
           05 C-PG            PIC 99         VALUE 0.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL FT-EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A FLEET TRANSACTION WAS REJECTED, 8 WHEN THE LEDGER WAS TOO
      *BIG FOR THE TABLE AND WAS LEFT UNWRITTEN
           EVALUATE TRUE
               WHEN FU-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN C-REJECT-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND FLEETHST.
           IF FH-FILE-STATUS NOT = '00'
               OPEN OUTPUT FLEETHST
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.
           MOVE I-YYYY TO YYYY.

           COMPUTE C-DAYS-TODAY =
               (I-YYYY * 360) + (I-MM * 30) + I-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF16" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM L3-ON-HAND-RESTORE.
           PERFORM L3-LEDGER-RESTORE.
           PERFORM L3-HEADINGS.
           WRITE PRTLINE FROM TRAN-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TRAN-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN INPUT FLEETTRN.
           IF FT-FILE-STATUS NOT = '00'
               MOVE 'T' TO FT-EOF
           ELSE
               PERFORM L3-READ
           END-IF.

      *SAME RESTORE CBLCJF USES: LAST RUN'S FILE, OR THE ITEM
      *MASTER'S STOCK LEVEL ON A FIRST RUN
       L3-ON-HAND-RESTORE.
           OPEN INPUT ONHANDST.
           IF OH-FILE-STATUS = '00'
               READ ONHANDST
                   AT END
                       CONTINUE
               END-READ
               IF OH-FILE-STATUS = '00'
                   MOVE OH-REC TO ON-HAND-TABLE
               ELSE
                   PERFORM L3-ON-HAND-INITIALIZE
               END-IF
               CLOSE ONHANDST
           ELSE
               CLOSE ONHANDST
               PERFORM L3-ON-HAND-INITIALIZE
           END-IF.

       L3-ON-HAND-INITIALIZE.
           PERFORM VARYING GEN-SUB FROM 1 BY 1
               UNTIL GEN-SUB > 18
                   MOVE BRD-STOCK(GEN-SUB) TO OH-BOARD-QTY(GEN-SUB)
           END-PERFORM.

       L3-LEDGER-RESTORE.
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
                       MOVE FL-ADD-DATE TO FU-ADD-DATE(FU-CTR)
                       MOVE FL-OUT-DATE TO FU-OUT-DATE(FU-CTR)
                       MOVE FL-CUST-NAME TO FU-CUST-NAME(FU-CTR)
                       MOVE FL-RENTALS TO FU-RENTALS(FU-CTR)
                       MOVE FL-DAYS-RENTED TO FU-DAYS-RENTED(FU-CTR)
                       MOVE FL-RENT-REV TO FU-RENT-REV(FU-CTR)
                       MOVE FL-DAMAGE-REV TO FU-DAMAGE-REV(FU-CTR)
                   ELSE
                       MOVE 'Y' TO FU-FULL
                       DISPLAY 'FLEET-TABLE EXCEEDS 200 ROWS -- '
                           'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *ONE FLEET TRANSACTION: VALIDATE AGAINST THE UNIT'S CURRENT
      *STATUS, POST IT, AND LOG IT; A REJECT PRINTS WITH ITS REASON
      *AND CHANGES NOTHING
       L2-MAINLINE.
           MOVE 'YES' TO TRAN-VALID.
           MOVE 0 TO FU-PICK.
           PERFORM VARYING FU-SUB FROM 1 BY 1
               UNTIL FU-SUB > FU-CTR OR FU-PICK > 0
                   IF FU-UNIT(FU-SUB) = FT-UNIT
                       MOVE FU-SUB TO FU-PICK
                   END-IF
           END-PERFORM.
           IF FT-DATE NUMERIC AND FT-DATE > 0
               MOVE FT-DATE TO C-TRAN-DATE
           ELSE
               MOVE I-DATE TO C-TRAN-DATE
           END-IF.

           EVALUATE TRUE
               WHEN FT-ADD
                   PERFORM L3-VALIDATE-ADD
               WHEN FT-OUT
                   PERFORM L3-VALIDATE-OUT
               WHEN FT-IN
                   PERFORM L3-VALIDATE-IN
               WHEN FT-RETIRE
                   PERFORM L3-VALIDATE-RETIRE
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN FLEET CODE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

           IF TRAN-VALID = 'YES'
               EVALUATE TRUE
                   WHEN FT-ADD
                       PERFORM L3-POST-ADD
                   WHEN FT-OUT
                       PERFORM L3-POST-OUT
                   WHEN FT-IN
                       PERFORM L3-POST-IN
                   WHEN FT-RETIRE
                       PERFORM L3-POST-RETIRE
               END-EVALUATE
               MOVE FT-REC TO FH-REC
               WRITE FH-REC
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM L3-TRAN-LINE.
           PERFORM L3-READ.

       L3-VALIDATE-ADD.
           EVALUATE TRUE
               WHEN FT-UNIT = SPACES
                   MOVE 'REJECTED - NO UNIT NUMBER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FU-PICK > 0
                   MOVE 'REJECTED - UNIT ALREADY IN FLEET' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-BOARD NOT NUMERIC
                   MOVE 'REJECTED - BAD BOARD NUMBER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-BOARD < 1 OR FT-BOARD > 18
                   MOVE 'REJECTED - BAD BOARD NUMBER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN OH-BOARD-QTY(FT-BOARD) = 0
                   MOVE 'REJECTED - NONE ON HAND TO PULL' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FU-CTR NOT < 200
                   MOVE 'REJECTED - FLEET LEDGER FULL' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L3-VALIDATE-OUT.
           EVALUATE TRUE
               WHEN FU-PICK = 0
                   MOVE 'REJECTED - UNIT NOT IN FLEET' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FU-STATUS(FU-PICK) NOT = 'A'
                   MOVE 'REJECTED - UNIT NOT AVAILABLE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-CUST-NAME = SPACES
                   MOVE 'REJECTED - NO CUSTOMER NAME' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L3-VALIDATE-IN.
           EVALUATE TRUE
               WHEN FU-PICK = 0
                   MOVE 'REJECTED - UNIT NOT IN FLEET' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FU-STATUS(FU-PICK) NOT = 'O'
                   MOVE 'REJECTED - UNIT NOT OUT ON RENTAL' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-DAYS NOT NUMERIC
                   MOVE 'REJECTED - DAYS NOT NUMERIC' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-FEE NOT NUMERIC
                   MOVE 'REJECTED - FEE NOT NUMERIC' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-DAMAGE NOT NUMERIC
                   MOVE 'REJECTED - DAMAGE NOT NUMERIC' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L3-VALIDATE-RETIRE.
           EVALUATE TRUE
               WHEN FU-PICK = 0
                   MOVE 'REJECTED - UNIT NOT IN FLEET' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FU-STATUS(FU-PICK) NOT = 'A'
                   MOVE 'REJECTED - UNIT NOT AVAILABLE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-PRICE NOT NUMERIC
                   MOVE 'REJECTED - NO USED/DEMO PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN FT-PRICE = 0
                   MOVE 'REJECTED - NO USED/DEMO PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

      *THE BOARD LEAVES SELLABLE ON-HAND FOR THE FLEET
       L3-POST-ADD.
           ADD 1 TO FU-CTR.
           MOVE FU-CTR TO FU-PICK.
           MOVE FT-UNIT TO FU-UNIT(FU-PICK).
           MOVE FT-BOARD TO FU-BOARD(FU-PICK).
           MOVE 'A' TO FU-STATUS(FU-PICK).
           MOVE 0 TO FU-SALE-PRICE(FU-PICK).
           MOVE ZEROS TO FU-STAT-DATE(FU-PICK).
           MOVE C-TRAN-DATE TO FU-ADD-DATE(FU-PICK).
           MOVE ZEROS TO FU-OUT-DATE(FU-PICK).
           MOVE SPACES TO FU-CUST-NAME(FU-PICK).
           MOVE 0 TO FU-RENTALS(FU-PICK).
           MOVE 0 TO FU-DAYS-RENTED(FU-PICK).
           MOVE 0 TO FU-RENT-REV(FU-PICK).
           MOVE 0 TO FU-DAMAGE-REV(FU-PICK).
           SUBTRACT 1 FROM OH-BOARD-QTY(FT-BOARD).
           ADD 1 TO C-ADDED-CTR.
           MOVE 'ADDED TO FLEET FROM STOCK' TO TRAN-MSG.

       L3-POST-OUT.
           MOVE 'O' TO FU-STATUS(FU-PICK).
           MOVE C-TRAN-DATE TO FU-OUT-DATE(FU-PICK).
           MOVE FT-CUST-NAME TO FU-CUST-NAME(FU-PICK).
           ADD 1 TO C-OUT-CTR.
           MOVE 'OUT ON RENTAL / DEMO' TO TRAN-MSG.

      *DAYS LEFT ZERO ON THE RETURN ARE FIGURED FROM THE OUT DATE BY
      *THE SHOP'S 30-DAY-MONTH CONVENTION, ONE DAY AT THE LEAST
       L3-POST-IN.
           IF FT-DAYS = 0
               COMPUTE C-DAYS-FROM =
                   (FU-OUT-YYYY(FU-PICK) * 360)
                   + (FU-OUT-MM(FU-PICK) * 30) + FU-OUT-DD(FU-PICK)
               COMPUTE C-DAYS-TO =
                   (C-TRAN-YYYY * 360) + (C-TRAN-MM * 30) + C-TRAN-DD
               COMPUTE C-DAYS-SPAN = C-DAYS-TO - C-DAYS-FROM
               IF C-DAYS-SPAN < 1
                   MOVE 1 TO C-DAYS-SPAN
               END-IF
               MOVE C-DAYS-SPAN TO FT-DAYS
           END-IF.
           MOVE 'A' TO FU-STATUS(FU-PICK).
           IF FT-CUST-NAME = SPACES
               MOVE FU-CUST-NAME(FU-PICK) TO FT-CUST-NAME
           END-IF.
           ADD 1 TO FU-RENTALS(FU-PICK).
           ADD FT-DAYS TO FU-DAYS-RENTED(FU-PICK).
           ADD FT-FEE TO FU-RENT-REV(FU-PICK).
           ADD FT-DAMAGE TO FU-DAMAGE-REV(FU-PICK).
           ADD FT-FEE TO C-FEES.
           ADD FT-DAMAGE TO C-DAMAGE.
           ADD 1 TO C-IN-CTR.
           MOVE 'RETURNED FROM RENTAL' TO TRAN-MSG.

      *RETIRED UNITS GO TO THE USED/DEMO SALE CATEGORY AT THEIR OWN
      *PRICE - THE REGISTER SELLS THEM BY UNIT NUMBER
       L3-POST-RETIRE.
           MOVE 'U' TO FU-STATUS(FU-PICK).
           MOVE FT-PRICE TO FU-SALE-PRICE(FU-PICK).
           MOVE C-TRAN-DATE TO FU-STAT-DATE(FU-PICK).
           ADD 1 TO C-RETIRED-CTR.
           MOVE 'RETIRED TO USED/DEMO SALE' TO TRAN-MSG.

       L3-TRAN-LINE.
           MOVE FT-UNIT TO FTL-UNIT.
           IF FU-PICK > 0
               MOVE BRD-NME(FU-BOARD(FU-PICK)) TO FTL-BOARD
           ELSE
               IF FT-BOARD NUMERIC
                   AND FT-BOARD > 0 AND FT-BOARD < 19
                   MOVE BRD-NME(FT-BOARD) TO FTL-BOARD
               ELSE
                   MOVE SPACES TO FTL-BOARD
               END-IF
           END-IF.
           MOVE TRAN-MSG TO FTL-ACTION.
           MOVE FT-CUST-NAME TO FTL-CUST.
           MOVE 0 TO FTL-DAYS.
           MOVE 0 TO FTL-FEE.
           MOVE 0 TO FTL-DAMAGE.
           IF FT-IN AND TRAN-VALID = 'YES'
               MOVE FT-DAYS TO FTL-DAYS
               MOVE FT-FEE TO FTL-FEE
               MOVE FT-DAMAGE TO FTL-DAMAGE
           END-IF.
           IF FT-RETIRE AND TRAN-VALID = 'YES'
               MOVE FT-PRICE TO FTL-FEE
           END-IF.
           WRITE PRTLINE FROM TRAN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L2-CLOSING.
           MOVE C-ADDED-CTR TO GT-ADDED.
           MOVE C-OUT-CTR TO GT-OUT.
           MOVE C-IN-CTR TO GT-IN.
           MOVE C-RETIRED-CTR TO GT-RETIRED.
           MOVE C-REJECT-CTR TO GT-REJECTED.
           WRITE PRTLINE FROM GT-FLEET-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-FEES TO GT-FEES.
           MOVE C-DAMAGE TO GT-DAMAGE.
           COMPUTE GT-RENTAL = C-FEES + C-DAMAGE.
           WRITE PRTLINE FROM GT-REVENUE-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM L3-UTILIZATION.
           PERFORM L3-SALE-LIST.
           PERFORM L3-LEDGER-SAVE.
           IF C-ADDED-CTR > 0
               PERFORM L3-ON-HAND-SAVE
           END-IF.

           OPEN EXTEND REVOUT.
           MOVE "CBLCJF16" TO REV-PGM-ID.
           MOVE I-DATE TO REV-DATE.
           MOVE 'WAKEBOARD RENTALS' TO REV-LABEL.
           COMPUTE REV-AMOUNT = C-FEES + C-DAMAGE.
           WRITE REV-REC.
           CLOSE REVOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE FU-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE FU-CTR TO TR-REC-COUNT.
           COMPUTE TR-HASH-TOTAL = C-FEES + C-DAMAGE.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE FLEETHST.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *UTILIZATION IS DAYS RENTED OVER DAYS IN THE FLEET, FROM THE
      *ADD DATE TO TONIGHT - OR TO THE RETIRE DATE FOR A UNIT NO
      *LONGER RENTING. UNITS STILL RENTING COUNT AS IN THE FLEET.
       L3-UTILIZATION.
           PERFORM VARYING FU-SUB FROM 1 BY 1
               UNTIL FU-SUB > FU-CTR
                   PERFORM L4-UTIL-ONE-UNIT
           END-PERFORM.

           WRITE PRTLINE FROM UTIL-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM UTIL-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING GEN-SUB FROM 1 BY 1
               UNTIL GEN-SUB > 18
                   IF UT-FLT-DAYS(GEN-SUB) > 0
                       PERFORM L4-UTIL-LINE
                   END-IF
           END-PERFORM.

       L4-UTIL-ONE-UNIT.
           MOVE FU-BOARD(FU-SUB) TO GEN-SUB.
           COMPUTE C-DAYS-FROM =
               (FU-ADD-YYYY(FU-SUB) * 360)
               + (FU-ADD-MM(FU-SUB) * 30) + FU-ADD-DD(FU-SUB).
           IF FU-STATUS(FU-SUB) = 'A' OR FU-STATUS(FU-SUB) = 'O'
               ADD 1 TO UT-UNITS(GEN-SUB)
               MOVE C-DAYS-TODAY TO C-DAYS-TO
           ELSE
               COMPUTE C-DAYS-TO =
                   (FU-STAT-YYYY(FU-SUB) * 360)
                   + (FU-STAT-MM(FU-SUB) * 30) + FU-STAT-DD(FU-SUB)
           END-IF.
           COMPUTE C-DAYS-SPAN = C-DAYS-TO - C-DAYS-FROM + 1.
           IF C-DAYS-SPAN < 1
               MOVE 1 TO C-DAYS-SPAN
           END-IF.
           ADD C-DAYS-SPAN TO UT-FLT-DAYS(GEN-SUB).
           ADD FU-RENTALS(FU-SUB) TO UT-RENTALS(GEN-SUB).
           ADD FU-DAYS-RENTED(FU-SUB) TO UT-DAYS(GEN-SUB).
           ADD FU-RENT-REV(FU-SUB) TO UT-REV(GEN-SUB).
           ADD FU-DAMAGE-REV(FU-SUB) TO UT-DAMAGE(GEN-SUB).

       L4-UTIL-LINE.
           MOVE BRD-NME(GEN-SUB) TO UTL-NAME.
           MOVE UT-UNITS(GEN-SUB) TO UTL-UNITS.
           MOVE UT-RENTALS(GEN-SUB) TO UTL-RENTALS.
           MOVE UT-DAYS(GEN-SUB) TO UTL-DAYS.
           MOVE UT-FLT-DAYS(GEN-SUB) TO UTL-FLT-DAYS.
           IF UT-DAYS(GEN-SUB) > UT-FLT-DAYS(GEN-SUB)
               MOVE 100 TO C-UTIL-PCT
           ELSE
               COMPUTE C-UTIL-PCT ROUNDED =
                   (UT-DAYS(GEN-SUB) * 100) / UT-FLT-DAYS(GEN-SUB)
           END-IF.
           MOVE C-UTIL-PCT TO UTL-PCT.
           MOVE UT-REV(GEN-SUB) TO UTL-REV.
           MOVE UT-DAMAGE(GEN-SUB) TO UTL-DAMAGE.
           WRITE PRTLINE FROM UTIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L3-SALE-LIST.
           WRITE PRTLINE FROM SALE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SALE-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING FU-SUB FROM 1 BY 1
               UNTIL FU-SUB > FU-CTR
                   IF FU-STATUS(FU-SUB) = 'U'
                       MOVE FU-UNIT(FU-SUB) TO USL-UNIT
                       MOVE BRD-NME(FU-BOARD(FU-SUB)) TO USL-BOARD
                       MOVE FU-STAT-DATE(FU-SUB) TO USL-DATE
                       MOVE FU-RENTALS(FU-SUB) TO USL-RENTALS
                       MOVE BRD-COST(FU-BOARD(FU-SUB)) TO USL-LIST
                       MOVE FU-SALE-PRICE(FU-SUB) TO USL-PRICE
                       WRITE PRTLINE FROM SALE-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L3-HEADINGS
                   END-IF
           END-PERFORM.

      *SOLD UNITS STAY ON FILE FLAGGED 'S' FOR THE AUDIT TRAIL UNTIL
      *A YEAR AFTER THE SALE. A LEDGER THAT DID NOT FIT THE TABLE IS
      *LEFT AS IT WAS RATHER THAN WRITTEN BACK SHORT
       L3-LEDGER-SAVE.
           IF FU-FULL = 'Y'
               DISPLAY 'FLEET.DAT NOT REWRITTEN -- FLEET-TABLE FULL'
           ELSE
               COMPUTE C-KEEP-DATE =
                   ((I-YYYY - 1) * 10000) + (I-MM * 100) + I-DD
               OPEN OUTPUT FLEETLED
               PERFORM VARYING FU-SUB FROM 1 BY 1
                   UNTIL FU-SUB > FU-CTR
                       IF FU-STATUS(FU-SUB) NOT = 'S'
                           OR FU-STAT-DATE(FU-SUB) > C-KEEP-DATE
                           PERFORM L4-LEDGER-WRITE
                       END-IF
               END-PERFORM
               CLOSE FLEETLED
           END-IF.

       L4-LEDGER-WRITE.
           MOVE FU-UNIT(FU-SUB) TO FL-UNIT.
           MOVE FU-BOARD(FU-SUB) TO FL-BOARD.
           MOVE FU-STATUS(FU-SUB) TO FL-STATUS.
           MOVE FU-SALE-PRICE(FU-SUB) TO FL-SALE-PRICE.
           MOVE FU-STAT-DATE(FU-SUB) TO FL-STAT-DATE.
           MOVE FU-ADD-DATE(FU-SUB) TO FL-ADD-DATE.
           MOVE FU-OUT-DATE(FU-SUB) TO FL-OUT-DATE.
           MOVE FU-CUST-NAME(FU-SUB) TO FL-CUST-NAME.
           MOVE FU-RENTALS(FU-SUB) TO FL-RENTALS.
           MOVE FU-DAYS-RENTED(FU-SUB) TO FL-DAYS-RENTED.
           MOVE FU-RENT-REV(FU-SUB) TO FL-RENT-REV.
           MOVE FU-DAMAGE-REV(FU-SUB) TO FL-DAMAGE-REV.
           WRITE FL-REC.

       L3-ON-HAND-SAVE.
           MOVE ON-HAND-TABLE TO OH-REC.
           OPEN OUTPUT ONHANDST.
           WRITE OH-REC.
           CLOSE ONHANDST.

       L3-READ.
           READ FLEETTRN
               AT END
                   MOVE 'T' TO FT-EOF
                   CLOSE FLEETTRN.

       L3-HEADINGS.
           ADD 1 TO C-PG.
           MOVE C-PG TO PG.
           WRITE PRTLINE FROM FLEET-TITLE
               AFTER ADVANCING PAGE.
       end program CBLCJF16.
