      *  - SUSPENSE IS ONE 90-BYTE LAYOUT FOR EVERYTHING (SHORT
      *    RECORDS SIT IN IT SPACE-PADDED);
      *  - ONE CHECKPOINT FILE COVERS THE WHOLE PASS.
      *POP TYPES, CASE PRICES, BOTTLER COSTS, AND STATE CAN DEPOSITS
      *COME FROM THE PRODUCT MASTER AND STATE DEPOSIT TABLE THROUGH
      *THE SHARED COBPOPPR MODULE FOR THE RUN'S SEASON; THE YEAR-
      *OVER-YEAR REPORT PRICES LAST SEASON'S CASES AT LAST SEASON'S
      *MASTER ROWS.
      *DONATIONS (POPDON.DAT - A CHECK OR CASH GIFT WITH NO POP
      *BOUGHT) ARE CREDITED TO THEIR TEAM IN THE STANDINGS AND THE
      *BANK DEPOSIT RECONCILIATION BUT NEVER TOUCH THE CASE COUNTS;
      *A DONATION THAT DOES NOT EDIT PRINTS ON THE ERROR REPORT.
      *THE SEASON'S SALES, CAN DEPOSITS, AND BOTTLER COST ARE POSTED
      *TO THE GENERAL LEDGER JOURNAL (GLJRNL.DAT) AT CLOSE FROM THE
      *CHECKPOINTED TOTALS, SO A RESTARTED RUN POSTS THEM ONCE.
      *EACH VOLUNTEER PAID THIS RUN GETS A ROW ON THE SHARED PAY
      *REGISTER (PAYREG.DAT) FOR THE QUARTERLY PAYROLL TAX RUN.
      ******************************************************************

       environment division.
               ASSIGN TO WS-BANKDEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILE-STATUS.
           SELECT DONATIONS
               ASSIGN TO WS-DONATIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
           SELECT SELLROST
               ASSIGN TO WS-SELLROST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYREG
               ASSIGN TO "C:/COBOLSP20/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
               10 I-ZIP1       PIC 9(5).
               10 I-ZIP2       PIC 9(4).
           05 I-POP-TYPE       PIC 99.
           05 I-CASES          PIC 99.
           05 I-TEAM           PIC X.
               88 VAL-TEAM                 VALUE 'A' THRU 'E'.
       FD CHKPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CHK-REC
           RECORD CONTAINS 169 CHARACTERS.

       01 CHK-REC.
           05 CHK-REC-COUNT        PIC 9(6).
           05 CHK-TYPE-QTY         PIC 9(6)    OCCURS 12 TIMES.
           05 CHK-A                PIC 9(9)V99.
           05 CHK-B                PIC 9(9)V99.
           05 CHK-C                PIC 9(9)V99.

       01 PROFLINE              PIC X(132).

      *PRIOR-YEAR TOTALS, CARRIED FORWARD FOR YEAR-OVER-YEAR COMPARE.
      *POP TYPES 7-12 RIDE AFTER THE REVENUE SO A 49-BYTE RECORD FROM
      *THE SIX-FLAVOR YEARS STILL READS - ITS SPACE-PADDED TAIL IS
      *NONE SOLD
       FD YOYFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS YOY-REC
           RECORD CONTAINS 85 CHARACTERS.

       01 YOY-REC.
           05 YOY-YEAR             PIC 9(4).
           05 YOY-TYPE-QTY         PIC 9(6)    OCCURS 6 TIMES.
           05 YOY-REVENUE          PIC 9(7)V99.
           05 YOY-TYPE-QTY-EXT     PIC 9(6)    OCCURS 6 TIMES.

       FD YOYOUT
           LABEL RECORD IS STANDARD
           05 BD-TEAM           PIC X.
           05 BD-AMOUNT         PIC 9(7)V99.

      *DONATIONS FROM THE TREASURER - CREDITED TO A TEAM, NO CASES
       FD DONATIONS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DN-REC
           RECORD CONTAINS 83 CHARACTERS.

       COPY "POPDON.CPY".

      *SELLER ROSTER - WHICH KID EACH SELLER ID BELONGS TO, SO
      *INDIVIDUAL PRIZES STOP BEING TALLIED ON PAPER
       FD SELLROST

       COPY "REVTOT.CPY".

       FD PAYREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC.

       COPY "PAYREG.CPY".

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
               VALUE 'C:\COBOL\POPRECON.PRT'.
           05 WS-SELLROST-PATH      PIC X(80)
               VALUE 'C:\COBOL\SELLROST.DAT'.
           05 WS-DONATIONS-PATH     PIC X(80)
               VALUE 'C:\COBOL\POPDON.DAT'.

       01 WS-ENV-OVERRIDE           PIC X(80).


       01 GT-POP-LINE.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 GT-POP-SLOT OCCURS 3 TIMES.
               10 POP-SLOT-NAME    PIC X(17).
               10 POP-SLOT-QTY     PIC ZZZ,ZZ9.
               10 FILLER           PIC X(6).
           05 FILLER           PIC X(39)   VALUE SPACE.
       
       01 GT-TEAM-HEADING      PIC X(132)  VALUE "TEAM TOTALS:".

       01 STANDINGS-HEADINGS.
           05 FILLER           PIC X(6)    VALUE "RANK".
           05 FILLER           PIC X(6)    VALUE "TEAM".
           05 FILLER           PIC X(16)   VALUE "   TOTAL RAISED".
           05 FILLER           PIC X(9)    VALUE "  CASES".
           05 FILLER           PIC X(10)   VALUE "SELLERS".
           05 FILLER           PIC X(16)   VALUE "  PER SELLER".
           05 FILLER           PIC X(12)   VALUE "PRIZE TIER".
           05 FILLER           PIC X(10)   VALUE "MOVEMENT".
           05 FILLER           PIC X(47)   VALUE "  DONATIONS".

       01 STANDINGS-LINE.
           05 STL-RANK         PIC 9.
           05 STL-TIER         PIC X(10).
           05 FILLER           PIC XX      VALUE SPACE.
           05 STL-MOVEMENT     PIC X(8).
           05 FILLER           PIC XX      VALUE SPACE.
           05 STL-DONATIONS    PIC $$$,$$9.99.
           05 FILLER           PIC X(41)   VALUE SPACE.

      *VOLUNTEER YEAR-TO-DATE STIPEND TABLE AND STATEMENT LINES
       01 VOL-YTD-TABLE.
           05 C-TEAM-COMPUTED      PIC 9(9)V99 VALUE ZERO.
           05 C-OVER-SHORT         PIC S9(9)V99 VALUE ZERO.
           05 C-BD-CTR             PIC 9(4)    VALUE ZERO.
           05 C-TEAM-SALES         PIC 9(9)V99 VALUE ZERO.

      *DONATION WORK AREAS - THIS SEASON'S GIFTS BY TEAM
       01 DONATION-VARS.
           05 DN-FILE-STATUS       PIC XX.
           05 DN-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 DON-TEAM-AMT         PIC 9(9)V99 OCCURS 5 VALUE ZERO.
           05 C-DN-CTR             PIC 9(5)    VALUE ZERO.
           05 C-DN-REJ             PIC 9(5)    VALUE ZERO.
           05 C-DN-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01 GT-DONATION-LINE.
           05 FILLER           PIC X(21)
               VALUE 'DONATIONS CREDITED:'.
           05 GT-DN-COUNT      PIC ZZ,ZZ9.
           05 FILLER           PIC X(10)   VALUE '  AMOUNT:'.
           05 GT-DN-TOTAL      PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(13)   VALUE '  REJECTED:'.
           05 GT-DN-REJ        PIC ZZ,ZZ9.
           05 FILLER           PIC X(62)   VALUE SPACE.

       01 RECON-TITLE.
           05 FILLER           PIC X(47)   VALUE SPACE.

       01 RECON-HEADINGS.
           05 FILLER           PIC X(8)    VALUE "TEAM".
           05 FILLER           PIC X(16)   VALUE "      POP SALES".
           05 FILLER           PIC X(16)   VALUE "      DONATIONS".
           05 FILLER           PIC X(16)   VALUE "       COMPUTED".
           05 FILLER           PIC X(16)   VALUE "         BANKED".
           05 FILLER           PIC X(60)   VALUE "     OVER/SHORT".

       01 RECON-LINE.
           05 RCL-TEAM         PIC X(4).
           05 RCL-SALES        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACE.
           05 RCL-DONATIONS    PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACE.
           05 RCL-COMPUTED     PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACE.
           05 RCL-BANKED       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC XX      VALUE SPACE.
           05 RCL-OVER-SHORT   PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(49)   VALUE SPACE.

       01 ORDER-TABLE-VARS.
           05 OT-CTR               PIC 9(4)    VALUE ZERO.
           05 C-ROUTE-CASES        PIC 9(5)    VALUE ZERO.
           05 PG-DELIV             PIC 99      VALUE ZERO.

      *POP PRODUCT MASTER / STATE DEPOSIT LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

       01 POP-TYPE-VARS.
           05 TYPE-SUB             PIC 99      VALUE ZERO.
           05 POP-SLOT-SUB         PIC 9       VALUE ZERO.
           05 C-PROF-LINES         PIC 99      VALUE ZERO.
           05 C-YOY-LINES          PIC 99      VALUE ZERO.

       01 DELIV-TITLE.
           05 FILLER           PIC X(50)   VALUE SPACE.
           05 TSL-SALES        PIC $$$,$$9.99.
           05 FILLER           PIC X(76)   VALUE SPACE.

      *GRAND TOTALS - CASES BY POP TYPE CODE (01-12)
       01 POP-GT.
           05 GT-TYPE-QTY      PIC 9(6)    OCCURS 12   VALUE ZERO.

       01 TEAM-GT.
           05 GT-A             PIC 9(9)V99 VALUE ZERO.
       01 GT-VOL-PAY            PIC 9(6)V99 VALUE ZERO.
       01 C-GT-VOL-LINES        PIC 9(5)    VALUE ZERO.

      *COST OF GOODS / PROFIT MARGIN REPORT LINES
       01 PROFIT-TITLE.
           05 FILLER           PIC X(60)   VALUE SPACE.
           05 GT-COGS-TOTAL      PIC 9(7)V99 VALUE ZERO.
           05 GT-PROFIT-TOTAL    PIC S9(7)V99 VALUE ZERO.

       01 GL-POST-VARS.
           05 C-GL-AMT           PIC S9(9)V99 VALUE ZERO.

      *YEAR-OVER-YEAR COMPARISON VARIABLES
       01 YOY-VARS.
           05 YOY-FILE-STATUS      PIC XX.
           05 PRIOR-FOUND          PIC XXX     VALUE 'NO'.
           05 PY-TYPE-QTY          PIC 9(6)    OCCURS 12   VALUE ZERO.
           05 PY-CASE-PRICE        PIC 99V99   VALUE ZERO.
           05 CY-CASE-PRICE        PIC 99V99   VALUE ZERO.
           05 PY-TYPE-SALES        PIC 9(7)V99 VALUE ZERO.
           05 CY-TYPE-SALES        PIC 9(7)V99 VALUE ZERO.
           05 PY-LISTED            PIC X       VALUE 'N'.
           05 PY-REVENUE           PIC 9(7)V99 VALUE ZERO.
           05 PY-YEAR              PIC 9(4)    VALUE ZERO.
           05 PG-YOY               PIC 99      VALUE ZERO.
           05 FILLER           PIC X(72)
               VALUE 'YEAR-OVER-YEAR COMPARISON REPORT'.

      *EACH YEAR'S CASES ARE SHOWN AT THAT YEAR'S CASE PRICE FROM
      *THE PRODUCT MASTER
       01 YOY-HEADINGS.
           05 FILLER           PIC XXX     VALUE SPACE.
           05 FILLER           PIC X(20)   VALUE "POP TYPE".
           05 FILLER           PIC X(10)   VALUE "PRIOR QTY".
           05 FILLER           PIC X(9)    VALUE "PRICE".
           05 FILLER           PIC X(14)   VALUE "PRIOR SALES".
           05 FILLER           PIC X(10)   VALUE "CURR QTY".
           05 FILLER           PIC X(9)    VALUE "PRICE".
           05 FILLER           PIC X(14)   VALUE "CURR SALES".
           05 FILLER           PIC X(12)   VALUE "CHANGE %".
           05 FILLER           PIC X(31)   VALUE SPACE.

       01 YOY-LINE.
           05 FILLER           PIC XXX     VALUE SPACE.
           05 O-YOY-TYPE        PIC X(20).
           05 O-YOY-PY-QTY      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 O-YOY-PY-PRICE    PIC $$9.99.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 O-YOY-PY-SALES    PIC $$$,$$9.99.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 O-YOY-CY-QTY      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 O-YOY-CY-PRICE    PIC $$9.99.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 O-YOY-CY-SALES    PIC $$$,$$9.99.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 O-YOY-PCT         PIC -ZZ9.9.
           05 FILLER           PIC X       VALUE '%'.
           05 FILLER           PIC X(36)   VALUE SPACE.

       01 YOY-REV-LINE.
           05 FILLER           PIC X(23)   VALUE 'TOTAL REVENUE:'.
           05 FILLER           PIC X(19)   VALUE SPACE.
           05 O-YOY-PY-REV      PIC $$$,$$9.99.
           05 FILLER           PIC X(23)   VALUE SPACE.
           05 O-YOY-CY-REV      PIC $$$,$$9.99.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 O-YOY-REV-PCT     PIC -ZZ9.9.
           05 FILLER           PIC X       VALUE '%'.
           05 FILLER           PIC X(36)   VALUE SPACE.

       procedure division.
       0000-MAIN.
           PERFORM 0100-MASTER-CHECK.
           PERFORM 1000-INIT.
           PERFORM 2000-BODY
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS OR SUSPENSE RECORDS WERE WRITTEN OR A DONATION WAS
      *REJECTED, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN REC-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN GT-ERRORS > 0 OR C-DN-REJ > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *WITHOUT THE PRODUCT MASTER EVERY ORDER WOULD SUSPEND AS A BAD
      *POP TYPE AND THE YEAR-OVER-YEAR FILE WOULD BE SAVED EMPTY, SO
      *STOP BEFORE ANYTHING IS OPENED - RETURN CODE 8
       0100-MASTER-CHECK.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE 0 TO PRC-SEASON.
           MOVE 0 TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           IF PRC-MASTER-OK = 'N'
               DISPLAY 'COBCJF46: POP PRODUCT MASTER UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
           OPEN INPUT INPT.
           OPEN OUTPUT YOYOUT.
           OPEN OUTPUT DELIVOUT.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND AUDITLOG.
           PERFORM 9700-YOY-RESTORE.
           PERFORM 9780-SELLER-ROSTER-LOAD.
               MOVE WS-ENV-OVERRIDE TO WS-SELLROST-PATH
           END-IF.

           DISPLAY 'POPDON_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DONATIONS-PATH
           END-IF.

       2000-BODY.
           IF I-TAIL = SPACES
               ADD 1 TO C-SHORT-CTR
       2100-VALIDATION.
           MOVE 'YES' TO ERR-SW.
           PERFORM 2150-SELLER-LOOKUP.
           PERFORM 2160-PRODUCT-LOOKUP.
           EVALUATE TRUE
               WHEN I-LNAME = SPACES
                   MOVE ERROR-MSG(1) TO ERROR-DESCR
               WHEN I-POP-TYPE NOT NUMERIC
                   MOVE ERROR-MSG(8) TO ERROR-DESCR
                   MOVE 8 TO ERR-CODE
               WHEN PRC-FOUND = 'N'
                   MOVE ERROR-MSG(9) TO ERROR-DESCR
                   MOVE 9 TO ERR-CODE
               WHEN I-CASES NOT NUMERIC
               SUBTRACT 1 FROM SEL-SUB
           END-IF.

      *THE POP TYPE HAS TO BE IN THIS SEASON'S LINEUP ON THE PRODUCT
      *MASTER; THE ROW FOUND STAYS IN THE WORK AREA FOR THE PRICING
       2160-PRODUCT-LOOKUP.
           MOVE 'N' TO PRC-FOUND.
           IF I-POP-TYPE NUMERIC
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE I-POP-TYPE TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
           END-IF.

      *CASE PRICE, BOTTLER COST, AND PACK SIZE ARE THE SEASON'S ROW
      *FROM THE VALIDATION LOOKUP; THE DEPOSIT IS THE STATE'S PER-CAN
      *DEPOSIT ON EVERY CAN IN THE ORDER
       2200-CALCS.
           MOVE 'D' TO PRC-FUNCTION.
           MOVE I-STATE TO PRC-STATE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           COMPUTE DEPOSIT ROUNDED =
               PRC-CAN-DEPOSIT * PRC-PACK-SIZE * I-CASES.

           COMPUTE TOTAL-SALES = I-CASES * PRC-CASE-PRICE + DEPOSIT.

           ADD I-CASES TO GT-TYPE-QTY(I-POP-TYPE).
           MOVE PRC-DESC TO O-POP-TYPE.

           COMPUTE REV-AMT = I-CASES * PRC-CASE-PRICE.
           COMPUTE COGS-AMT ROUNDED = I-CASES * PRC-BOTTLER-COST.
           ADD REV-AMT TO GT-REVENUE.
           ADD COGS-AMT TO GT-COGS-TOTAL.

               END-IF
           END-IF.

      *THREE POP TYPES TO A GRAND TOTALS LINE - EVERY TYPE IN THIS
      *SEASON'S LINEUP, PLUS ANY OTHER TYPE THAT SOLD
       3010-GT-POP-SLOT.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE I-YYYY TO PRC-SEASON.
           MOVE TYPE-SUB TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           IF PRC-FOUND = 'Y' OR GT-TYPE-QTY(TYPE-SUB) > 0
               IF POP-SLOT-SUB = 0
                   MOVE SPACES TO GT-POP-SLOT(1) GT-POP-SLOT(2)
                       GT-POP-SLOT(3)
               END-IF
               ADD 1 TO POP-SLOT-SUB
               MOVE PRC-DESC TO POP-SLOT-NAME(POP-SLOT-SUB)
               MOVE GT-TYPE-QTY(TYPE-SUB) TO POP-SLOT-QTY(POP-SLOT-SUB)
               IF POP-SLOT-SUB = 3
                   WRITE PRTLINE FROM GT-POP-LINE
                     AFTER ADVANCING 2 LINES
                   MOVE 0 TO POP-SLOT-SUB
               END-IF
           END-IF.

       3300-PROFIT-REPORT.
           MOVE 0 TO C-PROF-LINES.
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 12
                   PERFORM 3305-PROFIT-TYPE
           END-PERFORM.

           COMPUTE GT-PROFIT-TOTAL = GT-REVENUE - GT-COGS-TOTAL.
           MOVE GT-REVENUE TO PROF-SALES.
           WRITE PROFLINE FROM GT-PROFIT-LINE
               AFTER ADVANCING 3 LINES.

      *ONE LINE PER POP TYPE IN THIS SEASON'S LINEUP, PLUS ANY OTHER
      *TYPE THAT SOLD, AT THIS SEASON'S PRICE AND BOTTLER COST
       3305-PROFIT-TYPE.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE I-YYYY TO PRC-SEASON.
           MOVE TYPE-SUB TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           IF PRC-FOUND = 'Y' OR GT-TYPE-QTY(TYPE-SUB) > 0
               MOVE PRC-DESC TO O-PROF-TYPE
               MOVE GT-TYPE-QTY(TYPE-SUB) TO O-PROF-QTY
               COMPUTE PROF-SALES =
                   GT-TYPE-QTY(TYPE-SUB) * PRC-CASE-PRICE
               COMPUTE PROF-COGS ROUNDED =
                   GT-TYPE-QTY(TYPE-SUB) * PRC-BOTTLER-COST
               COMPUTE PROF-PROFIT = PROF-SALES - PROF-COGS
               PERFORM 3310-MARGIN-PCT
               MOVE PROF-SALES TO O-PROF-SALES
               MOVE PROF-COGS TO O-PROF-COGS
               MOVE PROF-PROFIT TO O-PROF-PROFIT
               MOVE PROF-MARGIN TO O-PROF-MARGIN
               WRITE PROFLINE FROM PROFIT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9600-PROFIT-HEADER
               END-WRITE
               ADD 1 TO C-PROF-LINES
           END-IF.

       3310-MARGIN-PCT.
           IF PROF-SALES > 0
               COMPUTE PROF-MARGIN ROUNDED =
           END-IF.

       3400-YOY-REPORT.
           MOVE 0 TO C-YOY-LINES.
           IF PRIOR-FOUND = 'YES'
               PERFORM 9800-YOY-HEADER

               PERFORM VARYING TYPE-SUB FROM 1 BY 1
                   UNTIL TYPE-SUB > 12
                       PERFORM 3405-YOY-TYPE
               END-PERFORM

               MOVE PY-REVENUE TO O-YOY-PY-REV
               MOVE GT-REVENUE TO O-YOY-CY-REV

           PERFORM 9900-YOY-SAVE.

      *LAST SEASON'S CASES ARE PRICED AT LAST SEASON'S MASTER ROW
      *AND THIS SEASON'S AT THIS SEASON'S, SO A NEW BOTTLER PRICE
      *LIST NEVER RESTATES THE PRIOR YEAR
       3405-YOY-TYPE.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE PY-YEAR TO PRC-SEASON.
           MOVE TYPE-SUB TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           MOVE PRC-FOUND TO PY-LISTED.
           MOVE PRC-CASE-PRICE TO PY-CASE-PRICE.

           MOVE I-YYYY TO PRC-SEASON.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           MOVE PRC-CASE-PRICE TO CY-CASE-PRICE.

           IF PRC-FOUND = 'Y' OR PY-LISTED = 'Y'
               OR PY-TYPE-QTY(TYPE-SUB) > 0 OR GT-TYPE-QTY(TYPE-SUB) > 0
               COMPUTE PY-TYPE-SALES =
                   PY-TYPE-QTY(TYPE-SUB) * PY-CASE-PRICE
               COMPUTE CY-TYPE-SALES =
                   GT-TYPE-QTY(TYPE-SUB) * CY-CASE-PRICE
               MOVE PRC-DESC TO O-YOY-TYPE
               MOVE PY-TYPE-QTY(TYPE-SUB) TO O-YOY-PY-QTY
               MOVE PY-CASE-PRICE TO O-YOY-PY-PRICE
               MOVE PY-TYPE-SALES TO O-YOY-PY-SALES
               MOVE GT-TYPE-QTY(TYPE-SUB) TO O-YOY-CY-QTY
               MOVE CY-CASE-PRICE TO O-YOY-CY-PRICE
               MOVE CY-TYPE-SALES TO O-YOY-CY-SALES
               MOVE PY-TYPE-QTY(TYPE-SUB) TO YOY-PY-TEMP
               MOVE GT-TYPE-QTY(TYPE-SUB) TO YOY-CY-TEMP
               PERFORM 3410-YOY-PCT-CALC
               MOVE YOY-PCT TO O-YOY-PCT
               WRITE YOYLINE FROM YOY-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9800-YOY-HEADER
               END-WRITE
               ADD 1 TO C-YOY-LINES
           END-IF.

       3410-YOY-PCT-CALC.
           IF YOY-PY-TEMP > 0
               COMPUTE YOY-PCT ROUNDED =
      *THRESHOLD TABLE, AND SHOW MOVEMENT AGAINST LAST RUN'S RANKS
      *FROM THE TEAMWK.DAT CARRY FILE
       3700-TEAM-STANDINGS.
           COMPUTE TEAM-TOTAL-W(1) = GT-A + DON-TEAM-AMT(1).
           COMPUTE TEAM-TOTAL-W(2) = GT-B + DON-TEAM-AMT(2).
           COMPUTE TEAM-TOTAL-W(3) = GT-C + DON-TEAM-AMT(3).
           COMPUTE TEAM-TOTAL-W(4) = GT-D + DON-TEAM-AMT(4).
           COMPUTE TEAM-TOTAL-W(5) = GT-E + DON-TEAM-AMT(5).

           OPEN INPUT TEAMWK.
           IF TW-FILE-STATUS = '00'
               MOVE 0 TO C-PER-SELLER
           END-IF.
           MOVE C-PER-SELLER TO STL-PER-SELLER.
           MOVE DON-TEAM-AMT(TS-SUB) TO STL-DONATIONS.

           MOVE SPACES TO STL-TIER.
           PERFORM VARYING PT-SUB FROM 1 BY 1
           IF C-HH-MIXED = 'YES'
               MOVE 'ASSORTED' TO DL-POP-TYPE
           ELSE
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE C-HH-POP TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
               MOVE PRC-DESC TO DL-POP-TYPE
           END-IF.
           MOVE C-HH-CASES TO DL-CASES.
           ADD C-HH-CASES TO C-ROUTE-CASES.
           WRITE DELIVLINE FROM DELIV-HEADINGS
               AFTER ADVANCING 2 LINES.

      *THIS SEASON'S DONATIONS, BY TEAM CREDITED. GIFTS DATED IN
      *ANOTHER YEAR ARE LEFT FOR THAT SEASON'S RUN; ONES THAT DO NOT
      *EDIT GO ON THE ERROR REPORT AND ARE NOT CREDITED
       3550-DONATIONS.
           OPEN INPUT DONATIONS.
           IF DN-FILE-STATUS = '00'
               PERFORM UNTIL DN-MORE-RECS = 'NO'
                   READ DONATIONS
                       AT END
                           MOVE 'NO' TO DN-MORE-RECS
                       NOT AT END
                           PERFORM 3560-DONATION-EDIT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DONATIONS.

           MOVE C-DN-CTR TO GT-DN-COUNT.
           MOVE C-DN-TOTAL TO GT-DN-TOTAL.
           MOVE C-DN-REJ TO GT-DN-REJ.
           WRITE PRTLINE FROM GT-DONATION-LINE
             AFTER ADVANCING 3 LINES.

       3560-DONATION-EDIT.
           MOVE 'NO' TO ERR-SW.
           EVALUATE TRUE
               WHEN DN-DATE NOT NUMERIC
                   MOVE 'DONATION DATE NOT NUMERIC' TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN DN-YYYY NOT = I-YYYY
                   CONTINUE
               WHEN DN-LNAME = SPACES
                   MOVE 'DONATION HAS NO DONOR LAST NAME'
                       TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN DN-ADDRESS = SPACES
                   MOVE 'DONATION HAS NO DONOR ADDRESS' TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN DN-AMOUNT NOT NUMERIC OR DN-AMOUNT = 0
                   MOVE 'DONATION AMOUNT NOT NUMERIC OR ZERO'
                       TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN NOT VAL-DN-TEAM
                   MOVE 'DONATION TEAM NOT A THRU E' TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN NOT DN-CASH AND NOT DN-CHECK
                   MOVE 'DONATION NOT C (CASH) OR K (CHECK)'
                       TO ERROR-DESCR
                   MOVE 'YES' TO ERR-SW
               WHEN OTHER
                   ADD 1 TO C-DN-CTR
                   ADD DN-AMOUNT TO C-DN-TOTAL
                   EVALUATE DN-TEAM
                       WHEN 'A'
                           ADD DN-AMOUNT TO DON-TEAM-AMT(1)
                       WHEN 'B'
                           ADD DN-AMOUNT TO DON-TEAM-AMT(2)
                       WHEN 'C'
                           ADD DN-AMOUNT TO DON-TEAM-AMT(3)
                       WHEN 'D'
                           ADD DN-AMOUNT TO DON-TEAM-AMT(4)
                       WHEN OTHER
                           ADD DN-AMOUNT TO DON-TEAM-AMT(5)
                   END-EVALUATE
           END-EVALUATE.

           IF ERR-SW = 'YES'
               ADD 1 TO C-DN-REJ
               MOVE DN-REC TO ERROR-RECORD
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERROR-HEADER
           END-IF.

      *COMPARE WHAT THE TREASURER BANKED AGAINST THE COMPUTED TEAM
      *TOTALS, EVERY RUN, INSTEAD OF ONE UGLY SURPRISE IN JUNE
       3600-BANK-RECONCILE.
           EVALUATE BD-TEAM-SUB
               WHEN 1
                   MOVE 'A' TO RCL-TEAM
                   MOVE GT-A TO C-TEAM-SALES
               WHEN 2
                   MOVE 'B' TO RCL-TEAM
                   MOVE GT-B TO C-TEAM-SALES
               WHEN 3
                   MOVE 'C' TO RCL-TEAM
                   MOVE GT-C TO C-TEAM-SALES
               WHEN 4
                   MOVE 'D' TO RCL-TEAM
                   MOVE GT-D TO C-TEAM-SALES
               WHEN OTHER
                   MOVE 'E' TO RCL-TEAM
                   MOVE GT-E TO C-TEAM-SALES
           END-EVALUATE.
      *DONATIONS ARE BANKED WITH THE POP MONEY
           COMPUTE C-TEAM-COMPUTED =
               C-TEAM-SALES + DON-TEAM-AMT(BD-TEAM-SUB).
           MOVE C-TEAM-SALES TO RCL-SALES.
           MOVE DON-TEAM-AMT(BD-TEAM-SUB) TO RCL-DONATIONS.

           COMPUTE C-OVER-SHORT =
               BD-BANKED(BD-TEAM-SUB) - C-TEAM-COMPUTED.
           WRITE PRTLINE FROM GT-POP-HEADING
             AFTER ADVANCING 3 LINES.

           MOVE 0 TO POP-SLOT-SUB.
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 12
                   PERFORM 3010-GT-POP-SLOT
           END-PERFORM.
           IF POP-SLOT-SUB > 0
               WRITE PRTLINE FROM GT-POP-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.

           MOVE C-LONG-CTR TO LCL-LONG.
           MOVE C-SHORT-CTR TO LCL-SHORT.
           WRITE PRTLINE FROM GT-TEAM-LINE
             AFTER ADVANCING 2 LINES.

           PERFORM 3550-DONATIONS.

           MOVE GT-ERRORS TO GT-ERROR.
           WRITE ERRLINE FROM GT-ERROR-LINE
               AFTER ADVANCING 3 LINES.
           WRITE REV-REC.
           CLOSE REVOUT.

           PERFORM 3800-GL-JOURNAL.
           CLOSE GLOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE REC-COUNT TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           WRITE SUS-REC FROM SUS-TRAILER-REC.

           MOVE GT-PROFIT-TOTAL TO TR-HASH-TOTAL.
           COMPUTE TR-REC-COUNT = C-PROF-LINES + 1.
           WRITE PROFLINE FROM TRAILER-LINE
               AFTER ADVANCING 2 LINES.

           IF PRIOR-FOUND = 'YES'
               MOVE GT-REVENUE TO TR-HASH-TOTAL
               COMPUTE TR-REC-COUNT = C-YOY-LINES + 1
           ELSE
               MOVE 0 TO TR-HASH-TOTAL
               MOVE 0 TO TR-REC-COUNT
           OPEN OUTPUT CHKPT.
           CLOSE CHKPT.

      ******************************************************************
      *GENERAL LEDGER JOURNAL - THE TEAMS' SALES (CASE PRICE PLUS CAN
      *DEPOSIT) ARE DUE IN; THE CASE PRICE IS POP SALES AND THE REST
      *IS STATE CAN DEPOSIT OWED. THE BOTTLER COST OF THE CASES SOLD
      *IS BOOKED AGAINST THE BOTTLER PAYABLE.
      ******************************************************************
       3800-GL-JOURNAL.
           MOVE 'POP-AR' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'POP SALES DUE IN' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-A + GT-B + GT-C + GT-D + GT-E.
           PERFORM 3850-GL-WRITE.

           MOVE 'POP-SALES' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'POP SALE REVENUE' TO GL-DESC.
           MOVE GT-REVENUE TO C-GL-AMT.
           PERFORM 3850-GL-WRITE.

           MOVE 'CAN-DEPOSIT' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'STATE CAN DEPOSITS' TO GL-DESC.
           COMPUTE C-GL-AMT = GT-A + GT-B + GT-C + GT-D + GT-E
               - GT-REVENUE.
           PERFORM 3850-GL-WRITE.

           MOVE 'POP-COGS' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'BOTTLER COST OF POP' TO GL-DESC.
           MOVE GT-COGS-TOTAL TO C-GL-AMT.
           PERFORM 3850-GL-WRITE.

           MOVE 'BOTTLER-AP' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'BOTTLER COST OF POP' TO GL-DESC.
           MOVE GT-COGS-TOTAL TO C-GL-AMT.
           PERFORM 3850-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       3850-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "COBCJF46" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

      *READ LAST RUN'S SUSPENSE FILE (SAME PATH, BEFORE IT IS
      *RECREATED) SO RE-SUSPENDED RECORDS KEEP THEIR FIRST DATES
       9850-SUS-PRIOR-LOAD.
               IF CHK-FILE-STATUS = '00'
                   MOVE 'YES' TO CHECKPOINT-FOUND
                   MOVE CHK-REC-COUNT TO REC-COUNT
                   PERFORM VARYING TYPE-SUB FROM 1 BY 1
                       UNTIL TYPE-SUB > 12
                           MOVE CHK-TYPE-QTY(TYPE-SUB)
                               TO GT-TYPE-QTY(TYPE-SUB)
                   END-PERFORM
                   MOVE CHK-A TO GT-A
                   MOVE CHK-B TO GT-B
                   MOVE CHK-C TO GT-C

       9500-WRITE-CHECKPOINT.
           MOVE REC-COUNT TO CHK-REC-COUNT.
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 12
                   MOVE GT-TYPE-QTY(TYPE-SUB) TO CHK-TYPE-QTY(TYPE-SUB)
           END-PERFORM.
           MOVE GT-A TO CHK-A.
           MOVE GT-B TO CHK-B.
           MOVE GT-C TO CHK-C.
               IF YOY-FILE-STATUS = '00'
                   MOVE 'YES' TO PRIOR-FOUND
                   MOVE YOY-YEAR TO PY-YEAR
                   PERFORM VARYING TYPE-SUB FROM 1 BY 1
                       UNTIL TYPE-SUB > 6
                           MOVE YOY-TYPE-QTY(TYPE-SUB)
                               TO PY-TYPE-QTY(TYPE-SUB)
                           IF YOY-TYPE-QTY-EXT(TYPE-SUB) NUMERIC
                               MOVE YOY-TYPE-QTY-EXT(TYPE-SUB)
                                   TO PY-TYPE-QTY(TYPE-SUB + 6)
                           END-IF
                   END-PERFORM
                   MOVE YOY-REVENUE TO PY-REVENUE
               END-IF
               CLOSE YOYFILE
      *STATEMENTS, FLAGGING STIPENDS AT OR OVER THE IRS THRESHOLD
       9760-VOL-YTD-SAVE.
           OPEN OUTPUT VOLYTD.
           OPEN EXTEND PAYREG.
           PERFORM VARYING VYT-SUB FROM 1 BY 1
               UNTIL VYT-SUB > VYT-CTR
                   MOVE VYT-LNAME(VYT-SUB) TO VY-LNAME
                   MOVE VY-RUN-DATE TO VY-LAST-DATE
                   MOVE VYT-THIS-DELTA(VYT-SUB) TO VY-LAST-DELTA
                   WRITE VY-REC
                   IF VYT-THIS-DELTA(VYT-SUB) > 0
                       PERFORM 9765-VOL-PAY-REGISTER
                   END-IF
           END-PERFORM.
           CLOSE PAYREG.
           CLOSE VOLYTD.

      *THIS RUN'S STIPEND ON THE SHARED PAY REGISTER, UNDER THE
      *SAME NAME KEY THE YEAR-TO-DATE FILE USES
       9765-VOL-PAY-REGISTER.
           MOVE "COBCJF46" TO PR-PGM-ID.
           MOVE VY-RUN-DATE TO PR-DATE.
           MOVE 'V' TO PR-SOURCE.
           MOVE SPACES TO PR-WORKER-ID.
           MOVE VYT-LNAME(VYT-SUB) TO PR-WORKER-ID(1:15).
           MOVE VYT-FNAME(VYT-SUB) TO PR-WORKER-ID(16:15).
           MOVE VYT-THIS-DELTA(VYT-SUB) TO PR-GROSS.
           WRITE PR-REC.

       9770-VOL-STATEMENTS.
           OPEN OUTPUT VOLSTMT.
           ADD 1 TO PG-VSTMT.

       9900-YOY-SAVE.
           MOVE I-YYYY TO YOY-YEAR.
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6
                   MOVE GT-TYPE-QTY(TYPE-SUB) TO YOY-TYPE-QTY(TYPE-SUB)
                   MOVE GT-TYPE-QTY(TYPE-SUB + 6)
                       TO YOY-TYPE-QTY-EXT(TYPE-SUB)
           END-PERFORM.
           MOVE GT-REVENUE TO YOY-REVENUE.

           OPEN OUTPUT YOYFILE.
