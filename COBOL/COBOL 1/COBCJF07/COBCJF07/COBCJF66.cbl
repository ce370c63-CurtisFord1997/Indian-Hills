       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF66.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *BOAT DEAL UNWIND. WHEN A BUYER BACKS OUT AFTER THE DEAL IS
      *BOOKED, OR THE LENDER DECLINES AND NO OTHER FINANCING COMES
      *THROUGH, THE SALES OFFICE KEYS AN UNWIND TRANSACTION IN
      *BOATUNWD.DAT (DEAL NUMBER, REASON C CUSTOMER CANCELLED / L
      *LENDER DECLINED / O OTHER, NOTE). THIS STEP RUNS AFTER THE
      *NIGHT'S SALES ARE BOOKED AND, FOR EACH UNWOUND DEAL:
      *  - POSTS A 'U' ROW TO THE SALES HISTORY (BOATHIST.DAT),
      *    DATED TONIGHT, THAT TAKES THE DEAL'S UNIT, GROSS, FEES,
      *    AND THE SALESPERSON'S COMMISSION BACK OFF THIS MONTH'S
      *    STATEMENT (COBCJF39);
      *  - PUTS THE UNIT BACK ON THE LOT IN BOATINV.DAT - BUYER AND
      *    DEAL NUMBER CLEARED, ORIGINAL RECEIVED DATE KEPT, SO THE
      *    FLOOR-PLAN ACCRUAL (COBCJF36) AND LOT AGING (COBCJF17)
      *    PICK IT UP AT ITS TRUE AGE;
      *  - CLOSES ANY PENDING LENDER ROW IN LNDRPEND.DAT ('X', SO
      *    COBCJF37 DROPS IT);
      *  - FLAGS THE TRADE-IN ON USEDINV.DAT 'R', RETURNED TO THE
      *    CUSTOMER. A TRADE ALREADY RESOLD CANNOT GO BACK AND
      *    PRINTS FOR THE MANAGER TO SETTLE;
      *  - HANDS THE REVERSED GROSS TO THE REVENUE DASHBOARD, AND
      *    POSTS THE MIRROR OF THE SALE'S JOURNAL TO THE GENERAL
      *    LEDGER (GLJRNL.DAT): GROSS, TAX/FEES, AND F AND I BACK
      *    OUT, A RETURNED TRADE OFF TRADE-IN INVENTORY, AND THE
      *    REST AGAINST THE DEAL RECEIVABLE. A RESOLD TRADE STAYS
      *    ON THE RECEIVABLE AS A CREDIT DUE THE CUSTOMER;
      *  - TAKES THE DEAL'S SALES TAX BACK OFF THE BUYER'S STATE ON
      *    THE SHARED TAX HAND-OFF FILE (TAXCOLL.DAT), AT THE STATE
      *    FEE TABLE RATE THE DEAL WAS CHARGED.
      *THE UNWIND REGISTER (BOATUNWD.PRT) PRINTS EVERY UNWIND WITH
      *WHAT WAS REVERSED AND ENDS WITH THE SALES MANAGER'S SIGN-OFF.
      *A DEAL NOT ON HISTORY, ALREADY UNWOUND, KEYED TWICE, OR WITH
      *A BAD REASON CODE PRINTS AS AN EXCEPTION AND IS NOT POSTED.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT UNWINDS
               ASSIGN TO WS-UNWINDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-FILE-STATUS.
           SELECT HISTFILE
               ASSIGN TO WS-HISTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT BOAT-INVENTORY
               ASSIGN TO WS-BOAT-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INV-FILE-STATUS.
           SELECT PENDLEDGER
               ASSIGN TO WS-PENDLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LP-FILE-STATUS.
           SELECT USEDINV
               ASSIGN TO WS-USEDINV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.

      *UNWIND TRANSACTIONS KEYED BY THE SALES OFFICE
       FD  UNWINDS
           LABEL RECORD IS STANDARD
           DATA RECORD IS UW-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 UW-REC.
           05 UW-DEAL-NO           PIC X(6).
           05 UW-REASON            PIC X.
               88 VAL-UW-REASON    VALUE 'C' 'L' 'O'.
           05 UW-NOTE              PIC X(25).

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

       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
           05 INV-BOAT-TYPE       PIC X.
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
      *DEAL THE UNIT SOLD ON - BLANK WHILE IT IS STILL ON THE LOT
           05 INV-DEAL-NO         PIC X(6).

      *LENDER PENDING-FUNDING LEDGER (COBCJF37)
       FD  PENDLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LP-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 LP-REC.
           05 LP-LAST-NAME         PIC X(15).
           05 LP-STATE             PIC XX.
           05 LP-AMT               PIC 9(7)V99.
           05 LP-SUBMIT-DATE       PIC 9(8).
           05 LP-STATUS            PIC X.
           05 LP-DEAL-NO           PIC X(6).

      *USED BOAT INVENTORY - TRADE-INS (COBCJF38)
       FD  USEDINV
           LABEL RECORD IS STANDARD
           DATA RECORD IS US-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 US-REC.
           05 US-STOCK-NO          PIC X(5).
           05 US-DESC              PIC X(15).
           05 US-SRC-LNAME         PIC X(15).
           05 US-ALLOW             PIC 9(5)V99.
           05 US-RECON             PIC 9(5)V99.
           05 US-STATUS            PIC X.
           05 US-RESALE            PIC 9(6)V99.
           05 US-DATE-IN           PIC 9(8).
           05 US-SRC-DEAL-NO       PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

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

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "STFEES.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 UW-MATCH             PIC XXX         VALUE 'NO'.
           05 ROWS-CHANGED         PIC XXX         VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 UW-FILE-STATUS       PIC XX.
           05 BH-FILE-STATUS       PIC XX.
           05 INV-FILE-STATUS      PIC XX.
           05 LP-FILE-STATUS       PIC XX.
           05 US-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-UNWINDS-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATUNWD.DAT'.
           05 WS-HISTFILE-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-BOAT-INVENTORY-PATH   PIC X(80)
               VALUE 'C:\COBOL\BOATINV.DAT'.
           05 WS-PENDLEDGER-PATH       PIC X(80)
               VALUE 'C:\COBOL\LNDRPEND.DAT'.
           05 WS-USEDINV-PATH          PIC X(80)
               VALUE 'C:\COBOL\USEDINV.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATUNWD.PRT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(34)       VALUE SPACE.
           05 FILLER               PIC X(25)
               VALUE "BOAT DEAL UNWIND REGISTER".
           05 FILLER               PIC X(49)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 UNWIND-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "DEAL".
           05 FILLER               PIC X(7)        VALUE "CUST".
           05 FILLER               PIC X(17)       VALUE "LAST NAME".
           05 FILLER               PIC X(7)        VALUE "SLSP".
           05 FILLER               PIC X(18)       VALUE "REASON".
           05 FILLER               PIC X(15)       VALUE "GROSS".
           05 FILLER               PIC X(13)       VALUE "TAX/FEES".
           05 FILLER               PIC X(13)       VALUE "COMMISSION".
           05 FILLER               PIC X(34)       VALUE "NOTE".

       01 UNWIND-DETAIL-LINE.
           05 UDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-LAST-NAME        PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-SLSP             PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-REASON           PIC X(16).
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-GROSS            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-TAX-FEES         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-COMMISSION       PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XX          VALUE SPACE.
           05 UDL-NOTE             PIC X(34).

       01 UNWIND-EFFECT-LINE.
           05 FILLER               PIC X(8)        VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE 'UNIT:'.
           05 UEL-UNIT             PIC X(24).
           05 FILLER               PIC X(10)       VALUE '  LENDER:'.
           05 UEL-LENDER           PIC X(16).
           05 FILLER               PIC X(9)        VALUE '  TRADE:'.
           05 UEL-TRADE            PIC X(30).
           05 FILLER               PIC X(29)       VALUE SPACE.

       01 GT-UNWIND-LINE.
           05 FILLER               PIC X(16)
               VALUE 'UNWINDS POSTED:'.
           05 GT-POSTED            PIC Z,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  GROSS REVERSED:'.
           05 GT-GROSS             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23)
               VALUE '  COMMISSION REVERSED:'.
           05 GT-COMMISSION        PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(14)
               VALUE '  EXCEPTIONS:'.
           05 GT-EXCEPTIONS        PIC Z,ZZ9.
           05 FILLER               PIC X(27)       VALUE SPACE.

       01 SIGNOFF-LINE.
           05 FILLER               PIC X(24)
               VALUE 'SALES MANAGER SIGN-OFF:'.
           05 FILLER               PIC X(30)       VALUE ALL '_'.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 FILLER               PIC X(12)       VALUE ALL '_'.
           05 FILLER               PIC X(55)       VALUE SPACE.

      *TONIGHT'S UNWINDS, WITH THE SALE EACH ONE REVERSES AND WHAT
      *BECAME OF ITS UNIT, LENDER ROW, AND TRADE
       01 UNWIND-TABLE.
           05 UWT-ENTRY OCCURS 100 TIMES INDEXED BY UWT-IDX.
               10 UWT-DEAL-NO      PIC X(6).
               10 UWT-REASON       PIC X.
               10 UWT-NOTE         PIC X(25).
               10 UWT-OK           PIC XXX.
               10 UWT-EXC-MSG      PIC X(34).
               10 UWT-FOUND        PIC XXX.
               10 UWT-PRIOR        PIC XXX.
               10 UWT-SALE-REC     PIC X(79).
               10 UWT-UNIT         PIC X(24).
               10 UWT-LENDER       PIC X(16).
               10 UWT-TRADE        PIC X(30).

       01 UNWIND-TABLE-VARS.
           05 UWT-CTR              PIC 9(3)        VALUE 0.
           05 FIND-DEAL-NO         PIC X(6).

      *ONE TABLE FOR THE FILE BEING UPDATED - EACH IS LOADED,
      *UPDATED, AND WRITTEN BACK IN TURN
       01 ROW-TABLE.
           05 RT-ENTRY OCCURS 500 TIMES INDEXED BY RT-IDX.
               10 RT-REC           PIC X(72).

       01 ROW-TABLE-VARS.
           05 RT-CTR               PIC 9(3)        VALUE 0.

       01 UNWIND-CALC-VARS.
           05 C-POSTED-CTR         PIC 9(3)        VALUE 0.
           05 C-EXC-CTR            PIC 9(3)        VALUE 0.
           05 C-GT-GROSS           PIC 9(9)V99     VALUE 0.
           05 C-GT-COMMISSION      PIC 9(7)V99     VALUE 0.
           05 C-GT-TAX-FEES        PIC 9(9)V99     VALUE 0.
           05 C-GT-FI              PIC 9(9)V99     VALUE 0.
           05 C-GT-TRADE           PIC 9(9)V99     VALUE 0.
           05 C-GL-AMT             PIC S9(9)V99    VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

      *THE DEALERSHIP'S OWN STATE, AS IN COBCJF07 - ANY OTHER
      *BUYER'S STATE IS USE TAX COLLECTED FOR THAT STATE
       01 TAX-HOME-STATE           PIC XX          VALUE 'MO'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1300-SCAN-HISTORY.
           PERFORM 2000-VALIDATE-UNWIND
               VARYING UWT-IDX FROM 1 BY 1
                   UNTIL UWT-IDX > UWT-CTR.
           IF C-POSTED-CTR > 0
               PERFORM 3000-RESTOCK-UNITS
               PERFORM 4000-CLOSE-LENDER-ROWS
               PERFORM 5000-RETURN-TRADES
               PERFORM 6000-POST-HISTORY
           END-IF.
           PERFORM 7000-REGISTER.
           PERFORM 8000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *AN UNWIND WAS REJECTED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN OUTPUT PRTOUT.
           OPEN EXTEND REVOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND TAXCOLL.
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
           MOVE "COBCJF66" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LOAD-UNWINDS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATUNWD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-UNWINDS-PATH
           END-IF.

           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTFILE-PATH
           END-IF.

           DISPLAY 'BOATINV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOAT-INVENTORY-PATH
           END-IF.

           DISPLAY 'LNDRPEND_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PENDLEDGER-PATH
           END-IF.

           DISPLAY 'USEDINV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-USEDINV-PATH
           END-IF.

           DISPLAY 'BOATUNWD_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *NO TRANSACTION FILE MEANS NO UNWINDS TONIGHT
       1200-LOAD-UNWINDS.
           OPEN INPUT UNWINDS.
           IF UW-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ UNWINDS
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 1250-LOAD-ONE-UNWIND
               END-READ
           END-PERFORM.
           CLOSE UNWINDS.

       1250-LOAD-ONE-UNWIND.
           IF UWT-CTR < 100
      *A SECOND TRANSACTION FOR A DEAL ALREADY IN THE TABLE IS
      *FLAGGED BEFORE IT IS ADDED, SO THE SEARCH FINDS THE FIRST
               MOVE UW-DEAL-NO TO FIND-DEAL-NO
               PERFORM 2900-FIND-UNWIND
               ADD 1 TO UWT-CTR
               SET UWT-IDX TO UWT-CTR
               MOVE UW-DEAL-NO TO UWT-DEAL-NO(UWT-IDX)
               MOVE UW-REASON TO UWT-REASON(UWT-IDX)
               MOVE UW-NOTE TO UWT-NOTE(UWT-IDX)
               MOVE 'YES' TO UWT-OK(UWT-IDX)
               MOVE SPACES TO UWT-EXC-MSG(UWT-IDX)
               MOVE 'NO' TO UWT-FOUND(UWT-IDX)
               MOVE 'NO' TO UWT-PRIOR(UWT-IDX)
               MOVE SPACES TO UWT-SALE-REC(UWT-IDX)
               MOVE 'NOT ON BOATINV - RESTOCK' TO UWT-UNIT(UWT-IDX)
               MOVE 'NONE PENDING' TO UWT-LENDER(UWT-IDX)
               MOVE 'NONE' TO UWT-TRADE(UWT-IDX)
               IF UW-MATCH = 'YES'
                   MOVE 'NO' TO UWT-OK(UWT-IDX)
                   MOVE 'EXCEPTION - DEAL KEYED TWICE'
                       TO UWT-EXC-MSG(UWT-IDX)
               END-IF
           ELSE
               DISPLAY 'UNWIND-TABLE EXCEEDS 100 ROWS'
               DISPLAY 'UNWIND NOT POSTED: ' UW-DEAL-NO
           END-IF.

      *ONE PASS OVER THE HISTORY: THE SALE ROW EACH UNWIND REVERSES,
      *AND ANY UNWIND ALREADY POSTED AGAINST THE SAME DEAL
       1300-SCAN-HISTORY.
           MOVE 'YES' TO MORE-RECS.
           IF UWT-CTR = 0
               MOVE 'NO' TO MORE-RECS
           ELSE
               OPEN INPUT HISTFILE
               IF BH-FILE-STATUS NOT = '00'
                   MOVE 'NO' TO MORE-RECS
               END-IF
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ HISTFILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 1350-HISTORY-ROW
               END-READ
           END-PERFORM.
           IF UWT-CTR > 0
               CLOSE HISTFILE
           END-IF.

       1350-HISTORY-ROW.
           IF BH-DEAL-NO NOT = SPACES
               MOVE BH-DEAL-NO TO FIND-DEAL-NO
               PERFORM 2900-FIND-UNWIND
               IF UW-MATCH = 'YES'
                   IF BH-UNWIND
                       MOVE 'YES' TO UWT-PRIOR(UWT-IDX)
                   ELSE
                       MOVE 'YES' TO UWT-FOUND(UWT-IDX)
                       MOVE BH-REC TO UWT-SALE-REC(UWT-IDX)
                   END-IF
               END-IF
           END-IF.

       2000-VALIDATE-UNWIND.
           IF UWT-OK(UWT-IDX) = 'YES'
               MOVE UWT-REASON(UWT-IDX) TO UW-REASON
               EVALUATE TRUE
                   WHEN UWT-DEAL-NO(UWT-IDX) = SPACES
                       MOVE 'EXCEPTION - NO DEAL NUMBER'
                           TO UWT-EXC-MSG(UWT-IDX)
                   WHEN NOT VAL-UW-REASON
                       MOVE 'EXCEPTION - REASON NOT C, L, OR O'
                           TO UWT-EXC-MSG(UWT-IDX)
                   WHEN UWT-FOUND(UWT-IDX) = 'NO'
                       MOVE 'EXCEPTION - DEAL NOT ON HISTORY'
                           TO UWT-EXC-MSG(UWT-IDX)
                   WHEN UWT-PRIOR(UWT-IDX) = 'YES'
                       MOVE 'EXCEPTION - DEAL ALREADY UNWOUND'
                           TO UWT-EXC-MSG(UWT-IDX)
               END-EVALUATE
               IF UWT-EXC-MSG(UWT-IDX) NOT = SPACES
                   MOVE 'NO' TO UWT-OK(UWT-IDX)
               END-IF
           END-IF.
           IF UWT-OK(UWT-IDX) = 'YES'
               ADD 1 TO C-POSTED-CTR
           ELSE
               ADD 1 TO C-EXC-CTR
           END-IF.

      *FIND THE UNWIND FOR FIND-DEAL-NO - UWT-IDX IS LEFT ON IT
       2900-FIND-UNWIND.
           MOVE 'NO' TO UW-MATCH.
           PERFORM VARYING UWT-IDX FROM 1 BY 1
               UNTIL UWT-IDX > UWT-CTR OR UW-MATCH = 'YES'
                   IF FIND-DEAL-NO = UWT-DEAL-NO(UWT-IDX)
                       MOVE 'YES' TO UW-MATCH
                   END-IF
           END-PERFORM.
           IF UW-MATCH = 'YES'
               SET UWT-IDX DOWN BY 1
           END-IF.

      *****************************************************
      *THE UNIT GOES BACK ON THE LOT UNDER ITS ORIGINAL RECEIVED DATE
      *****************************************************
       3000-RESTOCK-UNITS.
           MOVE 0 TO RT-CTR.
           MOVE 'NO' TO ROWS-CHANGED.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT BOAT-INVENTORY.
           IF INV-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ BOAT-INVENTORY
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 3100-RESTOCK-ONE
               END-READ
           END-PERFORM.
           CLOSE BOAT-INVENTORY.

           IF ROWS-CHANGED = 'YES'
               OPEN OUTPUT BOAT-INVENTORY
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO INV-REC
                       WRITE INV-REC
               END-PERFORM
               CLOSE BOAT-INVENTORY
           END-IF.

       3100-RESTOCK-ONE.
           IF INV-DEAL-NO NOT = SPACES
               MOVE INV-DEAL-NO TO FIND-DEAL-NO
               PERFORM 2900-FIND-UNWIND
               IF UW-MATCH = 'YES' AND UWT-OK(UWT-IDX) = 'YES'
                   MOVE INV-VIN TO UWT-UNIT(UWT-IDX)
                   MOVE SPACES TO INV-LAST-NAME
                   MOVE SPACES TO INV-DEAL-NO
                   MOVE 'YES' TO ROWS-CHANGED
               END-IF
           END-IF.
           IF RT-CTR < 500
               ADD 1 TO RT-CTR
               SET RT-IDX TO RT-CTR
               MOVE INV-REC TO RT-REC(RT-IDX)
           ELSE
               DISPLAY 'ROW-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'BOATINV ROW DROPPED: ' INV-VIN
           END-IF.

      *****************************************************
      *A PENDING LENDER ROW IS CLOSED - COBCJF37 DROPS 'X' ROWS
      *****************************************************
       4000-CLOSE-LENDER-ROWS.
           MOVE 0 TO RT-CTR.
           MOVE 'NO' TO ROWS-CHANGED.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT PENDLEDGER.
           IF LP-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ PENDLEDGER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 4100-CLOSE-ONE
               END-READ
           END-PERFORM.
           CLOSE PENDLEDGER.

           IF ROWS-CHANGED = 'YES'
               OPEN OUTPUT PENDLEDGER
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO LP-REC
                       WRITE LP-REC
               END-PERFORM
               CLOSE PENDLEDGER
           END-IF.

       4100-CLOSE-ONE.
           IF LP-DEAL-NO NOT = SPACES AND LP-STATUS NOT = 'X'
               MOVE LP-DEAL-NO TO FIND-DEAL-NO
               PERFORM 2900-FIND-UNWIND
               IF UW-MATCH = 'YES' AND UWT-OK(UWT-IDX) = 'YES'
                   MOVE 'X' TO LP-STATUS
                   MOVE 'CLOSED' TO UWT-LENDER(UWT-IDX)
                   MOVE 'YES' TO ROWS-CHANGED
               END-IF
           END-IF.
           IF RT-CTR < 500
               ADD 1 TO RT-CTR
               SET RT-IDX TO RT-CTR
               MOVE LP-REC TO RT-REC(RT-IDX)
           ELSE
               DISPLAY 'ROW-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'LNDRPEND ROW DROPPED: ' LP-DEAL-NO
           END-IF.

      *****************************************************
      *THE TRADE GOES BACK TO THE CUSTOMER UNLESS IT WAS RESOLD
      *****************************************************
       5000-RETURN-TRADES.
           MOVE 0 TO RT-CTR.
           MOVE 'NO' TO ROWS-CHANGED.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT USEDINV.
           IF US-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ USEDINV
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 5100-RETURN-ONE
               END-READ
           END-PERFORM.
           CLOSE USEDINV.

           IF ROWS-CHANGED = 'YES'
               OPEN OUTPUT USEDINV
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO US-REC
                       WRITE US-REC
               END-PERFORM
               CLOSE USEDINV
           END-IF.

       5100-RETURN-ONE.
           IF US-SRC-DEAL-NO NOT = SPACES
               MOVE US-SRC-DEAL-NO TO FIND-DEAL-NO
               PERFORM 2900-FIND-UNWIND
               IF UW-MATCH = 'YES' AND UWT-OK(UWT-IDX) = 'YES'
                   MOVE SPACES TO UWT-TRADE(UWT-IDX)
                   IF US-STATUS = 'S'
                       STRING US-STOCK-NO ' RESOLD - SETTLE BY HAND'
                           DELIMITED BY SIZE
                           INTO UWT-TRADE(UWT-IDX)
                   ELSE
                       MOVE 'R' TO US-STATUS
                       MOVE 'YES' TO ROWS-CHANGED
                       IF US-ALLOW NUMERIC
                           ADD US-ALLOW TO C-GT-TRADE
                       END-IF
                       STRING US-STOCK-NO ' RETURNED TO CUSTOMER'
                           DELIMITED BY SIZE
                           INTO UWT-TRADE(UWT-IDX)
                   END-IF
               END-IF
           END-IF.
           IF RT-CTR < 500
               ADD 1 TO RT-CTR
               SET RT-IDX TO RT-CTR
               MOVE US-REC TO RT-REC(RT-IDX)
           ELSE
               DISPLAY 'ROW-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'USEDINV ROW DROPPED: ' US-STOCK-NO
           END-IF.

      *****************************************************
      *THE REVERSING HISTORY ROW, DATED TONIGHT SO IT COMES OFF
      *THIS MONTH'S STATEMENT
      *****************************************************
       6000-POST-HISTORY.
           OPEN EXTEND HISTFILE.
           PERFORM VARYING UWT-IDX FROM 1 BY 1
               UNTIL UWT-IDX > UWT-CTR
                   IF UWT-OK(UWT-IDX) = 'YES'
                       MOVE UWT-SALE-REC(UWT-IDX) TO BH-REC
                       MOVE I-DATE TO BH-DATE
                       MOVE 'U' TO BH-ENTRY-TYPE
                       WRITE BH-REC
                       ADD BH-GROSS TO C-GT-GROSS
                       ADD BH-COMMISSION TO C-GT-COMMISSION
                       ADD BH-TAX-FEES TO C-GT-TAX-FEES
                       IF BH-FI-AMT NUMERIC
                           ADD BH-FI-AMT TO C-GT-FI
                       END-IF
                       PERFORM 6100-TAX-HANDOFF
                   END-IF
           END-PERFORM.
           CLOSE HISTFILE.

      *THE SALE'S TAX BACK OUT, SIGNED NEGATIVE. THE HISTORY ROW
      *CARRIES TAX AND FEES TOGETHER, SO THE TAX IS RE-FIGURED FROM
      *THE GROSS AT THE BUYER'S STATE RATE THE WAY COBCJF07 FIGURED
      *IT ('ZZ' DEFAULT ROW FOR A STATE NOT LISTED)
       6100-TAX-HANDOFF.
           PERFORM VARYING STF-IDX FROM 1 BY 1
               UNTIL STF-IDX = 9
                   OR BH-STATE = STF-STATE(STF-IDX)
                   CONTINUE
           END-PERFORM.
           MOVE "COBCJF66" TO TX-PGM-ID.
           MOVE I-DATE TO TX-DATE.
           MOVE BH-STATE TO TX-JURIS.
           IF BH-STATE = TAX-HOME-STATE
               MOVE 'S' TO TX-TYPE
           ELSE
               MOVE 'U' TO TX-TYPE
           END-IF.
           MOVE STF-TAX-RATE(STF-IDX) TO TX-RATE.
           COMPUTE TX-GROSS = 0 - BH-GROSS.
           MOVE 0 TO TX-EXEMPT.
           COMPUTE TX-TAXABLE = 0 - BH-GROSS.
           COMPUTE TX-TAX ROUNDED =
               0 - (BH-GROSS * STF-TAX-RATE(STF-IDX)).
           WRITE TAX-REC.

       7000-REGISTER.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM UNWIND-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 7100-REGISTER-ONE
               VARYING UWT-IDX FROM 1 BY 1
                   UNTIL UWT-IDX > UWT-CTR.

       7100-REGISTER-ONE.
           MOVE UWT-DEAL-NO(UWT-IDX) TO UDL-DEAL-NO.
           EVALUATE UWT-REASON(UWT-IDX)
               WHEN 'C'
                   MOVE 'CUSTOMER CANCEL' TO UDL-REASON
               WHEN 'L'
                   MOVE 'LENDER DECLINED' TO UDL-REASON
               WHEN 'O'
                   MOVE 'OTHER' TO UDL-REASON
               WHEN OTHER
                   MOVE UWT-REASON(UWT-IDX) TO UDL-REASON
           END-EVALUATE.
           IF UWT-FOUND(UWT-IDX) = 'YES'
               MOVE UWT-SALE-REC(UWT-IDX) TO BH-REC
               MOVE BH-CUST-NO TO UDL-CUST-NO
               MOVE BH-LAST-NAME TO UDL-LAST-NAME
               MOVE BH-SALESPERSON-ID TO UDL-SLSP
               MOVE BH-GROSS TO UDL-GROSS
               MOVE BH-TAX-FEES TO UDL-TAX-FEES
               MOVE BH-COMMISSION TO UDL-COMMISSION
           ELSE
               MOVE SPACES TO UDL-CUST-NO
               MOVE SPACES TO UDL-LAST-NAME
               MOVE SPACES TO UDL-SLSP
               MOVE 0 TO UDL-GROSS
               MOVE 0 TO UDL-TAX-FEES
               MOVE 0 TO UDL-COMMISSION
           END-IF.
           IF UWT-OK(UWT-IDX) = 'YES'
               MOVE UWT-NOTE(UWT-IDX) TO UDL-NOTE
           ELSE
               MOVE UWT-EXC-MSG(UWT-IDX) TO UDL-NOTE
           END-IF.
           WRITE PRTLINE FROM UNWIND-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.
           IF UWT-OK(UWT-IDX) = 'YES'
               MOVE UWT-UNIT(UWT-IDX) TO UEL-UNIT
               MOVE UWT-LENDER(UWT-IDX) TO UEL-LENDER
               MOVE UWT-TRADE(UWT-IDX) TO UEL-TRADE
               WRITE PRTLINE FROM UNWIND-EFFECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
               END-WRITE
           END-IF.

       8000-CLOSING.
           MOVE C-POSTED-CTR TO GT-POSTED.
           MOVE C-GT-GROSS TO GT-GROSS.
           MOVE C-GT-COMMISSION TO GT-COMMISSION.
           MOVE C-EXC-CTR TO GT-EXCEPTIONS.
           WRITE PRTLINE FROM GT-UNWIND-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SIGNOFF-LINE
               AFTER ADVANCING 3 LINES.

      *THE REVERSED GROSS GOES TO THE DASHBOARD AS A NEGATIVE ROW
           IF C-POSTED-CTR > 0
               MOVE "COBCJF66" TO REV-PGM-ID
               MOVE I-DATE TO REV-DATE
               MOVE 'BOAT SALE UNWINDS' TO REV-LABEL
               COMPUTE REV-AMOUNT = 0 - C-GT-GROSS
               WRITE REV-REC
               PERFORM 8100-GL-JOURNAL
           END-IF.

           MOVE "END  " TO AUD-EVENT.
           MOVE UWT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE UWT-CTR TO TR-REC-COUNT.
           MOVE C-GT-GROSS TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE REVOUT.
           CLOSE GLOUT.
           CLOSE TAXCOLL.
           CLOSE AUDITLOG.

      *THE UNWOUND DEALS COME BACK OUT OF BOAT SALES AND THE
      *TAX/FEES OWED, AND OFF THE DEAL RECEIVABLE COBCJF07 BOOKED
       8100-GL-JOURNAL.
           MOVE 'BOAT-SALES' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'BOAT SALE UNWINDS' TO GL-DESC.
           MOVE C-GT-GROSS TO C-GL-AMT.
           PERFORM 8150-GL-WRITE.

           MOVE 'BOAT-TAXFEE' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'UNWOUND TAX/FEES' TO GL-DESC.
           MOVE C-GT-TAX-FEES TO C-GL-AMT.
           PERFORM 8150-GL-WRITE.

           MOVE 'BOAT-FI' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'UNWOUND F AND I' TO GL-DESC.
           MOVE C-GT-FI TO C-GL-AMT.
           PERFORM 8150-GL-WRITE.

           MOVE 'TRADE-INV' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'TRADE-INS RETURNED' TO GL-DESC.
           MOVE C-GT-TRADE TO C-GL-AMT.
           PERFORM 8150-GL-WRITE.

           MOVE 'BOAT-AR' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'UNWOUND DEALS DUE' TO GL-DESC.
           COMPUTE C-GL-AMT = C-GT-GROSS + C-GT-TAX-FEES
               + C-GT-FI - C-GT-TRADE.
           PERFORM 8150-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE, AS IN COBCJF07
       8150-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "COBCJF66" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF66.
