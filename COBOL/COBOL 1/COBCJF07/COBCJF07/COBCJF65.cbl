       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF65.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *BOAT DEAL NUMBER CONVERSION - RUN ONCE (JCL/BOATCONV.JCL)
      *BEFORE THE FIRST NIGHTRUN THAT CARRIES COBCJF64. THE BOAT
      *FILES KEPT BEFORE DEAL NUMBERS EXISTED TIED A SALE TO ITS
      *INVENTORY, LENDER, AND TRADE RECORDS BY THE BUYER'S LAST
      *NAME. THIS RUN:
      *  - NUMBERS EVERY SALE ON BOATHIST.DAT FROM THE DEAL NUMBER
      *    CONTROL (BOATDLNO.DAT) AND GIVES IT A CUSTOMER NUMBER -
      *    ONE CUSTOMER PER LAST NAME AND STATE, OPENED ON THE BOAT
      *    CUSTOMER MASTER (BOATCUST.DAT) WITH THE ADDRESS AND PHONE
      *    LEFT FOR THE OFFICE TO KEY. A SALE THAT LANDS ON A
      *    CUSTOMER ALREADY USED PRINTS FOR REVIEW - TWO BUYERS WITH
      *    THE SAME NAME IN THE SAME STATE CANNOT BE TOLD APART HERE;
      *  - CARRIES THE DEAL NUMBER ONTO THE SOLD UNITS ON BOATINV.DAT
      *    (LAST NAME AND BOAT TYPE), THE PENDING LENDER FUNDINGS ON
      *    LNDRPEND.DAT (LAST NAME, STATE, AND PURCHASE DATE), AND
      *    THE TRADES ON USEDINV.DAT (LAST NAME AND PURCHASE DATE).
      *    A ROW IS STAMPED ONLY WHEN EXACTLY ONE SALE MATCHES; NONE
      *    OR SEVERAL PRINTS FOR THE OFFICE AND THE ROW IS LEFT
      *    BLANK TO BE KEYED BY HAND.
      *ONLY BLANK NUMBERS ARE EVER FILLED IN, SO THE RUN CAN BE
      *REPEATED AFTER THE OFFICE CORRECTS THE REVIEW ITEMS.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFILE
               ASSIGN TO WS-HISTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT DEALCTL
               ASSIGN TO WS-DEALCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
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
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *BOAT SALES HISTORY - ROWS WRITTEN BEFORE DEAL NUMBERS EXISTED
      *READ WITH THE DEAL AND CUSTOMER NUMBERS BLANK
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

      *BOAT CUSTOMER MASTER - NUMBER, NAME, ADDRESS, AND PHONE
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

      *DEAL NUMBER CONTROL - ONE RECORD, THE LAST NUMBER GIVEN OUT
       FD  DEALCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DN-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 DN-REC.
           05 DN-LAST-DEAL         PIC 9(6).

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

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 BH-FILE-STATUS       PIC XX.
           05 BC-FILE-STATUS       PIC XX.
           05 DN-FILE-STATUS       PIC XX.
           05 INV-FILE-STATUS      PIC XX.
           05 LP-FILE-STATUS       PIC XX.
           05 US-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-HISTFILE-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-DEALCTL-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATDLNO.DAT'.
           05 WS-BOAT-INVENTORY-PATH   PIC X(80)
               VALUE 'C:\COBOL\BOATINV.DAT'.
           05 WS-PENDLEDGER-PATH       PIC X(80)
               VALUE 'C:\COBOL\LNDRPEND.DAT'.
           05 WS-USEDINV-PATH          PIC X(80)
               VALUE 'C:\COBOL\USEDINV.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATCONV.PRT'.

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
               VALUE "BOAT DEAL NUMBER CONVERT".
           05 FILLER               PIC X(49)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 SECTION-TITLE.
           05 ST-TITLE             PIC X(40).
           05 FILLER               PIC X(92)       VALUE SPACE.

       01 CONV-HEADING-LINE.
           05 FILLER               PIC X(17)       VALUE "LAST NAME".
           05 FILLER               PIC X(5)        VALUE "ST".
           05 FILLER               PIC X(6)        VALUE "TYPE".
           05 FILLER               PIC X(11)       VALUE "DATE".
           05 FILLER               PIC X(13)       VALUE "STOCK/VIN".
           05 FILLER               PIC X(9)        VALUE "DEAL".
           05 FILLER               PIC X(8)        VALUE "CUST".
           05 FILLER               PIC X(63)       VALUE "NOTE".

       01 CONV-DETAIL-LINE.
           05 CDL-LAST-NAME        PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-STATE            PIC XX.
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 CDL-TYPE             PIC X.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 CDL-DATE             PIC X(8).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 CDL-UNIT             PIC X(10).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 CDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 CDL-CUST-NO          PIC X(5).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 CDL-NOTE             PIC X(45).
           05 FILLER               PIC X(18)       VALUE SPACE.

       01 GT-CONV-LINE.
           05 FILLER               PIC X(17)
               VALUE 'DEALS NUMBERED:'.
           05 GT-NUMBERED          PIC Z,ZZ9.
           05 FILLER               PIC X(18)
               VALUE '  NEW CUSTOMERS:'.
           05 GT-NEW-CUST          PIC Z,ZZ9.
           05 FILLER               PIC X(16)
               VALUE '  ROWS STAMPED:'.
           05 GT-STAMPED           PIC Z,ZZ9.
           05 FILLER               PIC X(16)
               VALUE '  FOR REVIEW:'.
           05 GT-REVIEW            PIC Z,ZZ9.
           05 FILLER               PIC X(45)       VALUE SPACE.

      *SALES HISTORY, HELD TO BE NUMBERED, SEARCHED BY THE OTHER
      *FILES, AND WRITTEN BACK
       01 HIST-TABLE.
           05 HT-ENTRY OCCURS 3000 TIMES INDEXED BY HT-IDX.
               10 HT-DATE          PIC 9(8).
               10 HT-LAST-NAME     PIC X(15).
               10 HT-STATE         PIC XX.
               10 HT-TYPE          PIC X.
               10 HT-GROSS         PIC 9(9)V99.
               10 HT-TAX-FEES      PIC 9(7)V99.
               10 HT-COMMISSION    PIC 9(7)V99.
               10 HT-DEAL-NO       PIC X(6).
               10 HT-CUST-NO       PIC X(5).
               10 HT-SALESPERSON-ID
                                   PIC X(5).
               10 HT-ENTRY-TYPE    PIC X.
               10 HT-FI-AMT        PIC X(7).

       01 HIST-TABLE-VARS.
           05 HT-CTR               PIC 9(4)        VALUE 0.

       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).
               10 BCT-NAME         PIC X(25).
               10 BCT-ADDRESS      PIC X(25).
               10 BCT-CITY         PIC X(15).
               10 BCT-STATE        PIC XX.
               10 BCT-ZIP          PIC X(5).
               10 BCT-PHONE        PIC X(10).
               10 BCT-USED         PIC XXX.

       01 BOATCUST-TABLE-VARS.
           05 BCT-CTR              PIC 9(4)        VALUE 0.
           05 NEXT-CUST-NO         PIC 9(5)        VALUE 0.
           05 CUST-NO-WORK         PIC X(5).
           05 CNW-NUM REDEFINES CUST-NO-WORK
                                   PIC 9(5).

      *ONE TABLE FOR THE FILE BEING STAMPED - EACH IS LOADED,
      *STAMPED, AND WRITTEN BACK IN TURN
       01 ROW-TABLE.
           05 RT-ENTRY OCCURS 500 TIMES INDEXED BY RT-IDX.
               10 RT-REC           PIC X(72).

       01 ROW-TABLE-VARS.
           05 RT-CTR               PIC 9(3)        VALUE 0.

      *KEYS FOR THE HISTORY SEARCH - A BLANK OR ZERO KEY MATCHES ANY
       01 MATCH-VARS.
           05 MK-LAST-NAME         PIC X(15).
           05 MK-STATE             PIC XX.
           05 MK-TYPE              PIC X.
           05 MK-DATE              PIC 9(8).
           05 MATCH-CTR            PIC 9(4).
           05 MATCH-DEAL-NO        PIC X(6).

       01 CONV-CALC-VARS.
           05 NEXT-DEAL-NO         PIC 9(6)        VALUE 0.
           05 DEAL-NO-WORK         PIC X(6).
           05 DNW-NUM REDEFINES DEAL-NO-WORK
                                   PIC 9(6).
           05 C-NUMBERED-CTR       PIC 9(4)        VALUE 0.
           05 C-NEW-CUST-CTR       PIC 9(4)        VALUE 0.
           05 C-STAMPED-CTR        PIC 9(4)        VALUE 0.
           05 C-REVIEW-CTR         PIC 9(4)        VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-HISTORY.
           PERFORM 3000-INVENTORY.
           PERFORM 4000-PENDING.
           PERFORM 5000-TRADES.
           PERFORM 6000-CLOSING.
      *RETURN CODE FOR THE JOB'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *ANY ROW PRINTED FOR REVIEW
           IF C-REVIEW-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

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
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF65" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           OPEN INPUT DEALCTL.
           IF DN-FILE-STATUS = '00'
               READ DEALCTL
                   AT END
                       MOVE 0 TO DN-LAST-DEAL
               END-READ
               IF DN-LAST-DEAL NUMERIC
                   MOVE DN-LAST-DEAL TO NEXT-DEAL-NO
               END-IF
           END-IF.
           CLOSE DEALCTL.

           PERFORM 1100-LOAD-BOATCUST.
           PERFORM 1200-LOAD-HISTORY.

           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTFILE-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'BOATDLNO_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEALCTL-PATH
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

           DISPLAY 'BOATCONV_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

       1100-LOAD-BOATCUST.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT BOATCUST.
           IF BC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ BOATCUST
                   AT END
                       MOVE 'NO' TO MORE-RECS
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
                           MOVE 'YES' TO BCT-USED(BCT-IDX)
                           MOVE BC-NO TO CUST-NO-WORK
                           IF CNW-NUM NUMERIC
                               AND CNW-NUM > NEXT-CUST-NO
                               MOVE CNW-NUM TO NEXT-CUST-NO
                           END-IF
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

       1200-LOAD-HISTORY.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT HISTFILE.
           IF BH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ HISTFILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF HT-CTR < 3000
                           ADD 1 TO HT-CTR
                           SET HT-IDX TO HT-CTR
                           MOVE BH-REC TO HT-ENTRY(HT-IDX)
                           MOVE BH-DEAL-NO TO DEAL-NO-WORK
                           IF DNW-NUM NUMERIC
                               AND DNW-NUM > NEXT-DEAL-NO
                               MOVE DNW-NUM TO NEXT-DEAL-NO
                           END-IF
                       ELSE
                           DISPLAY 'HIST-TABLE EXCEEDS 3000 ROWS'
                           DISPLAY 'REMAINING HISTORY NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTFILE.

      *****************************************************
      *SALES HISTORY - DEAL AND CUSTOMER NUMBERS
      *****************************************************
       2000-HISTORY.
           MOVE "SALES HISTORY - BOATHIST.DAT" TO ST-TITLE.
           PERFORM 9200-SECTION-HEADING.
           PERFORM 2100-NUMBER-SALE
               VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-CTR.

       2100-NUMBER-SALE.
           IF HT-DEAL-NO(HT-IDX) = SPACES
               OR HT-CUST-NO(HT-IDX) = SPACES
               MOVE SPACES TO CDL-NOTE
               IF HT-DEAL-NO(HT-IDX) = SPACES
                   ADD 1 TO NEXT-DEAL-NO
                   MOVE NEXT-DEAL-NO TO HT-DEAL-NO(HT-IDX)
                   ADD 1 TO C-NUMBERED-CTR
               END-IF
               IF HT-CUST-NO(HT-IDX) = SPACES
                   PERFORM 2200-ASSIGN-CUSTOMER
               END-IF
               MOVE HT-LAST-NAME(HT-IDX) TO CDL-LAST-NAME
               MOVE HT-STATE(HT-IDX) TO CDL-STATE
               MOVE HT-TYPE(HT-IDX) TO CDL-TYPE
               MOVE HT-DATE(HT-IDX) TO CDL-DATE
               MOVE SPACES TO CDL-UNIT
               MOVE HT-DEAL-NO(HT-IDX) TO CDL-DEAL-NO
               MOVE HT-CUST-NO(HT-IDX) TO CDL-CUST-NO
               PERFORM 9300-WRITE-DETAIL
           END-IF.

      *ONE CUSTOMER PER LAST NAME AND STATE. THE FIRST SALE TO A
      *NAME OPENS THE CUSTOMER; ANY LATER ONE, OR ONE LANDING ON A
      *CUSTOMER ALREADY ON THE MASTER, JOINS IT AND PRINTS FOR
      *REVIEW IN CASE IT IS A DIFFERENT BUYER
       2200-ASSIGN-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = 'YES'
                   IF BCT-NAME(BCT-IDX) = HT-LAST-NAME(HT-IDX)
                       AND BCT-STATE(BCT-IDX) = HT-STATE(HT-IDX)
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET BCT-IDX DOWN BY 1
               MOVE BCT-NO(BCT-IDX) TO HT-CUST-NO(HT-IDX)
               IF BCT-USED(BCT-IDX) = 'YES'
                   ADD 1 TO C-REVIEW-CTR
                   MOVE 'REVIEW - SHARES CUSTOMER, CONFIRM SAME BUYER'
                       TO CDL-NOTE
               END-IF
               MOVE 'YES' TO BCT-USED(BCT-IDX)
           ELSE
               IF BCT-CTR < 1000
                   ADD 1 TO BCT-CTR
                   SET BCT-IDX TO BCT-CTR
                   ADD 1 TO NEXT-CUST-NO
                   MOVE NEXT-CUST-NO TO CNW-NUM
                   MOVE CUST-NO-WORK TO BCT-NO(BCT-IDX)
                   MOVE HT-LAST-NAME(HT-IDX) TO BCT-NAME(BCT-IDX)
                   MOVE SPACES TO BCT-ADDRESS(BCT-IDX)
                   MOVE SPACES TO BCT-CITY(BCT-IDX)
                   MOVE HT-STATE(HT-IDX) TO BCT-STATE(BCT-IDX)
                   MOVE SPACES TO BCT-ZIP(BCT-IDX)
                   MOVE SPACES TO BCT-PHONE(BCT-IDX)
                   MOVE 'YES' TO BCT-USED(BCT-IDX)
                   MOVE CUST-NO-WORK TO HT-CUST-NO(HT-IDX)
                   ADD 1 TO C-NEW-CUST-CTR
                   MOVE 'NEW CUSTOMER - KEY ADDRESS AND PHONE'
                       TO CDL-NOTE
               ELSE
                   ADD 1 TO C-REVIEW-CTR
                   DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                   MOVE 'REVIEW - CUSTOMER MASTER FULL' TO CDL-NOTE
               END-IF
           END-IF.

      *A HISTORY SEARCH ON THE MATCH KEYS: HOW MANY SALES FIT, AND
      *THE DEAL NUMBER OF THE LAST ONE
       2900-MATCH-HISTORY.
           MOVE 0 TO MATCH-CTR.
           MOVE SPACES TO MATCH-DEAL-NO.
           PERFORM VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-CTR
                   IF HT-LAST-NAME(HT-IDX) = MK-LAST-NAME
                       AND HT-ENTRY-TYPE(HT-IDX) NOT = 'U'
                       AND (MK-STATE = SPACES
                           OR HT-STATE(HT-IDX) = MK-STATE)
                       AND (MK-TYPE = SPACES
                           OR HT-TYPE(HT-IDX) = MK-TYPE)
                       AND (MK-DATE = 0
                           OR HT-DATE(HT-IDX) = MK-DATE)
                       ADD 1 TO MATCH-CTR
                       MOVE HT-DEAL-NO(HT-IDX) TO MATCH-DEAL-NO
                   END-IF
           END-PERFORM.

      *THE OUTCOME OF A SEARCH FOR ONE ROW OF THE FILE BEING STAMPED
       2950-MATCH-NOTE.
           EVALUATE TRUE
               WHEN MATCH-CTR = 1
                   ADD 1 TO C-STAMPED-CTR
                   MOVE 'DEAL NUMBER CARRIED FROM HISTORY' TO CDL-NOTE
               WHEN MATCH-CTR = 0
                   ADD 1 TO C-REVIEW-CTR
                   MOVE 'REVIEW - NO SALE ON HISTORY, KEY BY HAND'
                       TO CDL-NOTE
               WHEN OTHER
                   ADD 1 TO C-REVIEW-CTR
                   MOVE 'REVIEW - SEVERAL SALES MATCH, KEY BY HAND'
                       TO CDL-NOTE
           END-EVALUATE.

      *****************************************************
      *LOT INVENTORY - SOLD UNITS BY LAST NAME AND BOAT TYPE
      *****************************************************
       3000-INVENTORY.
           MOVE "SOLD UNITS - BOATINV.DAT" TO ST-TITLE.
           PERFORM 9200-SECTION-HEADING.
           MOVE 0 TO RT-CTR.
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
                       PERFORM 3100-STAMP-UNIT
               END-READ
           END-PERFORM.
           CLOSE BOAT-INVENTORY.

           IF RT-CTR > 0
               OPEN OUTPUT BOAT-INVENTORY
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO INV-REC
                       WRITE INV-REC
               END-PERFORM
               CLOSE BOAT-INVENTORY
           END-IF.

       3100-STAMP-UNIT.
           IF INV-LAST-NAME NOT = SPACES AND INV-DEAL-NO = SPACES
               MOVE INV-LAST-NAME TO MK-LAST-NAME
               MOVE SPACES TO MK-STATE
               MOVE INV-BOAT-TYPE TO MK-TYPE
               MOVE 0 TO MK-DATE
               PERFORM 2900-MATCH-HISTORY
               PERFORM 2950-MATCH-NOTE
               IF MATCH-CTR = 1
                   MOVE MATCH-DEAL-NO TO INV-DEAL-NO
               END-IF
               MOVE INV-LAST-NAME TO CDL-LAST-NAME
               MOVE SPACES TO CDL-STATE
               MOVE INV-BOAT-TYPE TO CDL-TYPE
               MOVE SPACES TO CDL-DATE
               MOVE INV-VIN TO CDL-UNIT
               MOVE INV-DEAL-NO TO CDL-DEAL-NO
               MOVE SPACES TO CDL-CUST-NO
               PERFORM 9300-WRITE-DETAIL
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
      *LENDER PENDING LEDGER - LAST NAME, STATE, PURCHASE DATE
      *****************************************************
       4000-PENDING.
           MOVE "PENDING FUNDINGS - LNDRPEND.DAT" TO ST-TITLE.
           PERFORM 9200-SECTION-HEADING.
           MOVE 0 TO RT-CTR.
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
                       PERFORM 4100-STAMP-PENDING
               END-READ
           END-PERFORM.
           CLOSE PENDLEDGER.

           IF RT-CTR > 0
               OPEN OUTPUT PENDLEDGER
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO LP-REC
                       WRITE LP-REC
               END-PERFORM
               CLOSE PENDLEDGER
           END-IF.

       4100-STAMP-PENDING.
           IF LP-DEAL-NO = SPACES
               MOVE LP-LAST-NAME TO MK-LAST-NAME
               MOVE LP-STATE TO MK-STATE
               MOVE SPACES TO MK-TYPE
               MOVE LP-SUBMIT-DATE TO MK-DATE
               PERFORM 2900-MATCH-HISTORY
               PERFORM 2950-MATCH-NOTE
               IF MATCH-CTR = 1
                   MOVE MATCH-DEAL-NO TO LP-DEAL-NO
               END-IF
               MOVE LP-LAST-NAME TO CDL-LAST-NAME
               MOVE LP-STATE TO CDL-STATE
               MOVE SPACES TO CDL-TYPE
               MOVE LP-SUBMIT-DATE TO CDL-DATE
               MOVE SPACES TO CDL-UNIT
               MOVE LP-DEAL-NO TO CDL-DEAL-NO
               MOVE SPACES TO CDL-CUST-NO
               PERFORM 9300-WRITE-DETAIL
           END-IF.
           IF RT-CTR < 500
               ADD 1 TO RT-CTR
               SET RT-IDX TO RT-CTR
               MOVE LP-REC TO RT-REC(RT-IDX)
           ELSE
               DISPLAY 'ROW-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'LNDRPEND ROW DROPPED: ' LP-LAST-NAME
           END-IF.

      *****************************************************
      *USED INVENTORY - TRADES BY LAST NAME AND PURCHASE DATE
      *****************************************************
       5000-TRADES.
           MOVE "TRADE-INS - USEDINV.DAT" TO ST-TITLE.
           PERFORM 9200-SECTION-HEADING.
           MOVE 0 TO RT-CTR.
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
                       PERFORM 5100-STAMP-TRADE
               END-READ
           END-PERFORM.
           CLOSE USEDINV.

           IF RT-CTR > 0
               OPEN OUTPUT USEDINV
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CTR
                       MOVE RT-REC(RT-IDX) TO US-REC
                       WRITE US-REC
               END-PERFORM
               CLOSE USEDINV
           END-IF.

       5100-STAMP-TRADE.
           IF US-SRC-LNAME NOT = SPACES AND US-SRC-DEAL-NO = SPACES
               MOVE US-SRC-LNAME TO MK-LAST-NAME
               MOVE SPACES TO MK-STATE
               MOVE SPACES TO MK-TYPE
               MOVE US-DATE-IN TO MK-DATE
               PERFORM 2900-MATCH-HISTORY
               PERFORM 2950-MATCH-NOTE
               IF MATCH-CTR = 1
                   MOVE MATCH-DEAL-NO TO US-SRC-DEAL-NO
               END-IF
               MOVE US-SRC-LNAME TO CDL-LAST-NAME
               MOVE SPACES TO CDL-STATE
               MOVE SPACES TO CDL-TYPE
               MOVE US-DATE-IN TO CDL-DATE
               MOVE US-STOCK-NO TO CDL-UNIT
               MOVE US-SRC-DEAL-NO TO CDL-DEAL-NO
               MOVE SPACES TO CDL-CUST-NO
               PERFORM 9300-WRITE-DETAIL
           END-IF.
           IF RT-CTR < 500
               ADD 1 TO RT-CTR
               SET RT-IDX TO RT-CTR
               MOVE US-REC TO RT-REC(RT-IDX)
           ELSE
               DISPLAY 'ROW-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'USEDINV ROW DROPPED: ' US-STOCK-NO
           END-IF.

       6000-CLOSING.
           IF HT-CTR > 0
               OPEN OUTPUT HISTFILE
               PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > HT-CTR
                       MOVE HT-ENTRY(HT-IDX) TO BH-REC
                       WRITE BH-REC
               END-PERFORM
               CLOSE HISTFILE
           END-IF.

           IF C-NEW-CUST-CTR > 0
               OPEN OUTPUT BOATCUST
               PERFORM VARYING BCT-IDX FROM 1 BY 1
                   UNTIL BCT-IDX > BCT-CTR
                       MOVE BCT-NO(BCT-IDX) TO BC-NO
                       MOVE BCT-NAME(BCT-IDX) TO BC-NAME
                       MOVE BCT-ADDRESS(BCT-IDX) TO BC-ADDRESS
                       MOVE BCT-CITY(BCT-IDX) TO BC-CITY
                       MOVE BCT-STATE(BCT-IDX) TO BC-STATE
                       MOVE BCT-ZIP(BCT-IDX) TO BC-ZIP
                       MOVE BCT-PHONE(BCT-IDX) TO BC-PHONE
                       WRITE BC-REC
               END-PERFORM
               CLOSE BOATCUST
           END-IF.

           OPEN OUTPUT DEALCTL.
           MOVE NEXT-DEAL-NO TO DN-LAST-DEAL.
           WRITE DN-REC.
           CLOSE DEALCTL.

           MOVE C-NUMBERED-CTR TO GT-NUMBERED.
           MOVE C-NEW-CUST-CTR TO GT-NEW-CUST.
           MOVE C-STAMPED-CTR TO GT-STAMPED.
           MOVE C-REVIEW-CTR TO GT-REVIEW.
           WRITE PRTLINE FROM GT-CONV-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE HT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE HT-CTR TO TR-REC-COUNT.
           MOVE NEXT-DEAL-NO TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-SECTION-HEADING.
           WRITE PRTLINE FROM SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CONV-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9300-WRITE-DETAIL.
           WRITE PRTLINE FROM CONV-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
       END PROGRAM COBCJF65.
