      *SHARED POP PRODUCT AND PRICE MODULE. THE POP SALE'S LINEUP
      *WAS HARDWIRED AS TYPES 1-6 AND EVERY PROGRAM THAT PRICED AN
      *ORDER CARRIED ITS OWN 18.71 CASE PRICE AND STATE DEPOSIT
      *RULE, SO A NEW BOTTLER PRICE LIST MEANT TOUCHING EVERY
      *PROGRAM. THIS ONE CALLABLE MODULE GIVES EVERY POP PROGRAM:
      *  - 'P': THE PRODUCT MASTER ROW FOR A POP TYPE AND SEASON
      *    (POPPROD.DAT - SEASON, TYPE, STATUS, DESCRIPTION, CASE
      *    PRICE, BOTTLER COST, PACK SIZE). A ROW STAYS IN EFFECT
      *    UNTIL A LATER SEASON'S ROW FOR THE SAME TYPE REPLACES
      *    IT, AND OLD ROWS ARE NEVER OVERWRITTEN, SO ANY PRIOR
      *    SEASON PRICES EXACTLY AS IT DID;
      *  - 'D': THE PER-CAN DEPOSIT FOR A STATE AND SEASON FROM THE
      *    STATE DEPOSIT TABLE (POPDEP.DAT - SEASON, STATE, DEPOSIT).
      *BOTH FILES ARE LOADED ONCE AND HELD ACROSS CALLS. CALLERS USE
      *THE POPPRICE.CPY WORK AREA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPOPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPPROD
               ASSIGN TO "C:/COBOLSP20/POPPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT POPDEP
               ASSIGN TO "C:/COBOLSP20/POPDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *PM-STATUS IS A FOR A TYPE IN THE SEASON'S LINEUP, D FOR A
      *TYPE THE BOTTLER DROPPED AS OF THAT SEASON
       FD POPPROD
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 33 CHARACTERS.
       01 PM-REC.
           05 PM-SEASON        PIC 9(4).
           05 PM-POP-TYPE      PIC 99.
           05 PM-STATUS        PIC X.
           05 PM-DESC          PIC X(16).
           05 PM-CASE-PRICE    PIC 99V99.
           05 PM-BOTTLER-COST  PIC 99V99.
           05 PM-PACK-SIZE     PIC 99.

       FD POPDEP
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-REC
           RECORD CONTAINS 9 CHARACTERS.
       01 PD-REC.
           05 PD-SEASON        PIC 9(4).
           05 PD-STATE         PIC XX.
           05 PD-CAN-DEPOSIT   PIC 9V99.

       WORKING-STORAGE SECTION.
       01 PM-FILE-STATUS       PIC XX.
       01 PD-FILE-STATUS       PIC XX.
       01 PRICE-LOADED         PIC X           VALUE 'N'.
       01 MASTER-OK            PIC X           VALUE 'Y'.
       01 PM-EOF               PIC X           VALUE 'F'.
       01 PD-EOF               PIC X           VALUE 'F'.

      *PRODUCT MASTER HELD ACROSS CALLS - EVERY SEASON'S ROWS
       01 PRODUCT-TABLE.
           05 PT-ENTRY OCCURS 120 TIMES.
               10 PT-SEASON        PIC 9(4).
               10 PT-POP-TYPE      PIC 99.
               10 PT-STATUS        PIC X.
               10 PT-DESC          PIC X(16).
               10 PT-CASE-PRICE    PIC 99V99.
               10 PT-BOTTLER-COST  PIC 99V99.
               10 PT-PACK-SIZE     PIC 99.

      *STATE DEPOSIT TABLE HELD ACROSS CALLS - EVERY SEASON'S ROWS
       01 DEPOSIT-TABLE.
           05 DT-ENTRY OCCURS 60 TIMES.
               10 DT-SEASON        PIC 9(4).
               10 DT-STATE         PIC XX.
               10 DT-CAN-DEPOSIT   PIC 9V99.

       01 PRICE-TABLE-VARS.
           05 PT-CTR           PIC 999         VALUE 0.
           05 PT-SUB           PIC 999         VALUE 0.
           05 PT-BEST          PIC 999         VALUE 0.
           05 DT-CTR           PIC 99          VALUE 0.
           05 DT-SUB           PIC 99          VALUE 0.
           05 DT-BEST          PIC 99          VALUE 0.

       LINKAGE SECTION.
       COPY "POPPRICE.CPY".

       PROCEDURE DIVISION USING POP-PRICE-AREA.
       L1-MAIN.
           IF PRICE-LOADED = 'N'
               PERFORM L3-LOAD-TABLES
           END-IF.
           MOVE MASTER-OK TO PRC-MASTER-OK.

           EVALUATE PRC-FUNCTION
               WHEN 'P'
                   PERFORM L2-PRODUCT-LOOKUP
               WHEN 'D'
                   PERFORM L2-DEPOSIT-LOOKUP
               WHEN OTHER
                   MOVE 'N' TO PRC-FOUND
           END-EVALUATE.
           GOBACK.

      *LATEST ROW FOR THE TYPE EFFECTIVE IN OR BEFORE THE SEASON
       L2-PRODUCT-LOOKUP.
           MOVE 0 TO PT-BEST.
           PERFORM VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-CTR
                   IF PT-POP-TYPE(PT-SUB) = PRC-POP-TYPE
                       AND PT-SEASON(PT-SUB) NOT > PRC-SEASON
                       IF PT-BEST = 0
                           MOVE PT-SUB TO PT-BEST
                       ELSE
                           IF PT-SEASON(PT-SUB) > PT-SEASON(PT-BEST)
                               MOVE PT-SUB TO PT-BEST
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           IF PT-BEST = 0
               MOVE 'N' TO PRC-FOUND
               MOVE 'NOT ON MASTER' TO PRC-DESC
               MOVE 0 TO PRC-CASE-PRICE
               MOVE 0 TO PRC-BOTTLER-COST
               MOVE 0 TO PRC-PACK-SIZE
               MOVE 0 TO PRC-EFF-SEASON
           ELSE
               IF PT-STATUS(PT-BEST) = 'D'
                   MOVE 'N' TO PRC-FOUND
               ELSE
                   MOVE 'Y' TO PRC-FOUND
               END-IF
               MOVE PT-DESC(PT-BEST) TO PRC-DESC
               MOVE PT-CASE-PRICE(PT-BEST) TO PRC-CASE-PRICE
               MOVE PT-BOTTLER-COST(PT-BEST) TO PRC-BOTTLER-COST
               MOVE PT-PACK-SIZE(PT-BEST) TO PRC-PACK-SIZE
               MOVE PT-SEASON(PT-BEST) TO PRC-EFF-SEASON
           END-IF.

      *LATEST DEPOSIT ROW FOR THE STATE EFFECTIVE IN OR BEFORE THE
      *SEASON; NO ROW MEANS NO DEPOSIT LAW
       L2-DEPOSIT-LOOKUP.
           MOVE 0 TO DT-BEST.
           PERFORM VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DT-CTR
                   IF DT-STATE(DT-SUB) = PRC-STATE
                       AND DT-SEASON(DT-SUB) NOT > PRC-SEASON
                       IF DT-BEST = 0
                           MOVE DT-SUB TO DT-BEST
                       ELSE
                           IF DT-SEASON(DT-SUB) > DT-SEASON(DT-BEST)
                               MOVE DT-SUB TO DT-BEST
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

           IF DT-BEST = 0
               MOVE 'N' TO PRC-FOUND
               MOVE 0 TO PRC-CAN-DEPOSIT
           ELSE
               MOVE 'Y' TO PRC-FOUND
               MOVE DT-CAN-DEPOSIT(DT-BEST) TO PRC-CAN-DEPOSIT
           END-IF.

       L3-LOAD-TABLES.
           MOVE 'Y' TO PRICE-LOADED.
           OPEN INPUT POPPROD.
           IF PM-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-PRODUCT
                   UNTIL PM-EOF = 'T'
           ELSE
               MOVE 'N' TO MASTER-OK
               DISPLAY 'COBPOPPR: POPPROD.DAT MISSING - NO POP TYPES'
           END-IF.
           CLOSE POPPROD.

           OPEN INPUT POPDEP.
           IF PD-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-DEPOSIT
                   UNTIL PD-EOF = 'T'
           ELSE
               MOVE 'N' TO MASTER-OK
               DISPLAY 'COBPOPPR: POPDEP.DAT MISSING - NO DEPOSITS'
           END-IF.
           CLOSE POPDEP.

           IF PT-CTR = 0
               MOVE 'N' TO MASTER-OK
           END-IF.

       L4-LOAD-ONE-PRODUCT.
           READ POPPROD
               AT END
                   MOVE 'T' TO PM-EOF
               NOT AT END
                   IF PM-SEASON NUMERIC AND PM-POP-TYPE NUMERIC
                       AND PM-POP-TYPE > 0 AND PM-POP-TYPE < 13
                       AND PM-CASE-PRICE NUMERIC
                       AND PM-BOTTLER-COST NUMERIC
                       AND PM-PACK-SIZE NUMERIC
                       AND PT-CTR < 120
                       ADD 1 TO PT-CTR
                       MOVE PM-SEASON TO PT-SEASON(PT-CTR)
                       MOVE PM-POP-TYPE TO PT-POP-TYPE(PT-CTR)
                       MOVE PM-STATUS TO PT-STATUS(PT-CTR)
                       MOVE PM-DESC TO PT-DESC(PT-CTR)
                       MOVE PM-CASE-PRICE TO PT-CASE-PRICE(PT-CTR)
                       MOVE PM-BOTTLER-COST TO PT-BOTTLER-COST(PT-CTR)
                       MOVE PM-PACK-SIZE TO PT-PACK-SIZE(PT-CTR)
                   ELSE
                       DISPLAY 'COBPOPPR: PRODUCT ROW SKIPPED - '
                           PM-REC
                   END-IF
           END-READ.

       L4-LOAD-ONE-DEPOSIT.
           READ POPDEP
               AT END
                   MOVE 'T' TO PD-EOF
               NOT AT END
                   IF PD-SEASON NUMERIC AND PD-CAN-DEPOSIT NUMERIC
                       AND DT-CTR < 60
                       ADD 1 TO DT-CTR
                       MOVE PD-SEASON TO DT-SEASON(DT-CTR)
                       MOVE PD-STATE TO DT-STATE(DT-CTR)
                       MOVE PD-CAN-DEPOSIT TO DT-CAN-DEPOSIT(DT-CTR)
                   ELSE
                       DISPLAY 'COBPOPPR: DEPOSIT ROW SKIPPED - '
                           PD-REC
                   END-IF
           END-READ.

       END PROGRAM COBPOPPR.
