      *BUT NOBODY COULD SAY WHICH HOUSEHOLD HAD NOT PAID. THIS STEP
      *BILLS EACH HOUSEHOLD (LAST NAME PLUS ADDRESS, THE SAME KEY
      *THE DELIVERY SHEETS COMBINE ON) FROM THE VALIDATED ORDER
      *DECK - PRICED EXACTLY THE WAY COBCJF46 PRICES AN ORDER,
      *CASES TIMES THE SEASON'S CASE PRICE FROM THE POP PRODUCT
      *MASTER PLUS THE STATE CAN DEPOSIT, BOTH THROUGH THE SHARED
      *COBPOPPR MODULE - POSTS THE TREASURER'S PAYMENTS FILE
      *(POPPAY.DAT) AGAINST IT, AND PRINTS THE OUTSTANDING-BALANCE
      *DUNNING LIST BY TEAM FOR THE COORDINATORS TO WORK. PAYMENTS
      *MATCHING NO HOUSEHOLD PRINT IN THEIR OWN SECTION.
      ******************************************************************

       environment division.
           05 I-STATE          PIC XX.
           05 I-ZIP            PIC X(9).
           05 I-POP-TYPE       PIC 99.
           05 I-CASES          PIC 99.
           05 I-TEAM           PIC X.
               88 VAL-TEAM                 VALUE 'A' THRU 'E'.
           05 FH-LNAME         PIC X(15)   VALUE SPACE.
           05 FH-ADDRESS       PIC X(15)   VALUE SPACE.

      *POP PRODUCT MASTER / STATE DEPOSIT LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

       01 TEAM-LETTER-AREA.
           05 FILLER               PIC X(5)    VALUE "ABCDE".
       01 TEAM-LETTER-TABLE REDEFINES TEAM-LETTER-AREA.
               UNTIL PP-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 8 ON
      *EMPTY INPUT OR NO POP PRODUCT MASTER
           IF HA-CTR = 0 OR PRC-MASTER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *ONE VALID ORDER BILLS ITS HOUSEHOLD AT THE SAME PRICE
      *COBCJF46'S 2200-CALCS CHARGES IT
       2000-BILL-PASS.
           MOVE 'N' TO PRC-FOUND.
           IF I-POP-TYPE NUMERIC
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE I-POP-TYPE TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
           END-IF.
           IF PRC-FOUND = 'Y'
               AND I-CASES NUMERIC AND I-CASES > 0
               AND VAL-TEAM
               PERFORM 2100-PRICE-ORDER
           END-IF.
           PERFORM 9000-READ.

      *CASE PRICE AND PACK SIZE ARE STILL IN THE WORK AREA FROM THE
      *PRODUCT LOOKUP IN 2000-BILL-PASS
       2100-PRICE-ORDER.
           MOVE 'D' TO PRC-FUNCTION.
           MOVE I-STATE TO PRC-STATE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           COMPUTE DEPOSIT ROUNDED =
               PRC-CAN-DEPOSIT * PRC-PACK-SIZE * I-CASES.
           COMPUTE TOTAL-SALES = I-CASES * PRC-CASE-PRICE + DEPOSIT.

       2200-FIND-HOUSEHOLD.
           MOVE 'NO' TO HH-MATCH.
