
      ******************************************************************
      *BOTTLER ORDER GENERATION. AFTER THE ORDERS VALIDATE, SOMEONE
      *USED TO ADD UP THE POP-TYPE TOTALS BY HAND AND FAX AN
      *ORDER SHEET TO THE DISTRIBUTOR. THIS STEP READS THE CASE
      *INVENTORY FILE COBCJF43 BUILDS (SOLD, RECEIVED, DELIVERED BY
      *POP TYPE), WORKS OUT THE SHORTFALL STILL NEEDED TO COVER THE
      *VALIDATED ORDERS, APPLIES THE BOTTLER'S PACK AND ROUNDING
      *RULES - CASES SHIP IN PACKS OF 10 WITH A 20-CASE MINIMUM PER
      *TYPE - AND WRITES THE ORDER FILE (BOTLRORD.DAT) PLUS AN
      *ORDER REGISTER FOR THE COORDINATOR'S RECORDS. ONLY TYPES IN
      *THIS SEASON'S LINEUP ON THE POP PRODUCT MASTER (THROUGH THE
      *SHARED COBPOPPR MODULE) ARE ORDERED; A DROPPED FLAVOR STILL
      *PRINTS ITS SOLD AND RECEIVED FIGURES BUT ORDERS NOTHING.
      ******************************************************************

       environment division.
       FD POPINV
           LABEL RECORD IS STANDARD
           DATA RECORD IS PI-REC
           RECORD CONTAINS 216 CHARACTERS.

      *ONE SLOT PER POP TYPE CODE 01-12
       01 PI-REC.
           05 PI-TYPE-DATA OCCURS 12 TIMES.
               10 PI-RECEIVED  PIC 9(6).
               10 PI-SOLD      PIC 9(6).
               10 PI-DELIVERED PIC 9(6).
           05 GT-ORDERED       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(104)  VALUE SPACE.

      *POP PRODUCT MASTER LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

      *THE BOTTLER'S SHIPPING RULES
       01 BOTTLER-CONSTANTS.
           05 MIN-ORDER        PIC 99      VALUE 20.

       01 ORDER-CALC-VARS.
           05 PT-SUB           PIC 99      VALUE ZERO.
           05 C-SHORTFALL      PIC S9(6)   VALUE ZERO.
           05 C-ORDERED        PIC 9(6)    VALUE ZERO.
           05 C-PACKS          PIC 9(5)    VALUE ZERO.
           PERFORM 2000-BUILD-ORDER.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 8 WHEN
      *THE INVENTORY FILE OR THE POP PRODUCT MASTER IS MISSING
           IF PI-FILE-STATUS NOT = '00' OR PRC-MASTER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY 'COBCJF44: POPINV.DAT MISSING - NO ORDER BUILT'
           ELSE
               PERFORM VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > 12
                       PERFORM 2100-ONE-TYPE THRU 2100-X
               END-PERFORM
           END-IF.

      *A TYPE PRINTS WHEN IT IS IN THIS SEASON'S LINEUP OR HAS CASES
      *ON THE INVENTORY FILE
       2100-ONE-TYPE.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE I-YYYY TO PRC-SEASON.
           MOVE PT-SUB TO PRC-POP-TYPE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           IF PRC-FOUND = 'N' AND PI-SOLD(PT-SUB) = 0
               AND PI-RECEIVED(PT-SUB) = 0
               GO TO 2100-X
           END-IF.

           COMPUTE C-SHORTFALL =
               PI-SOLD(PT-SUB) - PI-RECEIVED(PT-SUB).
           IF C-SHORTFALL > 0 AND PRC-FOUND = 'Y'
               DIVIDE C-SHORTFALL BY PACK-SIZE
                   GIVING C-PACKS REMAINDER C-PACK-REM
               IF C-PACK-REM > 0
               ADD C-ORDERED TO C-GT-ORDERED
           END-IF.

           MOVE PRC-DESC TO ODL-POP-TYPE.
           MOVE PI-SOLD(PT-SUB) TO ODL-SOLD.
           MOVE PI-RECEIVED(PT-SUB) TO ODL-RECEIVED.
           IF C-SHORTFALL > 0
                   AT EOP
                       PERFORM 9100-HEADINGS.

       2100-X.
           EXIT.

       3000-CLOSING.
           MOVE C-GT-ORDERED TO GT-ORDERED.
           WRITE PRTLINE FROM GT-ORDER-LINE
