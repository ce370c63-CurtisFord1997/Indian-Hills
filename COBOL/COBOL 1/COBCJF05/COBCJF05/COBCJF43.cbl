      *  - CASES RECEIVED, FROM THE BOTTLER RECEIPTS (POPRCPT.DAT);
      *  - CASES SOLD, FROM THE VALIDATED ORDER DECK (CBLPOPSL.DAT,
      *    COUNTING ONLY RECORDS THAT PASS THE POP-TYPE AND CASES
      *    EDITS COBCJF46 APPLIES);
      *  - CASES DELIVERED, FROM THE ROUTE CLOSE-OUTS (POPDELIV.DAT)
      *    THE DRIVING TEAMS TURN IN.
      *THE RECONCILIATION REPORT SHOWS RECEIVED, SOLD, DELIVERED, ON
      *HAND, AND THE SHORTAGE STILL OWED PER POP TYPE - SO MISSING
      *CASES ARE A NUMBER INSTEAD OF A RUMOR. POP TYPES AND THEIR
      *NAMES COME FROM THE POP PRODUCT MASTER THROUGH THE SHARED
      *COBPOPPR MODULE.
      ******************************************************************

       environment division.
           05 I-STATE          PIC XX.
           05 I-ZIP            PIC X(9).
           05 I-POP-TYPE       PIC 99.
           05 I-CASES          PIC 99.
           05 I-TEAM           PIC X.
           05 I-JOB-KEY        PIC X.
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
           05 GT-SHORT         PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(48)   VALUE SPACE.

      *POP PRODUCT MASTER LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

      *THE INVENTORY FIGURES, REBUILT FROM SCRATCH EVERY RUN
       01 INVENTORY-WORK.
           05 IW-TYPE-DATA OCCURS 12 TIMES.
               10 IW-RECEIVED  PIC 9(6)    VALUE ZERO.
               10 IW-SOLD      PIC 9(6)    VALUE ZERO.
               10 IW-DELIVERED PIC 9(6)    VALUE ZERO.

       01 RECON-CALC-VARS.
           05 PT-SUB           PIC 99      VALUE ZERO.
           05 C-ON-HAND        PIC S9(6)   VALUE ZERO.
           05 C-SHORT          PIC S9(6)   VALUE ZERO.
           05 C-REC-CTR        PIC 9(6)    VALUE ZERO.
               UNTIL PD-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 8 ON
      *EMPTY INPUT OR NO POP PRODUCT MASTER
           IF C-REC-CTR = 0 OR PRC-MASTER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *ONLY ORDERS THAT WOULD PASS COBCJF46'S POP-TYPE AND CASES
      *EDITS COUNT AS SOLD - THE TYPE HAS TO BE IN THIS SEASON'S
      *LINEUP ON THE PRODUCT MASTER
       2000-ORDER-PASS.
           MOVE 'N' TO PRC-FOUND.
           IF I-POP-TYPE NUMERIC
               MOVE I-POP-TYPE TO PRC-POP-TYPE
               PERFORM 2900-PRODUCT-LOOKUP
           END-IF.
           IF PRC-FOUND = 'Y'
               AND I-CASES NUMERIC AND I-CASES > 0
               ADD I-CASES TO IW-SOLD(I-POP-TYPE)
               ADD 1 TO C-REC-CTR
           END-IF.
           PERFORM 9000-READ.

      *RECEIPTS AND DELIVERIES POST FOR ANY TYPE ON THE MASTER, SO
      *CASES OF A FLAVOR DROPPED THIS SEASON STILL RECONCILE
       2200-RECEIPT-PASS.
           MOVE 0 TO PRC-EFF-SEASON.
           IF PR-POP-TYPE NUMERIC
               MOVE PR-POP-TYPE TO PRC-POP-TYPE
               PERFORM 2900-PRODUCT-LOOKUP
           END-IF.
           IF PRC-EFF-SEASON > 0 AND PR-CASES NUMERIC
               ADD PR-CASES TO IW-RECEIVED(PR-POP-TYPE)
               ADD 1 TO C-REC-CTR
               ADD PR-CASES TO C-CASE-HASH
           PERFORM 9050-READ-RECEIPT.

       2400-DELIVERY-PASS.
           MOVE 0 TO PRC-EFF-SEASON.
           IF PD-POP-TYPE NUMERIC
               MOVE PD-POP-TYPE TO PRC-POP-TYPE
               PERFORM 2900-PRODUCT-LOOKUP
           END-IF.
           IF PRC-EFF-SEASON > 0 AND PD-CASES NUMERIC
               ADD PD-CASES TO IW-DELIVERED(PD-POP-TYPE)
               ADD 1 TO C-REC-CTR
               ADD PD-CASES TO C-CASE-HASH
           END-IF.
           PERFORM 9060-READ-DELIVERY.

      *PRODUCT MASTER ROW FOR PRC-POP-TYPE IN THE RUN'S SEASON
       2900-PRODUCT-LOOKUP.
           MOVE 'P' TO PRC-FUNCTION.
           MOVE I-YYYY TO PRC-SEASON.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.

       3000-CLOSING.
           MOVE INVENTORY-WORK TO PI-REC.
           OPEN OUTPUT POPINV.
               AFTER ADVANCING 2 LINES.

           PERFORM VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > 12
                   PERFORM 3100-RECON-LINE THRU 3100-X
           END-PERFORM.

           MOVE C-GT-RECEIVED TO GT-RECEIVED.
           CLOSE AUDITLOG.

      *ON HAND IS WHAT THE BOTTLER SENT LESS WHAT WENT OUT ON THE
      *ROUTES; SHORT/OWED IS WHAT WAS SOLD BUT NEVER DELIVERED.
      *A TYPE PRINTS WHEN IT IS IN THIS SEASON'S LINEUP OR HAD ANY
      *CASES MOVE
       3100-RECON-LINE.
           MOVE PT-SUB TO PRC-POP-TYPE.
           PERFORM 2900-PRODUCT-LOOKUP.
           IF PRC-FOUND = 'N' AND IW-RECEIVED(PT-SUB) = 0
               AND IW-SOLD(PT-SUB) = 0 AND IW-DELIVERED(PT-SUB) = 0
               GO TO 3100-X
           END-IF.

           COMPUTE C-ON-HAND =
               IW-RECEIVED(PT-SUB) - IW-DELIVERED(PT-SUB).
           COMPUTE C-SHORT =
               IW-SOLD(PT-SUB) - IW-DELIVERED(PT-SUB).

           MOVE PRC-DESC TO RCL-POP-TYPE.
           MOVE IW-RECEIVED(PT-SUB) TO RCL-RECEIVED.
           MOVE IW-SOLD(PT-SUB) TO RCL-SOLD.
           MOVE IW-DELIVERED(PT-SUB) TO RCL-DELIVERED.
           ADD C-ON-HAND TO C-GT-ON-HAND.
           ADD C-SHORT TO C-GT-SHORT.

       3100-X.
           EXIT.

       9000-READ.
           READ INPT
               AT END
