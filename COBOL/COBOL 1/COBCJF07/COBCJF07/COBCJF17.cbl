      *BOAT INVENTORY AGING REPORT. BOATINV.DAT NOW CARRIES THE DATE
      *EACH UNIT WAS RECEIVED ON THE LOT. THIS STEP MATCHES THE
      *INVENTORY AGAINST THE NIGHT'S SALES IN CBLBOAT1.DAT (SAME
      *DEAL-NUMBER/TYPE MATCH THE RECONCILE PASS USES) AND REPORTS, BY
      *VIN, DAYS ON LOT AT SALE, THE AVERAGE DAYS-ON-LOT PER BOAT
      *TYPE, AND EVERY UNSOLD VIN OVER 90 DAYS - FLOOR-PLAN INTEREST
      *IS THE BIGGEST COST ON THE LOT. DAY SPANS COME FROM THE
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

       FD  BOAT-INVENTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS INV-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 INV-REC.
           05 INV-LAST-NAME       PIC X(15).
               10 INV-R-MM        PIC 99.
               10 INV-R-DD        PIC 99.
           05 INV-UNIT-COST       PIC 9(6)V99.
           05 INV-DEAL-NO         PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *SALES LOADED FROM CBLBOAT1.DAT FOR THE INVENTORY MATCH
       01 SALES-TABLE.
           05 SLT-ENTRY OCCURS 500 TIMES INDEXED BY SLT-IDX.
               10 SLT-DEAL-NO      PIC X(6).
               10 SLT-TYPE         PIC X.
               10 SLT-DATE.
                   15 SLT-YYYY     PIC 9(4).
           IF SLT-CTR < 500
               ADD 1 TO SLT-CTR
               SET SLT-IDX TO SLT-CTR
               MOVE I-DEAL-NO TO SLT-DEAL-NO(SLT-IDX)
               MOVE I-BOAT-TYPE TO SLT-TYPE(SLT-IDX)
               MOVE I-PURCHASE-DATE TO SLT-DATE(SLT-IDX)
           ELSE
           MOVE 'NO' TO SALE-MATCH.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
               UNTIL SLT-IDX > SLT-CTR OR SALE-MATCH = 'YES'
                   IF INV-DEAL-NO = SLT-DEAL-NO(SLT-IDX)
                       AND INV-DEAL-NO NOT = SPACES
                       AND INV-BOAT-TYPE = SLT-TYPE(SLT-IDX)
                           MOVE 'YES' TO SALE-MATCH
                   END-IF
