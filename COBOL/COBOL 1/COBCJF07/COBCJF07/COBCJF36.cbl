      *EXPENSE REPORT BY BOAT TYPE. THE APR COMES FROM THE FLOORAPR
      *ENVIRONMENT VARIABLE (V9999, E.G. 0850 FOR 8.5 PERCENT) AND
      *DEFAULTS TO 8.5 PERCENT.
      *A UNIT IS SOLD WHEN TONIGHT'S DEAL NUMBER IS ON IT.
      *A UNIT NEW TO THE LEDGER - KEYED LATE, OR BACK IN STOCK AFTER
      *ITS DEAL WAS UNWOUND (COBCJF66) - STARTS WITH THE INTEREST
      *FOR EVERY EARLIER MONTH SINCE ITS RECEIVED DATE, SO ITS
      *CARRYING COST RUNS FROM THE DAY IT FIRST CAME ON THE LOT.
      *****************************************************

       ENVIRONMENT DIVISION.
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
           05 INV-VIN             PIC X(10).
           05 INV-DATE-RECEIVED   PIC 9(8).
           05 INV-UNIT-COST       PIC 9(6)V99.
           05 INV-DEAL-NO         PIC X(6).

       FD  ACCLEDGER
           LABEL RECORD IS STANDARD
      *ACCRUAL INSTEAD OF ADDING TO IT
       01 SALES-TABLE.
           05 SLT-ENTRY OCCURS 500 TIMES INDEXED BY SLT-IDX.
               10 SLT-DEAL-NO      PIC X(6).
               10 SLT-TYPE         PIC X.

       01 SALES-TABLE-VARS.
       01 ACCRUAL-CALC-VARS.
           05 C-FLOOR-APR          PIC V9999       VALUE .0850.
           05 C-MONTH-INT          PIC 9(5)V99     VALUE 0.
           05 C-RECV-YYYY          PIC 9(4)        VALUE 0.
           05 C-RECV-MMDD          PIC 9(4)        VALUE 0.
           05 C-RECV-MM            PIC 99          VALUE 0.
           05 C-PRIOR-MONTHS       PIC S9(4)       VALUE 0.
           05 C-UNSOLD-CTR         PIC 9(4)        VALUE 0.
           05 C-ACCRUED-RUN        PIC 9(8)V99     VALUE 0.
           05 C-ACCRUED-HASH       PIC 9(9)V99     VALUE 0.
           IF SLT-CTR < 500
               ADD 1 TO SLT-CTR
               SET SLT-IDX TO SLT-CTR
               MOVE I-DEAL-NO TO SLT-DEAL-NO(SLT-IDX)
               MOVE I-BOAT-TYPE TO SLT-TYPE(SLT-IDX)
           ELSE
               DISPLAY 'SALES-TABLE EXCEEDS 500 ROWS -- '
           MOVE 'NO' TO SALE-MATCH.
           PERFORM VARYING SLT-IDX FROM 1 BY 1
               UNTIL SLT-IDX > SLT-CTR OR SALE-MATCH = 'YES'
                   IF INV-DEAL-NO = SLT-DEAL-NO(SLT-IDX)
                       AND INV-DEAL-NO NOT = SPACES
                       AND INV-BOAT-TYPE = SLT-TYPE(SLT-IDX)
                           MOVE 'YES' TO SALE-MATCH
                   END-IF
                   MOVE INV-BOAT-TYPE TO FAT-TYPE(FAT-IDX)
                   MOVE 0 TO FAT-ACCRUED(FAT-IDX)
                   MOVE 0 TO FAT-LAST-YYYYMM(FAT-IDX)
                   PERFORM 2350-PRIOR-MONTHS
               ELSE
                   DISPLAY 'ACCRUAL-TABLE EXCEEDS 500 ROWS'
                   DISPLAY 'UNIT NOT ACCRUED: ' INV-VIN
       2300-EXIT.
           EXIT.

      *THE MONTHS BEFORE THIS ONE SINCE THE UNIT WAS RECEIVED GO
      *INTO ITS ACCRUAL TO DATE; THIS MONTH'S INTEREST IS ADDED AS
      *FOR ANY OTHER UNIT
       2350-PRIOR-MONTHS.
           IF INV-DATE-RECEIVED NUMERIC AND INV-DATE-RECEIVED > 0
               DIVIDE INV-DATE-RECEIVED BY 10000 GIVING C-RECV-YYYY
                   REMAINDER C-RECV-MMDD
               DIVIDE C-RECV-MMDD BY 100 GIVING C-RECV-MM
               COMPUTE C-PRIOR-MONTHS =
                   (CUR-YYYY * 12 + CUR-MM)
                       - (C-RECV-YYYY * 12 + C-RECV-MM)
               IF C-PRIOR-MONTHS > 0
                   COMPUTE FAT-ACCRUED(FAT-IDX) ROUNDED =
                       INV-UNIT-COST * C-FLOOR-APR / 12
                           * C-PRIOR-MONTHS
               END-IF
           END-IF.

      *A SOLD UNIT'S ROW IS LEFT FLAGGED 'N' AND FALLS OFF WHEN THE
      *LEDGER IS SAVED - ITS ACCRUAL PRINTS ONCE AS RELEASED
       2400-SOLD-UNIT.
