      *CHART OF ACCOUNTS FOR THE GENERAL LEDGER JOURNAL - ONE ENTRY
      *PER POSTING KEY THE SUITES WRITE TO GLJRNL.DAT: THE KEY, THE
      *ACCOUNTING PACKAGE'S ACCOUNT NUMBER, AND THE ACCOUNT NAME,
      *IN ACCOUNT NUMBER ORDER. A NEW POSTING KEY IS ONE MORE ENTRY
      *HERE AND ONE MORE IN THE OCCURS BELOW.
       01 GL-ACCOUNT-AREA.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CASH'.
               10 FILLER PIC 9(4)  VALUE 1010.
               10 FILLER PIC X(30) VALUE 'OPERATING CASH'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'TRUST-CASH'.
               10 FILLER PIC 9(4)  VALUE 1020.
               10 FILLER PIC X(30) VALUE 'RENTAL TRUST CASH'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CARD-CLEAR'.
               10 FILLER PIC 9(4)  VALUE 1030.
               10 FILLER PIC X(30) VALUE 'CARD SETTLEMENT CLEARING'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'BOAT-AR'.
               10 FILLER PIC 9(4)  VALUE 1210.
               10 FILLER PIC X(30) VALUE 'BOAT DEALS RECEIVABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'PAINT-AR'.
               10 FILLER PIC 9(4)  VALUE 1220.
               10 FILLER PIC X(30) VALUE 'PAINT JOBS RECEIVABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CONDO-AR'.
               10 FILLER PIC 9(4)  VALUE 1230.
               10 FILLER PIC X(30) VALUE 'CONDO GUESTS RECEIVABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'POP-AR'.
               10 FILLER PIC 9(4)  VALUE 1240.
               10 FILLER PIC X(30) VALUE 'POP SALE TEAMS RECEIVABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'FURN-AR'.
               10 FILLER PIC 9(4)  VALUE 1250.
               10 FILLER PIC X(30)
                   VALUE 'FURNITURE ACCOUNTS RECEIVABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'TRADE-INV'.
               10 FILLER PIC 9(4)  VALUE 1410.
               10 FILLER PIC X(30) VALUE 'BOAT TRADE-IN INVENTORY'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'SALES-TAX'.
               10 FILLER PIC 9(4)  VALUE 2110.
               10 FILLER PIC X(30) VALUE 'SALES TAX PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'BOAT-TAXFEE'.
               10 FILLER PIC 9(4)  VALUE 2120.
               10 FILLER PIC X(30) VALUE 'BOAT TAX/TITLE/REG PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'LODGING-TAX'.
               10 FILLER PIC 9(4)  VALUE 2130.
               10 FILLER PIC X(30) VALUE 'LODGING TAX PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CAN-DEPOSIT'.
               10 FILLER PIC 9(4)  VALUE 2140.
               10 FILLER PIC X(30) VALUE 'CAN DEPOSITS PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'OWNER-PAY'.
               10 FILLER PIC 9(4)  VALUE 2210.
               10 FILLER PIC X(30) VALUE 'CONDO OWNERS PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CONDO-DEPOS'.
               10 FILLER PIC 9(4)  VALUE 2220.
               10 FILLER PIC X(30) VALUE 'CONDO ADVANCE DEPOSITS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CHANNEL-PAY'.
               10 FILLER PIC 9(4)  VALUE 2230.
               10 FILLER PIC X(30) VALUE 'BOOKING CHANNELS PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'GIFT-CARD'.
               10 FILLER PIC 9(4)  VALUE 2240.
               10 FILLER PIC X(30) VALUE 'GIFT CARDS AND STORE CREDIT'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CONSIGN-PAY'.
               10 FILLER PIC 9(4)  VALUE 2250.
               10 FILLER PIC X(30) VALUE 'CONSIGNORS PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'BOTTLER-AP'.
               10 FILLER PIC 9(4)  VALUE 2260.
               10 FILLER PIC X(30) VALUE 'BOTTLER PAYABLE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'BOAT-SALES'.
               10 FILLER PIC 9(4)  VALUE 4010.
               10 FILLER PIC X(30) VALUE 'BOAT SALES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'BOAT-FI'.
               10 FILLER PIC 9(4)  VALUE 4020.
               10 FILLER PIC X(30) VALUE 'BOAT F AND I PRODUCTS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'MGMT-FEE'.
               10 FILLER PIC 9(4)  VALUE 4110.
               10 FILLER PIC X(30) VALUE 'CONDO MANAGEMENT FEES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CONDO-MAINT'.
               10 FILLER PIC 9(4)  VALUE 4120.
               10 FILLER PIC X(30) VALUE 'CONDO OWNER CHARGEBACKS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'PAINT-REV'.
               10 FILLER PIC 9(4)  VALUE 4210.
               10 FILLER PIC X(30) VALUE 'PAINTING REVENUE'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'POP-SALES'.
               10 FILLER PIC 9(4)  VALUE 4310.
               10 FILLER PIC X(30) VALUE 'POP SALES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CAMP-STAYS'.
               10 FILLER PIC 9(4)  VALUE 4410.
               10 FILLER PIC X(30) VALUE 'CAMPGROUND STAYS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CAMP-REFUND'.
               10 FILLER PIC 9(4)  VALUE 4420.
               10 FILLER PIC X(30) VALUE 'CAMPGROUND REFUNDS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'WAKE-SALES'.
               10 FILLER PIC 9(4)  VALUE 4510.
               10 FILLER PIC X(30) VALUE 'WAKEBOARD SALES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'WAKE-RETURNS'.
               10 FILLER PIC 9(4)  VALUE 4520.
               10 FILLER PIC X(30) VALUE 'WAKEBOARD RETURNS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'CONSIGN-COMM'.
               10 FILLER PIC 9(4)  VALUE 4530.
               10 FILLER PIC X(30) VALUE 'CONSIGNMENT COMMISSIONS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'FURN-SALES'.
               10 FILLER PIC 9(4)  VALUE 4610.
               10 FILLER PIC X(30) VALUE 'FURNITURE SALES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'FURN-RETURNS'.
               10 FILLER PIC 9(4)  VALUE 4620.
               10 FILLER PIC X(30) VALUE 'FURNITURE RETURNS'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'FURN-FINCHG'.
               10 FILLER PIC 9(4)  VALUE 4630.
               10 FILLER PIC X(30) VALUE 'FURNITURE FINANCE CHARGES'.
           05 FILLER.
               10 FILLER PIC X(12) VALUE 'POP-COGS'.
               10 FILLER PIC 9(4)  VALUE 5310.
               10 FILLER PIC X(30) VALUE 'POP COST OF GOODS SOLD'.

       01 GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-AREA.
           05 GLA-ENTRY OCCURS 34.
               10 GLA-POST-KEY     PIC X(12).
               10 GLA-ACCOUNT      PIC 9(4).
               10 GLA-NAME         PIC X(30).

