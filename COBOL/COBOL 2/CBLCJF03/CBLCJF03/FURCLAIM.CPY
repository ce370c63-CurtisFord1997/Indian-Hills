      *FURNITURE DAMAGE CLAIM LEDGER ROW - ONE PER CLAIM, CARRIED
      *FORWARD BY CBLCJF03 AND READ BY THE MONTHLY DAMAGE REPORT
      *(CBLCJF22). THE CLAIM CARRIES THE ORIGINAL SALE'S DATE,
      *SALESPERSON, ITEM, STORE, DELIVERY ROUTE AND ACCOUNT, THE
      *CAUSE, AND THE VENDOR OR CARRIER IT IS FILED AGAINST. AMOUNT
      *FILED IS ZERO ON A CUSTOMER-DAMAGE CLAIM - NOBODY OWES IT.
       01 CM-REC.
           05 CM-CLAIM-NO          PIC 9(5).
           05 CM-CLAIM-DATE        PIC 9(8).
           05 CM-SALE-DATE         PIC 9(8).
           05 CM-EMP-NO            PIC 9(5).
           05 CM-FUR-CODE          PIC 9(3).
           05 CM-STORE-NUM         PIC 99.
           05 CM-ROUTE-CODE        PIC 9.
           05 CM-ACCT-NO           PIC 9(6).
           05 CM-CAUSE             PIC X.
               88 CM-CARRIER-DAMAGE            VALUE 'C'.
               88 CM-MFR-DEFECT                VALUE 'M'.
               88 CM-CUSTOMER-DAMAGE           VALUE 'U'.
           05 CM-PARTY-NAME        PIC X(20).
           05 CM-DAMAGE-AMT        PIC 9(5)V99.
           05 CM-FILED             PIC 9(5)V99.
           05 CM-RECOVERED         PIC 9(5)V99.
           05 CM-LAST-RECOV        PIC 9(8).
      *'O' OPEN UNTIL RECOVERED IN FULL OR SETTLED BY THE OFFICE,
      *THEN 'C' CLOSED
           05 CM-STATUS            PIC X.
               88 CM-OPEN                      VALUE 'O'.
               88 CM-CLOSED                    VALUE 'C'.
