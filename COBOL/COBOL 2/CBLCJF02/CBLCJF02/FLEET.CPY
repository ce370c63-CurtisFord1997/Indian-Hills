      *DEMO / RENTAL FLEET LEDGER - ONE ROW PER BOARD EVER PULLED
      *FROM SELLABLE STOCK INTO THE FLEET. CBLCJF16 POSTS THE
      *RENTAL TRANSACTIONS; CBLCJF SELLS RETIRED UNITS AS USED/DEMO
      *AND MARKS THEM SOLD.
       01 FL-REC.
           05 FL-UNIT               PIC X(6).
           05 FL-BOARD              PIC 99.
           05 FL-STATUS             PIC X.
               88 FL-AVAILABLE                 VALUE 'A'.
               88 FL-RENTED-OUT                VALUE 'O'.
               88 FL-FOR-SALE                  VALUE 'U'.
               88 FL-SOLD                      VALUE 'S'.
      *USED/DEMO PRICE SET WHEN THE UNIT IS RETIRED, AND THE DATE
      *IT WAS RETIRED OR SOLD
           05 FL-SALE-PRICE         PIC 9(5)V99.
           05 FL-STAT-DATE          PIC 9(8).
           05 FL-HISTORY.
               10 FL-ADD-DATE       PIC 9(8).
               10 FL-OUT-DATE       PIC 9(8).
               10 FL-CUST-NAME      PIC X(20).
               10 FL-RENTALS        PIC 9(4).
               10 FL-DAYS-RENTED    PIC 9(5).
               10 FL-RENT-REV       PIC 9(6)V99.
               10 FL-DAMAGE-REV     PIC 9(6)V99.
