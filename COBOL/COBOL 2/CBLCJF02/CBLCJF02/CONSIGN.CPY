      *CONSIGNMENT LEDGER - ONE ROW PER USED BOARD TAKEN IN ON
      *CONSIGNMENT, BY TAG NUMBER. CBLCJF17 POSTS INTAKE, MARKDOWNS
      *AND RETURNS; CBLCJF SELLS BY TAG AND FIGURES THE PAYOUT;
      *CBLCJF18 PAYS THE CONSIGNORS AT MONTH END.
       01 CS-REC.
           05 CS-TAG                PIC X(6).
           05 CS-CONSIGNOR          PIC X(5).
           05 CS-STATUS             PIC X.
               88 CS-ON-FLOOR                  VALUE 'O'.
               88 CS-SOLD                      VALUE 'S'.
               88 CS-PAID                      VALUE 'P'.
               88 CS-RETURNED                  VALUE 'R'.
           05 CS-ASK                PIC 9(5)V99.
           05 CS-COMM-PCT           PIC 99.
           05 CS-SALE-DATE          PIC 9(8).
           05 CS-SALE-PRICE         PIC 9(5)V99.
           05 CS-COMMISSION         PIC 9(5)V99.
           05 CS-PAYOUT             PIC 9(5)V99.
           05 CS-DETAIL.
               10 CS-DESCR          PIC X(25).
               10 CS-INTAKE-DATE    PIC 9(8).
      *DATE THE CONSIGNOR WAS PAID, OR THE BOARD HANDED BACK
               10 CS-CLOSE-DATE     PIC 9(8).
