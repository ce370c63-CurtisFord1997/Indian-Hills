      *FURNITURE SALESPERSON MASTER - ONE ROW PER SALESPERSON, KEYED
      *BY EMPLOYEE NUMBER. THE OFFICE KEYS A NEW HIRE AT THE END OF
      *THE FILE WITH STATUS 'A' AND CHANGES THE STATUS TO 'T' ON
      *TERMINATION - A TERMINATED SALESPERSON CAN NO LONGER SELL BUT
      *RETURNS AGAINST THEIR EARLIER SALES STILL CLAW BACK.
       01 FM-REC.
           05 FM-EMP-NO            PIC 9(5).
           05 FM-NAME              PIC X(25).
           05 FM-HOME-STORE        PIC 99.
           05 FM-HIRE-DATE         PIC 9(8).
           05 FM-STATUS            PIC X.
               88 FM-ACTIVE                    VALUE 'A'.
               88 FM-TERMINATED                VALUE 'T'.
