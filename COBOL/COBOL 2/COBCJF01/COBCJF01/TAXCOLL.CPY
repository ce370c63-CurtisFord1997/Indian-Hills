      *SHARED SALES, USE, AND LODGING TAX HAND-OFF RECORD - EVERY
      *SUITE THAT TAKES IN TAXABLE RECEIPTS APPENDS WHAT IT TOOK IN,
      *BY JURISDICTION AND TAX TYPE, SO THE MONTH-END TAX FILING
      *STEP (COBCJF80) CAN BUILD ONE RETURN PER JURISDICTION. THE
      *RATE IS THE ONE THE SUITE CHARGED; AMOUNTS ARE SIGNED SO
      *RETURNS AND UNWINDS COME BACK OFF THE MONTH.
      *JURISDICTION CODES ARE LISTED IN TAXJUR.CPY.
       01 TAX-REC.
           05 TX-PGM-ID             PIC X(8).
           05 TX-DATE               PIC 9(8).
           05 TX-JURIS              PIC X(6).
           05 TX-TYPE               PIC X.
               88 TX-SALES                     VALUE 'S'.
               88 TX-USE                       VALUE 'U'.
               88 TX-LODGING                   VALUE 'L'.
           05 TX-RATE               PIC V9999.
           05 TX-GROSS              PIC S9(9)V99.
           05 TX-EXEMPT             PIC S9(9)V99.
           05 TX-TAXABLE            PIC S9(9)V99.
           05 TX-TAX                PIC S9(9)V99.
