      *PER-CONDO RATE AND DEAL PARAMETER TABLE, SHARED BY THE
      *BILLING RUN (COBCJF04) AND THE PRICING RUNS (COBCJF73,
      *COBCJF74); THE INTEGRITY CHECK (COBCJF81) HOLDS THE OWNER
      *MASTER TO ITS CONDO CODES - KEEP THE COPY IN COBCJF18 THE
      *SAME. CR-RATE IS THE BASE NIGHTLY RATE; AN APPROVED
      *WEEKLY RATE ON RATEOVR.DAT REPLACES IT FOR STAYS ARRIVING
      *THAT WEEK.
       01 CONDO-RATE-PRICES.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "HB".
               10 FILLER           PIC 999V99  VALUE 099.50.
               10 FILLER           PIC 999V99  VALUE 100.00.
               10 FILLER           PIC V999    VALUE .100.
               10 FILLER           PIC V999    VALUE .050.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC 9V999   VALUE 0.000.
               10 FILLER           PIC 9V9     VALUE 0.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .20.
               10 FILLER           PIC V9999   VALUE 0.0725.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "OB".
               10 FILLER           PIC 999V99  VALUE 188.00.
               10 FILLER           PIC 999V99  VALUE 150.00.
               10 FILLER           PIC V999    VALUE .100.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 07.
               10 FILLER           PIC 9V999   VALUE 1.000.
               10 FILLER           PIC 9V9     VALUE 1.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .25.
               10 FILLER           PIC V9999   VALUE 0.0800.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "PP".
               10 FILLER           PIC 999V99  VALUE 050.00.
               10 FILLER           PIC 999V99  VALUE 075.00.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC 9V999   VALUE 0.000.
               10 FILLER           PIC 9V9     VALUE 0.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .15.
               10 FILLER           PIC V9999   VALUE 0.0700.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "RB".
               10 FILLER           PIC 999V99  VALUE 062.10.
               10 FILLER           PIC 999V99  VALUE 075.00.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC 9V999   VALUE 0.000.
               10 FILLER           PIC 9V9     VALUE 0.0.
               10 FILLER           PIC 99      VALUE 06.
               10 FILLER           PIC V99     VALUE .20.
               10 FILLER           PIC V9999   VALUE 0.0700.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "SB".
               10 FILLER           PIC 999V99  VALUE 100.00.
               10 FILLER           PIC 999V99  VALUE 150.00.
               10 FILLER           PIC V999    VALUE .100.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC 9V999   VALUE 0.000.
               10 FILLER           PIC 9V9     VALUE 0.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .20.
               10 FILLER           PIC V9999   VALUE 0.0775.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "L ".
               10 FILLER           PIC 999V99  VALUE 076.35.
               10 FILLER           PIC 999V99  VALUE 000.00.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC V999    VALUE .075.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC 9V999   VALUE 0.000.
               10 FILLER           PIC 9V9     VALUE 0.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .15.
               10 FILLER           PIC V9999   VALUE 0.0650.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "HT".
               10 FILLER           PIC 999V99  VALUE 050.00.
               10 FILLER           PIC 999V99  VALUE 100.00.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 03.
               10 FILLER           PIC 9V999   VALUE 0.500.
               10 FILLER           PIC 9V9     VALUE 0.5.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .20.
               10 FILLER           PIC V9999   VALUE 0.0700.
           05 FILLER.
               10 FILLER           PIC XX      VALUE "CP".
               10 FILLER           PIC 999V99  VALUE 125.00.
               10 FILLER           PIC 999V99  VALUE 000.00.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC V999    VALUE .000.
               10 FILLER           PIC 99      VALUE 05.
               10 FILLER           PIC 9V999   VALUE 1.000.
               10 FILLER           PIC 9V9     VALUE 1.0.
               10 FILLER           PIC 99      VALUE 00.
               10 FILLER           PIC V99     VALUE .25.
               10 FILLER           PIC V9999   VALUE 0.0750.

       01 CONDO-RATE-TABLE REDEFINES CONDO-RATE-PRICES.
           05 CR-LINE OCCURS 8 TIMES INDEXED BY CR-IDX.
               10 CR-CODE                  PIC XX.
               10 CR-RATE                  PIC 999V99.
               10 CR-CLN-FEE                PIC 999V99.
               10 CR-PET-PCT                PIC V999.
               10 CR-HOTTUB-PCT             PIC V999.
               10 CR-FREE-NIGHTS-THRESHOLD  PIC 99.
               10 CR-FREE-NIGHTS-PCT        PIC 9V999.
               10 CR-FREE-NIGHTS-CTR        PIC 9V9.
               10 CR-FREE-CLN-THRESHOLD     PIC 99.
               10 CR-MGMT-FEE-PCT           PIC V99.
               10 CR-TAX-PCT                PIC V9999.

      *PRICING LIMITS PER CONDO, SAME ROW ORDER - NO WEEKLY RATE IS
      *RECOMMENDED OR APPLIED BELOW THE FLOOR OR ABOVE THE CEILING,
      *AND A RECOMMENDATION MOVES THE RATE BY THE STEP PERCENT
      *(TWO STEPS WHEN PACE IS WELL AHEAD OR BEHIND)
       01 CONDO-RATE-LIMITS.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 079.00.
               10 FILLER           PIC 999V99  VALUE 149.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 150.00.
               10 FILLER           PIC 999V99  VALUE 280.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 040.00.
               10 FILLER           PIC 999V99  VALUE 075.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 050.00.
               10 FILLER           PIC 999V99  VALUE 095.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 080.00.
               10 FILLER           PIC 999V99  VALUE 150.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 061.00.
               10 FILLER           PIC 999V99  VALUE 115.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 040.00.
               10 FILLER           PIC 999V99  VALUE 075.00.
               10 FILLER           PIC V999    VALUE .050.
           05 FILLER.
               10 FILLER           PIC 999V99  VALUE 100.00.
               10 FILLER           PIC 999V99  VALUE 190.00.
               10 FILLER           PIC V999    VALUE .050.

       01 CONDO-RATE-LIMIT-TABLE REDEFINES CONDO-RATE-LIMITS.
           05 RL-LINE OCCURS 8 TIMES.
               10 RL-FLOOR                 PIC 999V99.
               10 RL-CEILING               PIC 999V99.
               10 RL-STEP-PCT              PIC V999.
