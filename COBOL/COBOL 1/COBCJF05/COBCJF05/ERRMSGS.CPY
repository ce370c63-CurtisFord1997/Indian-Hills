               VALUE 'STATE INVALID, NEED IA, IL, MI, MO, NE, OR WI'.
           05 FILLER           PIC X(60)   VALUE 'ZIP CODE NOT NUMERIC'.
           05 FILLER           PIC X(60)
               VALUE 'POP TYPE NOT NUMERIC'.
           05 FILLER           PIC X(60)
               VALUE "POP TYPE NOT IN THIS SEASON'S PRODUCT LINEUP".
           05 FILLER           PIC X(60)   VALUE 'CASES NOT NUMERIC'.
           05 FILLER           PIC X(60)
               VALUE 'AT LEAST ONE CASE REQUIRED'.
