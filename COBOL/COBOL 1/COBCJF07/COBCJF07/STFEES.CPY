      *STATE FEE TABLE - SALES TAX RATE, TITLE FEE, AND REGISTRATION
      *FEE BY I-STATE VALUE. THE LAST ROW ('ZZ') IS THE DEFAULT USED
      *WHEN THE STATE IS NOT LISTED. TITLE DAYS IS THE STATUTE
      *PERIOD, FROM THE SALE DATE, FOR SUBMITTING TITLE WORK.
      *EACH ENTRY: STATE(2) TAX-RATE(4, V9999) TITLE(5) REG(5)
      *            TITLE-DAYS(3)
       01 STATE-FEE-AREA.
           05 FILLER           PIC X(19)   VALUE "MO04220085006250030".
           05 FILLER           PIC X(19)   VALUE "IA06000250004000030".
           05 FILLER           PIC X(19)   VALUE "IL06250165004500020".
           05 FILLER           PIC X(19)   VALUE "KS06500100004250060".
           05 FILLER           PIC X(19)   VALUE "AR06500100002500030".
           05 FILLER           PIC X(19)   VALUE "NE05500230003000030".
           05 FILLER           PIC X(19)   VALUE "OK04500110009600030".
           05 FILLER           PIC X(19)   VALUE "TN07000140002650020".
           05 FILLER           PIC X(19)   VALUE "ZZ06000150005000030".

       01 STATE-FEE-TABLE REDEFINES STATE-FEE-AREA.
           05 STF-ENTRY OCCURS 9 TIMES INDEXED BY STF-IDX.
               10 STF-TAX-RATE PIC V9999.
               10 STF-TITLE-FEE PIC 999V99.
               10 STF-REG-FEE  PIC 999V99.
               10 STF-TITLE-DAYS PIC 999.
