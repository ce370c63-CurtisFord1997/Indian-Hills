      *FURNITURE COMMISSION LEDGER ROW - ONE PER SALESPERSON, CARRIED
      *FORWARD BY CBLCJF03 AND READ BY THE MONTH-END DRAW SETTLEMENT
      *(CBLCJF21).
       01 CL-REC.
           05 CL-EMP-NO            PIC 9(5).
           05 CL-PAID-TO-DATE      PIC S9(9)V99.
           05 CL-CLAWED-TO-DATE    PIC 9(9)V99.
      *LAST-APPLIED BUSINESS DATE AND THAT RUN'S CONTRIBUTION - A
      *RERUN FOR THE SAME DATE BACKS THE CONTRIBUTION OUT FIRST
      *INSTEAD OF RE-ADDING IT
           05 CL-LAST-DATE         PIC 9(8).
           05 CL-LAST-PAID-DELTA   PIC S9(7)V99.
           05 CL-LAST-CLAW-DELTA   PIC 9(7)V99.
      *COMMISSION EARNED AND CLAWED BACK IN THE RUN'S MONTH, AND THE
      *MONTH BEFORE IT - THE FIRST RUN OF A NEW MONTH ROLLS THE ONE
      *INTO THE OTHER, SO THE SETTLEMENT FINDS THE CLOSED MONTH
      *WHETHER OR NOT THAT RUN HAS HAPPENED YET
           05 CL-MTD-YYYYMM        PIC 9(6).
           05 CL-MTD-EARNED        PIC 9(7)V99.
           05 CL-MTD-CLAWED        PIC 9(7)V99.
           05 CL-PRV-YYYYMM        PIC 9(6).
           05 CL-PRV-EARNED        PIC 9(7)V99.
           05 CL-PRV-CLAWED        PIC 9(7)V99.
