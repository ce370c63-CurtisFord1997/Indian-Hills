      *POP SALE DONATION RECORD (POPDON.DAT) - A CHECK OR CASH GIFT
      *TO THE CLUB WITH NO POP BOUGHT. THE NAME AND ADDRESS LINE UP
      *WITH THE ORDER DECK'S; DN-TEAM IS THE TEAM CREDITED AND
      *DN-METHOD IS C FOR CASH, K FOR CHECK.
       01 DN-REC.
           05 DN-LNAME         PIC X(15).
           05 DN-FNAME         PIC X(15).
           05 DN-ADDRESS       PIC X(15).
           05 DN-CITY          PIC X(10).
           05 DN-STATE         PIC XX.
           05 DN-ZIP           PIC X(9).
           05 DN-DATE.
               10 DN-YYYY      PIC 9(4).
               10 DN-MM        PIC 99.
               10 DN-DD        PIC 99.
           05 DN-TEAM          PIC X.
               88 VAL-DN-TEAM              VALUE 'A' THRU 'E'.
           05 DN-METHOD        PIC X.
               88 DN-CASH                  VALUE 'C'.
               88 DN-CHECK                 VALUE 'K'.
           05 DN-AMOUNT        PIC 9(5)V99.
