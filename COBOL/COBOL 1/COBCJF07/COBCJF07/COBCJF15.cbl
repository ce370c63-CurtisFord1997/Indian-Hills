      *CUSTOMER-FACING PAGE SHOWING EVERY MONTH OF THE LOAN: PAYMENT,
      *INTEREST, PRINCIPAL, AND REMAINING BALANCE FOR THE FULL
      *I-TERM-MONTHS, SO THE FINANCE DESK STOPS BUILDING THESE IN A
      *SPREADSHEET. EACH PAGE CARRIES THE DEAL NUMBER.
      *****************************************************

       ENVIRONMENT DIVISION.
       FD  INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS INPT-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 INPT-REC.
           05 I-LAST-NAME          PIC X(15).
           05 I-TERM-MONTHS        PIC 999.
           05 I-TRADE-DESC         PIC X(15).
           05 I-TRADE-ALLOW        PIC 9(5)V99.
           05 I-DEAL-NO            PIC X(6).
           05 I-CUST-NO            PIC X(5).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05 SCH-DD               PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 SCH-YY               PIC 9(4).
           05 FILLER               PIC X(13)       VALUE "   DEAL NO:".
           05 SCH-DEAL-NO          PIC X(6).
           05 FILLER               PIC X(68)       VALUE SPACE.

       01 SCHEDULE-TERMS-LINE.
           05 FILLER               PIC X(17)
           MOVE I-MM-REC TO SCH-MM.
           MOVE I-DD-REC TO SCH-DD.
           MOVE I-YYYY-REC TO SCH-YY.
           MOVE I-DEAL-NO TO SCH-DEAL-NO.
           WRITE PRTLINE FROM SCHEDULE-CUST-LINE
               AFTER ADVANCING 2 LINES.

