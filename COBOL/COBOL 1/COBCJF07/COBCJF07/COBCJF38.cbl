      *    USED SIDE MAKES MONEY.
      *THE RUN ENDS WITH THE OPEN USED INVENTORY LIST. RECON OR
      *RESALE ROWS ON A STOCK NUMBER NOT ON FILE, OR A RESALE ON AN
      *ALREADY-SOLD UNIT, PRINT IN THE EXCEPTION SECTION. EACH UNIT
      *CARRIES THE DEAL NUMBER IT CAME IN ON, AND A TRADE IS ALREADY
      *ON FILE WHEN ITS DEAL NUMBER AND DESCRIPTION BOTH MATCH.
      *A TRADE ON A DEAL THAT WAS UNWOUND (COBCJF66) GOES BACK TO
      *THE CUSTOMER: IT STAYS ON FILE FLAGGED 'R', LEAVES THE OPEN
      *LIST, AND A RESALE AGAINST IT IS AN EXCEPTION.
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

       FD  RECONCOSTS
           LABEL RECORD IS STANDARD
       FD  USEDINV
           LABEL RECORD IS STANDARD
           DATA RECORD IS US-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 US-REC.
           05 US-STOCK-NO          PIC X(5).
           05 US-STATUS            PIC X.
           05 US-RESALE            PIC 9(6)V99.
           05 US-DATE-IN           PIC 9(8).
           05 US-SRC-DEAL-NO       PIC X(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       01 TRADE-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "STOCK".
           05 FILLER               PIC X(17)       VALUE "DESCRIPTION".
           05 FILLER               PIC X(8)        VALUE "DEAL".
           05 FILLER               PIC X(17)       VALUE "BUYER".
           05 FILLER               PIC X(82)       VALUE "ALLOWANCE".

       01 TRADE-DETAIL-LINE.
           05 TDL-STOCK-NO         PIC X(5).
           05 FILLER               PIC X(3)        VALUE SPACE.
           05 TDL-DESC             PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-SRC-DEAL-NO      PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-SRC-LNAME        PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-ALLOW            PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(72)       VALUE SPACE.

       01 RECON-SECTION-TITLE.
           05 FILLER               PIC X(34)
               10 UT-STATUS        PIC X.
               10 UT-RESALE        PIC 9(6)V99.
               10 UT-DATE-IN       PIC 9(8).
               10 UT-SRC-DEAL-NO   PIC X(6).

       01 USED-TABLE-VARS.
           05 UT-CTR               PIC 9(3)        VALUE 0.
                       MOVE US-STATUS TO UT-STATUS(UT-IDX)
                       MOVE US-RESALE TO UT-RESALE(UT-IDX)
                       MOVE US-DATE-IN TO UT-DATE-IN(UT-IDX)
                       MOVE US-SRC-DEAL-NO TO UT-SRC-DEAL-NO(UT-IDX)
                       MOVE US-STOCK-NO TO STOCK-NO-WORK
                       IF SNW-SEQ NUMERIC
                           AND SNW-SEQ > NEXT-STOCK-SEQ
           END-READ.

      *ONE DEAL: A TRADE ALLOWANCE OPENS A USED UNIT, UNLESS THE
      *SAME TRADE FROM THE SAME DEAL IS ALREADY ON FILE; A DEAL NOT
      *YET NUMBERED WAITS FOR THE NEXT RUN
       1300-TAKE-TRADES.
           IF I-TRADE-ALLOW > 0 AND I-TRADE-DESC NOT = SPACES
               AND I-DEAL-NO NOT = SPACES
               PERFORM 1400-FIND-TRADE
               IF UNIT-MATCH = 'NO'
                   PERFORM 1500-OPEN-UNIT
           PERFORM VARYING UT-IDX FROM 1 BY 1
               UNTIL UT-IDX > UT-CTR OR UNIT-MATCH = 'YES'
                   IF I-TRADE-DESC = UT-DESC(UT-IDX)
                       AND I-DEAL-NO = UT-SRC-DEAL-NO(UT-IDX)
                       MOVE 'YES' TO UNIT-MATCH
                   END-IF
           END-PERFORM.
               MOVE 'O' TO UT-STATUS(UT-IDX)
               MOVE 0 TO UT-RESALE(UT-IDX)
               MOVE I-PURCHASE-DATE TO UT-DATE-IN(UT-IDX)
               MOVE I-DEAL-NO TO UT-SRC-DEAL-NO(UT-IDX)

               ADD 1 TO C-TRADE-CTR
               ADD I-TRADE-ALLOW TO C-AMT-HASH
               MOVE UT-STOCK-NO(UT-IDX) TO TDL-STOCK-NO
               MOVE I-TRADE-DESC TO TDL-DESC
               MOVE I-DEAL-NO TO TDL-SRC-DEAL-NO
               MOVE I-LAST-NAME TO TDL-SRC-LNAME
               MOVE I-TRADE-ALLOW TO TDL-ALLOW
               WRITE PRTLINE FROM TRADE-DETAIL-LINE
                   MOVE 'RESALE ON AN ALREADY-SOLD UNIT'
                       TO EXC-DESCR
                   PERFORM 2900-EXCEPTION
               WHEN UT-STATUS(UT-IDX) = 'R'
                   MOVE 'RESALE ON A TRADE RETURNED BY AN UNWIND'
                       TO EXC-DESCR
                   PERFORM 2900-EXCEPTION
               WHEN OTHER
                   MOVE 'S' TO UT-STATUS(UT-IDX)
                   MOVE UQ-PRICE TO UT-RESALE(UT-IDX)
                   IF UT-STATUS(UT-IDX) = 'O'
                       MOVE UT-STOCK-NO(UT-IDX) TO TDL-STOCK-NO
                       MOVE UT-DESC(UT-IDX) TO TDL-DESC
                       MOVE UT-SRC-DEAL-NO(UT-IDX) TO TDL-SRC-DEAL-NO
                       MOVE UT-SRC-LNAME(UT-IDX) TO TDL-SRC-LNAME
                       MOVE UT-ALLOW(UT-IDX) TO TDL-ALLOW
                       WRITE PRTLINE FROM TRADE-DETAIL-LINE
                   MOVE UT-STATUS(UT-IDX) TO US-STATUS
                   MOVE UT-RESALE(UT-IDX) TO US-RESALE
                   MOVE UT-DATE-IN(UT-IDX) TO US-DATE-IN
                   MOVE UT-SRC-DEAL-NO(UT-IDX) TO US-SRC-DEAL-NO
                   WRITE US-REC
           END-PERFORM.
           CLOSE USEDINV.
