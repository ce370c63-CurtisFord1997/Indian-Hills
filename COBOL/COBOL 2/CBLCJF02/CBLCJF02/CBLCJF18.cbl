       identification division.
       program-id. CBLCJF18.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MONTH-END CONSIGNOR PAYOUT FOR USED WAKEBOARDS SOLD ON
      *CONSIGNMENT. RUNS FROM MONTHEND ON THE FIRST BUSINESS DAY OF
      *THE MONTH AND PAYS EVERY TAG ON THE CONSIGNMENT LEDGER
      *(CONSLED.DAT) SOLD BEFORE THE FIRST OF THIS MONTH AND NOT
      *YET PAID. THE PAYOUT - ASKING PRICE LESS THE SHOP'S
      *COMMISSION - WAS FIGURED BY CBLCJF WHEN THE TAG SOLD.
      *  - PAYOUT REGISTER: EACH CONSIGNOR'S SOLD TAGS WITH THE
      *    SALE PRICE, COMMISSION AND PAYOUT, AND A SUBTOTAL;
      *  - CHECK LIST: ONE CHECK PER CONSIGNOR, WITH THE PAYEE'S
      *    MAILING ADDRESS FROM THE CONSIGNOR MASTER (CONSIGNR.DAT)
      *    AND A BLANK FOR THE OFFICE TO WRITE THE CHECK NUMBER;
      *  - PAID TAGS ARE MARKED 'P' WITH TODAY'S DATE. A TAG WHOSE
      *    CONSIGNOR IS NOT ON THE MASTER IS LISTED AND HELD UNPAID;
      *  - THE CHECKS GO TO THE GENERAL LEDGER JOURNAL (GLJRNL.DAT),
      *    CLEARING WHAT CBLCJF BOOKED AS OWED TO CONSIGNORS AGAINST
      *    CASH.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CONSMAST
               ASSIGN TO "C:/COBOLSP20/CONSIGNR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-FILE-STATUS.
           SELECT CONSLED
               ASSIGN TO "C:/COBOLSP20/CONSLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/CONSPAY.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT GLOUT
               ASSIGN TO "C:/COBOLSP20/GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD CONSMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 100 CHARACTERS.
       01 CR-REC.
           05 CR-ID           PIC X(5).
           05 CR-NAME         PIC X(25).
           05 CR-STREET       PIC X(30).
           05 CR-CITY-ST-ZIP  PIC X(30).
           05 CR-PHONE        PIC X(10).

       FD CONSLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 91 CHARACTERS.
       COPY "CONSIGN.CPY".

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01 PRTLINE             PIC X(132).

       FD GLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC.

       COPY "GLJRNL.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".
       COPY "BOARDS.CPY".

       01 FILE-STATUS-VARS.
           05 CR-FILE-STATUS  PIC XX.
           05 CS-FILE-STATUS  PIC XX.

       01 EOF-SWITCHES.
           05 CR-EOF          PIC X          VALUE 'F'.
           05 CS-EOF          PIC X          VALUE 'F'.

       01 PAY-TITLE.
           05 FILLER          PIC X(6)       VALUE 'DATE:'.
           05 MM              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 DD              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 YYYY            PIC 9(4).
           05 FILLER          PIC X(32)      VALUE SPACE.
           05 FILLER          PIC X(30)
               VALUE "CONSIGNOR PAYOUT REGISTER".
           05 FILLER          PIC X(46)      VALUE SPACE.
           05 FILLER          PIC X(6)       VALUE 'PAGE:'.
           05 PG              PIC Z9.

       01 PAY-HEADINGS.
           05 FILLER          PIC X(9)       VALUE "TAG".
           05 FILLER          PIC X(28)      VALUE "BOARD".
           05 FILLER          PIC X(11)      VALUE "SOLD".
           05 FILLER          PIC X(13)      VALUE "  SALE PRICE".
           05 FILLER          PIC X(7)       VALUE "  COMM".
           05 FILLER          PIC X(13)      VALUE "  COMMISSION".
           05 FILLER          PIC X(51)      VALUE "      PAYOUT".

       01 CONSIGNOR-LINE.
           05 FILLER          PIC X(11)      VALUE 'CONSIGNOR:'.
           05 PCL-ID          PIC X(5).
           05 FILLER          PIC X(2)       VALUE SPACE.
           05 PCL-NAME        PIC X(25).
           05 FILLER          PIC X(89)      VALUE SPACE.

       01 PAY-LINE.
           05 PYL-TAG         PIC X(6).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PYL-DESCR       PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PYL-SOLD        PIC 9(8).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PYL-PRICE       PIC $$$,$$9.99.
           05 FILLER          PIC X(5)       VALUE SPACE.
           05 PYL-PCT         PIC Z9.
           05 FILLER          PIC X          VALUE '%'.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PYL-COMM        PIC $$$,$$9.99.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PYL-PAYOUT      PIC $$$,$$9.99.
           05 FILLER          PIC X(40)      VALUE SPACE.

       01 SUBTOTAL-LINE.
           05 FILLER          PIC X(9)       VALUE SPACE.
           05 FILLER          PIC X(16)      VALUE 'CONSIGNOR TOTAL'.
           05 PSL-ITEMS       PIC ZZ9.
           05 FILLER          PIC X(20)      VALUE ' BOARDS'.
           05 PSL-PRICE       PIC $$$,$$9.99.
           05 FILLER          PIC X(11)      VALUE SPACE.
           05 PSL-COMM        PIC $$$,$$9.99.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 PSL-PAYOUT      PIC $$$,$$9.99.
           05 FILLER          PIC X(40)      VALUE SPACE.

       01 HELD-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "PAYOUT HELD - CONSIGNOR NOT ON MASTER".
           05 FILLER          PIC X(92)      VALUE SPACE.

       01 CHECK-SECTION-TITLE.
           05 FILLER          PIC X(30)
               VALUE "CONSIGNOR CHECK LIST".
           05 FILLER          PIC X(102)     VALUE SPACE.

       01 CHECK-HEADINGS.
           05 FILLER          PIC X(13)      VALUE "CHECK NO".
           05 FILLER          PIC X(28)      VALUE "PAYEE".
           05 FILLER          PIC X(33)      VALUE "STREET".
           05 FILLER          PIC X(33)      VALUE "CITY / STATE / ZIP".
           05 FILLER          PIC X(25)      VALUE "     AMOUNT".

       01 CHECK-LINE.
           05 FILLER          PIC X(10)      VALUE '__________'.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CKL-NAME        PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CKL-STREET      PIC X(30).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CKL-CITY        PIC X(30).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CKL-AMOUNT      PIC $$$,$$9.99.
           05 FILLER          PIC X(15)      VALUE SPACE.

       01 GT-PAY-LINE.
           05 FILLER          PIC X(13)      VALUE 'BOARDS PAID:'.
           05 GT-ITEMS        PIC Z,ZZ9.
           05 FILLER          PIC X(14)      VALUE '  COMMISSION:'.
           05 GT-COMM         PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(16)      VALUE '  TOTAL PAYOUT:'.
           05 GT-PAYOUT       PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(56)      VALUE SPACE.

       01 GT-CHECK-LINE.
           05 FILLER          PIC X(14)      VALUE 'CHECKS TO CUT:'.
           05 GT-CHECKS       PIC ZZ9.
           05 FILLER          PIC X(12)      VALUE '  HELD TAGS:'.
           05 GT-HELD         PIC ZZ9.
           05 FILLER          PIC X(100)     VALUE SPACE.

      *THE CONSIGNOR MASTER WITH EACH ONE'S PAYOUT ACCUMULATORS
       01 CONSIGNOR-TABLE.
           05 CR-ENTRY OCCURS 200 TIMES.
               10 CR-T-ID         PIC X(5).
               10 CR-T-NAME       PIC X(25).
               10 CR-T-STREET     PIC X(30).
               10 CR-T-CITY       PIC X(30).
               10 CR-T-ITEMS      PIC 999.
               10 CR-T-PRICE      PIC 9(7)V99.
               10 CR-T-COMM       PIC 9(7)V99.
               10 CR-T-PAYOUT     PIC 9(7)V99.

       01 CONSIGNOR-VARS.
           05 CR-CTR          PIC 9(3)       VALUE 0.
           05 CR-SUB          PIC 9(3)       VALUE 0.
           05 CR-PICK         PIC 9(3)       VALUE 0.

      *THE CONSIGNMENT LEDGER FROM CBLCJF17 AND CBLCJF
       01 CONSIGN-TABLE.
           05 CN-ENTRY OCCURS 500 TIMES.
               10 CN-TAG          PIC X(6).
               10 CN-CONSIGNOR    PIC X(5).
               10 CN-STATUS       PIC X.
               10 CN-ASK          PIC 9(5)V99.
               10 CN-COMM-PCT     PIC 99.
               10 CN-SALE-DATE    PIC 9(8).
               10 CN-SALE-PRICE   PIC 9(5)V99.
               10 CN-COMMISSION   PIC 9(5)V99.
               10 CN-PAYOUT       PIC 9(5)V99.
               10 CN-DESCR        PIC X(25).
               10 CN-INTAKE-DATE  PIC 9(8).
               10 CN-CLOSE-DATE   PIC 9(8).

       01 CONSIGN-VARS.
           05 CN-CTR          PIC 9(3)       VALUE 0.
           05 CN-SUB          PIC 9(3)       VALUE 0.
           05 CN-FULL         PIC X          VALUE 'N'.
           05 C-KEEP-DATE     PIC 9(8)       VALUE 0.

       01 PAY-CALC-VARS.
           05 C-CUTOFF-DATE   PIC 9(8)       VALUE 0.
           05 C-ITEMS-CTR     PIC 9(4)       VALUE 0.
           05 C-CHECK-CTR     PIC 999        VALUE 0.
           05 C-HELD-CTR      PIC 999        VALUE 0.
           05 C-GT-COMM       PIC 9(8)V99    VALUE 0.
           05 C-GT-PAYOUT     PIC 9(8)V99    VALUE 0.
           05 C-GL-AMT        PIC S9(9)V99   VALUE 0.
           05 C-PG            PIC 99         VALUE 0.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
      *NO CHECKS ARE CUT AGAINST A LEDGER THAT CANNOT BE WRITTEN BACK
      *PAID, OR NEXT MONTH WOULD PAY THE SAME TAGS AGAIN
           IF CN-FULL = 'N'
               PERFORM L2-PAYOUT-REGISTER
           END-IF.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR MONTHEND: 0 CLEAN, 4 WHEN A PAYOUT WAS HELD
      *FOR A CONSIGNOR NOT ON THE MASTER, 8 WHEN THE LEDGER WAS TOO
      *BIG FOR THE TABLE AND WAS LEFT UNWRITTEN
           EVALUATE TRUE
               WHEN CN-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN C-HELD-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND GLOUT.
           OPEN EXTEND AUDITLOG.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.
           MOVE I-YYYY TO YYYY.

      *TAGS SOLD BEFORE THE FIRST OF THIS MONTH ARE DUE
           COMPUTE C-CUTOFF-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + 1.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF18" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM L3-LOAD-CONSIGNORS.
           PERFORM L3-LEDGER-RESTORE.
           PERFORM L3-HEADINGS.
           WRITE PRTLINE FROM PAY-HEADINGS
               AFTER ADVANCING 2 LINES.

       L3-LOAD-CONSIGNORS.
           OPEN INPUT CONSMAST.
           IF CR-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-CONSIGNOR
                   UNTIL CR-EOF = 'T'
           END-IF.
           CLOSE CONSMAST.

       L4-LOAD-ONE-CONSIGNOR.
           READ CONSMAST
               AT END
                   MOVE 'T' TO CR-EOF
               NOT AT END
                   IF CR-CTR < 200
                       ADD 1 TO CR-CTR
                       MOVE CR-ID TO CR-T-ID(CR-CTR)
                       MOVE CR-NAME TO CR-T-NAME(CR-CTR)
                       MOVE CR-STREET TO CR-T-STREET(CR-CTR)
                       MOVE CR-CITY-ST-ZIP TO CR-T-CITY(CR-CTR)
                       MOVE 0 TO CR-T-ITEMS(CR-CTR)
                       MOVE 0 TO CR-T-PRICE(CR-CTR)
                       MOVE 0 TO CR-T-COMM(CR-CTR)
                       MOVE 0 TO CR-T-PAYOUT(CR-CTR)
                   ELSE
                       DISPLAY 'CONSIGNOR-TABLE EXCEEDS 200 ROWS -- '
                           'REMAINING CONSIGNORS NOT LOADED'
                   END-IF
           END-READ.

       L3-LEDGER-RESTORE.
           OPEN INPUT CONSLED.
           IF CS-FILE-STATUS = '00'
               PERFORM L4-LOAD-ONE-ITEM
                   UNTIL CS-EOF = 'T'
           END-IF.
           CLOSE CONSLED.

       L4-LOAD-ONE-ITEM.
           READ CONSLED
               AT END
                   MOVE 'T' TO CS-EOF
               NOT AT END
                   IF CN-CTR < 500
                       ADD 1 TO CN-CTR
                       MOVE CS-TAG TO CN-TAG(CN-CTR)
                       MOVE CS-CONSIGNOR TO CN-CONSIGNOR(CN-CTR)
                       MOVE CS-STATUS TO CN-STATUS(CN-CTR)
                       MOVE CS-ASK TO CN-ASK(CN-CTR)
                       MOVE CS-COMM-PCT TO CN-COMM-PCT(CN-CTR)
                       MOVE CS-SALE-DATE TO CN-SALE-DATE(CN-CTR)
                       MOVE CS-SALE-PRICE TO CN-SALE-PRICE(CN-CTR)
                       MOVE CS-COMMISSION TO CN-COMMISSION(CN-CTR)
                       MOVE CS-PAYOUT TO CN-PAYOUT(CN-CTR)
                       MOVE CS-DESCR TO CN-DESCR(CN-CTR)
                       MOVE CS-INTAKE-DATE TO CN-INTAKE-DATE(CN-CTR)
                       MOVE CS-CLOSE-DATE TO CN-CLOSE-DATE(CN-CTR)
                   ELSE
                       MOVE 'Y' TO CN-FULL
                       DISPLAY 'CONSIGN-TABLE EXCEEDS 500 ROWS -- '
                           'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *ONE BLOCK PER CONSIGNOR WITH TAGS DUE, IN MASTER ORDER
       L2-PAYOUT-REGISTER.
           PERFORM VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > CR-CTR
                   PERFORM VARYING CN-SUB FROM 1 BY 1
                       UNTIL CN-SUB > CN-CTR
                           IF CN-CONSIGNOR(CN-SUB) = CR-T-ID(CR-SUB)
                               AND CN-STATUS(CN-SUB) = 'S'
                               AND CN-SALE-DATE(CN-SUB) < C-CUTOFF-DATE
                               PERFORM L3-PAY-ONE-TAG
                           END-IF
                   END-PERFORM
                   IF CR-T-ITEMS(CR-SUB) > 0
                       PERFORM L3-SUBTOTAL
                   END-IF
           END-PERFORM.

           WRITE PRTLINE FROM HELD-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PAY-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > CN-CTR
                   IF CN-STATUS(CN-SUB) = 'S'
                       AND CN-SALE-DATE(CN-SUB) < C-CUTOFF-DATE
                       PERFORM L3-HELD-TAG
                   END-IF
           END-PERFORM.

      *THE FIRST TAG FOR A CONSIGNOR PRINTS ITS NAME LINE
       L3-PAY-ONE-TAG.
           IF CR-T-ITEMS(CR-SUB) = 0
               MOVE CR-T-ID(CR-SUB) TO PCL-ID
               MOVE CR-T-NAME(CR-SUB) TO PCL-NAME
               WRITE PRTLINE FROM CONSIGNOR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L3-HEADINGS
               END-WRITE
           END-IF.
           ADD 1 TO CR-T-ITEMS(CR-SUB).
           ADD CN-SALE-PRICE(CN-SUB) TO CR-T-PRICE(CR-SUB).
           ADD CN-COMMISSION(CN-SUB) TO CR-T-COMM(CR-SUB).
           ADD CN-PAYOUT(CN-SUB) TO CR-T-PAYOUT(CR-SUB).
           ADD 1 TO C-ITEMS-CTR.
           ADD CN-COMMISSION(CN-SUB) TO C-GT-COMM.
           ADD CN-PAYOUT(CN-SUB) TO C-GT-PAYOUT.
           MOVE 'P' TO CN-STATUS(CN-SUB).
           MOVE I-DATE TO CN-CLOSE-DATE(CN-SUB).
           PERFORM L4-PAY-LINE.

      *STILL 'S' AFTER THE REGISTER MEANS NO CONSIGNOR TO PAY
       L3-HELD-TAG.
           ADD 1 TO C-HELD-CTR.
           PERFORM L4-PAY-LINE.

       L4-PAY-LINE.
           MOVE CN-TAG(CN-SUB) TO PYL-TAG.
           MOVE CN-DESCR(CN-SUB) TO PYL-DESCR.
           MOVE CN-SALE-DATE(CN-SUB) TO PYL-SOLD.
           MOVE CN-SALE-PRICE(CN-SUB) TO PYL-PRICE.
           MOVE CN-COMM-PCT(CN-SUB) TO PYL-PCT.
           MOVE CN-COMMISSION(CN-SUB) TO PYL-COMM.
           MOVE CN-PAYOUT(CN-SUB) TO PYL-PAYOUT.
           WRITE PRTLINE FROM PAY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L3-SUBTOTAL.
           ADD 1 TO C-CHECK-CTR.
           MOVE CR-T-ITEMS(CR-SUB) TO PSL-ITEMS.
           MOVE CR-T-PRICE(CR-SUB) TO PSL-PRICE.
           MOVE CR-T-COMM(CR-SUB) TO PSL-COMM.
           MOVE CR-T-PAYOUT(CR-SUB) TO PSL-PAYOUT.
           WRITE PRTLINE FROM SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L2-CLOSING.
           MOVE C-ITEMS-CTR TO GT-ITEMS.
           MOVE C-GT-COMM TO GT-COMM.
           MOVE C-GT-PAYOUT TO GT-PAYOUT.
           WRITE PRTLINE FROM GT-PAY-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM L3-CHECK-LIST.
           PERFORM L3-LEDGER-SAVE.
           PERFORM L3-GL-JOURNAL.
           CLOSE GLOUT.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-ITEMS-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-ITEMS-CTR TO TR-REC-COUNT.
           MOVE C-GT-PAYOUT TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *GENERAL LEDGER JOURNAL - THE CHECKS CUT CLEAR THE PAYABLE TO
      *CONSIGNORS AGAINST CASH
       L3-GL-JOURNAL.
           MOVE 'CONSIGN-PAY' TO GL-POST-KEY.
           MOVE 'D' TO GL-DR-CR.
           MOVE 'CONSIGNOR PAYOUTS' TO GL-DESC.
           MOVE C-GT-PAYOUT TO C-GL-AMT.
           PERFORM L4-GL-WRITE.
           MOVE 'CASH' TO GL-POST-KEY.
           MOVE 'C' TO GL-DR-CR.
           MOVE 'CONSIGNOR CHECKS' TO GL-DESC.
           MOVE C-GT-PAYOUT TO C-GL-AMT.
           PERFORM L4-GL-WRITE.

      *A NEGATIVE AMOUNT POSTS TO THE OTHER SIDE; A ZERO AMOUNT IS
      *NOT WRITTEN
       L4-GL-WRITE.
           IF C-GL-AMT < 0
               COMPUTE C-GL-AMT = 0 - C-GL-AMT
               IF GL-DEBIT
                   MOVE 'C' TO GL-DR-CR
               ELSE
                   MOVE 'D' TO GL-DR-CR
               END-IF
           END-IF.
           IF C-GL-AMT > 0
               MOVE "CBLCJF18" TO GL-PGM-ID
               MOVE I-DATE TO GL-DATE
               MOVE C-GL-AMT TO GL-AMOUNT
               WRITE GL-REC
           END-IF.

      *ONE CHECK PER CONSIGNOR PAID THIS MONTH
       L3-CHECK-LIST.
           PERFORM L3-HEADINGS.
           WRITE PRTLINE FROM CHECK-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM CHECK-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > CR-CTR
                   IF CR-T-PAYOUT(CR-SUB) > 0
                       MOVE CR-T-NAME(CR-SUB) TO CKL-NAME
                       MOVE CR-T-STREET(CR-SUB) TO CKL-STREET
                       MOVE CR-T-CITY(CR-SUB) TO CKL-CITY
                       MOVE CR-T-PAYOUT(CR-SUB) TO CKL-AMOUNT
                       WRITE PRTLINE FROM CHECK-LINE
                           AFTER ADVANCING 2 LINES
                               AT EOP
                                   PERFORM L3-HEADINGS
                   END-IF
           END-PERFORM.
           MOVE C-CHECK-CTR TO GT-CHECKS.
           MOVE C-HELD-CTR TO GT-HELD.
           WRITE PRTLINE FROM GT-CHECK-LINE
               AFTER ADVANCING 3 LINES.

      *SOLD, PAID AND RETURNED TAGS STAY ON FILE FOR THE AUDIT TRAIL;
      *A PAID OR RETURNED TAG COMES OFF FOUR YEARS AFTER IT CLOSES,
      *A YEAR PAST THE CONSIGNOR RETENTION THE ANNUAL PURGE AGES BY
      *IT. A LEDGER THAT DID NOT FIT THE TABLE IS LEFT AS IT WAS
      *RATHER THAN WRITTEN BACK SHORT
       L3-LEDGER-SAVE.
           IF CN-FULL = 'Y'
               DISPLAY 'CONSLED.DAT NOT REWRITTEN -- CONSIGN-TABLE FULL'
           ELSE
               COMPUTE C-KEEP-DATE =
                   ((I-YYYY - 4) * 10000) + (I-MM * 100) + I-DD
               OPEN OUTPUT CONSLED
               PERFORM VARYING CN-SUB FROM 1 BY 1
                   UNTIL CN-SUB > CN-CTR
                       IF (CN-STATUS(CN-SUB) NOT = 'P'
                           AND CN-STATUS(CN-SUB) NOT = 'R')
                           OR CN-CLOSE-DATE(CN-SUB) > C-KEEP-DATE
                           PERFORM L4-LEDGER-WRITE
                       END-IF
               END-PERFORM
               CLOSE CONSLED
           END-IF.

       L4-LEDGER-WRITE.
           MOVE CN-TAG(CN-SUB) TO CS-TAG.
           MOVE CN-CONSIGNOR(CN-SUB) TO CS-CONSIGNOR.
           MOVE CN-STATUS(CN-SUB) TO CS-STATUS.
           MOVE CN-ASK(CN-SUB) TO CS-ASK.
           MOVE CN-COMM-PCT(CN-SUB) TO CS-COMM-PCT.
           MOVE CN-SALE-DATE(CN-SUB) TO CS-SALE-DATE.
           MOVE CN-SALE-PRICE(CN-SUB) TO CS-SALE-PRICE.
           MOVE CN-COMMISSION(CN-SUB) TO CS-COMMISSION.
           MOVE CN-PAYOUT(CN-SUB) TO CS-PAYOUT.
           MOVE CN-DESCR(CN-SUB) TO CS-DESCR.
           MOVE CN-INTAKE-DATE(CN-SUB) TO CS-INTAKE-DATE.
           MOVE CN-CLOSE-DATE(CN-SUB) TO CS-CLOSE-DATE.
           WRITE CS-REC.

       L3-HEADINGS.
           ADD 1 TO C-PG.
           MOVE C-PG TO PG.
           WRITE PRTLINE FROM PAY-TITLE
               AFTER ADVANCING PAGE.
       end program CBLCJF18.
