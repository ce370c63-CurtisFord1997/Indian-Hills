       identification division.
       program-id. CBLCJF17.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *CONSIGNMENT INTAKE FOR USED WAKEBOARDS.
      *RIDERS' USED BOARDS SOLD ON CONSIGNMENT WERE TRACKED ON A
      *CLIPBOARD AND SOME CONSIGNORS WERE NEVER PAID. THIS STEP
      *CARRIES THE CONSIGNMENT LEDGER (CONSLED.DAT) FORWARD RUN TO
      *RUN AND POSTS TONIGHT'S CONSIGNMENT FILE (CONSIN.DAT):
      *  I - A BOARD TAKEN IN UNDER A NEW TAG NUMBER FOR A CONSIGNOR
      *      ON THE CONSIGNOR MASTER (CONSIGNR.DAT), WITH ITS ASKING
      *      PRICE AND THE SHOP'S COMMISSION PERCENT;
      *  M - A MARKDOWN TO A NEW ASKING PRICE;
      *  R - AN UNSOLD BOARD HANDED BACK TO ITS CONSIGNOR.
      *IT RUNS AHEAD OF CBLCJF SO A BOARD TAKEN IN TODAY CAN SELL
      *TONIGHT. THE RUN ENDS WITH THE UNSOLD BOARDS ON THE FLOOR
      *PAST THE AGING LIMIT (90 DAYS BY THE SHOP'S 30-DAY-MONTH
      *CONVENTION) FOR RETURN OR MARKDOWN. CONSIGNMENT NEVER
      *TOUCHES ONHANDST.DAT - THE SHOP NEVER OWNS THESE BOARDS.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CONSIN
               ASSIGN TO "C:/COBOLSP20/CONSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.
           SELECT CONSMAST
               ASSIGN TO "C:/COBOLSP20/CONSIGNR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-FILE-STATUS.
           SELECT CONSLED
               ASSIGN TO "C:/COBOLSP20/CONSLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO "C:/COBOLSP20/CONSIGN.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD CONSIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 54 CHARACTERS.
       01 CI-REC.
           05 CI-CODE         PIC X.
               88 CI-INTAKE              VALUE 'I'.
               88 CI-MARKDOWN            VALUE 'M'.
               88 CI-RETURN              VALUE 'R'.
           05 CI-TAG          PIC X(6).
           05 CI-CONSIGNOR    PIC X(5).
           05 CI-DESCR        PIC X(25).
      *ASKING PRICE ON AN 'I', THE NEW ASKING PRICE ON AN 'M'
           05 CI-ASK          PIC 9(5)V99.
           05 CI-COMM-PCT     PIC 99.
           05 CI-DATE         PIC 9(8).

      *CONSIGNOR MASTER - KEYED BY THE SHOP LIKE THE VENDOR MASTER
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

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".
       COPY "BOARDS.CPY".

       01 FILE-STATUS-VARS.
           05 CI-FILE-STATUS  PIC XX.
           05 CR-FILE-STATUS  PIC XX.
           05 CS-FILE-STATUS  PIC XX.

       01 EOF-SWITCHES.
           05 CI-EOF          PIC X          VALUE 'F'.
           05 CR-EOF          PIC X          VALUE 'F'.
           05 CS-EOF          PIC X          VALUE 'F'.

       01 CONSIGN-TITLE.
           05 FILLER          PIC X(6)       VALUE 'DATE:'.
           05 MM              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 DD              PIC 99.
           05 FILLER          PIC X          VALUE '/'.
           05 YYYY            PIC 9(4).
           05 FILLER          PIC X(32)      VALUE SPACE.
           05 FILLER          PIC X(30)
               VALUE "WAKEBOARD CONSIGNMENT INTAKE".
           05 FILLER          PIC X(46)      VALUE SPACE.
           05 FILLER          PIC X(6)       VALUE 'PAGE:'.
           05 PG              PIC Z9.

       01 INTAKE-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "TONIGHT'S CONSIGNMENT TRANSACTIONS".
           05 FILLER          PIC X(92)      VALUE SPACE.

       01 INTAKE-HEADINGS.
           05 FILLER          PIC X(9)       VALUE "TAG".
           05 FILLER          PIC X(28)      VALUE "CONSIGNOR".
           05 FILLER          PIC X(28)      VALUE "BOARD".
           05 FILLER          PIC X(37)      VALUE "ACTION".
           05 FILLER          PIC X(12)      VALUE "    ASKING".
           05 FILLER          PIC X(18)      VALUE "COMM".

       01 INTAKE-LINE.
           05 CIL-TAG         PIC X(6).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CIL-CONSIGNOR   PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CIL-DESCR       PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CIL-ACTION      PIC X(34).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CIL-ASK         PIC $$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(2)       VALUE SPACE.
           05 CIL-PCT         PIC Z9         BLANK WHEN ZERO.
           05 FILLER          PIC X          VALUE '%'.
           05 FILLER          PIC X(15)      VALUE SPACE.

       01 AGED-SECTION-TITLE.
           05 FILLER          PIC X(40)
               VALUE "UNSOLD CONSIGNMENT OVER 90 DAYS".
           05 FILLER          PIC X(92)
               VALUE "- RETURN TO CONSIGNOR OR MARK DOWN".

       01 AGED-HEADINGS.
           05 FILLER          PIC X(9)       VALUE "TAG".
           05 FILLER          PIC X(28)      VALUE "CONSIGNOR".
           05 FILLER          PIC X(13)      VALUE "PHONE".
           05 FILLER          PIC X(28)      VALUE "BOARD".
           05 FILLER          PIC X(11)      VALUE "TAKEN IN".
           05 FILLER          PIC X(7)       VALUE "DAYS".
           05 FILLER          PIC X(36)      VALUE "    ASKING".

       01 AGED-LINE.
           05 CAL-TAG         PIC X(6).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-CONSIGNOR   PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-PHONE       PIC X(10).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-DESCR       PIC X(25).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-INTAKE      PIC 9(8).
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-DAYS        PIC ZZZ9.
           05 FILLER          PIC X(3)       VALUE SPACE.
           05 CAL-ASK         PIC $$$,$$9.99.
           05 FILLER          PIC X(26)      VALUE SPACE.

       01 GT-INTAKE-LINE.
           05 FILLER          PIC X(10)      VALUE 'TAKEN IN:'.
           05 GT-INTAKE       PIC ZZ9.
           05 FILLER          PIC X(14)      VALUE '  MARKED DOWN:'.
           05 GT-MARKDOWN     PIC ZZ9.
           05 FILLER          PIC X(12)      VALUE '  RETURNED:'.
           05 GT-RETURNED     PIC ZZ9.
           05 FILLER          PIC X(12)      VALUE '  REJECTED:'.
           05 GT-REJECTED     PIC ZZ9.
           05 FILLER          PIC X(72)      VALUE SPACE.

       01 GT-FLOOR-LINE.
           05 FILLER          PIC X(17)      VALUE 'BOARDS ON FLOOR:'.
           05 GT-FLOOR-CTR    PIC Z,ZZ9.
           05 FILLER          PIC X(10)      VALUE '  ASKING:'.
           05 GT-FLOOR-ASK    PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(16)      VALUE '  OVER 90 DAYS:'.
           05 GT-AGED-CTR     PIC Z,ZZ9.
           05 FILLER          PIC X(66)      VALUE SPACE.

      *THE CONSIGNOR MASTER
       01 CONSIGNOR-TABLE.
           05 CR-ENTRY OCCURS 200 TIMES.
               10 CR-T-ID         PIC X(5).
               10 CR-T-NAME       PIC X(25).
               10 CR-T-PHONE      PIC X(10).

       01 CONSIGNOR-VARS.
           05 CR-CTR          PIC 9(3)       VALUE 0.
           05 CR-SUB          PIC 9(3)       VALUE 0.
           05 CR-PICK         PIC 9(3)       VALUE 0.

      *THE CONSIGNMENT LEDGER, RESTORED FROM LAST RUN
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
               10 CN-INTAKE-DATE.
                   15 CN-IN-YYYY  PIC 9(4).
                   15 CN-IN-MM    PIC 99.
                   15 CN-IN-DD    PIC 99.
               10 CN-CLOSE-DATE   PIC 9(8).

       01 CONSIGN-VARS.
           05 CN-CTR          PIC 9(3)       VALUE 0.
           05 CN-SUB          PIC 9(3)       VALUE 0.
           05 CN-FULL         PIC X          VALUE 'N'.
           05 C-KEEP-DATE     PIC 9(8)       VALUE 0.
           05 CN-PICK         PIC 9(3)       VALUE 0.
           05 TRAN-VALID      PIC XXX        VALUE 'YES'.
           05 TRAN-MSG        PIC X(34)      VALUE SPACE.
           05 C-TRAN-DATE     PIC 9(8)       VALUE 0.

       01 AGED-CONSTANTS.
           05 AGED-DAYS       PIC 999        VALUE 90.

       01 CONSIGN-CALC-VARS.
           05 C-DAYS-TODAY    PIC 9(7)       VALUE 0.
           05 C-DAYS-IN       PIC 9(7)       VALUE 0.
           05 C-DAYS-ON-FLOOR PIC S9(5)      VALUE 0.
           05 C-INTAKE-CTR    PIC 9(4)       VALUE 0.
           05 C-MARKDOWN-CTR  PIC 9(4)       VALUE 0.
           05 C-RETURNED-CTR  PIC 9(4)       VALUE 0.
           05 C-REJECT-CTR    PIC 9(4)       VALUE 0.
           05 C-FLOOR-CTR     PIC 9(4)       VALUE 0.
           05 C-FLOOR-ASK     PIC 9(8)V99    VALUE 0.
           05 C-AGED-CTR      PIC 9(4)       VALUE 0.
           05 C-PG            PIC 99         VALUE 0.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL CI-EOF = 'T'.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A CONSIGNMENT TRANSACTION WAS REJECTED, 8 WHEN THE LEDGER WAS
      *TOO BIG FOR THE TABLE AND WAS LEFT UNWRITTEN
           EVALUATE TRUE
               WHEN CN-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN C-REJECT-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT PRTOUT.
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

           COMPUTE C-DAYS-TODAY =
               (I-YYYY * 360) + (I-MM * 30) + I-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF17" TO AUD-PGM-ID.
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
           WRITE PRTLINE FROM INTAKE-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM INTAKE-HEADINGS
               AFTER ADVANCING 2 LINES.

           OPEN INPUT CONSIN.
           IF CI-FILE-STATUS NOT = '00'
               MOVE 'T' TO CI-EOF
           ELSE
               PERFORM L3-READ
           END-IF.

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
                       MOVE CR-PHONE TO CR-T-PHONE(CR-CTR)
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

      *ONE CONSIGNMENT TRANSACTION: VALIDATE AGAINST THE TAG'S
      *CURRENT STATUS AND POST IT; A REJECT PRINTS WITH ITS REASON
      *AND CHANGES NOTHING
       L2-MAINLINE.
           MOVE 'YES' TO TRAN-VALID.
           MOVE 0 TO CN-PICK.
           PERFORM VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > CN-CTR OR CN-PICK > 0
                   IF CN-TAG(CN-SUB) = CI-TAG
                       MOVE CN-SUB TO CN-PICK
                   END-IF
           END-PERFORM.
           IF CI-DATE NUMERIC AND CI-DATE > 0
               MOVE CI-DATE TO C-TRAN-DATE
           ELSE
               MOVE I-DATE TO C-TRAN-DATE
           END-IF.

           EVALUATE TRUE
               WHEN CI-INTAKE
                   PERFORM L3-VALIDATE-INTAKE
               WHEN CI-MARKDOWN
                   PERFORM L3-VALIDATE-MARKDOWN
               WHEN CI-RETURN
                   PERFORM L3-VALIDATE-RETURN
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN CONSIGNMENT CODE'
                       TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

           IF TRAN-VALID = 'YES'
               EVALUATE TRUE
                   WHEN CI-INTAKE
                       PERFORM L3-POST-INTAKE
                   WHEN CI-MARKDOWN
                       PERFORM L3-POST-MARKDOWN
                   WHEN CI-RETURN
                       PERFORM L3-POST-RETURN
               END-EVALUATE
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM L3-INTAKE-LINE.
           PERFORM L3-READ.

       L3-VALIDATE-INTAKE.
           PERFORM L4-FIND-CONSIGNOR.
           EVALUATE TRUE
               WHEN CI-TAG = SPACES
                   MOVE 'REJECTED - NO TAG NUMBER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CN-PICK > 0
                   MOVE 'REJECTED - TAG ALREADY USED' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CR-PICK = 0
                   MOVE 'REJECTED - CONSIGNOR NOT ON MASTER'
                       TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CI-ASK NOT NUMERIC
                   MOVE 'REJECTED - NO ASKING PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CI-ASK = 0
                   MOVE 'REJECTED - NO ASKING PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CI-COMM-PCT NOT NUMERIC
                   MOVE 'REJECTED - COMMISSION NOT NUMERIC' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CN-CTR NOT < 500
                   MOVE 'REJECTED - CONSIGNMENT LEDGER FULL'
                       TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L3-VALIDATE-MARKDOWN.
           EVALUATE TRUE
               WHEN CN-PICK = 0
                   MOVE 'REJECTED - TAG NOT ON LEDGER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CN-STATUS(CN-PICK) NOT = 'O'
                   MOVE 'REJECTED - BOARD NOT ON THE FLOOR' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CI-ASK NOT NUMERIC
                   MOVE 'REJECTED - NO ASKING PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CI-ASK = 0
                   MOVE 'REJECTED - NO ASKING PRICE' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L3-VALIDATE-RETURN.
           EVALUATE TRUE
               WHEN CN-PICK = 0
                   MOVE 'REJECTED - TAG NOT ON LEDGER' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
               WHEN CN-STATUS(CN-PICK) NOT = 'O'
                   MOVE 'REJECTED - BOARD NOT ON THE FLOOR' TO TRAN-MSG
                   MOVE 'NO' TO TRAN-VALID
           END-EVALUATE.

       L4-FIND-CONSIGNOR.
           MOVE 0 TO CR-PICK.
           PERFORM VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > CR-CTR OR CR-PICK > 0
                   IF CR-T-ID(CR-SUB) = CI-CONSIGNOR
                       MOVE CR-SUB TO CR-PICK
                   END-IF
           END-PERFORM.

       L3-POST-INTAKE.
           ADD 1 TO CN-CTR.
           MOVE CN-CTR TO CN-PICK.
           MOVE CI-TAG TO CN-TAG(CN-PICK).
           MOVE CI-CONSIGNOR TO CN-CONSIGNOR(CN-PICK).
           MOVE 'O' TO CN-STATUS(CN-PICK).
           MOVE CI-ASK TO CN-ASK(CN-PICK).
           MOVE CI-COMM-PCT TO CN-COMM-PCT(CN-PICK).
           MOVE 0 TO CN-SALE-DATE(CN-PICK).
           MOVE 0 TO CN-SALE-PRICE(CN-PICK).
           MOVE 0 TO CN-COMMISSION(CN-PICK).
           MOVE 0 TO CN-PAYOUT(CN-PICK).
           MOVE CI-DESCR TO CN-DESCR(CN-PICK).
           MOVE C-TRAN-DATE TO CN-INTAKE-DATE(CN-PICK).
           MOVE 0 TO CN-CLOSE-DATE(CN-PICK).
           ADD 1 TO C-INTAKE-CTR.
           MOVE 'TAKEN IN ON CONSIGNMENT' TO TRAN-MSG.

       L3-POST-MARKDOWN.
           MOVE CI-ASK TO CN-ASK(CN-PICK).
           ADD 1 TO C-MARKDOWN-CTR.
           MOVE 'MARKED DOWN' TO TRAN-MSG.

       L3-POST-RETURN.
           MOVE 'R' TO CN-STATUS(CN-PICK).
           MOVE C-TRAN-DATE TO CN-CLOSE-DATE(CN-PICK).
           ADD 1 TO C-RETURNED-CTR.
           MOVE 'RETURNED TO CONSIGNOR UNSOLD' TO TRAN-MSG.

      *THE LINE SHOWS THE LEDGER'S VIEW OF A POSTED TAG AND THE
      *KEYED VALUES OF A REJECTED ONE
       L3-INTAKE-LINE.
           MOVE CI-TAG TO CIL-TAG.
           MOVE TRAN-MSG TO CIL-ACTION.
           IF TRAN-VALID = 'YES'
               MOVE CN-CONSIGNOR(CN-PICK) TO CI-CONSIGNOR
               MOVE CN-DESCR(CN-PICK) TO CIL-DESCR
               MOVE CN-ASK(CN-PICK) TO CIL-ASK
               MOVE CN-COMM-PCT(CN-PICK) TO CIL-PCT
           ELSE
               MOVE CI-DESCR TO CIL-DESCR
               MOVE 0 TO CIL-ASK
               MOVE 0 TO CIL-PCT
           END-IF.
           PERFORM L4-FIND-CONSIGNOR.
           IF CR-PICK > 0
               MOVE CR-T-NAME(CR-PICK) TO CIL-CONSIGNOR
           ELSE
               MOVE CI-CONSIGNOR TO CIL-CONSIGNOR
           END-IF.
           WRITE PRTLINE FROM INTAKE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

       L2-CLOSING.
           MOVE C-INTAKE-CTR TO GT-INTAKE.
           MOVE C-MARKDOWN-CTR TO GT-MARKDOWN.
           MOVE C-RETURNED-CTR TO GT-RETURNED.
           MOVE C-REJECT-CTR TO GT-REJECTED.
           WRITE PRTLINE FROM GT-INTAKE-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM L3-AGED-LIST.

           MOVE C-FLOOR-CTR TO GT-FLOOR-CTR.
           MOVE C-FLOOR-ASK TO GT-FLOOR-ASK.
           MOVE C-AGED-CTR TO GT-AGED-CTR.
           WRITE PRTLINE FROM GT-FLOOR-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM L3-LEDGER-SAVE.

           MOVE "END  " TO AUD-EVENT.
           MOVE CN-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE CN-CTR TO TR-REC-COUNT.
           MOVE C-FLOOR-ASK TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *EVERY BOARD STILL ON THE FLOOR COUNTS TOWARD THE FLOOR TOTAL;
      *THE ONES PAST THE AGING LIMIT ARE LISTED
       L3-AGED-LIST.
           WRITE PRTLINE FROM AGED-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM AGED-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > CN-CTR
                   IF CN-STATUS(CN-SUB) = 'O'
                       ADD 1 TO C-FLOOR-CTR
                       ADD CN-ASK(CN-SUB) TO C-FLOOR-ASK
                       COMPUTE C-DAYS-IN =
                           (CN-IN-YYYY(CN-SUB) * 360)
                           + (CN-IN-MM(CN-SUB) * 30) + CN-IN-DD(CN-SUB)
                       COMPUTE C-DAYS-ON-FLOOR =
                           C-DAYS-TODAY - C-DAYS-IN
                       IF C-DAYS-ON-FLOOR > AGED-DAYS
                           ADD 1 TO C-AGED-CTR
                           PERFORM L4-AGED-LINE
                       END-IF
                   END-IF
           END-PERFORM.

       L4-AGED-LINE.
           MOVE CN-TAG(CN-SUB) TO CAL-TAG.
           MOVE CN-CONSIGNOR(CN-SUB) TO CI-CONSIGNOR.
           PERFORM L4-FIND-CONSIGNOR.
           IF CR-PICK > 0
               MOVE CR-T-NAME(CR-PICK) TO CAL-CONSIGNOR
               MOVE CR-T-PHONE(CR-PICK) TO CAL-PHONE
           ELSE
               MOVE CN-CONSIGNOR(CN-SUB) TO CAL-CONSIGNOR
               MOVE SPACES TO CAL-PHONE
           END-IF.
           MOVE CN-DESCR(CN-SUB) TO CAL-DESCR.
           MOVE CN-INTAKE-DATE(CN-SUB) TO CAL-INTAKE.
           MOVE C-DAYS-ON-FLOOR TO CAL-DAYS.
           MOVE CN-ASK(CN-SUB) TO CAL-ASK.
           WRITE PRTLINE FROM AGED-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS.

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

       L3-READ.
           READ CONSIN
               AT END
                   MOVE 'T' TO CI-EOF
                   CLOSE CONSIN.

       L3-HEADINGS.
           ADD 1 TO C-PG.
           MOVE C-PG TO PG.
           WRITE PRTLINE FROM CONSIGN-TITLE
               AFTER ADVANCING PAGE.
       end program CBLCJF17.
