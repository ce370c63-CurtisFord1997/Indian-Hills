       identification division.
       program-id. COBCJF75.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *CAN DEPOSIT REDEMPTION RECONCILIATION FOR THE POP SALE. THE
      *STATE CAN DEPOSIT IS COLLECTED ON EVERY CASE SOLD AND PAID TO
      *THE BOTTLER, AND THE VOLUNTEERS HAUL THE EMPTIES BACK TO THE
      *REDEMPTION CENTER, BUT NOBODY EVER SQUARED WHAT WAS COLLECTED
      *AGAINST WHAT CAME BACK. THIS STEP TAKES, FOR THE SEASON:
      *  - DEPOSITS COLLECTED, BY TEAM, FROM THE VALIDATED ORDER DECK
      *    (CBLPOPSL.DAT) - PRICED EXACTLY THE WAY COBCJF46 AND
      *    COBCJF45 PRICE AN ORDER, STATE CAN DEPOSIT TIMES PACK SIZE
      *    TIMES CASES, THROUGH THE SHARED COBPOPPR MODULE;
      *  - DEPOSITS PAID TO THE BOTTLER ON THE CASES ORDERED IN
      *    BOTLRORD.DAT (COBCJF44), AT THE BOTTLER'S HOME-STATE
      *    DEPOSIT;
      *  - REFUNDS RECEIVED, BY TEAM, FROM THE TREASURER'S REDEMPTION
      *    RECEIPTS FILE (POPRDM.DAT - DATE, TEAM, CONTAINERS OR
      *    CASES OF EMPTIES RETURNED, REFUND RECEIVED);
      *AND PRINTS THE UNREDEEMED DEPOSIT BALANCE BY TEAM WITH THE
      *SEASON TOTALS UNDER IT. RECEIPTS THAT DO NOT EDIT PRINT IN
      *THEIR OWN SECTION AND ARE LEFT OUT OF THE TOTALS.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPT
               ASSIGN TO WS-INPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOTTLERORD
               ASSIGN TO WS-BOTTLERORD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.
           SELECT REDEMPTIONS
               ASSIGN TO WS-REDEMPTIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.

       FD INPT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 I-REC.
           05 I-LNAME          PIC X(15).
           05 I-FNAME          PIC X(15).
           05 I-ADDRESS        PIC X(15).
           05 I-CITY           PIC X(10).
           05 I-STATE          PIC XX.
           05 I-ZIP            PIC X(9).
           05 I-POP-TYPE       PIC 99.
           05 I-CASES          PIC 99.
           05 I-TEAM           PIC X.
               88 VAL-TEAM                 VALUE 'A' THRU 'E'.
           05 I-JOB-KEY        PIC X.
           05 I-HOURS-WORKED   PIC 99V99.
           05 I-SELLER-ID      PIC X(3).

      *THE BOTTLER ORDER COBCJF44 WRITES - CASES BY POP TYPE
       FD BOTTLERORD
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 BO-REC.
           05 BO-POP-TYPE      PIC 99.
           05 BO-CASES         PIC 9(5).

      *ONE ROW PER TRIP TO THE REDEMPTION CENTER. RD-UNIT SAYS HOW
      *RD-QTY WAS COUNTED: C FOR CONTAINERS, K FOR CASES OF EMPTIES
       FD REDEMPTIONS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 RD-REC.
           05 RD-DATE.
               10 RD-YYYY      PIC 9(4).
               10 RD-MMDD      PIC 9(4).
           05 RD-TEAM          PIC X.
               88 VAL-RD-TEAM              VALUE 'A' THRU 'E'.
           05 RD-UNIT          PIC X.
               88 RD-CONTAINERS            VALUE 'C'.
               88 RD-CASES                 VALUE 'K'.
           05 RD-QTY           PIC 9(6).
           05 RD-REFUND        PIC 9(5)V99.

       FD PRTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 59.

       01 PRTLINE              PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       working-storage section.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS        PIC XXX     VALUE 'YES'.
           05 BO-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 RD-MORE-RECS     PIC XXX     VALUE 'YES'.

       01 BO-FILE-STATUS       PIC XX.
       01 RD-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-INPT-PATH          PIC X(80)
               VALUE 'C:\COBOL\CBLPOPSL.DAT'.
           05 WS-BOTTLERORD-PATH    PIC X(80)
               VALUE 'C:\COBOL\BOTLRORD.DAT'.
           05 WS-REDEMPTIONS-PATH   PIC X(80)
               VALUE 'C:\COBOL\POPRDM.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\POPRDM.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY       PIC 9(4).
               10 I-MM         PIC 99.
               10 I-DD         PIC 99.
           05 I-TIME           PIC X(11).

       01 COMP-TITLE1.
           05 FILLER           PIC X(6)    VALUE 'DATE:'.
           05 COMP-DATE.
               10 MM           PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 DD           PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 YYYY         PIC 9(4).
           05 FILLER           PIC X(36)   VALUE SPACE.
           05 FILLER           PIC X(72)
               VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER           PIC X(6)    VALUE 'PAGE:'.
           05 PG               PIC Z9.

       01 COMP-TITLE2.
           05 FILLER           PIC X(58)   VALUE 'COBCJF75'.
           05 FILLER           PIC X(74)
               VALUE 'CAN DEPOSIT REDEMPTION RECONCILIATION'.

       01 TEAM-HEADINGS.
           05 FILLER           PIC X(10)   VALUE "TEAM".
           05 FILLER           PIC X(12)   VALUE "CASES SOLD".
           05 FILLER           PIC X(14)   VALUE "CANS SOLD".
           05 FILLER           PIC X(16)   VALUE "DEP COLLECTED".
           05 FILLER           PIC X(14)   VALUE "CANS RETURNED".
           05 FILLER           PIC X(16)   VALUE "REFUNDS RCVD".
           05 FILLER           PIC X(50)   VALUE "UNREDEEMED".

       01 TEAM-LINE.
           05 TDL-TEAM         PIC X(5).
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-CASES        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-CANS         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-COLLECTED    PIC $$$$,$$9.99.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-RETURNED     PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-REFUND       PIC $$$$,$$9.99.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 TDL-UNREDEEMED   PIC $$$$,$$9.99-.
           05 FILLER           PIC X(38)   VALUE SPACE.

       01 SUMMARY-TITLE.
           05 FILLER           PIC X(44)
               VALUE "SEASON DEPOSIT RECONCILIATION".
           05 FILLER           PIC X(88)   VALUE SPACE.

       01 SUMMARY-LINE.
           05 SML-LABEL        PIC X(40).
           05 SML-AMT          PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(77)   VALUE SPACE.

       01 REJECT-SECTION-TITLE.
           05 FILLER           PIC X(44)
               VALUE "REDEMPTION RECEIPTS REJECTED".
           05 FILLER           PIC X(88)   VALUE SPACE.

       01 REJECT-HEADINGS.
           05 FILLER           PIC X(27)   VALUE "RECEIPT RECORD".
           05 FILLER           PIC X(105)  VALUE "REASON".

       01 REJECT-LINE.
           05 RJL-RECORD       PIC X(23).
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 RJL-REASON       PIC X(40).
           05 FILLER           PIC X(65)   VALUE SPACE.

      *ONE ROW PER TEAM, IN TEAM-LETTER ORDER
       01 TEAM-DEPOSIT-TABLE.
           05 TD-ENTRY OCCURS 5 TIMES.
               10 TD-CASES     PIC 9(6).
               10 TD-CANS      PIC 9(7).
               10 TD-COLLECTED PIC 9(7)V99.
               10 TD-RETURNED  PIC 9(7).
               10 TD-REFUND    PIC 9(7)V99.

      *THE BOTTLER'S HOME STATE, WHOSE DEPOSIT IT CHARGES ON EVERY
      *CASE IT SHIPS, AND THE REDEMPTION CENTER'S COUNT OF EMPTIES
      *TO A CASE
       01 DEPOSIT-CONSTANTS.
           05 BOTTLER-STATE    PIC XX      VALUE 'IA'.
           05 EMPTIES-PER-CASE PIC 99      VALUE 24.

       01 DEPOSIT-CALC-VARS.
           05 DEPOSIT          PIC 9(5)V99 VALUE ZERO.
           05 C-CANS           PIC 9(7)    VALUE ZERO.
           05 C-BALANCE        PIC S9(9)V99 VALUE ZERO.
           05 C-GT-CASES       PIC 9(7)    VALUE ZERO.
           05 C-GT-CANS        PIC 9(8)    VALUE ZERO.
           05 C-GT-COLLECTED   PIC 9(9)V99 VALUE ZERO.
           05 C-GT-RETURNED    PIC 9(8)    VALUE ZERO.
           05 C-GT-REFUND      PIC 9(9)V99 VALUE ZERO.
           05 C-BOTTLER-CASES  PIC 9(7)    VALUE ZERO.
           05 C-BOTTLER-PAID   PIC 9(9)V99 VALUE ZERO.
           05 C-ORDER-CTR      PIC 9(5)    VALUE ZERO.
           05 C-RDM-CTR        PIC 9(5)    VALUE ZERO.
           05 C-REJECT-CTR     PIC 9(5)    VALUE ZERO.
           05 C-AMT-HASH       PIC 9(9)V99 VALUE ZERO.
           05 TS-SUB           PIC 9       VALUE ZERO.
           05 PG-CTR           PIC 99      VALUE ZERO.
           05 REJECT-STARTED   PIC XXX     VALUE 'NO'.
           05 FIND-TEAM        PIC X       VALUE SPACE.

      *POP PRODUCT MASTER / STATE DEPOSIT LOOKUPS (COBPOPPR)
       COPY "POPPRICE.CPY".

       01 TEAM-LETTER-AREA.
           05 FILLER               PIC X(5)    VALUE "ABCDE".
       01 TEAM-LETTER-TABLE REDEFINES TEAM-LETTER-AREA.
           05 TEAM-LETTER          PIC X       OCCURS 5.

       procedure division.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ORDER-PASS
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2500-BOTTLER-PASS
               UNTIL BO-MORE-RECS = 'NO'.
           PERFORM 2700-REDEMPTION-PASS
               UNTIL RD-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *REDEMPTION RECEIPTS WERE REJECTED, 8 ON EMPTY INPUT OR NO POP
      *PRODUCT MASTER
           IF C-ORDER-CTR = 0 OR PRC-MASTER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-REJECT-CTR > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
           OPEN INPUT INPT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.
           INITIALIZE TEAM-DEPOSIT-TABLE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
      *THE SAME WAY THE FILE-PATH OVERRIDES ARE SET, AND THE RUN'S
      *HEADERS, AUDIT RECORDS, AND DATE-DRIVEN LOGIC ALL FOLLOW IT
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-BUSDATE-IN FROM ENVIRONMENT-VALUE.
           IF WS-BUSDATE-IN NUMERIC AND WS-BUSDATE-IN NOT = SPACES
               MOVE WS-BUSDATE-IN TO I-DATE
           END-IF.
           MOVE I-YYYY TO YYYY.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF75" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9000-READ.

       1050-GET-FILE-PATHS.
           DISPLAY 'CBLPOPSL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPT-PATH
           END-IF.

           DISPLAY 'BOTLRORD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOTTLERORD-PATH
           END-IF.

           DISPLAY 'POPRDM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REDEMPTIONS-PATH
           END-IF.

           DISPLAY 'POPRDM_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *ONE VALID ORDER: THE DEPOSIT COBCJF46'S 2200-CALCS CHARGES
      *ON IT GOES TO THE SELLING TEAM
       2000-ORDER-PASS.
           MOVE 'N' TO PRC-FOUND.
           IF I-POP-TYPE NUMERIC
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE I-POP-TYPE TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
           END-IF.
           IF PRC-FOUND = 'Y'
               AND I-CASES NUMERIC AND I-CASES > 0
               AND VAL-TEAM
               PERFORM 2100-ORDER-DEPOSIT
           END-IF.
           PERFORM 9000-READ.

      *PACK SIZE IS STILL IN THE WORK AREA FROM THE PRODUCT LOOKUP
       2100-ORDER-DEPOSIT.
           ADD 1 TO C-ORDER-CTR.
           MOVE 'D' TO PRC-FUNCTION.
           MOVE I-STATE TO PRC-STATE.
           CALL 'COBPOPPR' USING POP-PRICE-AREA.
           COMPUTE DEPOSIT ROUNDED =
               PRC-CAN-DEPOSIT * PRC-PACK-SIZE * I-CASES.
           COMPUTE C-CANS = PRC-PACK-SIZE * I-CASES.

           MOVE I-TEAM TO FIND-TEAM.
           PERFORM 2900-FIND-TEAM.
           ADD I-CASES TO TD-CASES(TS-SUB).
           ADD C-CANS TO TD-CANS(TS-SUB).
           ADD DEPOSIT TO TD-COLLECTED(TS-SUB).

      *ONE BOTTLER ORDER LINE: THE BOTTLER CHARGES ITS HOME-STATE
      *DEPOSIT ON EVERY CAN IT SHIPS
       2500-BOTTLER-PASS.
           IF BO-POP-TYPE NUMERIC AND BO-CASES NUMERIC
               MOVE 'P' TO PRC-FUNCTION
               MOVE I-YYYY TO PRC-SEASON
               MOVE BO-POP-TYPE TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
               MOVE 'D' TO PRC-FUNCTION
               MOVE BOTTLER-STATE TO PRC-STATE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
               COMPUTE DEPOSIT ROUNDED =
                   PRC-CAN-DEPOSIT * PRC-PACK-SIZE * BO-CASES
               ADD BO-CASES TO C-BOTTLER-CASES
               ADD DEPOSIT TO C-BOTTLER-PAID
           END-IF.
           PERFORM 9050-READ-BOTTLER.

      *ONE REDEMPTION RECEIPT: EDIT IT, THEN CREDIT ITS TEAM WITH
      *THE EMPTIES RETURNED AND THE REFUND RECEIVED
       2700-REDEMPTION-PASS.
           ADD 1 TO C-RDM-CTR.
           EVALUATE TRUE
               WHEN RD-DATE NOT NUMERIC
                   OR RD-QTY NOT NUMERIC
                   OR RD-REFUND NOT NUMERIC
                   MOVE 'DATE, QUANTITY OR REFUND NOT NUMERIC'
                       TO RJL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN NOT VAL-RD-TEAM
                   MOVE 'TEAM NOT A THRU E' TO RJL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN NOT RD-CONTAINERS AND NOT RD-CASES
                   MOVE 'UNIT NOT C (CONTAINERS) OR K (CASES)'
                       TO RJL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN RD-YYYY NOT = I-YYYY
                   MOVE 'RECEIPT NOT DATED IN THIS SEASON'
                       TO RJL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN OTHER
                   ADD RD-REFUND TO C-AMT-HASH
                   IF RD-CASES
                       COMPUTE C-CANS = RD-QTY * EMPTIES-PER-CASE
                   ELSE
                       MOVE RD-QTY TO C-CANS
                   END-IF
                   MOVE RD-TEAM TO FIND-TEAM
                   PERFORM 2900-FIND-TEAM
                   ADD C-CANS TO TD-RETURNED(TS-SUB)
                   ADD RD-REFUND TO TD-REFUND(TS-SUB)
           END-EVALUATE.
           PERFORM 9060-READ-REDEMPTION.

       2800-REJECT-RECEIPT.
           ADD 1 TO C-REJECT-CTR.
           IF REJECT-STARTED = 'NO'
               MOVE 'YES' TO REJECT-STARTED
               PERFORM 9100-HEADINGS
               WRITE PRTLINE FROM REJECT-SECTION-TITLE
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM REJECT-HEADINGS
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE RD-REC TO RJL-RECORD.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *TEAM LETTER (ALREADY EDITED A THRU E) TO ITS TABLE ROW
       2900-FIND-TEAM.
           MOVE 1 TO TS-SUB.
           PERFORM 2950-NEXT-TEAM
               UNTIL TEAM-LETTER(TS-SUB) = FIND-TEAM
                   OR TS-SUB = 5.

       2950-NEXT-TEAM.
           ADD 1 TO TS-SUB.

      *UNREDEEMED BALANCE BY TEAM, THEN THE SEASON TOTALS
       3000-CLOSING.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM TEAM-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-TEAM-LINE
               VARYING TS-SUB FROM 1 BY 1
                   UNTIL TS-SUB > 5.

           MOVE 'TOTAL' TO TDL-TEAM.
           MOVE C-GT-CASES TO TDL-CASES.
           MOVE C-GT-CANS TO TDL-CANS.
           MOVE C-GT-COLLECTED TO TDL-COLLECTED.
           MOVE C-GT-RETURNED TO TDL-RETURNED.
           MOVE C-GT-REFUND TO TDL-REFUND.
           COMPUTE C-BALANCE = C-GT-COLLECTED - C-GT-REFUND.
           MOVE C-BALANCE TO TDL-UNREDEEMED.
           WRITE PRTLINE FROM TEAM-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 3200-SUMMARY.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-RDM-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-RDM-CTR TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       3100-TEAM-LINE.
           ADD TD-CASES(TS-SUB) TO C-GT-CASES.
           ADD TD-CANS(TS-SUB) TO C-GT-CANS.
           ADD TD-COLLECTED(TS-SUB) TO C-GT-COLLECTED.
           ADD TD-RETURNED(TS-SUB) TO C-GT-RETURNED.
           ADD TD-REFUND(TS-SUB) TO C-GT-REFUND.

           MOVE TEAM-LETTER(TS-SUB) TO TDL-TEAM.
           MOVE TD-CASES(TS-SUB) TO TDL-CASES.
           MOVE TD-CANS(TS-SUB) TO TDL-CANS.
           MOVE TD-COLLECTED(TS-SUB) TO TDL-COLLECTED.
           MOVE TD-RETURNED(TS-SUB) TO TDL-RETURNED.
           MOVE TD-REFUND(TS-SUB) TO TDL-REFUND.
           COMPUTE C-BALANCE =
               TD-COLLECTED(TS-SUB) - TD-REFUND(TS-SUB).
           MOVE C-BALANCE TO TDL-UNREDEEMED.
           WRITE PRTLINE FROM TEAM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *COLLECTED LESS PAID SHOWS WHETHER THE ORDERS CARRIED THE
      *DEPOSIT THE BOTTLER CHARGED; PAID LESS REFUNDED IS THE MONEY
      *STILL SITTING IN EMPTIES NOBODY HAS TAKEN BACK
       3200-SUMMARY.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 3 LINES.

           MOVE 'DEPOSITS COLLECTED ON ORDERS' TO SML-LABEL.
           MOVE C-GT-COLLECTED TO SML-AMT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'DEPOSITS PAID TO BOTTLER' TO SML-LABEL.
           MOVE C-BOTTLER-PAID TO SML-AMT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'REFUNDS RECEIVED' TO SML-LABEL.
           MOVE C-GT-REFUND TO SML-AMT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'COLLECTED LESS PAID TO BOTTLER' TO SML-LABEL.
           COMPUTE C-BALANCE = C-GT-COLLECTED - C-BOTTLER-PAID.
           MOVE C-BALANCE TO SML-AMT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'PAID TO BOTTLER NOT YET REDEEMED' TO SML-LABEL.
           COMPUTE C-BALANCE = C-BOTTLER-PAID - C-GT-REFUND.
           MOVE C-BALANCE TO SML-AMT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           IF BO-FILE-STATUS NOT = '00'
               DISPLAY 'COBCJF75: BOTLRORD.DAT MISSING - NO BOTTLER '
                   'DEPOSITS'
           END-IF.

       9000-READ.
           READ INPT
               AT END
                   MOVE 'NO' TO MORE-RECS
                   CLOSE INPT
                   PERFORM 9070-OPEN-BOTTLER
                   PERFORM 9080-OPEN-REDEMPTIONS.

       9050-READ-BOTTLER.
           READ BOTTLERORD
               AT END
                   MOVE 'NO' TO BO-MORE-RECS
                   CLOSE BOTTLERORD.

       9060-READ-REDEMPTION.
           READ REDEMPTIONS
               AT END
                   MOVE 'NO' TO RD-MORE-RECS
                   CLOSE REDEMPTIONS.

       9070-OPEN-BOTTLER.
           OPEN INPUT BOTTLERORD.
           IF BO-FILE-STATUS NOT = '00'
               MOVE 'NO' TO BO-MORE-RECS
           ELSE
               PERFORM 9050-READ-BOTTLER
           END-IF.

       9080-OPEN-REDEMPTIONS.
           OPEN INPUT REDEMPTIONS.
           IF RD-FILE-STATUS NOT = '00'
               MOVE 'NO' TO RD-MORE-RECS
           ELSE
               PERFORM 9060-READ-REDEMPTION
           END-IF.

       9100-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM COMP-TITLE1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMP-TITLE2
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF75.
