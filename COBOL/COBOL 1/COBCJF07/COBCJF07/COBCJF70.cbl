       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF70.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *MANUFACTURER INCENTIVE CLAIM LEDGER. THE BOAT SALES STEP
      *(COBCJF07) WRITES ONE CLAIM TO BOATINCL.DAT FOR EVERY RETAIL
      *REBATE, DEALER INCENTIVE, AND HOLDBACK A PRICED DEAL EARNED.
      *THIS STEP CARRIES THE INCENTIVE LEDGER (BOATINLG.DAT) FORWARD
      *RUN TO RUN: TONIGHT'S CLAIMS JOIN IT AS OPEN, A DEAL UNWOUND
      *ON THE SALES HISTORY (BOATHIST.DAT) CANCELS ITS CLAIMS, AND
      *THE MANUFACTURER'S PAYMENT FILE (BOATINPY.DAT - DEAL NUMBER,
      *PROGRAM, AMOUNT PAID, DATE) POSTS AGAINST IT BY DEAL AND
      *PROGRAM. THE REPORT (BOATINLG.PRT) SHOWS THE PAYMENTS POSTED,
      *THE PAYMENT EXCEPTIONS, THE CLAIMS CANCELLED TONIGHT, AND AN
      *AGING OF EVERY CLAIM STILL OPEN. PAID AND CANCELLED CLAIMS
      *STAY ON THE LEDGER - THE MONTH-END STATEMENT (COBCJF39) READS
      *THEM FOR THE GROSS WITH INCENTIVES. DAY SPANS COME FROM THE
      *SHARED COBDATE CALENDAR MODULE.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLAIMIN
               ASSIGN TO WS-CLAIMIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.
           SELECT PAYMENTS
               ASSIGN TO WS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PY-FILE-STATUS.
           SELECT INCLDG
               ASSIGN TO WS-INCLDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IL-FILE-STATUS.
           SELECT HISTIN
               ASSIGN TO WS-HISTIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *TONIGHT'S EARNED INCENTIVES FROM THE BOAT SALES STEP
       FD  CLAIMIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 IC-REC.
           05 IC-DEAL-NO           PIC X(6).
           05 IC-SALE-DATE         PIC 9(8).
           05 IC-BOAT-TYPE         PIC X.
           05 IC-PROGRAM           PIC X(6).
           05 IC-KIND              PIC X.
           05 IC-AMOUNT            PIC 9(6)V99.
           05 IC-VIN               PIC X(10).
           05 IC-CUST-NO           PIC X(5).
           05 IC-LAST-NAME         PIC X(15).

      *MANUFACTURER'S INCENTIVE PAYMENT FILE
       FD  PAYMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 PY-REC.
           05 PY-DEAL-NO           PIC X(6).
           05 PY-PROGRAM           PIC X(6).
           05 PY-PAID-AMT          PIC 9(6)V99.
           05 PY-DATE              PIC 9(8).

      *INCENTIVE LEDGER - THE CLAIM AS EARNED, THEN ITS STATUS
      *(O OPEN, P PAID, X CANCELLED BY AN UNWIND) AND THE PAYMENT
       FD  INCLDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS IL-REC
           RECORD CONTAINS 77 CHARACTERS.

       01 IL-REC.
           05 IL-CLAIM             PIC X(60).
           05 IL-STATUS            PIC X.
           05 IL-PAID-AMT          PIC 9(6)V99.
           05 IL-STATUS-DATE       PIC 9(8).

      *SALES HISTORY - ONLY THE UNWIND ROWS ARE USED HERE
       FD  HISTIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 BH-REC.
           05 BH-DATE              PIC 9(8).
           05 BH-LAST-NAME         PIC X(15).
           05 BH-STATE             PIC XX.
           05 BH-TYPE              PIC X.
           05 BH-GROSS             PIC 9(9)V99.
           05 BH-TAX-FEES          PIC 9(7)V99.
           05 BH-COMMISSION        PIC 9(7)V99.
           05 BH-DEAL-NO           PIC X(6).
           05 BH-CUST-NO           PIC X(5).
           05 BH-SALESPERSON-ID    PIC X(5).
           05 BH-ENTRY-TYPE        PIC X.
               88 BH-UNWIND        VALUE 'U'.
      *F AND I PRODUCTS SOLD ON THE DEAL; BLANK ON OLDER ROWS
           05 BH-FI-AMT            PIC 9(5)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "DATECALC.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 CLAIM-MATCH          PIC XXX         VALUE 'NO'.
           05 FIND-DEAL-NO         PIC X(6).
           05 FIND-PROGRAM         PIC X(6).

       01 FILE-STATUS-VARS.
           05 IC-FILE-STATUS       PIC XX.
           05 PY-FILE-STATUS       PIC XX.
           05 IL-FILE-STATUS       PIC XX.
           05 BH-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-CLAIMIN-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATINCL.DAT'.
           05 WS-PAYMENTS-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATINPY.DAT'.
           05 WS-INCLDG-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATINLG.DAT'.
           05 WS-HISTIN-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATINLG.PRT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(32)       VALUE SPACE.
           05 FILLER               PIC X(29)
               VALUE "INCENTIVE CLAIM LEDGER".
           05 FILLER               PIC X(47)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 POSTED-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "INCENTIVE PAYMENTS POSTED".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 EXCEPTION-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "PAYMENT EXCEPTIONS".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 CANCEL-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "CLAIMS CANCELLED - DEAL UNWOUND".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 AGING-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "OPEN INCENTIVE CLAIMS AGING".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 CLAIM-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "DEAL".
           05 FILLER               PIC X(8)        VALUE "PROGRAM".
           05 FILLER               PIC X(6)        VALUE "KIND".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "SOLD".
           05 FILLER               PIC X(14)       VALUE "CLAIMED".
           05 FILLER               PIC X(14)       VALUE "PAID".
           05 FILLER               PIC X(60)       VALUE "NOTE".

       01 CLAIM-DETAIL-LINE.
           05 CDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-PROGRAM          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-KIND             PIC X.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 CDL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-SALE-DATE        PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-CLAIMED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 CDL-PAID             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 CDL-NOTE             PIC X(60).

       01 AGING-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "DEAL".
           05 FILLER               PIC X(8)        VALUE "PROGRAM".
           05 FILLER               PIC X(6)        VALUE "KIND".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "SOLD".
           05 FILLER               PIC X(14)       VALUE "CLAIMED".
           05 FILLER               PIC X(74)       VALUE "DAYS OUT".

       01 AGING-DETAIL-LINE.
           05 AGL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-PROGRAM          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-KIND             PIC X.
           05 FILLER               PIC X(5)        VALUE SPACE.
           05 AGL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-SALE-DATE        PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-CLAIMED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 AGL-DAYS             PIC Z,ZZ9.
           05 FILLER               PIC X(69)       VALUE SPACE.

       01 AGING-BUCKET-LINE.
           05 FILLER               PIC X(10)       VALUE '0-30:'.
           05 ABL-BUCKET-1         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10)       VALUE '   31-60:'.
           05 ABL-BUCKET-2         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10)       VALUE '   61-90:'.
           05 ABL-BUCKET-3         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(12)       VALUE '   OVER 90:'.
           05 ABL-BUCKET-4         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(38)       VALUE SPACE.

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-PROGRAM          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-PAID             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 EDL-DESCR            PIC X(50).
           05 FILLER               PIC X(52)       VALUE SPACE.

       01 GT-CLAIM-LINE.
           05 FILLER               PIC X(17)
               VALUE 'CLAIMS ADDED:'.
           05 GT-ADDED             PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE '   PAID:'.
           05 GT-PAID              PIC Z,ZZ9.
           05 FILLER               PIC X(15)
               VALUE '   CANCELLED:'.
           05 GT-CANCELLED         PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE '   OPEN:'.
           05 GT-OPEN              PIC Z,ZZ9.
           05 FILLER               PIC X(16)
               VALUE '   EXCEPTIONS:'.
           05 GT-EXCEPTIONS        PIC Z,ZZ9.
           05 FILLER               PIC X(39)       VALUE SPACE.

      *THE LEDGER, UPDATED IN PLACE AND WRITTEN BACK AT THE END
       01 LEDGER-TABLE.
           05 LT-ENTRY OCCURS 3000 TIMES INDEXED BY LT-IDX.
               10 LT-CLAIM.
                   15 LT-DEAL-NO   PIC X(6).
                   15 FILLER       PIC X(9).
                   15 LT-PROGRAM   PIC X(6).
                   15 FILLER       PIC X(39).
               10 LT-STATUS        PIC X.
               10 LT-PAID-AMT      PIC 9(6)V99.
               10 LT-STATUS-DATE   PIC 9(8).

       01 LT-CTR                   PIC 9(4)        VALUE 0.

      *PAYMENT EXCEPTIONS, HELD FOR THEIR OWN SECTION
       01 EXCEPTION-TABLE.
           05 EXC-LINE OCCURS 100 TIMES INDEXED BY EXC-IDX
                                   PIC X(132).

       01 CLAIM-CALC-VARS.
           05 C-ADDED-CTR          PIC 9(5)        VALUE 0.
           05 C-PAID-CTR           PIC 9(5)        VALUE 0.
           05 C-CANCEL-CTR         PIC 9(5)        VALUE 0.
           05 C-OPEN-CTR           PIC 9(5)        VALUE 0.
           05 C-EXC-CTR            PIC 9(5)        VALUE 0.
           05 C-DAYS-TODAY         PIC 9(7)        VALUE 0.
           05 C-DAYS-SOLD          PIC 9(7)        VALUE 0.
           05 C-DAYS-OUT           PIC S9(5)       VALUE 0.
           05 C-BUCKET-1           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-2           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-3           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-4           PIC 9(8)V99     VALUE 0.
           05 C-AMT-HASH           PIC 9(9)V99     VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ADD-CLAIMS.
           PERFORM 3000-UNWOUND-DEALS.
           PERFORM 4000-PAYMENTS.
           PERFORM 5000-AGING.
           PERFORM 6000-LEDGER-SAVE.
           PERFORM 7000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A PAYMENT COULD NOT BE POSTED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

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
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           MOVE 'D' TO DC-FUNCTION.
           MOVE I-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-TODAY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF70" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LEDGER-RESTORE.
           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATINCL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLAIMIN-PATH
           END-IF.

           DISPLAY 'BOATINPY_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYMENTS-PATH
           END-IF.

           DISPLAY 'BOATINLG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCLDG-PATH
           END-IF.

           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTIN-PATH
           END-IF.

           DISPLAY 'BOATINLG_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *FIRST RUN HAS NO LEDGER YET - START EMPTY
       1200-LEDGER-RESTORE.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT INCLDG.
           IF IL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ INCLDG
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF LT-CTR < 3000
                           ADD 1 TO LT-CTR
                           SET LT-IDX TO LT-CTR
                           MOVE IL-CLAIM TO LT-CLAIM(LT-IDX)
                           MOVE IL-STATUS TO LT-STATUS(LT-IDX)
                           MOVE IL-PAID-AMT TO LT-PAID-AMT(LT-IDX)
                           MOVE IL-STATUS-DATE
                               TO LT-STATUS-DATE(LT-IDX)
                       ELSE
                           DISPLAY 'LEDGER-TABLE EXCEEDS 3000 ROWS'
                           DISPLAY 'CLAIM NOT LOADED: ' IL-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCLDG.

      *TONIGHT'S CLAIMS JOIN THE LEDGER AS OPEN; A DEAL AND PROGRAM
      *ALREADY ON FILE (A RERUN) IS NOT ADDED TWICE
       2000-ADD-CLAIMS.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT CLAIMIN.
           IF IC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ CLAIMIN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE IC-DEAL-NO TO FIND-DEAL-NO
                       MOVE IC-PROGRAM TO FIND-PROGRAM
                       PERFORM 8000-FIND-CLAIM
                       IF CLAIM-MATCH = 'NO'
                           PERFORM 2100-ADD-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMIN.

       2100-ADD-ONE-CLAIM.
           IF LT-CTR < 3000
               ADD 1 TO LT-CTR
               SET LT-IDX TO LT-CTR
               MOVE IC-REC TO LT-CLAIM(LT-IDX)
               MOVE 'O' TO LT-STATUS(LT-IDX)
               MOVE 0 TO LT-PAID-AMT(LT-IDX)
               MOVE I-DATE TO LT-STATUS-DATE(LT-IDX)
               ADD 1 TO C-ADDED-CTR
           ELSE
               DISPLAY 'LEDGER-TABLE EXCEEDS 3000 ROWS'
               DISPLAY 'CLAIM NOT ADDED: ' IC-DEAL-NO ' ' IC-PROGRAM
           END-IF.

      *****************************************************
      *A DEAL UNWOUND ON THE SALES HISTORY NEVER EARNED ITS
      *INCENTIVES - EVERY CLAIM ON IT NOT ALREADY CANCELLED IS
      *CANCELLED. ONE ALREADY PAID WILL BE CHARGED BACK.
      *****************************************************
       3000-UNWOUND-DEALS.
           WRITE PRTLINE FROM CANCEL-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM CLAIM-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT HISTIN.
           IF BH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ HISTIN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF BH-UNWIND
                           PERFORM 3100-CANCEL-DEAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTIN.

       3100-CANCEL-DEAL.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   IF BH-DEAL-NO = LT-DEAL-NO(LT-IDX)
                       AND LT-STATUS(LT-IDX) NOT = 'X'
                           PERFORM 3150-CANCEL-ONE
                   END-IF
           END-PERFORM.

       3150-CANCEL-ONE.
           MOVE LT-CLAIM(LT-IDX) TO IC-REC.
           MOVE SPACES TO CDL-NOTE.
           IF LT-STATUS(LT-IDX) = 'P'
               MOVE 'PAID BEFORE THE UNWIND - EXPECT A CHARGEBACK'
                   TO CDL-NOTE
           END-IF.
           MOVE 'X' TO LT-STATUS(LT-IDX).
           MOVE I-DATE TO LT-STATUS-DATE(LT-IDX).
           ADD 1 TO C-CANCEL-CTR.
           MOVE IC-DEAL-NO TO CDL-DEAL-NO.
           MOVE IC-PROGRAM TO CDL-PROGRAM.
           MOVE IC-KIND TO CDL-KIND.
           MOVE IC-VIN TO CDL-VIN.
           MOVE IC-SALE-DATE TO CDL-SALE-DATE.
           MOVE IC-AMOUNT TO CDL-CLAIMED.
           MOVE LT-PAID-AMT(LT-IDX) TO CDL-PAID.
           WRITE PRTLINE FROM CLAIM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *****************************************************
      *THE MANUFACTURER'S PAYMENTS, POSTED BY DEAL AND PROGRAM
      *****************************************************
       4000-PAYMENTS.
           WRITE PRTLINE FROM POSTED-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM CLAIM-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT PAYMENTS.
           IF PY-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ PAYMENTS
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 4100-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.

           WRITE PRTLINE FROM EXCEPTION-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           IF C-EXC-CTR = 0
               MOVE SPACES TO PRTLINE
               MOVE 'NONE' TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 4300-LIST-EXCEPTIONS
           END-IF.

       4100-POST-ONE.
           MOVE PY-DEAL-NO TO FIND-DEAL-NO.
           MOVE PY-PROGRAM TO FIND-PROGRAM.
           PERFORM 8000-FIND-CLAIM.
           MOVE SPACES TO EDL-DESCR.
           EVALUATE TRUE
               WHEN CLAIM-MATCH = 'NO'
                   MOVE 'DEAL AND PROGRAM NOT ON THE LEDGER'
                       TO EDL-DESCR
               WHEN PY-PAID-AMT NOT NUMERIC
                   MOVE 'PAID AMOUNT NOT NUMERIC'
                       TO EDL-DESCR
               WHEN LT-STATUS(LT-IDX) = 'X'
                   MOVE 'DEAL UNWOUND - CLAIM CANCELLED, RETURN FUNDS'
                       TO EDL-DESCR
               WHEN LT-STATUS(LT-IDX) = 'P'
                   MOVE 'CLAIM ALREADY PAID'
                       TO EDL-DESCR
           END-EVALUATE.
           IF EDL-DESCR NOT = SPACES
               PERFORM 4200-HOLD-EXCEPTION
           ELSE
               PERFORM 4150-POST-PAYMENT
           END-IF.

       4150-POST-PAYMENT.
           MOVE 'P' TO LT-STATUS(LT-IDX).
           MOVE PY-PAID-AMT TO LT-PAID-AMT(LT-IDX).
           MOVE PY-DATE TO LT-STATUS-DATE(LT-IDX).
           MOVE LT-CLAIM(LT-IDX) TO IC-REC.
           MOVE IC-DEAL-NO TO CDL-DEAL-NO.
           MOVE IC-PROGRAM TO CDL-PROGRAM.
           MOVE IC-KIND TO CDL-KIND.
           MOVE IC-VIN TO CDL-VIN.
           MOVE IC-SALE-DATE TO CDL-SALE-DATE.
           MOVE IC-AMOUNT TO CDL-CLAIMED.
           MOVE PY-PAID-AMT TO CDL-PAID.
           EVALUATE TRUE
               WHEN PY-PAID-AMT < IC-AMOUNT
                   MOVE 'SHORT PAID - BALANCE WRITTEN OFF'
                       TO CDL-NOTE
               WHEN PY-PAID-AMT > IC-AMOUNT
                   MOVE 'OVERPAID - REVIEW WITH THE MANUFACTURER'
                       TO CDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO CDL-NOTE
           END-EVALUATE.
           ADD 1 TO C-PAID-CTR.
           ADD PY-PAID-AMT TO C-AMT-HASH.
           WRITE PRTLINE FROM CLAIM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *EXCEPTIONS ARE HELD IN THE ORDER THEY ARRIVE AND LISTED IN
      *THEIR OWN SECTION AFTER THE POSTINGS
       4200-HOLD-EXCEPTION.
           MOVE PY-DEAL-NO TO EDL-DEAL-NO.
           MOVE PY-PROGRAM TO EDL-PROGRAM.
           IF PY-PAID-AMT NUMERIC
               MOVE PY-PAID-AMT TO EDL-PAID
           ELSE
               MOVE 0 TO EDL-PAID
           END-IF.
           IF C-EXC-CTR < 100
               ADD 1 TO C-EXC-CTR
               SET EXC-IDX TO C-EXC-CTR
               MOVE EXCEPTION-DETAIL-LINE TO EXC-LINE(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 100 ROWS'
               DISPLAY 'PAYMENT NOT LISTED: ' PY-DEAL-NO ' ' PY-PROGRAM
           END-IF.

       4300-LIST-EXCEPTIONS.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > C-EXC-CTR
                   WRITE PRTLINE FROM EXC-LINE(EXC-IDX)
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADINGS
                   END-WRITE
           END-PERFORM.

      *****************************************************
      *EVERY CLAIM STILL OPEN, AGED FROM THE DATE OF SALE
      *****************************************************
       5000-AGING.
           WRITE PRTLINE FROM AGING-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM AGING-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   IF LT-STATUS(LT-IDX) = 'O'
                       PERFORM 5100-AGING-LINE
                   END-IF
           END-PERFORM.
           MOVE C-BUCKET-1 TO ABL-BUCKET-1.
           MOVE C-BUCKET-2 TO ABL-BUCKET-2.
           MOVE C-BUCKET-3 TO ABL-BUCKET-3.
           MOVE C-BUCKET-4 TO ABL-BUCKET-4.
           WRITE PRTLINE FROM AGING-BUCKET-LINE
               AFTER ADVANCING 2 LINES.

       5100-AGING-LINE.
           MOVE LT-CLAIM(LT-IDX) TO IC-REC.
           MOVE 'D' TO DC-FUNCTION.
           MOVE IC-SALE-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-SOLD.
           COMPUTE C-DAYS-OUT = C-DAYS-TODAY - C-DAYS-SOLD.
           IF C-DAYS-OUT < 0
               MOVE 0 TO C-DAYS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN C-DAYS-OUT NOT > 30
                   ADD IC-AMOUNT TO C-BUCKET-1
               WHEN C-DAYS-OUT NOT > 60
                   ADD IC-AMOUNT TO C-BUCKET-2
               WHEN C-DAYS-OUT NOT > 90
                   ADD IC-AMOUNT TO C-BUCKET-3
               WHEN OTHER
                   ADD IC-AMOUNT TO C-BUCKET-4
           END-EVALUATE.
           ADD 1 TO C-OPEN-CTR.
           MOVE IC-DEAL-NO TO AGL-DEAL-NO.
           MOVE IC-PROGRAM TO AGL-PROGRAM.
           MOVE IC-KIND TO AGL-KIND.
           MOVE IC-VIN TO AGL-VIN.
           MOVE IC-SALE-DATE TO AGL-SALE-DATE.
           MOVE IC-AMOUNT TO AGL-CLAIMED.
           MOVE C-DAYS-OUT TO AGL-DAYS.
           WRITE PRTLINE FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       6000-LEDGER-SAVE.
           OPEN OUTPUT INCLDG.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   MOVE LT-CLAIM(LT-IDX) TO IL-CLAIM
                   MOVE LT-STATUS(LT-IDX) TO IL-STATUS
                   MOVE LT-PAID-AMT(LT-IDX) TO IL-PAID-AMT
                   MOVE LT-STATUS-DATE(LT-IDX) TO IL-STATUS-DATE
                   WRITE IL-REC
           END-PERFORM.
           CLOSE INCLDG.

       7000-CLOSING.
           MOVE C-ADDED-CTR TO GT-ADDED.
           MOVE C-PAID-CTR TO GT-PAID.
           MOVE C-CANCEL-CTR TO GT-CANCELLED.
           MOVE C-OPEN-CTR TO GT-OPEN.
           MOVE C-EXC-CTR TO GT-EXCEPTIONS.
           WRITE PRTLINE FROM GT-CLAIM-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE LT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE LT-CTR TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *LOOK UP FIND-DEAL-NO AND FIND-PROGRAM ON THE LEDGER - LT-IDX
      *IS LEFT ON THE CLAIM
       8000-FIND-CLAIM.
           MOVE 'NO' TO CLAIM-MATCH.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR OR CLAIM-MATCH = 'YES'
                   IF FIND-DEAL-NO = LT-DEAL-NO(LT-IDX)
                       AND FIND-PROGRAM = LT-PROGRAM(LT-IDX)
                           MOVE 'YES' TO CLAIM-MATCH
                   END-IF
           END-PERFORM.
           IF CLAIM-MATCH = 'YES'
               SET LT-IDX DOWN BY 1
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF70.
