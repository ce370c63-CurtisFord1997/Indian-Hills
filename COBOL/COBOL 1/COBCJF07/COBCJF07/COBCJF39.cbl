      *REGISTRATION FEES BY BOAT TYPE AND BY STATE. RUN NIGHTLY IT
      *SHOWS THE MONTH TO DATE; THE LAST RUN OF THE MONTH IS THE
      *CLOSE.
      *AN UNWOUND DEAL (COBCJF66) POSTS A 'U' ROW DATED THE MONTH IT
      *WAS UNWOUND; ITS UNIT, GROSS, FEES, AND COMMISSION COME OFF
      *THAT MONTH'S FIGURES, SO A TOTAL CAN PRINT NEGATIVE. THE
      *COMMISSION ALSO PRINTS BY SALESPERSON, NET OF UNWINDS.
      *THE DEALER INCENTIVES AND HOLDBACK EACH DEAL EARNED COME FROM
      *THE INCENTIVE LEDGER (BOATINLG.DAT, COBCJF70) AND PRINT BY
      *BOAT TYPE BESIDE THE GROSS, SO THE GROSS WITH AND WITHOUT
      *INCENTIVES SHOWS THE REAL MARGIN ON EACH TYPE. RETAIL REBATES
      *GO TO THE BUYER AND ARE LEFT OUT.
      *****************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO WS-HISTIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT INCLDG
               ASSIGN TO WS-INCLDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IL-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  HISTIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 BH-REC.
           05 BH-DATE.
           05 BH-GROSS             PIC 9(9)V99.
           05 BH-TAX-FEES          PIC 9(7)V99.
           05 BH-COMMISSION        PIC 9(7)V99.
           05 BH-DEAL-NO           PIC X(6).
           05 BH-CUST-NO           PIC X(5).
           05 BH-SALESPERSON-ID    PIC X(5).
      *S SALE, U UNWIND OF AN EARLIER SALE (AMOUNTS COME OFF);
      *ROWS WRITTEN BEFORE UNWINDS EXISTED READ AS BLANK - A SALE
           05 BH-ENTRY-TYPE        PIC X.
               88 BH-UNWIND        VALUE 'U'.
      *F AND I PRODUCTS SOLD ON THE DEAL; BLANK ON OLDER ROWS
           05 BH-FI-AMT            PIC 9(5)V99.

      *INCENTIVE LEDGER - ONE ROW PER DEAL AND PROGRAM; KIND R RETAIL
      *REBATE, D DEALER INCENTIVE, H HOLDBACK
       FD  INCLDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS IL-REC
           RECORD CONTAINS 77 CHARACTERS.

       01 IL-REC.
           05 IL-DEAL-NO           PIC X(6).
           05 IL-SALE-DATE         PIC 9(8).
           05 IL-BOAT-TYPE         PIC X.
           05 IL-PROGRAM           PIC X(6).
           05 IL-KIND              PIC X.
           05 IL-AMOUNT            PIC 9(6)V99.
           05 IL-VIN               PIC X(10).
           05 IL-CUST-NO           PIC X(5).
           05 IL-LAST-NAME         PIC X(15).
           05 IL-STATUS            PIC X.
           05 IL-PAID-AMT          PIC 9(6)V99.
           05 IL-STATUS-DATE       PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 STATE-MATCH          PIC XXX         VALUE 'NO'.
           05 SP-MATCH             PIC XXX         VALUE 'NO'.
           05 DEAL-MATCH           PIC XXX         VALUE 'NO'.
           05 FIND-DEAL-NO         PIC X(6).

       01 BH-FILE-STATUS           PIC XX.
       01 IL-FILE-STATUS           PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-HISTIN-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-INCLDG-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATINLG.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATMNTH.PRT'.

               VALUE "BY STATE".
           05 FILLER               PIC X(102)      VALUE SPACE.

       01 SLSP-SECTION-TITLE.
           05 FILLER               PIC X(30)
               VALUE "BY SALESPERSON".
           05 FILLER               PIC X(102)      VALUE SPACE.

       01 INCENTIVE-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "GROSS WITH INCENTIVES BY BOAT TYPE".
           05 FILLER               PIC X(92)       VALUE SPACE.

       01 SUMMARY-HEADING-LINE.
           05 FILLER               PIC X(16)       VALUE "GROUP".
           05 FILLER               PIC X(9)        VALUE "UNITS".
       01 SUMMARY-DETAIL-LINE.
           05 SDL-GROUP            PIC X(13).
           05 FILLER               PIC XX          VALUE SPACE.
           05 SDL-UNITS            PIC Z,ZZ9-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 SDL-GROSS            PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 SDL-TAX-FEES         PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 SDL-COMMISSION       PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(69)       VALUE SPACE.

       01 INCENTIVE-HEADING-LINE.
           05 FILLER               PIC X(16)       VALUE "GROUP".
           05 FILLER               PIC X(9)        VALUE "UNITS".
           05 FILLER               PIC X(17)       VALUE "GROSS".
           05 FILLER               PIC X(16)       VALUE "DEALER INC".
           05 FILLER               PIC X(16)       VALUE "HOLDBACK".
           05 FILLER               PIC X(58)
               VALUE "WITH INCENTIVES".

       01 INCENTIVE-DETAIL-LINE.
           05 IDL-GROUP            PIC X(13).
           05 FILLER               PIC XX          VALUE SPACE.
           05 IDL-UNITS            PIC Z,ZZ9-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 IDL-GROSS            PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 IDL-DEALER-INC       PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 IDL-HOLDBACK         PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX          VALUE SPACE.
           05 IDL-WITH-INC         PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(45)       VALUE SPACE.

       01 GT-MONTH-LINE.
           05 FILLER               PIC X(20)
               VALUE 'MONTH GRAND TOTALS:'.
           05 FILLER               PIC X(7)        VALUE ' UNITS:'.
           05 GT-UNITS             PIC Z,ZZ9-.
           05 FILLER               PIC X(9)
               VALUE '  GROSS:'.
           05 GT-GROSS             PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(14)
               VALUE '  COMMISSION:'.
           05 GT-COMMISSION        PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(11)
               VALUE '  UNWINDS:'.
           05 GT-UNWINDS           PIC Z,ZZ9.
           05 FILLER               PIC X(31)       VALUE SPACE.

      *BOAT TYPE NAME TABLE
       01 BOAT-TYPE-NAMES.
      *PER-TYPE ACCUMULATORS, ROW 7 FOR UNLISTED TYPE CODES
       01 TYPE-MONTH-TABLE.
           05 TM-ENTRY OCCURS 7 TIMES.
               10 TM-ROWS          PIC 9(5)        VALUE 0.
               10 TM-UNITS         PIC S9(5)       VALUE 0.
               10 TM-GROSS         PIC S9(10)V99   VALUE 0.
               10 TM-TAX-FEES      PIC S9(8)V99    VALUE 0.
               10 TM-COMMISSION    PIC S9(8)V99    VALUE 0.
               10 TM-DEALER-INC    PIC S9(8)V99    VALUE 0.
               10 TM-HOLDBACK      PIC S9(8)V99    VALUE 0.

      *PER-STATE ACCUMULATORS, STATES COLLECTED AS THEY APPEAR
       01 STATE-MONTH-TABLE.
           05 SM-ENTRY OCCURS 50 TIMES INDEXED BY SM-IDX.
               10 SM-STATE         PIC XX.
               10 SM-UNITS         PIC S9(5)       VALUE 0.
               10 SM-GROSS         PIC S9(10)V99   VALUE 0.
               10 SM-TAX-FEES      PIC S9(8)V99    VALUE 0.
               10 SM-COMMISSION    PIC S9(8)V99    VALUE 0.

       01 STATE-MONTH-VARS.
           05 SM-CTR               PIC 99          VALUE 0.

      *PER-SALESPERSON ACCUMULATORS, COLLECTED AS THEY APPEAR; HISTORY
      *WRITTEN BEFORE THE SALESPERSON WAS CARRIED HAS A BLANK ID
       01 SLSP-MONTH-TABLE.
           05 SPM-ENTRY OCCURS 100 TIMES INDEXED BY SPM-IDX.
               10 SPM-ID           PIC X(5).
               10 SPM-UNITS        PIC S9(5)       VALUE 0.
               10 SPM-GROSS        PIC S9(10)V99   VALUE 0.
               10 SPM-TAX-FEES     PIC S9(8)V99    VALUE 0.
               10 SPM-COMMISSION   PIC S9(8)V99    VALUE 0.

       01 SLSP-MONTH-VARS.
           05 SPM-CTR              PIC 999         VALUE 0.

      *DEALER INCENTIVE AND HOLDBACK EARNED PER DEAL, SUMMED FROM
      *THE INCENTIVE LEDGER AT START-UP. A CANCELLED CLAIM STILL
      *COUNTS HERE - THE UNWIND ROW TAKES IT BACK OFF
       01 DEAL-INCENTIVE-TABLE.
           05 DI-ENTRY OCCURS 2000 TIMES INDEXED BY DI-IDX.
               10 DI-DEAL-NO       PIC X(6).
               10 DI-DEALER-INC    PIC 9(7)V99.
               10 DI-HOLDBACK      PIC 9(7)V99.

       01 DEAL-INCENTIVE-VARS.
           05 DI-CTR               PIC 9(4)        VALUE 0.
           05 IL-MORE-RECS         PIC XXX         VALUE 'YES'.

      *ONE HISTORY ROW'S FIGURES, SIGNED - AN UNWIND ROW COUNTS
      *AGAINST THE MONTH
       01 ROW-AMOUNTS.
           05 RA-UNITS             PIC S9          VALUE 0.
           05 RA-GROSS             PIC S9(9)V99    VALUE 0.
           05 RA-TAX-FEES          PIC S9(7)V99    VALUE 0.
           05 RA-COMMISSION        PIC S9(7)V99    VALUE 0.
           05 RA-DEALER-INC        PIC S9(7)V99    VALUE 0.
           05 RA-HOLDBACK          PIC S9(7)V99    VALUE 0.

       01 MONTH-CALC-VARS.
           05 C-DEAL-CTR           PIC 9(5)        VALUE 0.
           05 C-UNWIND-CTR         PIC 9(5)        VALUE 0.
           05 C-GT-UNITS           PIC S9(5)       VALUE 0.
           05 C-GT-GROSS           PIC S9(10)V99   VALUE 0.
           05 C-GT-COMMISSION      PIC S9(9)V99    VALUE 0.
           05 C-GT-DEALER-INC      PIC S9(9)V99    VALUE 0.
           05 C-GT-HOLDBACK        PIC S9(9)V99    VALUE 0.
           05 C-WITH-INC           PIC S9(10)V99   VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.
           05 TM-SUB               PIC 9           VALUE 0.

           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LOAD-INCENTIVES.

           OPEN INPUT HISTIN.
           IF BH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
               MOVE WS-ENV-OVERRIDE TO WS-HISTIN-PATH
           END-IF.

           DISPLAY 'BOATINLG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCLDG-PATH
           END-IF.

           DISPLAY 'BOATMNTH_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *NO LEDGER YET MEANS NO INCENTIVES - THE GROSS WITH INCENTIVES
      *THEN MATCHES THE GROSS
       1200-LOAD-INCENTIVES.
           OPEN INPUT INCLDG.
           IF IL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO IL-MORE-RECS
           END-IF.
           PERFORM UNTIL IL-MORE-RECS = 'NO'
               READ INCLDG
                   AT END
                       MOVE 'NO' TO IL-MORE-RECS
                   NOT AT END
                       IF IL-KIND = 'D' OR 'H'
                           PERFORM 1210-ADD-INCENTIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCLDG.

       1210-ADD-INCENTIVE.
           MOVE IL-DEAL-NO TO FIND-DEAL-NO.
           PERFORM 8000-FIND-DEAL.
           IF DEAL-MATCH = 'NO'
               IF DI-CTR < 2000
                   ADD 1 TO DI-CTR
                   SET DI-IDX TO DI-CTR
                   MOVE IL-DEAL-NO TO DI-DEAL-NO(DI-IDX)
                   MOVE 0 TO DI-DEALER-INC(DI-IDX)
                   MOVE 0 TO DI-HOLDBACK(DI-IDX)
                   MOVE 'YES' TO DEAL-MATCH
               ELSE
                   DISPLAY 'DEAL-INCENTIVE-TABLE EXCEEDS 2000 ROWS'
                   DISPLAY 'INCENTIVE NOT LOADED: ' IL-DEAL-NO
               END-IF
           END-IF.
           IF DEAL-MATCH = 'YES'
               IF IL-KIND = 'D'
                   ADD IL-AMOUNT TO DI-DEALER-INC(DI-IDX)
               ELSE
                   ADD IL-AMOUNT TO DI-HOLDBACK(DI-IDX)
               END-IF
           END-IF.

      *ONE HISTORY RECORD: ONLY THE BUSINESS MONTH'S DEALS COUNT
       2000-MAINLINE.
           IF BH-YYYY = I-YYYY AND BH-MM = I-MM
               PERFORM 2100-ACCUM-DEAL THRU 2100-EXIT
           END-IF.
           PERFORM 9000-READ-HIST.

       2100-ACCUM-DEAL.
           ADD 1 TO C-DEAL-CTR.
           IF BH-UNWIND
               ADD 1 TO C-UNWIND-CTR
               MOVE -1 TO RA-UNITS
               COMPUTE RA-GROSS = 0 - BH-GROSS
               COMPUTE RA-TAX-FEES = 0 - BH-TAX-FEES
               COMPUTE RA-COMMISSION = 0 - BH-COMMISSION
           ELSE
               MOVE 1 TO RA-UNITS
               MOVE BH-GROSS TO RA-GROSS
               MOVE BH-TAX-FEES TO RA-TAX-FEES
               MOVE BH-COMMISSION TO RA-COMMISSION
           END-IF.
           MOVE 0 TO RA-DEALER-INC.
           MOVE 0 TO RA-HOLDBACK.
           MOVE BH-DEAL-NO TO FIND-DEAL-NO.
           PERFORM 8000-FIND-DEAL.
           IF DEAL-MATCH = 'YES'
               IF BH-UNWIND
                   COMPUTE RA-DEALER-INC = 0 - DI-DEALER-INC(DI-IDX)
                   COMPUTE RA-HOLDBACK = 0 - DI-HOLDBACK(DI-IDX)
               ELSE
                   MOVE DI-DEALER-INC(DI-IDX) TO RA-DEALER-INC
                   MOVE DI-HOLDBACK(DI-IDX) TO RA-HOLDBACK
               END-IF
           END-IF.
           ADD RA-DEALER-INC TO C-GT-DEALER-INC.
           ADD RA-HOLDBACK TO C-GT-HOLDBACK.
           ADD RA-UNITS TO C-GT-UNITS.
           ADD RA-GROSS TO C-GT-GROSS.
           ADD RA-COMMISSION TO C-GT-COMMISSION.

           MOVE 7 TO TM-SUB.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                       SET TM-SUB TO BT-IDX
                   END-IF
           END-PERFORM.
           ADD 1 TO TM-ROWS(TM-SUB).
           ADD RA-UNITS TO TM-UNITS(TM-SUB).
           ADD RA-GROSS TO TM-GROSS(TM-SUB).
           ADD RA-TAX-FEES TO TM-TAX-FEES(TM-SUB).
           ADD RA-COMMISSION TO TM-COMMISSION(TM-SUB).
           ADD RA-DEALER-INC TO TM-DEALER-INC(TM-SUB).
           ADD RA-HOLDBACK TO TM-HOLDBACK(TM-SUB).

           MOVE 'NO' TO STATE-MATCH.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               SET SM-IDX TO SM-CTR
               MOVE BH-STATE TO SM-STATE(SM-IDX)
           END-IF.
           ADD RA-UNITS TO SM-UNITS(SM-IDX).
           ADD RA-GROSS TO SM-GROSS(SM-IDX).
           ADD RA-TAX-FEES TO SM-TAX-FEES(SM-IDX).
           ADD RA-COMMISSION TO SM-COMMISSION(SM-IDX).

           MOVE 'NO' TO SP-MATCH.
           PERFORM VARYING SPM-IDX FROM 1 BY 1
               UNTIL SPM-IDX > SPM-CTR OR SP-MATCH = 'YES'
                   IF BH-SALESPERSON-ID = SPM-ID(SPM-IDX)
                       MOVE 'YES' TO SP-MATCH
                   END-IF
           END-PERFORM.
           IF SP-MATCH = 'YES'
               SET SPM-IDX DOWN BY 1
           ELSE
               IF SPM-CTR < 100
                   ADD 1 TO SPM-CTR
                   SET SPM-IDX TO SPM-CTR
                   MOVE BH-SALESPERSON-ID TO SPM-ID(SPM-IDX)
               ELSE
                   DISPLAY 'SLSP-MONTH-TABLE EXCEEDS 100 ROWS'
                   DISPLAY 'SALESPERSON NOT TOTALED: '
                       BH-SALESPERSON-ID
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           ADD RA-UNITS TO SPM-UNITS(SPM-IDX).
           ADD RA-GROSS TO SPM-GROSS(SPM-IDX).
           ADD RA-TAX-FEES TO SPM-TAX-FEES(SPM-IDX).
           ADD RA-COMMISSION TO SPM-COMMISSION(SPM-IDX).

       2100-EXIT.
           EXIT.

       3000-CLOSING.
           PERFORM 9100-HEADINGS.
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TM-SUB FROM 1 BY 1
               UNTIL TM-SUB > 7
                   IF TM-ROWS(TM-SUB) > 0
                       PERFORM 3100-TYPE-LINE
                   END-IF
           END-PERFORM.

           WRITE PRTLINE FROM INCENTIVE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM INCENTIVE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TM-SUB FROM 1 BY 1
               UNTIL TM-SUB > 7
                   IF TM-ROWS(TM-SUB) > 0
                       PERFORM 3150-INCENTIVE-LINE
                   END-IF
           END-PERFORM.
           MOVE 'TOTAL' TO IDL-GROUP.
           MOVE C-GT-UNITS TO IDL-UNITS.
           MOVE C-GT-GROSS TO IDL-GROSS.
           MOVE C-GT-DEALER-INC TO IDL-DEALER-INC.
           MOVE C-GT-HOLDBACK TO IDL-HOLDBACK.
           COMPUTE C-WITH-INC =
               C-GT-GROSS + C-GT-DEALER-INC + C-GT-HOLDBACK.
           MOVE C-WITH-INC TO IDL-WITH-INC.
           WRITE PRTLINE FROM INCENTIVE-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HEADINGS.

           WRITE PRTLINE FROM STATE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SUMMARY-HEADING-LINE
                   PERFORM 3200-STATE-LINE
           END-PERFORM.

           WRITE PRTLINE FROM SLSP-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SPM-IDX FROM 1 BY 1
               UNTIL SPM-IDX > SPM-CTR
                   PERFORM 3300-SLSP-LINE
           END-PERFORM.

           MOVE C-GT-UNITS TO GT-UNITS.
           MOVE C-GT-GROSS TO GT-GROSS.
           MOVE C-GT-COMMISSION TO GT-COMMISSION.
           MOVE C-UNWIND-CTR TO GT-UNWINDS.
           WRITE PRTLINE FROM GT-MONTH-LINE
               AFTER ADVANCING 3 LINES.

                   AT EOP
                       PERFORM 9100-HEADINGS.

       3150-INCENTIVE-LINE.
           IF TM-SUB < 7
               SET BT-IDX TO TM-SUB
               MOVE BT-NAME(BT-IDX) TO IDL-GROUP
           ELSE
               MOVE 'UNKNOWN' TO IDL-GROUP
           END-IF.
           MOVE TM-UNITS(TM-SUB) TO IDL-UNITS.
           MOVE TM-GROSS(TM-SUB) TO IDL-GROSS.
           MOVE TM-DEALER-INC(TM-SUB) TO IDL-DEALER-INC.
           MOVE TM-HOLDBACK(TM-SUB) TO IDL-HOLDBACK.
           COMPUTE C-WITH-INC = TM-GROSS(TM-SUB)
               + TM-DEALER-INC(TM-SUB) + TM-HOLDBACK(TM-SUB).
           MOVE C-WITH-INC TO IDL-WITH-INC.
           WRITE PRTLINE FROM INCENTIVE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3200-STATE-LINE.
           MOVE SM-STATE(SM-IDX) TO SDL-GROUP.
           MOVE SM-UNITS(SM-IDX) TO SDL-UNITS.
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3300-SLSP-LINE.
           IF SPM-ID(SPM-IDX) = SPACES
               MOVE 'NOT RECORDED' TO SDL-GROUP
           ELSE
               MOVE SPM-ID(SPM-IDX) TO SDL-GROUP
           END-IF.
           MOVE SPM-UNITS(SPM-IDX) TO SDL-UNITS.
           MOVE SPM-GROSS(SPM-IDX) TO SDL-GROSS.
           MOVE SPM-TAX-FEES(SPM-IDX) TO SDL-TAX-FEES.
           MOVE SPM-COMMISSION(SPM-IDX) TO SDL-COMMISSION.
           WRITE PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *LOOK UP FIND-DEAL-NO ON THE DEAL INCENTIVE TABLE - DI-IDX IS
      *LEFT ON IT
       8000-FIND-DEAL.
           MOVE 'NO' TO DEAL-MATCH.
           PERFORM VARYING DI-IDX FROM 1 BY 1
               UNTIL DI-IDX > DI-CTR OR DEAL-MATCH = 'YES'
                   IF FIND-DEAL-NO = DI-DEAL-NO(DI-IDX)
                       MOVE 'YES' TO DEAL-MATCH
                   END-IF
           END-PERFORM.
           IF DEAL-MATCH = 'YES'
               SET DI-IDX DOWN BY 1
           END-IF.

       9000-READ-HIST.
           READ HISTIN
               AT END
