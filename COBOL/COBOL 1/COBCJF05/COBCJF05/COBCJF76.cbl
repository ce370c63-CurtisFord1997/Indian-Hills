       identification division.
       program-id. COBCJF76.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *YEAR-END DONOR ACKNOWLEDGMENTS FOR THE SOCCER CLUB. HOUSEHOLDS
      *THAT WRITE THE CLUB A CHECK WITHOUT BUYING POP GO ON THE
      *DONATION FILE (POPDON.DAT) COBCJF46 CREDITS TO THE TEAMS
      *NIGHTLY. EACH JANUARY THIS STEP TAKES THE JUST-ENDED TAX YEAR'S
      *DONATIONS, ROLLS THEM UP BY DONOR (LAST NAME, FIRST NAME,
      *ADDRESS), AND PRINTS:
      *  - A WRITTEN ACKNOWLEDGMENT LETTER (DONLTR.PRT), ONE PAGE PER
      *    DONOR WHOSE GIFTS FOR THE YEAR REACH THE THRESHOLD -
      *    $250.00 UNLESS DONTHRESH (4-DIGIT WHOLE DOLLARS, E.G.
      *    0500) SAYS OTHERWISE -
      *    LISTING EACH GIFT AND STATING NO GOODS OR SERVICES WERE
      *    PROVIDED IN EXCHANGE;
      *  - THE DONOR REGISTER (DONREG.PRT) FOR THE TREASURER, EVERY
      *    DONOR IN NAME ORDER WITH CASH, CHECK, AND TOTAL GIFTS AND
      *    WHETHER A LETTER WENT OUT, PLUS ANY DONATION ROWS THAT DID
      *    NOT EDIT.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONATIONS
               ASSIGN TO WS-DONATIONS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
           SELECT LTROUT
               ASSIGN TO WS-LTROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.

       FD DONATIONS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DN-REC
           RECORD CONTAINS 83 CHARACTERS.

       COPY "POPDON.CPY".

       FD LTROUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTRLINE
           LINAGE IS 60 WITH FOOTING AT 59.

       01 LTRLINE              PIC X(132).

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
           05 DN-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 DR-MATCH         PIC XXX     VALUE 'NO'.
           05 ERR-SW           PIC XXX     VALUE 'NO'.
           05 DN-OPENED        PIC XXX     VALUE 'NO'.

       01 DN-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-DONATIONS-PATH     PIC X(80)
               VALUE 'C:\COBOL\POPDON.DAT'.
           05 WS-LTROUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\DONLTR.PRT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\DONREG.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

      *LETTER THRESHOLD IN WHOLE DOLLARS - THE IRS WANTS A WRITTEN
      *ACKNOWLEDGMENT FOR GIFTS OF $250 OR MORE
       01 THRESHOLD-VARS.
           05 DON-THRESHOLD    PIC 9(5)V99 VALUE 250.00.
           05 THRESH-IN        PIC X(4)    VALUE SPACE.

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
           05 FILLER           PIC X(58)   VALUE 'COBCJF76'.
           05 FILLER           PIC X(74)
               VALUE 'DONOR REGISTER'.

       01 YEAR-LINE.
           05 FILLER           PIC X(10)   VALUE 'TAX YEAR:'.
           05 YL-YEAR          PIC 9(4).
           05 FILLER           PIC X(15)   VALUE '   THRESHOLD:'.
           05 YL-THRESHOLD     PIC $$$,$$9.99.
           05 FILLER           PIC X(93)   VALUE SPACE.

       01 REGISTER-HEADINGS.
           05 FILLER           PIC X(17)   VALUE "LAST NAME".
           05 FILLER           PIC X(17)   VALUE "FIRST NAME".
           05 FILLER           PIC X(17)   VALUE "ADDRESS".
           05 FILLER           PIC X(7)    VALUE "GIFTS".
           05 FILLER           PIC X(14)   VALUE "      CASH".
           05 FILLER           PIC X(14)   VALUE "     CHECK".
           05 FILLER           PIC X(14)   VALUE "     TOTAL".
           05 FILLER           PIC X(32)   VALUE "LETTER".

       01 REGISTER-LINE.
           05 RGL-LNAME        PIC X(15).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RGL-FNAME        PIC X(15).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RGL-ADDRESS      PIC X(15).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RGL-GIFTS        PIC ZZ9.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 RGL-CASH         PIC $$$,$$9.99.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 RGL-CHECK        PIC $$$,$$9.99.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 RGL-TOTAL        PIC $$$,$$9.99.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 RGL-LETTER       PIC XXX.
           05 FILLER           PIC X(29)   VALUE SPACE.

       01 GT-REGISTER-LINE.
           05 FILLER           PIC X(8)    VALUE 'DONORS:'.
           05 GT-DONORS        PIC Z,ZZ9.
           05 FILLER           PIC X(9)    VALUE '  GIFTS:'.
           05 GT-GIFTS         PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)    VALUE '  CASH:'.
           05 GT-CASH          PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(9)    VALUE '  CHECK:'.
           05 GT-CHECK         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(9)    VALUE '  TOTAL:'.
           05 GT-TOTAL         PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(11)   VALUE '  LETTERS:'.
           05 GT-LETTERS       PIC Z,ZZ9.
           05 FILLER           PIC X(20)   VALUE SPACE.

       01 REJECT-SECTION-TITLE.
           05 FILLER           PIC X(44)
               VALUE "DONATION ROWS REJECTED".
           05 FILLER           PIC X(88)   VALUE SPACE.

       01 REJECT-LINE.
           05 RJL-RECORD       PIC X(83).
           05 FILLER           PIC XX      VALUE SPACE.
           05 RJL-REASON       PIC X(40).
           05 FILLER           PIC X(7)    VALUE SPACE.

      *ACKNOWLEDGMENT LETTER LINES
       01 LETTER-LINES.
           05 LTR-TITLE.
               10 FILLER       PIC X(52)   VALUE SPACE.
               10 FILLER       PIC X(28)
                   VALUE "ALBIA SOCCER CLUB".
               10 FILLER       PIC X(52)   VALUE SPACE.
           05 LTR-SUB-TITLE.
               10 FILLER       PIC X(48)   VALUE SPACE.
               10 FILLER       PIC X(36)
                   VALUE "CONTRIBUTION ACKNOWLEDGMENT".
               10 FILLER       PIC X(48)   VALUE SPACE.
           05 LTR-DATE-LINE.
               10 FILLER       PIC X(6)    VALUE "DATE:".
               10 LTR-MM       PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 LTR-DD       PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 LTR-YYYY     PIC 9(4).
               10 FILLER       PIC X(116)  VALUE SPACE.
           05 LTR-NAME-LINE.
               10 LTR-FNAME    PIC X(15).
               10 FILLER       PIC X       VALUE SPACE.
               10 LTR-LNAME    PIC X(15).
               10 FILLER       PIC X(101)  VALUE SPACE.
           05 LTR-ADDRESS-LINE.
               10 LTR-ADDRESS  PIC X(15).
               10 FILLER       PIC X(117)  VALUE SPACE.
           05 LTR-CITY-LINE.
               10 LTR-CITY     PIC X(10).
               10 FILLER       PIC X       VALUE SPACE.
               10 LTR-STATE    PIC XX.
               10 FILLER       PIC XX      VALUE SPACE.
               10 LTR-ZIP      PIC X(9).
               10 FILLER       PIC X(108)  VALUE SPACE.
           05 LTR-TEXT-LINE.
               10 LTR-TEXT     PIC X(80).
               10 FILLER       PIC X(52)   VALUE SPACE.
           05 LTR-GIFT-HEADINGS.
               10 FILLER       PIC X(5)    VALUE SPACE.
               10 FILLER       PIC X(14)   VALUE "DATE".
               10 FILLER       PIC X(10)   VALUE "FORM".
               10 FILLER       PIC X(103)  VALUE "    AMOUNT".
           05 LTR-GIFT-LINE.
               10 FILLER       PIC X(5)    VALUE SPACE.
               10 LTG-MM       PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 LTG-DD       PIC 99.
               10 FILLER       PIC X       VALUE '/'.
               10 LTG-YYYY     PIC 9(4).
               10 FILLER       PIC X(4)    VALUE SPACE.
               10 LTG-METHOD   PIC X(5).
               10 FILLER       PIC X(5)    VALUE SPACE.
               10 LTG-AMOUNT   PIC $$$,$$9.99.
               10 FILLER       PIC X(93)   VALUE SPACE.
           05 LTR-TOTAL-LINE.
               10 FILLER       PIC X(5)    VALUE SPACE.
               10 FILLER       PIC X(24)
                   VALUE "TOTAL CONTRIBUTIONS".
               10 LTT-AMOUNT   PIC $$$,$$9.99.
               10 FILLER       PIC X(93)   VALUE SPACE.
           05 LTR-SIGN-LINE.
               10 FILLER       PIC X(30)
                   VALUE "CLUB TREASURER".
               10 FILLER       PIC X(102)  VALUE SPACE.

       01 TAX-YEAR-TEXT.
           05 FILLER           PIC X(23)
               VALUE "TO THE CLUB DURING THE ".
           05 TYT-YEAR         PIC 9(4).
           05 FILLER           PIC X(53)
               VALUE " TAX YEAR, LISTED BELOW:".

      *ONE ROW PER DONOR FOR THE TAX YEAR
       01 DONOR-TABLE.
           05 DR-ENTRY OCCURS 500 TIMES.
               10 DR-KEY.
                   15 DR-LNAME     PIC X(15).
                   15 DR-FNAME     PIC X(15).
                   15 DR-ADDRESS   PIC X(15).
               10 DR-CITY          PIC X(10).
               10 DR-STATE         PIC XX.
               10 DR-ZIP           PIC X(9).
               10 DR-GIFTS         PIC 9(3).
               10 DR-CASH          PIC 9(7)V99.
               10 DR-CHECK         PIC 9(7)V99.

      *EVERY ACCEPTED GIFT, FOR THE LETTER DETAIL
       01 GIFT-TABLE.
           05 GF-ENTRY OCCURS 2000 TIMES.
               10 GF-KEY           PIC X(45).
               10 GF-DATE.
                   15 GF-YYYY      PIC 9(4).
                   15 GF-MM        PIC 99.
                   15 GF-DD        PIC 99.
               10 GF-METHOD        PIC X.
               10 GF-AMOUNT        PIC 9(5)V99.

       01 DONOR-SWAP               PIC X(91).

       01 DONOR-CALC-VARS.
           05 DR-CTR           PIC 9(3)    VALUE ZERO.
           05 DR-SUB           PIC 9(3)    VALUE ZERO.
           05 DR-SUB2          PIC 9(3)    VALUE ZERO.
           05 GF-CTR           PIC 9(4)    VALUE ZERO.
           05 GF-SUB           PIC 9(4)    VALUE ZERO.
           05 TAX-YEAR         PIC 9(4)    VALUE ZERO.
           05 FIND-KEY         PIC X(45)   VALUE SPACE.
           05 C-DR-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05 C-GT-GIFTS       PIC 9(5)    VALUE ZERO.
           05 C-GT-CASH        PIC 9(9)V99 VALUE ZERO.
           05 C-GT-CHECK       PIC 9(9)V99 VALUE ZERO.
           05 C-GT-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 C-LETTERS        PIC 9(4)    VALUE ZERO.
           05 C-DN-CTR         PIC 9(5)    VALUE ZERO.
           05 C-REJECT-CTR     PIC 9(5)    VALUE ZERO.
           05 PG-CTR           PIC 99      VALUE ZERO.
           05 REJECT-STARTED   PIC XXX     VALUE 'NO'.

       procedure division.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-DONATION-PASS
               UNTIL DN-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR THE YEAR-END STREAM'S COND PROCESSING: 0
      *CLEAN, 4 WHEN DONATION ROWS WERE REJECTED, 8 WHEN THE
      *DONATION FILE IS MISSING
           EVALUATE TRUE
               WHEN DN-OPENED = 'NO'
                   MOVE 8 TO RETURN-CODE
               WHEN C-REJECT-CTR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
           OPEN OUTPUT LTROUT.
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
           MOVE I-YYYY TO YYYY.
           MOVE I-MM TO MM.
           MOVE I-DD TO DD.
           MOVE I-YYYY TO LTR-YYYY.
           MOVE I-MM TO LTR-MM.
           MOVE I-DD TO LTR-DD.
      *THE YEAR-END STREAM RUNS IN JANUARY, SO THE TAX YEAR BEING
      *ACKNOWLEDGED IS THE ONE JUST ENDED
           COMPUTE TAX-YEAR = I-YYYY - 1.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF76" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           OPEN INPUT DONATIONS.
           IF DN-FILE-STATUS NOT = '00'
               MOVE 'NO' TO DN-MORE-RECS
               DISPLAY 'COBCJF76: POPDON.DAT MISSING - NO LETTERS'
           ELSE
               MOVE 'YES' TO DN-OPENED
               PERFORM 9000-READ
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'POPDON_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DONATIONS-PATH
           END-IF.

           DISPLAY 'DONLTR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LTROUT-PATH
           END-IF.

           DISPLAY 'DONREG_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *CONFIGURABLE LETTER THRESHOLD, WHOLE DOLLARS
           DISPLAY 'DONTHRESH' UPON ENVIRONMENT-NAME.
           ACCEPT THRESH-IN FROM ENVIRONMENT-VALUE.
           IF THRESH-IN NOT = SPACES AND THRESH-IN NUMERIC
               MOVE THRESH-IN TO DON-THRESHOLD
           END-IF.

      *ONE DONATION ROW: THE SAME EDITS COBCJF46 APPLIES, THEN ONLY
      *THE TAX YEAR'S GIFTS ARE KEPT
       2000-DONATION-PASS.
           ADD 1 TO C-DN-CTR.
           MOVE 'YES' TO ERR-SW.
           EVALUATE TRUE
               WHEN DN-DATE NOT NUMERIC
                   MOVE 'DONATION DATE NOT NUMERIC' TO RJL-REASON
               WHEN DN-YYYY NOT = TAX-YEAR
                   MOVE 'NO' TO ERR-SW
               WHEN DN-LNAME = SPACES
                   MOVE 'DONATION HAS NO DONOR LAST NAME'
                       TO RJL-REASON
               WHEN DN-ADDRESS = SPACES
                   MOVE 'DONATION HAS NO DONOR ADDRESS' TO RJL-REASON
               WHEN DN-AMOUNT NOT NUMERIC OR DN-AMOUNT = 0
                   MOVE 'DONATION AMOUNT NOT NUMERIC OR ZERO'
                       TO RJL-REASON
               WHEN NOT VAL-DN-TEAM
                   MOVE 'DONATION TEAM NOT A THRU E' TO RJL-REASON
               WHEN NOT DN-CASH AND NOT DN-CHECK
                   MOVE 'DONATION NOT C (CASH) OR K (CHECK)'
                       TO RJL-REASON
               WHEN OTHER
                   MOVE 'NO' TO ERR-SW
                   PERFORM 2100-POST-GIFT
           END-EVALUATE.
           IF ERR-SW = 'YES'
               PERFORM 2800-REJECT-ROW
           END-IF.
           PERFORM 9000-READ.

       2100-POST-GIFT.
           MOVE DN-LNAME TO FIND-KEY(1:15).
           MOVE DN-FNAME TO FIND-KEY(16:15).
           MOVE DN-ADDRESS TO FIND-KEY(31:15).
           PERFORM 2200-FIND-DONOR.
           IF DR-MATCH = 'NO'
               PERFORM 2300-NEW-DONOR
           END-IF.
           IF DR-MATCH = 'YES'
               ADD 1 TO DR-GIFTS(DR-SUB)
               IF DN-CASH
                   ADD DN-AMOUNT TO DR-CASH(DR-SUB)
               ELSE
                   ADD DN-AMOUNT TO DR-CHECK(DR-SUB)
               END-IF
               IF GF-CTR < 2000
                   ADD 1 TO GF-CTR
                   MOVE FIND-KEY TO GF-KEY(GF-CTR)
                   MOVE DN-DATE TO GF-DATE(GF-CTR)
                   MOVE DN-METHOD TO GF-METHOD(GF-CTR)
                   MOVE DN-AMOUNT TO GF-AMOUNT(GF-CTR)
               ELSE
                   DISPLAY 'GIFT-TABLE EXCEEDS 2000 ROWS -- '
                   DISPLAY 'GIFT LEFT OFF LETTER: ' DN-LNAME
               END-IF
           END-IF.

       2200-FIND-DONOR.
           MOVE 'NO' TO DR-MATCH.
           MOVE 1 TO DR-SUB.
           PERFORM 2250-NEXT-DONOR
               UNTIL DR-SUB > DR-CTR OR DR-MATCH = 'YES'.

       2250-NEXT-DONOR.
           IF DR-KEY(DR-SUB) = FIND-KEY
               MOVE 'YES' TO DR-MATCH
           ELSE
               ADD 1 TO DR-SUB
           END-IF.

       2300-NEW-DONOR.
           IF DR-CTR < 500
               ADD 1 TO DR-CTR
               MOVE DR-CTR TO DR-SUB
               MOVE FIND-KEY TO DR-KEY(DR-SUB)
               MOVE DN-CITY TO DR-CITY(DR-SUB)
               MOVE DN-STATE TO DR-STATE(DR-SUB)
               MOVE DN-ZIP TO DR-ZIP(DR-SUB)
               MOVE 0 TO DR-GIFTS(DR-SUB)
               MOVE 0 TO DR-CASH(DR-SUB)
               MOVE 0 TO DR-CHECK(DR-SUB)
               MOVE 'YES' TO DR-MATCH
           ELSE
               DISPLAY 'DONOR-TABLE EXCEEDS 500 ROWS -- '
               DISPLAY 'DONOR NOT ACKNOWLEDGED: ' DN-LNAME
           END-IF.

       2800-REJECT-ROW.
           ADD 1 TO C-REJECT-CTR.
           IF REJECT-STARTED = 'NO'
               MOVE 'YES' TO REJECT-STARTED
               PERFORM 9100-HEADINGS
               WRITE PRTLINE FROM REJECT-SECTION-TITLE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE DN-REC TO RJL-RECORD.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *DONORS IN NAME ORDER, A LETTER FOR EACH ONE AT OR OVER THE
      *THRESHOLD, THEN THE REGISTER TOTALS
       3000-CLOSING.
           PERFORM 3100-SORT-PASS
               VARYING DR-SUB FROM 1 BY 1
                   UNTIL DR-SUB > DR-CTR.

           PERFORM 9100-HEADINGS.
           MOVE TAX-YEAR TO YL-YEAR.
           MOVE DON-THRESHOLD TO YL-THRESHOLD.
           WRITE PRTLINE FROM YEAR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM REGISTER-HEADINGS
               AFTER ADVANCING 2 LINES.

           PERFORM 3200-DONOR
               VARYING DR-SUB FROM 1 BY 1
                   UNTIL DR-SUB > DR-CTR.

           MOVE DR-CTR TO GT-DONORS.
           MOVE C-GT-GIFTS TO GT-GIFTS.
           MOVE C-GT-CASH TO GT-CASH.
           MOVE C-GT-CHECK TO GT-CHECK.
           MOVE C-GT-TOTAL TO GT-TOTAL.
           MOVE C-LETTERS TO GT-LETTERS.
           WRITE PRTLINE FROM GT-REGISTER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-DN-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-GT-GIFTS TO TR-REC-COUNT.
           MOVE C-GT-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           IF DN-OPENED = 'YES'
               CLOSE DONATIONS
           END-IF.
           CLOSE LTROUT.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *ONE PASS OF THE NAME SORT: THE LOWEST REMAINING DONOR MOVES
      *UP INTO SLOT DR-SUB
       3100-SORT-PASS.
           PERFORM 3110-SORT-COMPARE
               VARYING DR-SUB2 FROM DR-SUB BY 1
                   UNTIL DR-SUB2 > DR-CTR.

       3110-SORT-COMPARE.
           IF DR-LNAME(DR-SUB2) < DR-LNAME(DR-SUB)
               OR (DR-LNAME(DR-SUB2) = DR-LNAME(DR-SUB)
                   AND DR-FNAME(DR-SUB2) < DR-FNAME(DR-SUB))
               MOVE DR-ENTRY(DR-SUB) TO DONOR-SWAP
               MOVE DR-ENTRY(DR-SUB2) TO DR-ENTRY(DR-SUB)
               MOVE DONOR-SWAP TO DR-ENTRY(DR-SUB2)
           END-IF.

       3200-DONOR.
           COMPUTE C-DR-TOTAL = DR-CASH(DR-SUB) + DR-CHECK(DR-SUB).
           ADD DR-GIFTS(DR-SUB) TO C-GT-GIFTS.
           ADD DR-CASH(DR-SUB) TO C-GT-CASH.
           ADD DR-CHECK(DR-SUB) TO C-GT-CHECK.
           ADD C-DR-TOTAL TO C-GT-TOTAL.

           IF C-DR-TOTAL NOT < DON-THRESHOLD
               MOVE 'YES' TO RGL-LETTER
               PERFORM 3300-LETTER
           ELSE
               MOVE SPACES TO RGL-LETTER
           END-IF.

           MOVE DR-LNAME(DR-SUB) TO RGL-LNAME.
           MOVE DR-FNAME(DR-SUB) TO RGL-FNAME.
           MOVE DR-ADDRESS(DR-SUB) TO RGL-ADDRESS.
           MOVE DR-GIFTS(DR-SUB) TO RGL-GIFTS.
           MOVE DR-CASH(DR-SUB) TO RGL-CASH.
           MOVE DR-CHECK(DR-SUB) TO RGL-CHECK.
           MOVE C-DR-TOTAL TO RGL-TOTAL.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *ONE LETTER PAGE PER DONOR
       3300-LETTER.
           ADD 1 TO C-LETTERS.
           WRITE LTRLINE FROM LTR-TITLE
               AFTER ADVANCING PAGE.
           WRITE LTRLINE FROM LTR-SUB-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE LTRLINE FROM LTR-DATE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE DR-FNAME(DR-SUB) TO LTR-FNAME.
           MOVE DR-LNAME(DR-SUB) TO LTR-LNAME.
           WRITE LTRLINE FROM LTR-NAME-LINE
               AFTER ADVANCING 2 LINES.
           MOVE DR-ADDRESS(DR-SUB) TO LTR-ADDRESS.
           WRITE LTRLINE FROM LTR-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE DR-CITY(DR-SUB) TO LTR-CITY.
           MOVE DR-STATE(DR-SUB) TO LTR-STATE.
           MOVE DR-ZIP(DR-SUB) TO LTR-ZIP.
           WRITE LTRLINE FROM LTR-CITY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "THE ALBIA SOCCER CLUB THANKS YOU FOR YOUR SUPPORT."
               TO LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "THIS LETTER ACKNOWLEDGES YOUR CONTRIBUTIONS"
               TO LTR-TEXT.
           PERFORM 3350-TEXT-LINE.
           MOVE TAX-YEAR TO TYT-YEAR.
           MOVE TAX-YEAR-TEXT TO LTR-TEXT.
           PERFORM 3350-TEXT-LINE.

           WRITE LTRLINE FROM LTR-GIFT-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3310-LETTER-GIFT
               VARYING GF-SUB FROM 1 BY 1
                   UNTIL GF-SUB > GF-CTR.
           MOVE C-DR-TOTAL TO LTT-AMOUNT.
           WRITE LTRLINE FROM LTR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "NO GOODS OR SERVICES WERE PROVIDED IN EXCHANGE FOR "
               TO LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "THESE CONTRIBUTIONS. PLEASE KEEP THIS LETTER WITH "
               TO LTR-TEXT.
           PERFORM 3350-TEXT-LINE.
           MOVE "YOUR TAX RECORDS." TO LTR-TEXT.
           PERFORM 3350-TEXT-LINE.

           WRITE LTRLINE FROM LTR-SIGN-LINE
               AFTER ADVANCING 4 LINES.

       3310-LETTER-GIFT.
           IF GF-KEY(GF-SUB) = DR-KEY(DR-SUB)
               MOVE GF-MM(GF-SUB) TO LTG-MM
               MOVE GF-DD(GF-SUB) TO LTG-DD
               MOVE GF-YYYY(GF-SUB) TO LTG-YYYY
               IF GF-METHOD(GF-SUB) = 'C'
                   MOVE 'CASH' TO LTG-METHOD
               ELSE
                   MOVE 'CHECK' TO LTG-METHOD
               END-IF
               MOVE GF-AMOUNT(GF-SUB) TO LTG-AMOUNT
               WRITE LTRLINE FROM LTR-GIFT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3350-TEXT-LINE.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ.
           READ DONATIONS
               AT END
                   MOVE 'NO' TO DN-MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM COMP-TITLE1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMP-TITLE2
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF76.
