       identification division.
       program-id. COBCJF77.
       DATE-WRITTEN. 10/15/26
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *LAPSED-BUYER CALL LIST FOR THE POP SALE. THE YEAR-OVER-YEAR
      *REPORT ONLY COMPARES TEAM TOTALS, SO NOTHING TOLD A TEAM
      *COORDINATOR WHICH OF LAST SEASON'S HOUSEHOLDS HAD NOT ORDERED
      *AGAIN. THIS STEP KEEPS A SEASON-OVER-SEASON HOUSEHOLD HISTORY
      *(POPHIST.DAT) KEYED THE WAY COBCJF45 KEYS A HOUSEHOLD - LAST
      *NAME PLUS ADDRESS - WITH EACH SEASON'S TEAM, DELIVERY ZIP, AND
      *CASES BY POP TYPE. EVERY NIGHT IT ROLLS UP THE VALIDATED ORDER
      *DECK THE SAME WAY, AND PRINTS (POPLAPSE.PRT):
      *  - BY TEAM AND DELIVERY ZIP, THE HOUSEHOLDS THAT BOUGHT LAST
      *    SEASON BUT HAVE NO ORDER YET THIS SEASON, WITH LAST
      *    SEASON'S FLAVORS AND CASES - A HOUSEHOLD DROPS OFF THE
      *    NIGHT ITS ORDER VALIDATES;
      *  - LAST SEASON'S BUYER RETENTION BY TEAM, TO DATE (THE FINAL
      *    RUN OF THE SEASON GIVES THE END-OF-SEASON PERCENTAGES).
      *THE HISTORY IS THEN REWRITTEN WITH THIS SEASON'S HOUSEHOLDS IN
      *PLACE OF LAST NIGHT'S, KEEPING THE FOUR SEASONS BEFORE IT.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPT
               ASSIGN TO WS-INPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTIN
               ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HS-FILE-STATUS.
           SELECT HISTOUT
               ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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

      *ONE ROW PER HOUSEHOLD PER SEASON - CASES BY POP TYPE 01-12
       FD HISTIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 HS-REC.
           05 HS-SEASON        PIC 9(4).
           05 HS-LNAME         PIC X(15).
           05 HS-ADDRESS       PIC X(15).
           05 HS-FNAME         PIC X(15).
           05 HS-CITY          PIC X(10).
           05 HS-ZIP           PIC X(9).
           05 HS-TEAM          PIC X.
           05 HS-TYPE-CASES    PIC 9(3)    OCCURS 12.

       FD HISTOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS HO-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 HO-REC               PIC X(105).

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
           05 HS-MORE-RECS     PIC XXX     VALUE 'YES'.
           05 HH-MATCH         PIC XXX     VALUE 'NO'.

       01 HS-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-INPT-PATH          PIC X(80)
               VALUE 'C:\COBOL\CBLPOPSL.DAT'.
           05 WS-HIST-PATH          PIC X(80)
               VALUE 'C:\COBOL\POPHIST.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\POPLAPSE.PRT'.

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
           05 FILLER           PIC X(58)   VALUE 'COBCJF77'.
           05 FILLER           PIC X(74)
               VALUE 'LAPSED-BUYER CALL LIST'.

       01 TEAM-SECTION-LINE.
           05 FILLER           PIC X(6)    VALUE 'TEAM:'.
           05 TSL-TEAM         PIC X.
           05 FILLER           PIC X(125)
               VALUE '   BOUGHT LAST SEASON - NO ORDER YET THIS SEASON'.

       01 LAPSED-HEADINGS.
           05 FILLER           PIC X(11)   VALUE "ZIP".
           05 FILLER           PIC X(16)   VALUE "LAST NAME".
           05 FILLER           PIC X(16)   VALUE "FIRST NAME".
           05 FILLER           PIC X(16)   VALUE "ADDRESS".
           05 FILLER           PIC X(11)   VALUE "CITY".
           05 FILLER           PIC X(62)
               VALUE "LAST SEASON'S FLAVORS AND CASES".

       01 LAPSED-LINE.
           05 LPL-ZIP          PIC X(9).
           05 FILLER           PIC XX      VALUE SPACE.
           05 LPL-LNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 LPL-FNAME        PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 LPL-ADDRESS      PIC X(15).
           05 FILLER           PIC X       VALUE SPACE.
           05 LPL-CITY         PIC X(10).
           05 FILLER           PIC X       VALUE SPACE.
           05 LPL-SLOT OCCURS 3 TIMES.
               10 LPL-FLAVOR   PIC X(16).
               10 LPL-CASES    PIC ZZ9     BLANK WHEN ZERO.
               10 FILLER       PIC X.
           05 FILLER           PIC XX      VALUE SPACE.

       01 NONE-LAPSED-LINE.
           05 FILLER           PIC X(44)
               VALUE 'EVERY HOUSEHOLD FROM LAST SEASON HAS ORDERED'.
           05 FILLER           PIC X(88)   VALUE SPACE.

       01 NO-HISTORY-LINE.
           05 FILLER           PIC X(45)
               VALUE 'NO LAST-SEASON HOUSEHOLDS ON THE HISTORY FILE'.
           05 FILLER           PIC X(87)   VALUE SPACE.

       01 RETENTION-TITLE.
           05 FILLER           PIC X(44)
               VALUE "LAST SEASON BUYER RETENTION TO DATE".
           05 FILLER           PIC X(88)   VALUE SPACE.

       01 RETENTION-HEADINGS.
           05 FILLER           PIC X(8)    VALUE "TEAM".
           05 FILLER           PIC X(14)   VALUE "LAST SEASON".
           05 FILLER           PIC X(14)   VALUE "REORDERED".
           05 FILLER           PIC X(14)   VALUE "LAPSED".
           05 FILLER           PIC X(82)   VALUE "RETENTION".

       01 RETENTION-LINE.
           05 RTL-TEAM         PIC X(5).
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 RTL-PRIOR        PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)    VALUE SPACE.
           05 RTL-KEPT         PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)    VALUE SPACE.
           05 RTL-LAPSED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)    VALUE SPACE.
           05 RTL-PCT          PIC ZZ9.9.
           05 FILLER           PIC X       VALUE '%'.
           05 FILLER           PIC X(76)   VALUE SPACE.

      *EARLIER SEASONS' HOUSEHOLDS FROM POPHIST.DAT, CARRIED FORWARD
       01 HISTORY-TABLE.
           05 HT-ENTRY OCCURS 3000 TIMES.
               10 HT-SEASON        PIC 9(4).
               10 HT-LNAME         PIC X(15).
               10 HT-ADDRESS       PIC X(15).
               10 HT-FNAME         PIC X(15).
               10 HT-CITY          PIC X(10).
               10 HT-ZIP           PIC X(9).
               10 HT-TEAM          PIC X.
               10 HT-TYPE-CASES    PIC 9(3)    OCCURS 12.

      *THIS SEASON'S HOUSEHOLDS FROM THE VALIDATED ORDERS, SAME
      *LAYOUT AS A HISTORY ROW
       01 CURRENT-TABLE.
           05 CH-ENTRY OCCURS 1000 TIMES.
               10 CH-SEASON        PIC 9(4).
               10 CH-LNAME         PIC X(15).
               10 CH-ADDRESS       PIC X(15).
               10 CH-FNAME         PIC X(15).
               10 CH-CITY          PIC X(10).
               10 CH-ZIP           PIC X(9).
               10 CH-TEAM          PIC X.
               10 CH-TYPE-CASES    PIC 9(3)    OCCURS 12.

      *LAST SEASON'S HOUSEHOLDS WITH NO ORDER YET - HISTORY TABLE
      *SUBSCRIPTS, SORTED INTO TEAM / ZIP / LAST NAME ORDER
       01 LAPSED-TABLE.
           05 LP-HT            PIC 9(4)    OCCURS 3000.

      *LAST SEASON'S BUYERS AND HOW MANY HAVE REORDERED, BY TEAM
       01 RETENTION-TABLE.
           05 RT-ENTRY OCCURS 5 TIMES.
               10 RT-PRIOR         PIC 9(5).
               10 RT-KEPT          PIC 9(5).

       01 HISTORY-CALC-VARS.
           05 HT-CTR           PIC 9(4)    VALUE ZERO.
           05 HT-SUB           PIC 9(4)    VALUE ZERO.
           05 CH-CTR           PIC 9(4)    VALUE ZERO.
           05 CH-SUB           PIC 9(4)    VALUE ZERO.
           05 LP-CTR           PIC 9(4)    VALUE ZERO.
           05 LP-SUB           PIC 9(4)    VALUE ZERO.
           05 LP-SUB2          PIC 9(4)    VALUE ZERO.
           05 LP-SWAP          PIC 9(4)    VALUE ZERO.
           05 TYPE-SUB         PIC 99      VALUE ZERO.
           05 SLOT-SUB         PIC 9       VALUE ZERO.
           05 TS-SUB           PIC 9       VALUE ZERO.
           05 PRIOR-SEASON     PIC 9(4)    VALUE ZERO.
           05 OLDEST-SEASON    PIC 9(4)    VALUE ZERO.
           05 HELD-TEAM        PIC X       VALUE SPACE.
           05 FH-LNAME         PIC X(15)   VALUE SPACE.
           05 FH-ADDRESS       PIC X(15)   VALUE SPACE.
           05 C-KEPT-ALL       PIC 9(5)    VALUE ZERO.
           05 C-PRIOR-ALL      PIC 9(5)    VALUE ZERO.
           05 C-PCT            PIC 999V9   VALUE ZERO.
           05 C-ORDER-CTR      PIC 9(5)    VALUE ZERO.
           05 C-HIST-OUT       PIC 9(5)    VALUE ZERO.
           05 PG-CTR           PIC 99      VALUE ZERO.

      *POP PRODUCT MASTER LOOKUPS (COBPOPPR)
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
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 8 ON
      *EMPTY INPUT OR NO POP PRODUCT MASTER
           IF C-ORDER-CTR = 0 OR PRC-MASTER-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.
           OPEN INPUT INPT.
           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.
           INITIALIZE RETENTION-TABLE.

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
           COMPUTE PRIOR-SEASON = I-YYYY - 1.
           COMPUTE OLDEST-SEASON = I-YYYY - 4.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF77" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-HIST-LOAD.
           PERFORM 9000-READ.

       1050-GET-FILE-PATHS.
           DISPLAY 'CBLPOPSL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPT-PATH
           END-IF.

           DISPLAY 'POPHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HIST-PATH
           END-IF.

           DISPLAY 'POPLAPSE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *EARLIER SEASONS ONLY - THIS SEASON'S ROWS FROM LAST NIGHT ARE
      *REBUILT FROM TONIGHT'S DECK, AND SEASONS OLDER THAN FOUR BACK
      *FALL OFF
       1100-HIST-LOAD.
           OPEN INPUT HISTIN.
           IF HS-FILE-STATUS = '00'
               PERFORM 1110-HIST-ROW
                   UNTIL HS-MORE-RECS = 'NO'
               CLOSE HISTIN
           END-IF.

       1110-HIST-ROW.
           READ HISTIN
               AT END
                   MOVE 'NO' TO HS-MORE-RECS
               NOT AT END
                   IF HS-SEASON NUMERIC
                       AND HS-SEASON < I-YYYY
                       AND HS-SEASON NOT < OLDEST-SEASON
                       IF HT-CTR < 3000
                           ADD 1 TO HT-CTR
                           MOVE HS-REC TO HT-ENTRY(HT-CTR)
                       ELSE
                           DISPLAY 'HISTORY-TABLE EXCEEDS 3000 ROWS'
                               ' -- HOUSEHOLD DROPPED: ' HS-LNAME
                       END-IF
                   END-IF
           END-READ.

      *ONE VALID ORDER, FILTERED THE WAY COBCJF45 BILLS IT, ROLLS UP
      *INTO ITS HOUSEHOLD
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
               ADD 1 TO C-ORDER-CTR
               MOVE I-LNAME TO FH-LNAME
               MOVE I-ADDRESS TO FH-ADDRESS
               PERFORM 2100-FIND-HOUSEHOLD
               IF HH-MATCH = 'NO'
                   PERFORM 2200-NEW-HOUSEHOLD
               END-IF
               IF HH-MATCH = 'YES'
                   ADD I-CASES TO CH-TYPE-CASES(CH-SUB, I-POP-TYPE)
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-FIND-HOUSEHOLD.
           MOVE 'NO' TO HH-MATCH.
           MOVE 1 TO CH-SUB.
           PERFORM 2150-NEXT-HOUSEHOLD
               UNTIL CH-SUB > CH-CTR OR HH-MATCH = 'YES'.

       2150-NEXT-HOUSEHOLD.
           IF FH-LNAME = CH-LNAME(CH-SUB)
               AND FH-ADDRESS = CH-ADDRESS(CH-SUB)
               MOVE 'YES' TO HH-MATCH
           ELSE
               ADD 1 TO CH-SUB
           END-IF.

       2200-NEW-HOUSEHOLD.
           IF CH-CTR < 1000
               ADD 1 TO CH-CTR
               MOVE CH-CTR TO CH-SUB
               INITIALIZE CH-ENTRY(CH-SUB)
               MOVE I-YYYY TO CH-SEASON(CH-SUB)
               MOVE I-LNAME TO CH-LNAME(CH-SUB)
               MOVE I-ADDRESS TO CH-ADDRESS(CH-SUB)
               MOVE I-FNAME TO CH-FNAME(CH-SUB)
               MOVE I-CITY TO CH-CITY(CH-SUB)
               MOVE I-ZIP TO CH-ZIP(CH-SUB)
               MOVE I-TEAM TO CH-TEAM(CH-SUB)
               MOVE 'YES' TO HH-MATCH
           ELSE
               DISPLAY 'CURRENT-TABLE EXCEEDS 1000 ROWS -- '
               DISPLAY 'HOUSEHOLD LEFT OFF HISTORY: ' I-LNAME
           END-IF.

      *MATCH LAST SEASON'S BUYERS AGAINST THIS SEASON'S, PRINT THE
      *ONES STILL MISSING BY TEAM AND ZIP, THE RETENTION SUMMARY, AND
      *ROLL THE HISTORY FORWARD
       3000-CLOSING.
           CLOSE INPT.
           PERFORM 3100-MATCH-PRIOR
               VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-CTR.

           PERFORM 3200-SORT-PASS
               VARYING LP-SUB FROM 1 BY 1
                   UNTIL LP-SUB > LP-CTR.

           MOVE SPACE TO HELD-TEAM.
           EVALUATE TRUE
               WHEN C-PRIOR-ALL = 0
                   PERFORM 9100-HEADINGS
                   WRITE PRTLINE FROM NO-HISTORY-LINE
                       AFTER ADVANCING 2 LINES
               WHEN LP-CTR = 0
                   PERFORM 9100-HEADINGS
                   WRITE PRTLINE FROM NONE-LAPSED-LINE
                       AFTER ADVANCING 2 LINES
               WHEN OTHER
                   PERFORM 3300-LAPSED-LINE
                       VARYING LP-SUB FROM 1 BY 1
                           UNTIL LP-SUB > LP-CTR
           END-EVALUATE.

           PERFORM 3400-RETENTION.
      *AN EMPTY DECK OR A MISSING PRODUCT MASTER WOULD WIPE THIS
      *SEASON'S HOUSEHOLDS, SO THE HISTORY IS LEFT AS IT WAS
           IF C-ORDER-CTR > 0 AND PRC-MASTER-OK NOT = 'N'
               PERFORM 3500-HIST-SAVE
           END-IF.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-ORDER-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE LP-CTR TO TR-REC-COUNT.
           MOVE C-HIST-OUT TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *A LAST-SEASON HOUSEHOLD COUNTS TOWARD ITS LAST-SEASON TEAM
       3100-MATCH-PRIOR.
           IF HT-SEASON(HT-SUB) = PRIOR-SEASON
               EVALUATE HT-TEAM(HT-SUB)
                   WHEN 'A'
                       MOVE 1 TO TS-SUB
                   WHEN 'B'
                       MOVE 2 TO TS-SUB
                   WHEN 'C'
                       MOVE 3 TO TS-SUB
                   WHEN 'D'
                       MOVE 4 TO TS-SUB
                   WHEN OTHER
                       MOVE 5 TO TS-SUB
               END-EVALUATE
               ADD 1 TO RT-PRIOR(TS-SUB)
               ADD 1 TO C-PRIOR-ALL
               MOVE HT-LNAME(HT-SUB) TO FH-LNAME
               MOVE HT-ADDRESS(HT-SUB) TO FH-ADDRESS
               PERFORM 2100-FIND-HOUSEHOLD
               IF HH-MATCH = 'YES'
                   ADD 1 TO RT-KEPT(TS-SUB)
                   ADD 1 TO C-KEPT-ALL
               ELSE
                   ADD 1 TO LP-CTR
                   MOVE HT-SUB TO LP-HT(LP-CTR)
               END-IF
           END-IF.

      *ONE PASS OF THE SORT: THE LOWEST REMAINING TEAM / ZIP / LAST
      *NAME MOVES UP INTO SLOT LP-SUB
       3200-SORT-PASS.
           PERFORM 3210-SORT-COMPARE
               VARYING LP-SUB2 FROM LP-SUB BY 1
                   UNTIL LP-SUB2 > LP-CTR.

       3210-SORT-COMPARE.
           IF HT-TEAM(LP-HT(LP-SUB2)) < HT-TEAM(LP-HT(LP-SUB))
               OR (HT-TEAM(LP-HT(LP-SUB2)) = HT-TEAM(LP-HT(LP-SUB))
                   AND HT-ZIP(LP-HT(LP-SUB2)) < HT-ZIP(LP-HT(LP-SUB)))
               OR (HT-TEAM(LP-HT(LP-SUB2)) = HT-TEAM(LP-HT(LP-SUB))
                   AND HT-ZIP(LP-HT(LP-SUB2)) = HT-ZIP(LP-HT(LP-SUB))
                   AND HT-LNAME(LP-HT(LP-SUB2)) <
                       HT-LNAME(LP-HT(LP-SUB)))
               MOVE LP-HT(LP-SUB) TO LP-SWAP
               MOVE LP-HT(LP-SUB2) TO LP-HT(LP-SUB)
               MOVE LP-SWAP TO LP-HT(LP-SUB2)
           END-IF.

      *NEW PAGE PER TEAM - EACH COORDINATOR GETS ITS OWN CALL SHEET
       3300-LAPSED-LINE.
           MOVE LP-HT(LP-SUB) TO HT-SUB.
           IF HT-TEAM(HT-SUB) NOT = HELD-TEAM
               MOVE HT-TEAM(HT-SUB) TO HELD-TEAM
               PERFORM 9200-TEAM-HEADER
           END-IF.

           MOVE HT-ZIP(HT-SUB) TO LPL-ZIP.
           MOVE HT-LNAME(HT-SUB) TO LPL-LNAME.
           MOVE HT-FNAME(HT-SUB) TO LPL-FNAME.
           MOVE HT-ADDRESS(HT-SUB) TO LPL-ADDRESS.
           MOVE HT-CITY(HT-SUB) TO LPL-CITY.
           PERFORM 3320-CLEAR-SLOTS.
           MOVE 0 TO SLOT-SUB.
           PERFORM 3310-FLAVOR-SLOT
               VARYING TYPE-SUB FROM 1 BY 1
                   UNTIL TYPE-SUB > 12.
           IF SLOT-SUB > 0
               PERFORM 3330-WRITE-LAPSED
           END-IF.

      *LAST SEASON'S FLAVOR NAMES, THREE TO A LINE
       3310-FLAVOR-SLOT.
           IF HT-TYPE-CASES(HT-SUB, TYPE-SUB) > 0
               IF SLOT-SUB = 3
                   PERFORM 3330-WRITE-LAPSED
                   MOVE SPACES TO LPL-ZIP LPL-LNAME LPL-FNAME
                       LPL-ADDRESS LPL-CITY
                   PERFORM 3320-CLEAR-SLOTS
                   MOVE 0 TO SLOT-SUB
               END-IF
               ADD 1 TO SLOT-SUB
               MOVE 'P' TO PRC-FUNCTION
               MOVE PRIOR-SEASON TO PRC-SEASON
               MOVE TYPE-SUB TO PRC-POP-TYPE
               CALL 'COBPOPPR' USING POP-PRICE-AREA
               MOVE PRC-DESC TO LPL-FLAVOR(SLOT-SUB)
               MOVE HT-TYPE-CASES(HT-SUB, TYPE-SUB)
                   TO LPL-CASES(SLOT-SUB)
           END-IF.

       3320-CLEAR-SLOTS.
           MOVE SPACES TO LPL-FLAVOR(1) LPL-FLAVOR(2) LPL-FLAVOR(3).
           MOVE 0 TO LPL-CASES(1) LPL-CASES(2) LPL-CASES(3).

       3330-WRITE-LAPSED.
           WRITE PRTLINE FROM LAPSED-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-TEAM-HEADER.

       3400-RETENTION.
           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM RETENTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM RETENTION-HEADINGS
               AFTER ADVANCING 2 LINES.
           PERFORM 3410-RETENTION-LINE
               VARYING TS-SUB FROM 1 BY 1
                   UNTIL TS-SUB > 5.

           MOVE 'TOTAL' TO RTL-TEAM.
           MOVE C-PRIOR-ALL TO RTL-PRIOR.
           MOVE C-KEPT-ALL TO RTL-KEPT.
           COMPUTE RTL-LAPSED = C-PRIOR-ALL - C-KEPT-ALL.
           IF C-PRIOR-ALL > 0
               COMPUTE C-PCT ROUNDED = C-KEPT-ALL * 100 / C-PRIOR-ALL
           ELSE
               MOVE 0 TO C-PCT
           END-IF.
           MOVE C-PCT TO RTL-PCT.
           WRITE PRTLINE FROM RETENTION-LINE
               AFTER ADVANCING 2 LINES.

       3410-RETENTION-LINE.
           MOVE TEAM-LETTER(TS-SUB) TO RTL-TEAM.
           MOVE RT-PRIOR(TS-SUB) TO RTL-PRIOR.
           MOVE RT-KEPT(TS-SUB) TO RTL-KEPT.
           COMPUTE RTL-LAPSED = RT-PRIOR(TS-SUB) - RT-KEPT(TS-SUB).
           IF RT-PRIOR(TS-SUB) > 0
               COMPUTE C-PCT ROUNDED =
                   RT-KEPT(TS-SUB) * 100 / RT-PRIOR(TS-SUB)
           ELSE
               MOVE 0 TO C-PCT
           END-IF.
           MOVE C-PCT TO RTL-PCT.
           WRITE PRTLINE FROM RETENTION-LINE
               AFTER ADVANCING 1 LINE.

      *EARLIER SEASONS AS LOADED, THEN THIS SEASON'S HOUSEHOLDS
       3500-HIST-SAVE.
           OPEN OUTPUT HISTOUT.
           PERFORM 3510-SAVE-PRIOR-ROW
               VARYING HT-SUB FROM 1 BY 1
                   UNTIL HT-SUB > HT-CTR.
           PERFORM 3520-SAVE-CURRENT-ROW
               VARYING CH-SUB FROM 1 BY 1
                   UNTIL CH-SUB > CH-CTR.
           CLOSE HISTOUT.

       3510-SAVE-PRIOR-ROW.
           WRITE HO-REC FROM HT-ENTRY(HT-SUB).
           ADD 1 TO C-HIST-OUT.

       3520-SAVE-CURRENT-ROW.
           WRITE HO-REC FROM CH-ENTRY(CH-SUB).
           ADD 1 TO C-HIST-OUT.

       9000-READ.
           READ INPT
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO PG-CTR.
           MOVE PG-CTR TO PG.
           WRITE PRTLINE FROM COMP-TITLE1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMP-TITLE2
               AFTER ADVANCING 1 LINE.

       9200-TEAM-HEADER.
           PERFORM 9100-HEADINGS.
           MOVE HELD-TEAM TO TSL-TEAM.
           WRITE PRTLINE FROM TEAM-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM LAPSED-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF77.
