       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF74.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *NIGHTLY APPLY OF MANAGER-APPROVED WEEKLY CONDO RATES. EACH
      *RECOMMENDATION ON RATERCM.DAT (WRITTEN BY COBCJF73) THE
      *MANAGER HAS FLAGGED Y IS CHECKED - KNOWN CONDO, A SATURDAY
      *WEEK START NOT YET OVER, A RATE INSIDE THE CONDO'S FLOOR AND
      *CEILING (CONDORT.CPY) - AND THEN POSTED TO THE WEEKLY RATE
      *FILE RATEOVR.DAT THAT COBCJF04'S 9700-RATE-LOOKUP PRICES
      *STAYS FROM. EVERY RATE ACTUALLY CHANGED IS WRITTEN TO THE
      *RATE CHANGE LOG RATECHG.LOG WITH THE OLD AND NEW RATE.
      *THE FLAG IS REWRITTEN A (APPLIED) OR R (REJECTED) SO NO
      *RECOMMENDATION IS APPLIED TWICE, AND THE RUN PRINTS A
      *REGISTER OF WHAT IT DID. WEEKLY RATES MORE THAN 13 WEEKS
      *PAST ARE DROPPED FROM RATEOVR.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RATERCM
               ASSIGN TO WS-RATERCM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-FILE-STATUS.
           SELECT RATEOVR
               ASSIGN TO WS-RATEOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FILE-STATUS.
           SELECT RATECHG
               ASSIGN TO WS-RATECHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RATERCM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RR-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RR-REC.
           05 RR-CONDO             PIC XX.
           05 RR-WEEK-START        PIC 9(8).
           05 RR-CURRENT-RATE      PIC 999V99.
           05 RR-NEW-RATE          PIC 999V99.
           05 RR-ACTION            PIC X(4).
           05 RR-APPROVED          PIC X.
           05 RR-RECOMMEND-DATE    PIC 9(8).
           05 RR-APPLY-DATE        PIC 9(8).

       FD  RATEOVR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 RO-REC.
           05 RO-CONDO             PIC XX.
           05 RO-WEEK-START        PIC 9(8).
           05 RO-RATE              PIC 999V99.
           05 RO-PRIOR-RATE        PIC 999V99.
           05 RO-APPLY-DATE        PIC 9(8).

      *ONE ROW PER RATE CHANGE APPLIED, KEPT FOR GOOD
       FD  RATECHG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 RC-REC.
           05 RC-APPLY-DATE        PIC 9(8).
           05 RC-CONDO             PIC XX.
           05 RC-WEEK-START        PIC 9(8).
           05 RC-OLD-RATE          PIC 999V99.
           05 RC-NEW-RATE          PIC 999V99.
           05 RC-RECOMMEND-DATE    PIC 9(8).
           05 RC-RECOMMENDED-RATE  PIC 999V99.
           05 RC-RUN-NO            PIC 9(6).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRTLINE                  PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "DATECALC.CPY".
       COPY "CONDORT.CPY".

       01 WORK-AREA.
           05 RR-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RO-MORE-RECS         PIC XXX VALUE 'YES'.
           05 ROV-MATCH            PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 RR-FILE-STATUS       PIC XX.
           05 RO-FILE-STATUS       PIC XX.
           05 RC-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-RATERCM-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATERCM.DAT'.
           05 WS-RATEOVR-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATEOVR.DAT'.
           05 WS-RATECHG-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATECHG.LOG'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\RATEAPL.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-DATE-N REDEFINES I-DATE PIC 9(8).
           05 I-TIME               PIC X(11).

      *THE RECOMMENDATION FILE, HELD IN FULL AND WRITTEN BACK
       01 RECOMMEND-TABLE.
           05 RRT-ENTRY OCCURS 1000 TIMES INDEXED BY RRT-IDX.
               10 RRT-CONDO            PIC XX.
               10 RRT-WEEK-START       PIC 9(8).
               10 RRT-CURRENT-RATE     PIC 999V99.
               10 RRT-NEW-RATE         PIC 999V99.
               10 RRT-ACTION           PIC X(4).
               10 RRT-APPROVED         PIC X.
               10 RRT-RECOMMEND-DATE   PIC 9(8).
               10 RRT-APPLY-DATE       PIC 9(8).

      *THE WEEKLY RATES IN FORCE, HELD IN FULL AND WRITTEN BACK
       01 RATE-OVERRIDE-TABLE.
           05 ROV-ENTRY OCCURS 500 TIMES INDEXED BY ROV-IDX.
               10 ROV-CONDO        PIC XX.
               10 ROV-WEEK-START   PIC 9(8).
               10 ROV-RATE         PIC 999V99.
               10 ROV-PRIOR-RATE   PIC 999V99.
               10 ROV-APPLY-DATE   PIC 9(8).
               10 ROV-WEEK-DAY-NO  PIC 9(7).

       01 APPLY-CALC-VARS.
           05 RRT-CTR              PIC 9(4)    VALUE 0.
           05 ROV-CTR              PIC 9(3)    VALUE 0.
           05 CN-SUB               PIC 9       VALUE 0.
           05 CR-SUB               PIC 9       VALUE 0.
           05 C-TODAY-DAY-NO       PIC 9(7)    VALUE 0.
           05 C-PURGE-DAY-NO       PIC 9(7)    VALUE 0.
           05 C-WEEK-DAY-NO        PIC 9(7)    VALUE 0.
           05 C-WEEK-QUOT          PIC 9(7)    VALUE 0.
           05 C-WEEK-REM           PIC 9       VALUE 0.
           05 C-OLD-RATE           PIC 999V99  VALUE 0.
           05 C-RESULT             PIC X(30)   VALUE SPACE.
           05 C-APPLIED-CTR        PIC 9(4)    VALUE 0.
           05 C-NOCHG-CTR          PIC 9(4)    VALUE 0.
           05 C-REJECT-CTR         PIC 9(4)    VALUE 0.
           05 C-RATE-HASH          PIC 9(7)V99 VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(34)   VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "CONDO RATE CHANGES - REGISTER".
           05 FILLER               PIC X(44)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 APPLY-HEADING-LINE.
           05 FILLER               PIC X(7)    VALUE "CONDO".
           05 FILLER               PIC X(13)   VALUE "WEEK OF".
           05 FILLER               PIC X(13)   VALUE "RECOMMENDED".
           05 FILLER               PIC X(12)   VALUE "RATE WAS".
           05 FILLER               PIC X(14)   VALUE "APPROVED RATE".
           05 FILLER               PIC X(10)   VALUE "NEW RATE".
           05 FILLER               PIC X(63)   VALUE "RESULT".

       01 APPLY-LINE.
           05 APL-CONDO            PIC XX.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 APL-MM               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 APL-DD               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 APL-YYYY             PIC 9(4).
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 APL-RECOMMEND-DATE   PIC 99/99/9999.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 APL-OLD              PIC $ZZ9.99.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 APL-APPROVED         PIC $ZZ9.99.
           05 FILLER               PIC X(7)    VALUE SPACE.
           05 APL-NEW              PIC $ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 APL-RESULT           PIC X(30).
           05 FILLER               PIC X(33)   VALUE SPACE.

       01 APL-DATE-WORK.
           05 APL-WORK-YYYY        PIC 9(4).
           05 APL-WORK-MM          PIC 99.
           05 APL-WORK-DD          PIC 99.

       01 APL-DATE-EDIT.
           05 APL-EDIT-MM          PIC 99.
           05 APL-EDIT-DD          PIC 99.
           05 APL-EDIT-YYYY        PIC 9(4).
       01 APL-DATE-EDIT-N REDEFINES APL-DATE-EDIT PIC 9(8).

       01 NONE-LINE.
           05 FILLER               PIC X(30)
               VALUE 'NO APPROVED RATE CHANGES'.
           05 FILLER               PIC X(102)  VALUE SPACE.

       01 GT-APPLY-LINE.
           05 FILLER               PIC X(9)    VALUE 'APPLIED:'.
           05 GT-APPLIED           PIC Z,ZZ9.
           05 FILLER               PIC X(14)   VALUE '   NO CHANGE:'.
           05 GT-NOCHG             PIC Z,ZZ9.
           05 FILLER               PIC X(13)   VALUE '   REJECTED:'.
           05 GT-REJECT            PIC Z,ZZ9.
           05 FILLER               PIC X(81)   VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-APPLY-ONE THRU 2000-EXIT
               VARYING RRT-IDX FROM 1 BY 1
               UNTIL RRT-IDX > RRT-CTR.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 4 WHEN ANY
      *APPROVED RATE WAS REJECTED AND NEEDS THE MANAGER'S LOOK
           IF C-REJECT-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN OUTPUT PRTOUT.
           OPEN EXTEND AUDITLOG.
           OPEN EXTEND RATECHG.
           IF RC-FILE-STATUS NOT = '00'
               OPEN OUTPUT RATECHG
           END-IF.

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

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF74" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE 'D' TO DC-FUNCTION.
           MOVE I-DATE-N TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-TODAY-DAY-NO.
           COMPUTE C-PURGE-DAY-NO = C-TODAY-DAY-NO - 91.

           PERFORM 1100-RECOMMEND-LOAD.
           PERFORM 1200-RATE-OVERRIDE-LOAD.

           PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM APPLY-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

       1050-GET-FILE-PATHS.
           DISPLAY 'RATERCM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATERCM-PATH
           END-IF.

           DISPLAY 'RATEOVR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATEOVR-PATH
           END-IF.

           DISPLAY 'RATECHG_LOG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATECHG-PATH
           END-IF.

           DISPLAY 'RATEAPL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

       1100-RECOMMEND-LOAD.
           OPEN INPUT RATERCM.
           IF RR-FILE-STATUS = '00'
               PERFORM 1110-LOAD-ONE-RECOMMEND
                   UNTIL RR-MORE-RECS = 'NO'
           END-IF.
           CLOSE RATERCM.

       1110-LOAD-ONE-RECOMMEND.
           READ RATERCM
               AT END
                   MOVE 'NO' TO RR-MORE-RECS
               NOT AT END
                   IF RRT-CTR < 1000
                       ADD 1 TO RRT-CTR
                       SET RRT-IDX TO RRT-CTR
                       MOVE RR-REC TO RRT-ENTRY(RRT-IDX)
                   ELSE
                       DISPLAY 'RECOMMEND-TABLE EXCEEDS 1000 ROWS'
                       DISPLAY 'REMAINING RECOMMENDATIONS NOT LOADED'
                   END-IF
           END-READ.

      *WEEKLY RATES MORE THAN 13 WEEKS PAST DROP OFF HERE
       1200-RATE-OVERRIDE-LOAD.
           OPEN INPUT RATEOVR.
           IF RO-FILE-STATUS = '00'
               PERFORM 1210-LOAD-ONE-OVERRIDE
                   UNTIL RO-MORE-RECS = 'NO'
           END-IF.
           CLOSE RATEOVR.

       1210-LOAD-ONE-OVERRIDE.
           READ RATEOVR
               AT END
                   MOVE 'NO' TO RO-MORE-RECS
               NOT AT END
                   MOVE 'D' TO DC-FUNCTION
                   MOVE RO-WEEK-START TO DC-DATE
                   CALL 'COBDATE' USING DATE-CALC-AREA
                   IF DC-DAY-NO NOT < C-PURGE-DAY-NO
                       PERFORM 1220-KEEP-ONE-OVERRIDE
                   END-IF
           END-READ.

       1220-KEEP-ONE-OVERRIDE.
           IF ROV-CTR < 500
               ADD 1 TO ROV-CTR
               SET ROV-IDX TO ROV-CTR
               MOVE RO-CONDO TO ROV-CONDO(ROV-IDX)
               MOVE RO-WEEK-START TO ROV-WEEK-START(ROV-IDX)
               MOVE RO-RATE TO ROV-RATE(ROV-IDX)
               MOVE RO-PRIOR-RATE TO ROV-PRIOR-RATE(ROV-IDX)
               MOVE RO-APPLY-DATE TO ROV-APPLY-DATE(ROV-IDX)
               MOVE DC-DAY-NO TO ROV-WEEK-DAY-NO(ROV-IDX)
           ELSE
               DISPLAY 'RATE-OVERRIDE-TABLE EXCEEDS 500 ROWS'
               DISPLAY 'REMAINING WEEKLY RATES NOT LOADED'
           END-IF.

      *ONLY ROWS THE MANAGER HAS FLAGGED Y ARE TOUCHED
       2000-APPLY-ONE.
           IF RRT-APPROVED(RRT-IDX) NOT = 'Y'
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO C-RESULT.
           MOVE 0 TO C-OLD-RATE.

           MOVE 0 TO CN-SUB.
           PERFORM 2010-CHECK-CONDO
               VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > 8.
           IF CN-SUB = 0
               MOVE 'REJECTED - INVALID CONDO' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.
           IF RRT-WEEK-START(RRT-IDX) NOT NUMERIC
               MOVE 'REJECTED - INVALID WEEK DATE' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.
           MOVE 'D' TO DC-FUNCTION.
           MOVE RRT-WEEK-START(RRT-IDX) TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-WEEK-DAY-NO.
      *DAY 1 (01/01/2000) WAS A SATURDAY
           COMPUTE C-WEEK-QUOT = (C-WEEK-DAY-NO - 1) / 7.
           COMPUTE C-WEEK-REM =
               C-WEEK-DAY-NO - 1 - (C-WEEK-QUOT * 7).
           IF C-WEEK-REM NOT = 0
               MOVE 'REJECTED - NOT A SATURDAY' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.

           PERFORM 2020-FIND-OVERRIDE.
           IF ROV-MATCH = 'YES'
               MOVE ROV-RATE(ROV-IDX) TO C-OLD-RATE
           ELSE
               MOVE CR-RATE(CN-SUB) TO C-OLD-RATE
           END-IF.

           IF C-WEEK-DAY-NO + 7 NOT > C-TODAY-DAY-NO
               MOVE 'REJECTED - WEEK ALREADY PAST' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.
           IF RRT-NEW-RATE(RRT-IDX) NOT NUMERIC
               OR RRT-NEW-RATE(RRT-IDX) = 0
               MOVE 'REJECTED - NO RATE GIVEN' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.
           IF RRT-NEW-RATE(RRT-IDX) < RL-FLOOR(CN-SUB)
               MOVE 'REJECTED - BELOW FLOOR' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.
           IF RRT-NEW-RATE(RRT-IDX) > RL-CEILING(CN-SUB)
               MOVE 'REJECTED - ABOVE CEILING' TO C-RESULT
               GO TO 2000-REJECT
           END-IF.

           MOVE 'A' TO RRT-APPROVED(RRT-IDX).
           MOVE I-DATE-N TO RRT-APPLY-DATE(RRT-IDX).
           IF RRT-NEW-RATE(RRT-IDX) = C-OLD-RATE
               MOVE 'APPLIED - NO CHANGE' TO C-RESULT
               ADD 1 TO C-NOCHG-CTR
               PERFORM 2200-REGISTER-LINE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-POST-OVERRIDE.
           IF C-RESULT NOT = SPACES
               GO TO 2000-REJECT
           END-IF.
           MOVE I-DATE-N TO RC-APPLY-DATE.
           MOVE RRT-CONDO(RRT-IDX) TO RC-CONDO.
           MOVE RRT-WEEK-START(RRT-IDX) TO RC-WEEK-START.
           MOVE C-OLD-RATE TO RC-OLD-RATE.
           MOVE RRT-NEW-RATE(RRT-IDX) TO RC-NEW-RATE.
           MOVE RRT-RECOMMEND-DATE(RRT-IDX) TO RC-RECOMMEND-DATE.
           MOVE RRT-CURRENT-RATE(RRT-IDX) TO RC-RECOMMENDED-RATE.
           MOVE AUD-RUN-NO TO RC-RUN-NO.
           WRITE RC-REC.
           MOVE 'APPLIED' TO C-RESULT.
           ADD 1 TO C-APPLIED-CTR.
           ADD RRT-NEW-RATE(RRT-IDX) TO C-RATE-HASH.
           PERFORM 2200-REGISTER-LINE.
           GO TO 2000-EXIT.

       2000-REJECT.
           MOVE 'R' TO RRT-APPROVED(RRT-IDX).
           MOVE I-DATE-N TO RRT-APPLY-DATE(RRT-IDX).
           ADD 1 TO C-REJECT-CTR.
           PERFORM 2200-REGISTER-LINE.

       2000-EXIT.
           EXIT.

       2010-CHECK-CONDO.
           IF RRT-CONDO(RRT-IDX) = CR-CODE(CR-SUB)
               MOVE CR-SUB TO CN-SUB
           END-IF.

       2020-FIND-OVERRIDE.
           MOVE 'NO' TO ROV-MATCH.
           PERFORM 2030-CHECK-OVERRIDE
               VARYING ROV-IDX FROM 1 BY 1
               UNTIL ROV-IDX > ROV-CTR OR ROV-MATCH = 'YES'.
           IF ROV-MATCH = 'YES'
               SET ROV-IDX DOWN BY 1
           END-IF.

       2030-CHECK-OVERRIDE.
           IF ROV-CONDO(ROV-IDX) = RRT-CONDO(RRT-IDX)
               AND ROV-WEEK-DAY-NO(ROV-IDX) = C-WEEK-DAY-NO
               MOVE 'YES' TO ROV-MATCH
           END-IF.

      *REPLACE THE WEEK'S RATE, OR ADD ONE FOR THE WEEK
       2100-POST-OVERRIDE.
           IF ROV-MATCH NOT = 'YES'
               IF ROV-CTR < 500
                   ADD 1 TO ROV-CTR
                   SET ROV-IDX TO ROV-CTR
                   MOVE RRT-CONDO(RRT-IDX) TO ROV-CONDO(ROV-IDX)
                   MOVE RRT-WEEK-START(RRT-IDX)
                       TO ROV-WEEK-START(ROV-IDX)
                   MOVE C-WEEK-DAY-NO TO ROV-WEEK-DAY-NO(ROV-IDX)
               ELSE
                   DISPLAY 'RATE-OVERRIDE-TABLE EXCEEDS 500 ROWS'
                   MOVE 'REJECTED - RATE TABLE FULL' TO C-RESULT
               END-IF
           END-IF.
           IF C-RESULT = SPACES
               MOVE C-OLD-RATE TO ROV-PRIOR-RATE(ROV-IDX)
               MOVE RRT-NEW-RATE(RRT-IDX) TO ROV-RATE(ROV-IDX)
               MOVE I-DATE-N TO ROV-APPLY-DATE(ROV-IDX)
           END-IF.

       2200-REGISTER-LINE.
           MOVE RRT-CONDO(RRT-IDX) TO APL-CONDO.
           MOVE RRT-WEEK-START(RRT-IDX) TO APL-DATE-WORK.
           MOVE APL-WORK-MM TO APL-MM.
           MOVE APL-WORK-DD TO APL-DD.
           MOVE APL-WORK-YYYY TO APL-YYYY.
           MOVE RRT-RECOMMEND-DATE(RRT-IDX) TO APL-DATE-WORK.
           MOVE APL-WORK-MM TO APL-EDIT-MM.
           MOVE APL-WORK-DD TO APL-EDIT-DD.
           MOVE APL-WORK-YYYY TO APL-EDIT-YYYY.
           MOVE APL-DATE-EDIT-N TO APL-RECOMMEND-DATE.
           MOVE C-OLD-RATE TO APL-OLD.
           IF RRT-NEW-RATE(RRT-IDX) NUMERIC
               MOVE RRT-NEW-RATE(RRT-IDX) TO APL-APPROVED
           ELSE
               MOVE 0 TO APL-APPROVED
           END-IF.
           IF RRT-APPROVED(RRT-IDX) = 'A'
               MOVE RRT-NEW-RATE(RRT-IDX) TO APL-NEW
           ELSE
               MOVE C-OLD-RATE TO APL-NEW
           END-IF.
           MOVE C-RESULT TO APL-RESULT.
           WRITE PRTLINE FROM APPLY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3000-CLOSING.
           IF C-APPLIED-CTR + C-NOCHG-CTR + C-REJECT-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           OPEN OUTPUT RATERCM.
           PERFORM 3100-SAVE-ONE-RECOMMEND
               VARYING RRT-IDX FROM 1 BY 1
               UNTIL RRT-IDX > RRT-CTR.
           CLOSE RATERCM.

           OPEN OUTPUT RATEOVR.
           PERFORM 3200-SAVE-ONE-OVERRIDE
               VARYING ROV-IDX FROM 1 BY 1
               UNTIL ROV-IDX > ROV-CTR.
           CLOSE RATEOVR.

           MOVE C-APPLIED-CTR TO GT-APPLIED.
           MOVE C-NOCHG-CTR TO GT-NOCHG.
           MOVE C-REJECT-CTR TO GT-REJECT.
           WRITE PRTLINE FROM GT-APPLY-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-APPLIED-CTR TO TR-REC-COUNT.
           MOVE C-RATE-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-APPLIED-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           CLOSE RATECHG.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       3100-SAVE-ONE-RECOMMEND.
           MOVE RRT-ENTRY(RRT-IDX) TO RR-REC.
           WRITE RR-REC.

       3200-SAVE-ONE-OVERRIDE.
           MOVE ROV-CONDO(ROV-IDX) TO RO-CONDO.
           MOVE ROV-WEEK-START(ROV-IDX) TO RO-WEEK-START.
           MOVE ROV-RATE(ROV-IDX) TO RO-RATE.
           MOVE ROV-PRIOR-RATE(ROV-IDX) TO RO-PRIOR-RATE.
           MOVE ROV-APPLY-DATE(ROV-IDX) TO RO-APPLY-DATE.
           WRITE RO-REC.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF74.
