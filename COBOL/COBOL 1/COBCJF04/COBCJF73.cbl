       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF73.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *WEEKLY CONDO PRICING REPORT FROM BOOKING PACE. FOR EACH CONDO
      *AND EACH OF THE NEXT 12 SATURDAY-TO-FRIDAY WEEKS, THE NIGHTS
      *ON THE BOOKS IN THE RESERVATIONS LEDGER (CONDORSV.DAT) ARE
      *SET AGAINST THE NIGHTS THAT WERE ON THE BOOKS FOR THE SAME
      *WEEK LAST YEAR (52 WEEKS EARLIER) THE SAME NUMBER OF WEEKS
      *OUT. AHEAD OF LAST YEAR'S PACE THE RATE IS RECOMMENDED UP BY
      *THE CONDO'S STEP PERCENT, BEHIND IT DOWN - TWO STEPS WHEN THE
      *GAP IS THREE NIGHTS OR MORE - NEVER PAST THE CONDO'S FLOOR OR
      *CEILING (CONDORT.CPY). THE STARTING POINT IS THE RATE IN
      *FORCE FOR THE WEEK: AN APPROVED WEEKLY RATE ON RATEOVR.DAT,
      *ELSE THE TABLE'S BASE RATE.
      *EVERY RUN ADDS THIS WEEK'S PACE TO THE PACE HISTORY
      *(PACEHST.DAT) SO NEXT YEAR HAS SOMETHING TO COMPARE TO; A
      *WEEK WITH NO PRIOR-YEAR PACE IS HELD AT ITS RATE. THE RATE
      *CHANGES GO TO RATERCM.DAT WITH THE APPROVAL FLAG AT N - THE
      *MANAGER SETS Y ON THE ONES TO TAKE (AND MAY AMEND THE RATE)
      *AND COBCJF74 APPLIES THEM IN THE NIGHT RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RSVLEDGER
               ASSIGN TO WS-RSVLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.
           SELECT PACEHST
               ASSIGN TO WS-PACEHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
           SELECT RATEOVR
               ASSIGN TO WS-RATEOVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FILE-STATUS.
           SELECT RATERCM
               ASSIGN TO WS-RATERCM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RSVLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RV-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 RV-REC.
           05 RV-CONDO             PIC XX.
           05 RV-GUEST             PIC X(20).
           05 RV-ARR-DATE          PIC 9(8).
           05 RV-NIGHTS            PIC 99.
           05 RV-AMT               PIC 9(6)V99.
           05 RV-ENTRY-TYPE        PIC X.
               88 RV-BOOKING           VALUE ' ' 'R'.
               88 RV-BLOCK             VALUE 'O' 'M' 'H'.

      *ONE ROW PER CONDO, STAY WEEK, AND WEEKS OUT - THE NIGHTS
      *BOOKED AND BLOCKED FOR THAT WEEK AS OF THE RUN THAT MANY
      *WEEKS AHEAD OF IT
       FD  PACEHST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 PH-REC.
           05 PH-CONDO             PIC XX.
           05 PH-WEEK-START        PIC 9(8).
           05 PH-WEEKS-OUT         PIC 99.
           05 PH-NIGHTS            PIC 99.
           05 PH-BLOCKED           PIC 99.
           05 PH-SNAP-DATE         PIC 9(8).

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

      *RATE CHANGES FOR THE MANAGER. RR-APPROVED IS WRITTEN AS N;
      *Y APPROVES, AND COBCJF74 MARKS A APPLIED OR R REJECTED
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
           05 RV-MORE-RECS         PIC XXX VALUE 'YES'.
           05 PH-MORE-RECS         PIC XXX VALUE 'YES'.
           05 RO-MORE-RECS         PIC XXX VALUE 'YES'.
           05 PH-MATCH             PIC XXX VALUE 'NO'.
           05 ROV-MATCH            PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 RV-FILE-STATUS       PIC XX.
           05 PH-FILE-STATUS       PIC XX.
           05 RO-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-RSVLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\CONDORSV.DAT'.
           05 WS-PACEHST-PATH       PIC X(80)
               VALUE 'C:\COBOL\PACEHST.DAT'.
           05 WS-RATEOVR-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATEOVR.DAT'.
           05 WS-RATERCM-PATH       PIC X(80)
               VALUE 'C:\COBOL\RATERCM.DAT'.
           05 WS-PRTOUT-PATH        PIC X(80)
               VALUE 'C:\COBOL\RATEPACE.PRT'.

       01 WS-ENV-OVERRIDE           PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-DATE-N REDEFINES I-DATE PIC 9(8).
           05 I-TIME               PIC X(11).

       01 OWNER-CONDO-NAMES.
           05 FILLER               PIC X(17)   VALUE "HORSESHOE BEND".
           05 FILLER               PIC X(17)   VALUE "OSAGE BEACH".
           05 FILLER               PIC X(17)   VALUE "PISTOL POINT".
           05 FILLER               PIC X(17)   VALUE "REGATTA BAY".
           05 FILLER               PIC X(17)   VALUE "SHAWNEE BEND".
           05 FILLER               PIC X(17)   VALUE "LEDGES".
           05 FILLER               PIC X(17)   VALUE "HARBOUR TOWNE".
           05 FILLER               PIC X(17)   VALUE "COMPASSE POINTE".

       01 OWNER-CONDO-NAME-TABLE REDEFINES OWNER-CONDO-NAMES.
           05 OWN-CONDO-NAME       PIC X(17)   OCCURS 8 TIMES.

       01 MONTH-DAYS-AREA.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 28.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 30.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 30.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 30.
           05 FILLER               PIC 99      VALUE 31.
           05 FILLER               PIC 99      VALUE 30.
           05 FILLER               PIC 99      VALUE 31.

       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-AREA.
           05 MONTH-DAYS           PIC 99      OCCURS 12 TIMES.

      *THE 12 WEEKS AHEAD - SATURDAY DATE AND DAY NUMBER
       01 WEEK-TABLE.
           05 WK-ENTRY OCCURS 12 TIMES.
               10 WK-DATE          PIC 9(8).
               10 WK-DAY-NO        PIC 9(7).

      *THIS YEAR'S PACE AND THE RECOMMENDATION PER CONDO AND WEEK
       01 PACE-TABLE.
           05 PC-CONDO-ROW OCCURS 8 TIMES.
               10 PC-WEEK OCCURS 12 TIMES.
                   15 PC-NIGHTS        PIC 99      VALUE 0.
                   15 PC-BLOCKED       PIC 99      VALUE 0.
                   15 PC-LY-NIGHTS     PIC 99      VALUE 0.
                   15 PC-LY-FOUND      PIC X       VALUE 'N'.

      *PACE HISTORY, HELD IN FULL AND WRITTEN BACK AT CLOSE
       01 PACE-HISTORY-TABLE.
           05 PHT-ENTRY OCCURS 7000 TIMES INDEXED BY PHT-IDX.
               10 PHT-CONDO        PIC XX.
               10 PHT-WEEK-START   PIC 9(8).
               10 PHT-WEEKS-OUT    PIC 99.
               10 PHT-NIGHTS       PIC 99.
               10 PHT-BLOCKED      PIC 99.
               10 PHT-SNAP-DATE    PIC 9(8).
               10 PHT-WEEK-DAY-NO  PIC 9(7).

      *APPROVED WEEKLY RATES ALREADY IN FORCE
       01 RATE-OVERRIDE-TABLE.
           05 ROV-ENTRY OCCURS 500 TIMES INDEXED BY ROV-IDX.
               10 ROV-CONDO        PIC XX.
               10 ROV-WEEK-DAY-NO  PIC 9(7).
               10 ROV-RATE         PIC 999V99.

       01 PACE-CALC-VARS.
           05 PHT-CTR              PIC 9(4)    VALUE 0.
           05 ROV-CTR              PIC 9(3)    VALUE 0.
           05 CN-SUB               PIC 9       VALUE 0.
           05 WK-SUB               PIC 99      VALUE 0.
           05 C-TODAY-DAY-NO       PIC 9(7)    VALUE 0.
           05 C-DAY-OF-WEEK        PIC 9       VALUE 0.
           05 C-WEEK-QUOT          PIC 9(7)    VALUE 0.
           05 C-DAYS-TO-WALK       PIC 99      VALUE 0.
           05 C-PURGE-DAY-NO       PIC 9(7)    VALUE 0.
           05 C-LY-DAY-NO          PIC 9(7)    VALUE 0.
           05 C-SPAN-START         PIC 9(7)    VALUE 0.
           05 C-SPAN-END           PIC 9(7)    VALUE 0.
           05 C-WEEK-END           PIC 9(7)    VALUE 0.
           05 C-OVER-START         PIC 9(7)    VALUE 0.
           05 C-OVER-END           PIC 9(7)    VALUE 0.
           05 C-AVAIL              PIC 99      VALUE 0.
           05 C-PACE-DIFF          PIC S99     VALUE 0.
           05 C-STEPS              PIC S9      VALUE 0.
           05 C-CURRENT-RATE       PIC 999V99  VALUE 0.
           05 C-NEW-RATE           PIC 9(4)V99 VALUE 0.
           05 C-OCC-PCT            PIC 999V9   VALUE 0.
           05 C-ACTION             PIC X(4)    VALUE SPACE.
           05 C-NOTE               PIC X(20)   VALUE SPACE.
           05 C-UP-CTR             PIC 9(4)    VALUE 0.
           05 C-DOWN-CTR           PIC 9(4)    VALUE 0.
           05 C-HOLD-CTR           PIC 9(4)    VALUE 0.
           05 C-RATE-HASH          PIC 9(7)V99 VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.

      *STEPS A DATE FORWARD ONE DAY AT A TIME
       01 DATE-WALK-VARS.
           05 DW-DATE.
               10 DW-YYYY          PIC 9(4).
               10 DW-MM            PIC 99.
               10 DW-DD            PIC 99.
           05 DW-DATE-N REDEFINES DW-DATE PIC 9(8).
           05 DW-MONTH-END         PIC 99.
           05 DW-LEAP-QUOT         PIC 9(4).
           05 DW-LEAP-REM          PIC 9.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(42)
               VALUE "CONDO RATE RECOMMENDATIONS - BOOKING PACE".
           05 FILLER               PIC X(38)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 CONDO-HEADING-LINE.
           05 FILLER               PIC X(13)   VALUE "CONDOMINIUM:".
           05 CHL-CONDO            PIC X(17).
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 FILLER               PIC X(11)   VALUE "BASE RATE:".
           05 CHL-BASE             PIC $ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 FILLER               PIC X(7)    VALUE "FLOOR:".
           05 CHL-FLOOR            PIC $ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 FILLER               PIC X(9)    VALUE "CEILING:".
           05 CHL-CEILING          PIC $ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "STEP:".
           05 CHL-STEP             PIC Z9.9.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC X(31)   VALUE SPACE.

       01 PACE-HEADING-LINE.
           05 FILLER               PIC X(13)   VALUE "WEEK OF".
           05 FILLER               PIC X(9)    VALUE "WKS OUT".
           05 FILLER               PIC X(8)    VALUE "BOOKED".
           05 FILLER               PIC X(9)    VALUE "BLOCKED".
           05 FILLER               PIC X(9)    VALUE "OCC PCT".
           05 FILLER               PIC X(11)   VALUE "LAST YEAR".
           05 FILLER               PIC X(7)    VALUE "PACE".
           05 FILLER               PIC X(14)   VALUE "CURRENT RATE".
           05 FILLER               PIC X(13)   VALUE "RECOMMENDED".
           05 FILLER               PIC X(39)   VALUE "ACTION".

       01 PACE-LINE.
           05 PCL-MM               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 PCL-DD               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 PCL-YYYY             PIC 9(4).
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 PCL-WEEKS-OUT        PIC Z9.
           05 FILLER               PIC X(9)    VALUE SPACE.
           05 PCL-NIGHTS           PIC 9.
           05 FILLER               PIC X(8)    VALUE SPACE.
           05 PCL-BLOCKED          PIC 9.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 PCL-OCC              PIC ZZ9.9.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 PCL-LY               PIC X(3).
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 PCL-PACE             PIC X(3).
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 PCL-CURRENT          PIC $ZZ9.99.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 PCL-NEW              PIC $ZZ9.99.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 PCL-ACTION           PIC X(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 PCL-NOTE             PIC X(20).
           05 FILLER               PIC X(11)   VALUE SPACE.

       01 PACE-EDIT-VARS.
           05 ED-LY                PIC Z9.
           05 ED-PACE              PIC +9.

       01 GT-PACE-LINE.
           05 FILLER               PIC X(22)
               VALUE 'RECOMMENDATIONS - UP:'.
           05 GT-UP                PIC Z,ZZ9.
           05 FILLER               PIC X(9)    VALUE '   DOWN:'.
           05 GT-DOWN              PIC Z,ZZ9.
           05 FILLER               PIC X(9)    VALUE '   HOLD:'.
           05 GT-HOLD              PIC Z,ZZ9.
           05 FILLER               PIC X(77)   VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-LEDGER-PACE
               UNTIL RV-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           MOVE 0 TO RETURN-CODE.
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

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF73" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1100-BUILD-WEEKS.
           PERFORM 1200-PACE-HISTORY-RESTORE.
           PERFORM 1300-RATE-OVERRIDE-LOAD.

           OPEN INPUT RSVLEDGER.
           IF RV-FILE-STATUS NOT = '00'
               MOVE 'NO' TO RV-MORE-RECS
           ELSE
               PERFORM 9000-READ-LEDGER
           END-IF.

       1050-GET-FILE-PATHS.
           DISPLAY 'CONDORSV_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RSVLEDGER-PATH
           END-IF.

           DISPLAY 'PACEHST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PACEHST-PATH
           END-IF.

           DISPLAY 'RATEOVR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATEOVR-PATH
           END-IF.

           DISPLAY 'RATERCM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RATERCM-PATH
           END-IF.

           DISPLAY 'RATEPACE_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *THE WEEKS START ON SATURDAY. DAY 1 (01/01/2000) WAS A
      *SATURDAY, SO THE DAY NUMBER LESS ONE, REMAINDER BY 7, IS THE
      *DAYS SINCE THE LAST ONE. WEEK 1 IS THE FIRST WEEK STARTING AFTER
      *THE BUSINESS DATE; ITS DATE IS WALKED FORWARD FROM THE
      *BUSINESS DATE AND EACH WEEK AFTER IS SEVEN DAYS ON.
       1100-BUILD-WEEKS.
           MOVE 'D' TO DC-FUNCTION.
           MOVE I-DATE-N TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-TODAY-DAY-NO.
           COMPUTE C-WEEK-QUOT = (C-TODAY-DAY-NO - 1) / 7.
           COMPUTE C-DAY-OF-WEEK =
               C-TODAY-DAY-NO - 1 - (C-WEEK-QUOT * 7).
           COMPUTE C-DAYS-TO-WALK = 7 - C-DAY-OF-WEEK.
           COMPUTE C-PURGE-DAY-NO = C-TODAY-DAY-NO - 371.

           MOVE I-DATE-N TO DW-DATE-N.
           PERFORM 8100-NEXT-DAY C-DAYS-TO-WALK TIMES.
           MOVE DW-DATE-N TO WK-DATE(1).
           COMPUTE WK-DAY-NO(1) = C-TODAY-DAY-NO + C-DAYS-TO-WALK.
           PERFORM 1110-NEXT-WEEK
               VARYING WK-SUB FROM 2 BY 1
               UNTIL WK-SUB > 12.

       1110-NEXT-WEEK.
           PERFORM 8100-NEXT-DAY 7 TIMES.
           MOVE DW-DATE-N TO WK-DATE(WK-SUB).
           COMPUTE WK-DAY-NO(WK-SUB) = WK-DAY-NO(WK-SUB - 1) + 7.

      *PACE HISTORY OLDER THAN A YEAR AND A WEEK IS NO LONGER
      *NEEDED FOR A COMPARISON AND DROPS OFF HERE
       1200-PACE-HISTORY-RESTORE.
           OPEN INPUT PACEHST.
           IF PH-FILE-STATUS = '00'
               PERFORM 1210-LOAD-ONE-PACE
                   UNTIL PH-MORE-RECS = 'NO'
           END-IF.
           CLOSE PACEHST.

       1210-LOAD-ONE-PACE.
           READ PACEHST
               AT END
                   MOVE 'NO' TO PH-MORE-RECS
               NOT AT END
                   MOVE 'D' TO DC-FUNCTION
                   MOVE PH-WEEK-START TO DC-DATE
                   CALL 'COBDATE' USING DATE-CALC-AREA
                   IF DC-DAY-NO NOT < C-PURGE-DAY-NO
                       PERFORM 1220-KEEP-ONE-PACE
                   END-IF
           END-READ.

       1220-KEEP-ONE-PACE.
           IF PHT-CTR < 7000
               ADD 1 TO PHT-CTR
               SET PHT-IDX TO PHT-CTR
               MOVE PH-CONDO TO PHT-CONDO(PHT-IDX)
               MOVE PH-WEEK-START TO PHT-WEEK-START(PHT-IDX)
               MOVE PH-WEEKS-OUT TO PHT-WEEKS-OUT(PHT-IDX)
               MOVE PH-NIGHTS TO PHT-NIGHTS(PHT-IDX)
               MOVE PH-BLOCKED TO PHT-BLOCKED(PHT-IDX)
               MOVE PH-SNAP-DATE TO PHT-SNAP-DATE(PHT-IDX)
               MOVE DC-DAY-NO TO PHT-WEEK-DAY-NO(PHT-IDX)
           ELSE
               DISPLAY 'PACE-HISTORY-TABLE EXCEEDS 7000 ROWS'
               DISPLAY 'REMAINING PACE ROWS NOT LOADED'
           END-IF.

       1300-RATE-OVERRIDE-LOAD.
           OPEN INPUT RATEOVR.
           IF RO-FILE-STATUS = '00'
               PERFORM 1310-LOAD-ONE-OVERRIDE
                   UNTIL RO-MORE-RECS = 'NO'
           END-IF.
           CLOSE RATEOVR.

       1310-LOAD-ONE-OVERRIDE.
           READ RATEOVR
               AT END
                   MOVE 'NO' TO RO-MORE-RECS
               NOT AT END
                   IF ROV-CTR < 500
                       ADD 1 TO ROV-CTR
                       SET ROV-IDX TO ROV-CTR
                       MOVE RO-CONDO TO ROV-CONDO(ROV-IDX)
                       MOVE 'D' TO DC-FUNCTION
                       MOVE RO-WEEK-START TO DC-DATE
                       CALL 'COBDATE' USING DATE-CALC-AREA
                       MOVE DC-DAY-NO TO ROV-WEEK-DAY-NO(ROV-IDX)
                       MOVE RO-RATE TO ROV-RATE(ROV-IDX)
                   ELSE
                       DISPLAY 'RATE-OVERRIDE-TABLE EXCEEDS 500 ROWS'
                   END-IF
           END-READ.

      *ONE LEDGER ROW SPREAD OVER THE 12 WEEKS IT MAY FALL IN
       2000-LEDGER-PACE.
           PERFORM 8000-FIND-CONDO.
           IF CN-SUB > 0
               MOVE 'D' TO DC-FUNCTION
               MOVE RV-ARR-DATE TO DC-DATE
               CALL 'COBDATE' USING DATE-CALC-AREA
               MOVE DC-DAY-NO TO C-SPAN-START
               COMPUTE C-SPAN-END = C-SPAN-START + RV-NIGHTS
               PERFORM 2100-WEEK-OVERLAP
                   VARYING WK-SUB FROM 1 BY 1
                   UNTIL WK-SUB > 12
           END-IF.
           PERFORM 9000-READ-LEDGER.

      *THE NIGHTS OF THE STAY OR BLOCK INSIDE ONE WEEK
       2100-WEEK-OVERLAP.
           COMPUTE C-WEEK-END = WK-DAY-NO(WK-SUB) + 7.
           IF C-SPAN-START < C-WEEK-END
               AND WK-DAY-NO(WK-SUB) < C-SPAN-END
               IF C-SPAN-START > WK-DAY-NO(WK-SUB)
                   MOVE C-SPAN-START TO C-OVER-START
               ELSE
                   MOVE WK-DAY-NO(WK-SUB) TO C-OVER-START
               END-IF
               IF C-SPAN-END < C-WEEK-END
                   MOVE C-SPAN-END TO C-OVER-END
               ELSE
                   MOVE C-WEEK-END TO C-OVER-END
               END-IF
               IF RV-BLOCK
                   COMPUTE PC-BLOCKED(CN-SUB, WK-SUB) =
                       PC-BLOCKED(CN-SUB, WK-SUB)
                           + C-OVER-END - C-OVER-START
               ELSE
                   COMPUTE PC-NIGHTS(CN-SUB, WK-SUB) =
                       PC-NIGHTS(CN-SUB, WK-SUB)
                           + C-OVER-END - C-OVER-START
               END-IF
           END-IF.

       3000-CLOSING.
           CLOSE RSVLEDGER.
           OPEN OUTPUT RATERCM.
           PERFORM 3100-ONE-CONDO
               VARYING CN-SUB FROM 1 BY 1
               UNTIL CN-SUB > 8.
           CLOSE RATERCM.

           MOVE C-UP-CTR TO GT-UP.
           MOVE C-DOWN-CTR TO GT-DOWN.
           MOVE C-HOLD-CTR TO GT-HOLD.
           WRITE PRTLINE FROM GT-PACE-LINE
               AFTER ADVANCING 3 LINES.

           COMPUTE TR-REC-COUNT = C-UP-CTR + C-DOWN-CTR.
           MOVE C-RATE-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 3500-PACE-HISTORY-SAVE.

           MOVE "END  " TO AUD-EVENT.
           COMPUTE AUD-REC-COUNT = C-UP-CTR + C-DOWN-CTR.
           WRITE AUDIT-REC.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *EACH CONDO STARTS A PAGE WITH ITS RATE AND LIMITS
       3100-ONE-CONDO.
           PERFORM 9100-HEADINGS.
           MOVE OWN-CONDO-NAME(CN-SUB) TO CHL-CONDO.
           MOVE CR-RATE(CN-SUB) TO CHL-BASE.
           MOVE RL-FLOOR(CN-SUB) TO CHL-FLOOR.
           MOVE RL-CEILING(CN-SUB) TO CHL-CEILING.
           COMPUTE CHL-STEP = RL-STEP-PCT(CN-SUB) * 100.
           WRITE PRTLINE FROM CONDO-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PACE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3200-ONE-WEEK
               VARYING WK-SUB FROM 1 BY 1
               UNTIL WK-SUB > 12.

       3200-ONE-WEEK.
           PERFORM 3210-PRIOR-YEAR-PACE.
           PERFORM 3220-CURRENT-RATE.
           PERFORM 3230-RECOMMEND THRU 3230-EXIT.
           PERFORM 3300-SNAPSHOT.

           MOVE WK-DATE(WK-SUB) TO DW-DATE-N.
           MOVE DW-MM TO PCL-MM.
           MOVE DW-DD TO PCL-DD.
           MOVE DW-YYYY TO PCL-YYYY.
           MOVE WK-SUB TO PCL-WEEKS-OUT.
           MOVE PC-NIGHTS(CN-SUB, WK-SUB) TO PCL-NIGHTS.
           MOVE PC-BLOCKED(CN-SUB, WK-SUB) TO PCL-BLOCKED.
           MOVE C-OCC-PCT TO PCL-OCC.
           IF PC-LY-FOUND(CN-SUB, WK-SUB) = 'Y'
               MOVE PC-LY-NIGHTS(CN-SUB, WK-SUB) TO ED-LY
               MOVE ED-LY TO PCL-LY
               MOVE C-PACE-DIFF TO ED-PACE
               MOVE ED-PACE TO PCL-PACE
           ELSE
               MOVE '--' TO PCL-LY
               MOVE '--' TO PCL-PACE
           END-IF.
           MOVE C-CURRENT-RATE TO PCL-CURRENT.
           MOVE C-NEW-RATE TO PCL-NEW.
           MOVE C-ACTION TO PCL-ACTION.
           MOVE C-NOTE TO PCL-NOTE.
           WRITE PRTLINE FROM PACE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *THE SAME WEEK 52 WEEKS EARLIER, AS IT STOOD THE SAME NUMBER
      *OF WEEKS OUT
       3210-PRIOR-YEAR-PACE.
           COMPUTE C-LY-DAY-NO = WK-DAY-NO(WK-SUB) - 364.
           MOVE 'NO' TO PH-MATCH.
           PERFORM 3215-CHECK-PRIOR-YEAR
               VARYING PHT-IDX FROM 1 BY 1
               UNTIL PHT-IDX > PHT-CTR OR PH-MATCH = 'YES'.
           IF PH-MATCH = 'YES'
               SET PHT-IDX DOWN BY 1
               MOVE PHT-NIGHTS(PHT-IDX) TO PC-LY-NIGHTS(CN-SUB, WK-SUB)
               MOVE 'Y' TO PC-LY-FOUND(CN-SUB, WK-SUB)
           END-IF.

       3215-CHECK-PRIOR-YEAR.
           IF PHT-CONDO(PHT-IDX) = CR-CODE(CN-SUB)
               AND PHT-WEEK-DAY-NO(PHT-IDX) = C-LY-DAY-NO
               AND PHT-WEEKS-OUT(PHT-IDX) = WK-SUB
               MOVE 'YES' TO PH-MATCH
           END-IF.

      *THE RATE IN FORCE FOR THE WEEK
       3220-CURRENT-RATE.
           MOVE CR-RATE(CN-SUB) TO C-CURRENT-RATE.
           MOVE 'NO' TO ROV-MATCH.
           PERFORM 3225-CHECK-OVERRIDE
               VARYING ROV-IDX FROM 1 BY 1
               UNTIL ROV-IDX > ROV-CTR OR ROV-MATCH = 'YES'.
           IF ROV-MATCH = 'YES'
               SET ROV-IDX DOWN BY 1
               MOVE ROV-RATE(ROV-IDX) TO C-CURRENT-RATE
           END-IF.

       3225-CHECK-OVERRIDE.
           IF ROV-CONDO(ROV-IDX) = CR-CODE(CN-SUB)
               AND ROV-WEEK-DAY-NO(ROV-IDX) = WK-DAY-NO(WK-SUB)
               MOVE 'YES' TO ROV-MATCH
           END-IF.

      *UP OR DOWN ONE STEP FOR ANY GAP TO LAST YEAR'S PACE, TWO
      *FOR A GAP OF THREE NIGHTS OR MORE, HELD INSIDE THE FLOOR AND
      *CEILING. A WEEK WITH NOTHING LEFT TO SELL IS HELD.
       3230-RECOMMEND.
           COMPUTE C-AVAIL = 7 - PC-BLOCKED(CN-SUB, WK-SUB).
           IF PC-BLOCKED(CN-SUB, WK-SUB) > 7
               MOVE 0 TO C-AVAIL
           END-IF.
           IF C-AVAIL > 0
               COMPUTE C-OCC-PCT ROUNDED =
                   PC-NIGHTS(CN-SUB, WK-SUB) * 100 / C-AVAIL
           ELSE
               MOVE 0 TO C-OCC-PCT
           END-IF.
           COMPUTE C-PACE-DIFF = PC-NIGHTS(CN-SUB, WK-SUB)
               - PC-LY-NIGHTS(CN-SUB, WK-SUB).
           MOVE C-CURRENT-RATE TO C-NEW-RATE.
           MOVE 'HOLD' TO C-ACTION.
           MOVE SPACES TO C-NOTE.

           IF C-AVAIL = 0
               MOVE 'BLOCKED ALL WEEK' TO C-NOTE
               GO TO 3230-HOLD
           END-IF.
           IF PC-NIGHTS(CN-SUB, WK-SUB) NOT < C-AVAIL
               MOVE 'SOLD OUT' TO C-NOTE
               GO TO 3230-HOLD
           END-IF.
           IF PC-LY-FOUND(CN-SUB, WK-SUB) NOT = 'Y'
               MOVE 'NO PRIOR-YEAR PACE' TO C-NOTE
               GO TO 3230-HOLD
           END-IF.

           EVALUATE TRUE
               WHEN C-PACE-DIFF > 2
                   MOVE 2 TO C-STEPS
               WHEN C-PACE-DIFF > 0
                   MOVE 1 TO C-STEPS
               WHEN C-PACE-DIFF < -2
                   MOVE -2 TO C-STEPS
               WHEN C-PACE-DIFF < 0
                   MOVE -1 TO C-STEPS
               WHEN OTHER
                   MOVE 0 TO C-STEPS
           END-EVALUATE.
           IF C-STEPS = 0
               MOVE 'ON LAST YEAR PACE' TO C-NOTE
               GO TO 3230-HOLD
           END-IF.

           COMPUTE C-NEW-RATE ROUNDED = C-CURRENT-RATE *
               (1 + (C-STEPS * RL-STEP-PCT(CN-SUB))).
           IF C-NEW-RATE > RL-CEILING(CN-SUB)
               MOVE RL-CEILING(CN-SUB) TO C-NEW-RATE
               MOVE 'HELD TO CEILING' TO C-NOTE
           END-IF.
           IF C-NEW-RATE < RL-FLOOR(CN-SUB)
               MOVE RL-FLOOR(CN-SUB) TO C-NEW-RATE
               MOVE 'HELD TO FLOOR' TO C-NOTE
           END-IF.
           IF C-NEW-RATE = C-CURRENT-RATE
               GO TO 3230-HOLD
           END-IF.

           IF C-STEPS > 0
               MOVE 'UP' TO C-ACTION
               ADD 1 TO C-UP-CTR
               IF C-NOTE = SPACES
                   MOVE 'AHEAD OF LAST YEAR' TO C-NOTE
               END-IF
           ELSE
               MOVE 'DOWN' TO C-ACTION
               ADD 1 TO C-DOWN-CTR
               IF C-NOTE = SPACES
                   MOVE 'BEHIND LAST YEAR' TO C-NOTE
               END-IF
           END-IF.
           MOVE CR-CODE(CN-SUB) TO RR-CONDO.
           MOVE WK-DATE(WK-SUB) TO RR-WEEK-START.
           MOVE C-CURRENT-RATE TO RR-CURRENT-RATE.
           MOVE C-NEW-RATE TO RR-NEW-RATE.
           MOVE C-ACTION TO RR-ACTION.
           MOVE 'N' TO RR-APPROVED.
           MOVE I-DATE-N TO RR-RECOMMEND-DATE.
           MOVE 0 TO RR-APPLY-DATE.
           WRITE RR-REC.
           ADD C-NEW-RATE TO C-RATE-HASH.
           GO TO 3230-EXIT.

       3230-HOLD.
           MOVE C-CURRENT-RATE TO C-NEW-RATE.
           ADD 1 TO C-HOLD-CTR.

       3230-EXIT.
           EXIT.

      *THIS WEEK'S PACE GOES INTO THE HISTORY - A RERUN IN THE SAME
      *WEEK REPLACES ITS OWN ROW
       3300-SNAPSHOT.
           MOVE 'NO' TO PH-MATCH.
           PERFORM 3310-CHECK-SNAPSHOT
               VARYING PHT-IDX FROM 1 BY 1
               UNTIL PHT-IDX > PHT-CTR OR PH-MATCH = 'YES'.
           IF PH-MATCH = 'YES'
               SET PHT-IDX DOWN BY 1
           ELSE
               IF PHT-CTR < 7000
                   ADD 1 TO PHT-CTR
                   SET PHT-IDX TO PHT-CTR
                   MOVE 'YES' TO PH-MATCH
               ELSE
                   DISPLAY 'PACE-HISTORY-TABLE EXCEEDS 7000 ROWS'
                   DISPLAY 'PACE NOT SAVED: ' CR-CODE(CN-SUB)
               END-IF
           END-IF.
           IF PH-MATCH = 'YES'
               MOVE CR-CODE(CN-SUB) TO PHT-CONDO(PHT-IDX)
               MOVE WK-DATE(WK-SUB) TO PHT-WEEK-START(PHT-IDX)
               MOVE WK-SUB TO PHT-WEEKS-OUT(PHT-IDX)
               MOVE PC-NIGHTS(CN-SUB, WK-SUB) TO PHT-NIGHTS(PHT-IDX)
               MOVE PC-BLOCKED(CN-SUB, WK-SUB) TO PHT-BLOCKED(PHT-IDX)
               MOVE I-DATE-N TO PHT-SNAP-DATE(PHT-IDX)
               MOVE WK-DAY-NO(WK-SUB) TO PHT-WEEK-DAY-NO(PHT-IDX)
           END-IF.

       3310-CHECK-SNAPSHOT.
           IF PHT-CONDO(PHT-IDX) = CR-CODE(CN-SUB)
               AND PHT-WEEK-DAY-NO(PHT-IDX) = WK-DAY-NO(WK-SUB)
               AND PHT-WEEKS-OUT(PHT-IDX) = WK-SUB
               MOVE 'YES' TO PH-MATCH
           END-IF.

       3500-PACE-HISTORY-SAVE.
           OPEN OUTPUT PACEHST.
           PERFORM 3510-SAVE-ONE-PACE
               VARYING PHT-IDX FROM 1 BY 1
               UNTIL PHT-IDX > PHT-CTR.
           CLOSE PACEHST.

       3510-SAVE-ONE-PACE.
           MOVE PHT-CONDO(PHT-IDX) TO PH-CONDO.
           MOVE PHT-WEEK-START(PHT-IDX) TO PH-WEEK-START.
           MOVE PHT-WEEKS-OUT(PHT-IDX) TO PH-WEEKS-OUT.
           MOVE PHT-NIGHTS(PHT-IDX) TO PH-NIGHTS.
           MOVE PHT-BLOCKED(PHT-IDX) TO PH-BLOCKED.
           MOVE PHT-SNAP-DATE(PHT-IDX) TO PH-SNAP-DATE.
           WRITE PH-REC.

       8000-FIND-CONDO.
           MOVE 0 TO CN-SUB.
           PERFORM 8010-CHECK-CONDO
               VARYING WK-SUB FROM 1 BY 1
               UNTIL WK-SUB > 8.

       8010-CHECK-CONDO.
           IF RV-CONDO = CR-CODE(WK-SUB)
               MOVE WK-SUB TO CN-SUB
           END-IF.

      *STEP DW-DATE ONE CALENDAR DAY
       8100-NEXT-DAY.
           MOVE MONTH-DAYS(DW-MM) TO DW-MONTH-END.
           IF DW-MM = 2
               DIVIDE DW-YYYY BY 4 GIVING DW-LEAP-QUOT
                   REMAINDER DW-LEAP-REM
               IF DW-LEAP-REM = 0
                   MOVE 29 TO DW-MONTH-END
               END-IF
           END-IF.
           IF DW-DD < DW-MONTH-END
               ADD 1 TO DW-DD
           ELSE
               MOVE 1 TO DW-DD
               IF DW-MM = 12
                   MOVE 1 TO DW-MM
                   ADD 1 TO DW-YYYY
               ELSE
                   ADD 1 TO DW-MM
               END-IF
           END-IF.

       9000-READ-LEDGER.
           READ RSVLEDGER
               AT END
                   MOVE 'NO' TO RV-MORE-RECS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF73.
