      *THIS PROGRAM SETTLES THE FURNITURE SALESPEOPLE'S WEEKLY DRAW
      *AGAINST THE COMMISSION THEY EARNED IN THE MONTH JUST CLOSED.
      *IT RUNS FROM MONTHEND ON THE FIRST BUSINESS DAY OF THE MONTH,
      *AHEAD OF THAT NIGHT'S CBLCJF03.
      *  - THE DRAW SCHEDULE (FURDRAW.DAT) IS KEYED BY THE OFFICE:
      *    EMPLOYEE NUMBER, WEEKLY DRAW, AND THE FIRST AND LAST
      *    PAYDAY IT APPLIES TO (LAST PAYDAY ZERO WHILE IT RUNS ON).
      *    A CHANGE IN DRAW IS A NEW ROW STARTING ON THE NEXT PAYDAY
      *    WITH THE OLD ROW STOPPED THE PAYDAY BEFORE;
      *  - DRAWS PAID ARE THE WEEKLY DRAW FOR EVERY FRIDAY PAYDAY IN
      *    THE MONTH THE ROW COVERS;
      *  - COMMISSION EARNED AND RETURNS CLAWED BACK FOR THE MONTH
      *    COME FROM THE COMMISSION LEDGER (COMMLEDG.DAT);
      *  - EARNED LESS CLAWBACKS, DRAWS, AND ANY DEFICIT CARRIED IN
      *    IS THE AMOUNT DUE. WHEN THE DRAWS WERE NOT EARNED BACK THE
      *    SHORTFALL CARRIES FORWARD (FURSETL.DAT) AGAINST NEXT
      *    MONTH'S COMMISSION AND NOTHING IS DUE;
      *  - ONE SETTLEMENT STATEMENT PRINTS PER SALESPERSON, THEN THE
      *    SETTLEMENT REGISTER, AND EVERY AMOUNT DUE GOES TO THE
      *    PAYROLL SERVICE'S FILE (FURPAYRL.DAT) WITH A CONTROL TOTAL
      *    RECORD IT BALANCES THE FILE AGAINST.
      *A RERUN FOR THE SAME MONTH STARTS FROM THE DEFICIT CARRIED
      *INTO IT, NOT THE ONE THE FIRST ATTEMPT CARRIED OUT.

       identification division.
       program-id. CBLCJF21.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FURSLM
               ASSIGN TO "C:/COBOLSP20/FURSLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FILE-STATUS.
           SELECT FURDRAW
               ASSIGN TO "C:/COBOLSP20/FURDRAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.
           SELECT COMMLEDG
               ASSIGN TO "C:/COBOLSP20/COMMLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT FURSETL
               ASSIGN TO "C:/COBOLSP20/FURSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SE-FILE-STATUS.
           SELECT PAYRLOUT
               ASSIGN TO "C:/COBOLSP20/FURPAYRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMTOUT
               ASSIGN TO "C:/COBOLSP20/FURSETL.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FURSLM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FM-REC
           RECORD CONTAINS 41 CHARACTERS.

       COPY "FURSLM.CPY".

      *THE OFFICE'S DRAW SCHEDULE, ONE ROW PER SALESPERSON AND RATE
       FD FURDRAW
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 DR-REC.
           05 DR-EMP-NO            PIC 9(5).
           05 DR-WEEKLY-DRAW       PIC 9(5)V99.
           05 DR-START-DATE        PIC 9(8).
           05 DR-STOP-DATE         PIC 9(8).

      *THE COMMISSION LEDGER CBLCJF03 CARRIES - READ ONLY HERE
       FD COMMLEDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 101 CHARACTERS.

       COPY "FURCOMM.CPY".

      *DRAW DEFICIT CARRIED FORWARD, ONE ROW PER SALESPERSON: THE
      *LAST MONTH SETTLED, THE DEFICIT CARRIED INTO IT, AND THE ONE
      *CARRIED OUT OF IT
       FD FURSETL
           LABEL RECORD IS STANDARD
           DATA RECORD IS SE-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 SE-REC.
           05 SE-EMP-NO            PIC 9(5).
           05 SE-SETTLED-YYYYMM    PIC 9(6).
           05 SE-OPEN-DEFICIT      PIC 9(7)V99.
           05 SE-DEFICIT           PIC 9(7)V99.
           05 SE-DUE               PIC 9(7)V99.

      *PAYROLL SERVICE INTERFACE - ONE PAYMENT RECORD PER SALESPERSON
      *WITH AN AMOUNT DUE, PLUS A CONTROL TOTAL RECORD
       FD PAYRLOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 PY-REC.
           05 PY-EMP-NO            PIC 9(5).
           05 PY-NAME              PIC X(25).
           05 PY-PERIOD            PIC 9(6).
           05 PY-AMOUNT            PIC 9(7)V99.

       01 PY-TRAILER-REC REDEFINES PY-REC.
           05 PY-TR-LIT            PIC X(7).
           05 PY-TR-COUNT          PIC 9(4).
           05 PY-TR-TOTAL          PIC 9(9)V99.
           05 FILLER               PIC X(23).

       FD STMTOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 STMTLINE                 PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

      *EVERY SALESPERSON ON THE MASTER, PLUS ANY EMPLOYEE NUMBER THE
      *SCHEDULE, LEDGER, OR CARRY-FORWARD FILE HAS THAT IT DOES NOT,
      *WITH THE MONTH'S SETTLEMENT FIGURES
       01 SALESPERSON-TABLE.
           05 SLT-ENTRY OCCURS 300 TIMES.
               10 SLT-EMP-NO       PIC 9(5).
               10 SLT-NAME         PIC X(25).
               10 SLT-STATUS       PIC X.
               10 SLT-ON-MASTER    PIC X.
               10 SLT-EARNED       PIC 9(7)V99.
               10 SLT-CLAWED       PIC 9(7)V99.
               10 SLT-DRAW-WEEKS   PIC 99.
               10 SLT-DRAWS        PIC 9(7)V99.
               10 SLT-OPEN-DEFICIT PIC 9(7)V99.
               10 SLT-DUE          PIC 9(7)V99.
               10 SLT-DEFICIT      PIC 9(7)V99.
               10 SLT-SETTLED      PIC X.

       01 SALESPERSON-VARS.
           05 FM-FILE-STATUS       PIC XX.
           05 FM-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 SLT-CTR              PIC 9(3)    VALUE 0.
           05 SLT-SUB              PIC 9(3)    VALUE 0.
           05 SLT-MATCH            PIC XXX     VALUE 'NO'.
           05 SLT-MAX              PIC 9(3)    VALUE 300.
           05 C-FIND-EMP           PIC 9(5)    VALUE 0.

      *THE DRAW SCHEDULE ROWS, EACH POINTING AT ITS SALESPERSON
       01 DRAW-TABLE.
           05 DRT-ENTRY OCCURS 600 TIMES.
               10 DRT-SLT-SUB      PIC 9(3).
               10 DRT-WEEKLY-DRAW  PIC 9(5)V99.
               10 DRT-START-DATE   PIC 9(8).
               10 DRT-STOP-DATE    PIC 9(8).

       01 DRAW-VARS.
           05 DR-FILE-STATUS       PIC XX.
           05 DR-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 DRT-CTR              PIC 9(3)    VALUE 0.
           05 DRT-SUB              PIC 9(3)    VALUE 0.
           05 C-ROW-WEEKS          PIC 99      VALUE 0.

       01 LEDGER-VARS.
           05 CL-FILE-STATUS       PIC XX.
           05 CL-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 SE-FILE-STATUS       PIC XX.
           05 SE-MORE-RECS         PIC XXX     VALUE 'YES'.

      *THE MONTH BEING SETTLED AND ITS FRIDAY PAYDAYS
       01 SETTLE-MONTH-AREA.
           05 SETL-YYYYMM.
               10 SETL-YYYY        PIC 9(4).
               10 SETL-MM          PIC 99.
           05 PAYDAY-DOW           PIC 9       VALUE 6.
           05 PAYDAY-DATE          PIC 9(8)    OCCURS 5.
           05 PAYDAY-CTR           PIC 9       VALUE 0.
           05 PAYDAY-SUB           PIC 9       VALUE 0.
           05 C-PAY-DD             PIC 99      VALUE 0.
           05 C-MONTH-DAYS         PIC 99      VALUE 0.

      *FIRST-OF-MONTH WEEKDAY BY ZELLER'S RULE: 0 SATURDAY, 1 SUNDAY,
      *... 6 FRIDAY
       01 WEEKDAY-VARS.
           05 C-ZY                 PIC 9(4)    VALUE 0.
           05 C-ZM                 PIC 99      VALUE 0.
           05 C-ZJ                 PIC 99      VALUE 0.
           05 C-ZK                 PIC 99      VALUE 0.
           05 C-Z1                 PIC 999     VALUE 0.
           05 C-Z2                 PIC 99      VALUE 0.
           05 C-Z3                 PIC 99      VALUE 0.
           05 C-ZSUM               PIC 9(4)    VALUE 0.
           05 C-ZQ                 PIC 9(4)    VALUE 0.
           05 C-ZR                 PIC 9       VALUE 0.
           05 C-DOW-FIRST          PIC 9       VALUE 0.
           05 C-REM-4              PIC 9       VALUE 0.
           05 C-REM-100            PIC 99      VALUE 0.
           05 C-REM-400            PIC 999     VALUE 0.

       01 MONTH-DAYS-AREA.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".

       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-AREA.
           05 MONTH-DAYS           PIC 99      OCCURS 12.

       01 SETTLEMENT-VARS.
           05 C-NET                PIC S9(7)V99 VALUE 0.
           05 C-STMT-CTR           PIC 9(4)    VALUE 0.
           05 C-PAY-CTR            PIC 9(4)    VALUE 0.
           05 C-PAY-TOTAL          PIC 9(9)V99 VALUE 0.
           05 C-REVIEW-CTR         PIC 9(4)    VALUE 0.
           05 C-RERUN-CTR          PIC 9(4)    VALUE 0.
           05 C-GT-EARNED          PIC 9(9)V99 VALUE 0.
           05 C-GT-CLAWED          PIC 9(9)V99 VALUE 0.
           05 C-GT-DRAWS           PIC 9(9)V99 VALUE 0.
           05 C-GT-OPEN-DEFICIT    PIC 9(9)V99 VALUE 0.
           05 C-GT-DEFICIT         PIC 9(9)V99 VALUE 0.
           05 C-PG                 PIC 99      VALUE 0.

      *STATEMENT LINES
       01 STMT-TITLE-LINE.
           05 FILLER               PIC X(52)   VALUE SPACES.
           05 FILLER               PIC X(80)
               VALUE "JUST FITS FURNITURE EMPORIUM".

       01 STMT-SUBTITLE-LINE.
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(79)
               VALUE "DRAW SETTLEMENT STATEMENT".

       01 STMT-NAME-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OS-NAME              PIC X(25).
           05 FILLER               PIC X(50)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE "EMPLOYEE NUMBER:".
           05 OS-EMP-NO            PIC 9(5).
           05 FILLER               PIC X(27)   VALUE SPACES.

       01 STMT-MONTH-LINE.
           05 FILLER               PIC X(80)   VALUE SPACES.
           05 FILLER               PIC X(20)
               VALUE "SETTLEMENT MONTH:".
           05 OS-SETL-MM           PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 OS-SETL-YYYY         PIC 9(4).
           05 FILLER               PIC X(25)   VALUE SPACES.

       01 STMT-SUM-LINE.
           05 FILLER               PIC X(20)   VALUE SPACES.
           05 OS-SUM-LABEL         PIC X(40).
           05 OS-SUM-AMT           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(58)   VALUE SPACES.

       01 DRAW-LABEL.
           05 FILLER               PIC X(17)
               VALUE "LESS DRAWS PAID (".
           05 DL-WEEKS             PIC Z9.
           05 FILLER               PIC X(21)   VALUE " WEEKS)".

       01 STMT-NOTE-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 OS-NOTE              PIC X(127).

      *SETTLEMENT REGISTER LINES
       01 REG-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 REG-DATE.
               10 MM               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 DD               PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 YYYY             PIC 9(4).
           05 FILLER               PIC X(36)   VALUE SPACE.
           05 FILLER               PIC X(80)
               VALUE 'FURNITURE DRAW SETTLEMENT REGISTER'.
           05 FILLER               PIC X(6)    VALUE 'PAGE:'.
           05 PG                   PIC Z9.

       01 REG-HEADING.
           05 FILLER               PIC X(7)    VALUE "EMP".
           05 FILLER               PIC X(26)   VALUE "SALESPERSON".
           05 FILLER               PIC X(13)   VALUE "     EARNED".
           05 FILLER               PIC X(13)   VALUE "     CLAWED".
           05 FILLER               PIC X(13)   VALUE "      DRAWS".
           05 FILLER               PIC X(13)   VALUE " DEFICIT IN".
           05 FILLER               PIC X(13)   VALUE " AMOUNT DUE".
           05 FILLER               PIC X(13)   VALUE "DEFICIT OUT".
           05 FILLER               PIC X(21)   VALUE "  REVIEW".

       01 REG-DETAIL-LINE.
           05 OR-EMP-NO            PIC 9(5).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OR-NAME              PIC X(25).
           05 FILLER               PIC XX      VALUE SPACES.
           05 OR-EARNED            PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OR-CLAWED            PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OR-DRAWS             PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OR-OPEN-DEFICIT      PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OR-DUE               PIC $$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OR-DEFICIT           PIC $$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 OR-REVIEW            PIC X(21).

       01 REG-TOTAL-LINE.
           05 FILLER               PIC X(31)   VALUE "TOTALS".
           05 OT-EARNED            PIC $$,$$$,$$9.99.
           05 OT-CLAWED            PIC $$,$$$,$$9.99.
           05 OT-DRAWS             PIC $$,$$$,$$9.99.
           05 OT-OPEN-DEFICIT      PIC $$,$$$,$$9.99.
           05 OT-DUE               PIC $$,$$$,$$9.99.
           05 OT-DEFICIT           PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(23)   VALUE SPACES.

       01 REG-GT-LINE.
           05 FILLER               PIC X(12)   VALUE 'STATEMENTS:'.
           05 GT-STMT-CTR          PIC Z,ZZ9.
           05 FILLER               PIC X(19)
               VALUE '  PAYROLL RECORDS:'.
           05 GT-PAY-CTR           PIC Z,ZZ9.
           05 FILLER               PIC X(17)
               VALUE '  CONTROL TOTAL:'.
           05 GT-PAY-TOTAL         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(13)   VALUE '  TO REVIEW:'.
           05 GT-REVIEW-CTR        PIC Z,ZZ9.
           05 FILLER               PIC X(10)   VALUE '  RERUN:'.
           05 GT-RERUN-CTR         PIC Z,ZZ9.
           05 FILLER               PIC X(27)   VALUE SPACES.

       01 BLANK-LINE               PIC X(132)  VALUE SPACE.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-SETTLE.
           PERFORM L2-REGISTER.
           PERFORM L2-CLOSING.
      *RETURN CODE FOR MONTHEND: 0 CLEAN, 4 WHEN A REGISTER LINE IS
      *MARKED FOR REVIEW
           IF C-REVIEW-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L2-INIT.
           OPEN OUTPUT STMTOUT.
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
           MOVE I-YYYY TO YYYY OF REG-DATE.
           MOVE I-MM TO MM OF REG-DATE.
           MOVE I-DD TO DD OF REG-DATE.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "CBLCJF21" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

      *THE MONTH SETTLED IS THE ONE BEFORE THE BUSINESS DATE'S
           IF I-MM = 1
               COMPUTE SETL-YYYY = I-YYYY - 1
               MOVE 12 TO SETL-MM
           ELSE
               MOVE I-YYYY TO SETL-YYYY
               COMPUTE SETL-MM = I-MM - 1
           END-IF.
           MOVE SETL-MM TO OS-SETL-MM.
           MOVE SETL-YYYY TO OS-SETL-YYYY.

           PERFORM L3-PAYDAYS.
           PERFORM L3-SALESPERSON-LOAD.
           PERFORM L3-DRAW-LOAD.
           PERFORM L3-LEDGER-LOAD.
           PERFORM L3-CARRY-LOAD.

      *EVERY FRIDAY IN THE SETTLED MONTH - THE WEEKDAY OF THE 1ST BY
      *ZELLER'S RULE (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
      *OF THE YEAR BEFORE), THEN THE FIRST FRIDAY AND EVERY SEVENTH
      *DAY AFTER IT
       L3-PAYDAYS.
           MOVE SETL-YYYY TO C-ZY.
           MOVE SETL-MM TO C-ZM.
           IF C-ZM < 3
               ADD 12 TO C-ZM
               SUBTRACT 1 FROM C-ZY
           END-IF.
           DIVIDE C-ZY BY 100 GIVING C-ZJ REMAINDER C-ZK.
           COMPUTE C-Z1 = (13 * (C-ZM + 1)) / 5.
           COMPUTE C-Z2 = C-ZK / 4.
           COMPUTE C-Z3 = C-ZJ / 4.
           COMPUTE C-ZSUM = 1 + C-Z1 + C-ZK + C-Z2 + C-Z3 + (5 * C-ZJ).
           DIVIDE C-ZSUM BY 7 GIVING C-ZQ REMAINDER C-DOW-FIRST.

           COMPUTE C-ZSUM = PAYDAY-DOW + 7 - C-DOW-FIRST.
           DIVIDE C-ZSUM BY 7 GIVING C-ZQ REMAINDER C-ZR.
           COMPUTE C-PAY-DD = 1 + C-ZR.

           MOVE MONTH-DAYS(SETL-MM) TO C-MONTH-DAYS.
           IF SETL-MM = 2
               DIVIDE SETL-YYYY BY 4 GIVING C-ZQ REMAINDER C-REM-4
               DIVIDE SETL-YYYY BY 100 GIVING C-ZQ REMAINDER C-REM-100
               DIVIDE SETL-YYYY BY 400 GIVING C-ZQ REMAINDER C-REM-400
               IF C-REM-4 = 0
                   AND (C-REM-100 NOT = 0 OR C-REM-400 = 0)
                   MOVE 29 TO C-MONTH-DAYS
               END-IF
           END-IF.

           MOVE 0 TO PAYDAY-CTR.
           PERFORM UNTIL C-PAY-DD > C-MONTH-DAYS
               ADD 1 TO PAYDAY-CTR
               COMPUTE PAYDAY-DATE(PAYDAY-CTR) =
                   (SETL-YYYY * 10000) + (SETL-MM * 100) + C-PAY-DD
               ADD 7 TO C-PAY-DD
           END-PERFORM.

       L3-SALESPERSON-LOAD.
           OPEN INPUT FURSLM.
           IF FM-FILE-STATUS = "00"
               PERFORM UNTIL FM-MORE-RECS = 'NO'
                   READ FURSLM
                       AT END
                           MOVE 'NO' TO FM-MORE-RECS
                       NOT AT END
                           IF FM-EMP-NO NUMERIC
                               MOVE FM-EMP-NO TO C-FIND-EMP
                               PERFORM L4-FIND-OR-ADD-SALESPERSON
                           ELSE
                               MOVE 'NO' TO SLT-MATCH
                           END-IF
                           IF SLT-MATCH = 'YES'
                               MOVE FM-NAME TO SLT-NAME(SLT-SUB)
                               MOVE FM-STATUS TO SLT-STATUS(SLT-SUB)
                               MOVE 'Y' TO SLT-ON-MASTER(SLT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'FURSLM.DAT NOT FOUND -- EVERY SALESPERSON'
                   ' PRINTS FOR REVIEW'
           END-IF.
           CLOSE FURSLM.

       L4-FIND-SALESPERSON.
           MOVE 'NO' TO SLT-MATCH.
           PERFORM VARYING SLT-SUB FROM 1 BY 1
               UNTIL SLT-SUB > SLT-CTR OR SLT-MATCH = 'YES'
                   IF C-FIND-EMP = SLT-EMP-NO(SLT-SUB)
                       MOVE 'YES' TO SLT-MATCH
                   END-IF
           END-PERFORM.
           IF SLT-MATCH = 'YES'
               SUBTRACT 1 FROM SLT-SUB
           END-IF.

      *AN EMPLOYEE NUMBER NOT ON THE MASTER STILL SETTLES - PAYROLL
      *PAYS BY EMPLOYEE NUMBER - BUT PRINTS FOR REVIEW
       L4-FIND-OR-ADD-SALESPERSON.
           PERFORM L4-FIND-SALESPERSON.
           IF SLT-MATCH = 'NO'
               IF SLT-CTR < SLT-MAX
                   ADD 1 TO SLT-CTR
                   MOVE SLT-CTR TO SLT-SUB
                   MOVE C-FIND-EMP TO SLT-EMP-NO(SLT-SUB)
                   MOVE "NOT ON SALESPERSON MASTER"
                       TO SLT-NAME(SLT-SUB)
                   MOVE 'A' TO SLT-STATUS(SLT-SUB)
                   MOVE 'N' TO SLT-ON-MASTER(SLT-SUB)
                   MOVE 0 TO SLT-EARNED(SLT-SUB)
                   MOVE 0 TO SLT-CLAWED(SLT-SUB)
                   MOVE 0 TO SLT-DRAW-WEEKS(SLT-SUB)
                   MOVE 0 TO SLT-DRAWS(SLT-SUB)
                   MOVE 0 TO SLT-OPEN-DEFICIT(SLT-SUB)
                   MOVE 0 TO SLT-DUE(SLT-SUB)
                   MOVE 0 TO SLT-DEFICIT(SLT-SUB)
                   MOVE 'N' TO SLT-SETTLED(SLT-SUB)
                   MOVE 'YES' TO SLT-MATCH
               ELSE
                   DISPLAY 'SALESPERSON TABLE FULL -- EMPLOYEE '
                       C-FIND-EMP ' NOT SETTLED'
               END-IF
           END-IF.

       L3-DRAW-LOAD.
           OPEN INPUT FURDRAW.
           IF DR-FILE-STATUS = "00"
               PERFORM UNTIL DR-MORE-RECS = 'NO'
                   READ FURDRAW
                       AT END
                           MOVE 'NO' TO DR-MORE-RECS
                       NOT AT END
                           IF DR-EMP-NO NUMERIC
                               AND DR-WEEKLY-DRAW NUMERIC
                               AND DR-WEEKLY-DRAW > 0
                               PERFORM L4-LOAD-ONE-DRAW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURDRAW.

       L4-LOAD-ONE-DRAW.
           MOVE DR-EMP-NO TO C-FIND-EMP.
           PERFORM L4-FIND-OR-ADD-SALESPERSON.
           IF SLT-MATCH = 'YES'
               IF DRT-CTR < 600
                   ADD 1 TO DRT-CTR
                   MOVE SLT-SUB TO DRT-SLT-SUB(DRT-CTR)
                   MOVE DR-WEEKLY-DRAW TO DRT-WEEKLY-DRAW(DRT-CTR)
                   MOVE 0 TO DRT-START-DATE(DRT-CTR)
                   MOVE 0 TO DRT-STOP-DATE(DRT-CTR)
                   IF DR-START-DATE NUMERIC
                       MOVE DR-START-DATE TO DRT-START-DATE(DRT-CTR)
                   END-IF
                   IF DR-STOP-DATE NUMERIC
                       MOVE DR-STOP-DATE TO DRT-STOP-DATE(DRT-CTR)
                   END-IF
               ELSE
                   DISPLAY 'DRAW-TABLE EXCEEDS 600 ROWS'
                       ' -- REMAINING DRAWS NOT LOADED'
               END-IF
           END-IF.

      *THE SETTLED MONTH IS STILL THE LEDGER'S CURRENT MONTH IF
      *CBLCJF03 HAS NOT RUN SINCE IT CLOSED, OR ITS PRIOR MONTH ONCE
      *IT HAS
       L3-LEDGER-LOAD.
           OPEN INPUT COMMLEDG.
           IF CL-FILE-STATUS = "00"
               PERFORM UNTIL CL-MORE-RECS = 'NO'
                   READ COMMLEDG
                       AT END
                           MOVE 'NO' TO CL-MORE-RECS
                       NOT AT END
                           IF CL-EMP-NO NUMERIC
                               AND CL-MTD-YYYYMM NUMERIC
                               PERFORM L4-LOAD-ONE-LEDGER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMMLEDG.

       L4-LOAD-ONE-LEDGER.
           IF CL-MTD-YYYYMM = SETL-YYYYMM
               OR CL-PRV-YYYYMM = SETL-YYYYMM
               MOVE CL-EMP-NO TO C-FIND-EMP
               PERFORM L4-FIND-OR-ADD-SALESPERSON
               IF SLT-MATCH = 'YES'
                   IF CL-MTD-YYYYMM = SETL-YYYYMM
                       MOVE CL-MTD-EARNED TO SLT-EARNED(SLT-SUB)
                       MOVE CL-MTD-CLAWED TO SLT-CLAWED(SLT-SUB)
                   ELSE
                       MOVE CL-PRV-EARNED TO SLT-EARNED(SLT-SUB)
                       MOVE CL-PRV-CLAWED TO SLT-CLAWED(SLT-SUB)
                   END-IF
               END-IF
           END-IF.

       L3-CARRY-LOAD.
           OPEN INPUT FURSETL.
           IF SE-FILE-STATUS = "00"
               PERFORM UNTIL SE-MORE-RECS = 'NO'
                   READ FURSETL
                       AT END
                           MOVE 'NO' TO SE-MORE-RECS
                       NOT AT END
                           IF SE-EMP-NO NUMERIC
                               PERFORM L4-LOAD-ONE-CARRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FURSETL.

      *A ROW ALREADY SETTLED FOR THIS MONTH IS A RERUN - START FROM
      *THE DEFICIT THE FIRST ATTEMPT STARTED FROM
       L4-LOAD-ONE-CARRY.
           MOVE SE-EMP-NO TO C-FIND-EMP.
           IF SE-SETTLED-YYYYMM = SETL-YYYYMM
               PERFORM L4-FIND-OR-ADD-SALESPERSON
               IF SLT-MATCH = 'YES'
                   MOVE SE-OPEN-DEFICIT TO SLT-OPEN-DEFICIT(SLT-SUB)
                   ADD 1 TO C-RERUN-CTR
               END-IF
           ELSE
               IF SE-DEFICIT > 0
                   PERFORM L4-FIND-OR-ADD-SALESPERSON
                   IF SLT-MATCH = 'YES'
                       MOVE SE-DEFICIT TO SLT-OPEN-DEFICIT(SLT-SUB)
                   END-IF
               END-IF
           END-IF.

       L2-SETTLE.
           OPEN OUTPUT PAYRLOUT.
           PERFORM VARYING SLT-SUB FROM 1 BY 1
               UNTIL SLT-SUB > SLT-CTR
                   PERFORM L3-ONE-SALESPERSON
           END-PERFORM.

           MOVE SPACES TO PY-REC.
           MOVE 'TRAILER' TO PY-TR-LIT.
           MOVE C-PAY-CTR TO PY-TR-COUNT.
           MOVE C-PAY-TOTAL TO PY-TR-TOTAL.
           WRITE PY-REC.
           CLOSE PAYRLOUT.

      *A SALESPERSON WITH NO DRAW, NO COMMISSION, AND NO DEFICIT
      *HAS NOTHING TO SETTLE
       L3-ONE-SALESPERSON.
           MOVE 0 TO SLT-DRAW-WEEKS(SLT-SUB).
           MOVE 0 TO SLT-DRAWS(SLT-SUB).
           PERFORM VARYING DRT-SUB FROM 1 BY 1
               UNTIL DRT-SUB > DRT-CTR
                   IF DRT-SLT-SUB(DRT-SUB) = SLT-SUB
                       PERFORM L4-DRAW-WEEKS
                   END-IF
           END-PERFORM.

           IF SLT-DRAWS(SLT-SUB) > 0
               OR SLT-EARNED(SLT-SUB) > 0
               OR SLT-CLAWED(SLT-SUB) > 0
               OR SLT-OPEN-DEFICIT(SLT-SUB) > 0
               PERFORM L4-SETTLEMENT-CALCS
               PERFORM L4-PRINT-STATEMENT
               IF SLT-DUE(SLT-SUB) > 0
                   PERFORM L4-PAYROLL-RECORD
               END-IF
           END-IF.

       L4-DRAW-WEEKS.
           MOVE 0 TO C-ROW-WEEKS.
           PERFORM VARYING PAYDAY-SUB FROM 1 BY 1
               UNTIL PAYDAY-SUB > PAYDAY-CTR
                   IF PAYDAY-DATE(PAYDAY-SUB)
                           NOT < DRT-START-DATE(DRT-SUB)
                       AND (DRT-STOP-DATE(DRT-SUB) = 0
                           OR PAYDAY-DATE(PAYDAY-SUB)
                               NOT > DRT-STOP-DATE(DRT-SUB))
                       ADD 1 TO C-ROW-WEEKS
                   END-IF
           END-PERFORM.
           ADD C-ROW-WEEKS TO SLT-DRAW-WEEKS(SLT-SUB).
           COMPUTE SLT-DRAWS(SLT-SUB) = SLT-DRAWS(SLT-SUB)
               + (C-ROW-WEEKS * DRT-WEEKLY-DRAW(DRT-SUB)).

       L4-SETTLEMENT-CALCS.
           COMPUTE C-NET = SLT-EARNED(SLT-SUB) - SLT-CLAWED(SLT-SUB)
               - SLT-DRAWS(SLT-SUB) - SLT-OPEN-DEFICIT(SLT-SUB).
           IF C-NET > 0
               MOVE C-NET TO SLT-DUE(SLT-SUB)
               MOVE 0 TO SLT-DEFICIT(SLT-SUB)
           ELSE
               MOVE 0 TO SLT-DUE(SLT-SUB)
               COMPUTE SLT-DEFICIT(SLT-SUB) = 0 - C-NET
           END-IF.
           MOVE 'Y' TO SLT-SETTLED(SLT-SUB).
           ADD 1 TO C-STMT-CTR.
           ADD SLT-EARNED(SLT-SUB) TO C-GT-EARNED.
           ADD SLT-CLAWED(SLT-SUB) TO C-GT-CLAWED.
           ADD SLT-DRAWS(SLT-SUB) TO C-GT-DRAWS.
           ADD SLT-OPEN-DEFICIT(SLT-SUB) TO C-GT-OPEN-DEFICIT.
           ADD SLT-DEFICIT(SLT-SUB) TO C-GT-DEFICIT.

       L4-PRINT-STATEMENT.
           WRITE STMTLINE FROM STMT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM STMT-SUBTITLE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SLT-NAME(SLT-SUB) TO OS-NAME.
           MOVE SLT-EMP-NO(SLT-SUB) TO OS-EMP-NO.
           WRITE STMTLINE FROM STMT-NAME-LINE
               AFTER ADVANCING 3 LINES.
           WRITE STMTLINE FROM STMT-MONTH-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "COMMISSION EARNED" TO OS-SUM-LABEL.
           MOVE SLT-EARNED(SLT-SUB) TO OS-SUM-AMT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "LESS RETURNS CLAWED BACK" TO OS-SUM-LABEL.
           COMPUTE OS-SUM-AMT = 0 - SLT-CLAWED(SLT-SUB).
           PERFORM L5-SUM-LINE.
           MOVE SLT-DRAW-WEEKS(SLT-SUB) TO DL-WEEKS.
           MOVE DRAW-LABEL TO OS-SUM-LABEL.
           COMPUTE OS-SUM-AMT = 0 - SLT-DRAWS(SLT-SUB).
           PERFORM L5-SUM-LINE.
           MOVE "LESS DEFICIT CARRIED IN" TO OS-SUM-LABEL.
           COMPUTE OS-SUM-AMT = 0 - SLT-OPEN-DEFICIT(SLT-SUB).
           PERFORM L5-SUM-LINE.
           MOVE "NET FOR THE MONTH" TO OS-SUM-LABEL.
           MOVE C-NET TO OS-SUM-AMT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "AMOUNT DUE THIS SETTLEMENT" TO OS-SUM-LABEL.
           MOVE SLT-DUE(SLT-SUB) TO OS-SUM-AMT.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "DEFICIT CARRIED FORWARD" TO OS-SUM-LABEL.
           MOVE SLT-DEFICIT(SLT-SUB) TO OS-SUM-AMT.
           PERFORM L5-SUM-LINE.

           IF SLT-DEFICIT(SLT-SUB) > 0
               MOVE "DRAWS NOT YET EARNED BACK ARE RECOVERED FROM NEXT M
      -            "ONTH'S COMMISSION BEFORE ANYTHING MORE IS DUE"
                   TO OS-NOTE
               WRITE STMTLINE FROM STMT-NOTE-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.

       L5-SUM-LINE.
           WRITE STMTLINE FROM STMT-SUM-LINE
               AFTER ADVANCING 1 LINE.

       L4-PAYROLL-RECORD.
           MOVE SLT-EMP-NO(SLT-SUB) TO PY-EMP-NO.
           MOVE SLT-NAME(SLT-SUB) TO PY-NAME.
           MOVE SETL-YYYYMM TO PY-PERIOD.
           MOVE SLT-DUE(SLT-SUB) TO PY-AMOUNT.
           WRITE PY-REC.
           ADD 1 TO C-PAY-CTR.
           ADD SLT-DUE(SLT-SUB) TO C-PAY-TOTAL.

      *ONE LINE PER SALESPERSON SETTLED. A NUMBER NOT ON THE
      *MASTER, AND A DEFICIT LEFT ON SOMEONE NO LONGER SELLING, ARE
      *MARKED FOR THE OFFICE
       L2-REGISTER.
           PERFORM L3-REG-HEADINGS.
           PERFORM VARYING SLT-SUB FROM 1 BY 1
               UNTIL SLT-SUB > SLT-CTR
                   IF SLT-SETTLED(SLT-SUB) = 'Y'
                       PERFORM L4-REG-LINE
                   END-IF
           END-PERFORM.

           MOVE C-GT-EARNED TO OT-EARNED.
           MOVE C-GT-CLAWED TO OT-CLAWED.
           MOVE C-GT-DRAWS TO OT-DRAWS.
           MOVE C-GT-OPEN-DEFICIT TO OT-OPEN-DEFICIT.
           MOVE C-PAY-TOTAL TO OT-DUE.
           MOVE C-GT-DEFICIT TO OT-DEFICIT.
           WRITE STMTLINE FROM REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE C-STMT-CTR TO GT-STMT-CTR.
           MOVE C-PAY-CTR TO GT-PAY-CTR.
           MOVE C-PAY-TOTAL TO GT-PAY-TOTAL.
           MOVE C-REVIEW-CTR TO GT-REVIEW-CTR.
           MOVE C-RERUN-CTR TO GT-RERUN-CTR.
           WRITE STMTLINE FROM REG-GT-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-PAY-CTR TO TR-REC-COUNT.
           MOVE C-PAY-TOTAL TO TR-HASH-TOTAL.
           WRITE STMTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

       L4-REG-LINE.
           MOVE SLT-EMP-NO(SLT-SUB) TO OR-EMP-NO.
           MOVE SLT-NAME(SLT-SUB) TO OR-NAME.
           MOVE SLT-EARNED(SLT-SUB) TO OR-EARNED.
           MOVE SLT-CLAWED(SLT-SUB) TO OR-CLAWED.
           MOVE SLT-DRAWS(SLT-SUB) TO OR-DRAWS.
           MOVE SLT-OPEN-DEFICIT(SLT-SUB) TO OR-OPEN-DEFICIT.
           MOVE SLT-DUE(SLT-SUB) TO OR-DUE.
           MOVE SLT-DEFICIT(SLT-SUB) TO OR-DEFICIT.
           MOVE SPACES TO OR-REVIEW.
           IF SLT-ON-MASTER(SLT-SUB) = 'N'
               MOVE "NOT ON SLM MASTER" TO OR-REVIEW
               ADD 1 TO C-REVIEW-CTR
           ELSE
               IF SLT-STATUS(SLT-SUB) = 'T'
                   AND SLT-DEFICIT(SLT-SUB) > 0
                   MOVE "TERMINATED - DEFICIT" TO OR-REVIEW
                   ADD 1 TO C-REVIEW-CTR
               END-IF
           END-IF.
           WRITE STMTLINE FROM REG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-REG-HEADINGS.

       L3-REG-HEADINGS.
           ADD 1 TO C-PG.
           MOVE C-PG TO PG.
           WRITE STMTLINE FROM REG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM REG-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE STMTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           PERFORM L3-CARRY-SAVE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-STMT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDITLOG.
           CLOSE STMTOUT.

      *EVERY SALESPERSON SETTLED THIS MONTH KEEPS A ROW, AS DOES ANY
      *DEFICIT STILL OPEN FROM AN EARLIER ONE
       L3-CARRY-SAVE.
           OPEN OUTPUT FURSETL.
           PERFORM VARYING SLT-SUB FROM 1 BY 1
               UNTIL SLT-SUB > SLT-CTR
                   IF SLT-SETTLED(SLT-SUB) = 'Y'
                       MOVE SLT-EMP-NO(SLT-SUB) TO SE-EMP-NO
                       MOVE SETL-YYYYMM TO SE-SETTLED-YYYYMM
                       MOVE SLT-OPEN-DEFICIT(SLT-SUB)
                           TO SE-OPEN-DEFICIT
                       MOVE SLT-DEFICIT(SLT-SUB) TO SE-DEFICIT
                       MOVE SLT-DUE(SLT-SUB) TO SE-DUE
                       WRITE SE-REC
                   END-IF
           END-PERFORM.
           CLOSE FURSETL.

       end program CBLCJF21.
