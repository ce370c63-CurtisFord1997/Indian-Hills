      *RUN ENDS WITH A STOCK STATUS AND REORDER REPORT.
      *ON A FIRST RUN THE LEDGER STARTS FROM ZERO; KEY THE OPENING
      *SHELF COUNTS IN AS RECEIPTS.
      *RECEIPTS CARRY THE VENDOR'S UNIT COST, AND EACH GRADE AND
      *SUPPLY ROW CARRIES A WEIGHTED AVERAGE COST. EVERY JOB'S DRAW
      *IS COSTED AT THAT AVERAGE AND WRITTEN TO PNTJMAT.DAT FOR THE
      *JOB PROFITABILITY STEP. RECEIPTS KEYED WITHOUT A COST LEAVE
      *THE AVERAGE WHERE IT WAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-FILE-STATUS.

           SELECT JOBMAT
               ASSIGN TO WS-JOBMAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
           05 PAINT-SUPPLY-FLAGS.
               10 PAINT-SUP-FLAG   PIC X OCCURS 4.
           05 PAINT-CUST-NO        PIC X(5).
      *ROOM PRODUCT AND COLOR SPECIFICATION - BLANK ON ROOMS KEYED
      *BEFORE THE SPEC WAS CARRIED
           05 PAINT-SPEC.
               10 PAINT-ROOM-NAME  PIC X(15).
               10 PAINT-BRAND      PIC X(10).
               10 PAINT-PRODUCT    PIC X(12).
               10 PAINT-COLOR-CODE PIC X(8).
               10 PAINT-COLOR-NAME PIC X(16).
               10 PAINT-SHEEN      PIC X.
                   88 VAL-PAINT-SHEEN VALUE 'F' 'E' 'S' 'G' 'H'.
      *WHERE THE CUSTOMER HEARD OF US - SEE THE LEAD SOURCE MASTER,
      *PNTLSRC.DAT. BLANK ON ESTIMATES KEYED BEFORE IT WAS CARRIED
           05 PAINT-LEAD-SRC       PIC X(3).

       FD  RECEIPTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCP-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 RCP-REC.
           05 RCP-TYPE             PIC X.
           05 RCP-QTY              PIC 9(4)V99.
           05 RCP-DATE             PIC 9(8).
           05 RCP-VENDOR           PIC X(15).
           05 RCP-UNIT-COST        PIC 9(3)V99.

       FD  ACTUALS
           LABEL RECORD IS STANDARD
       FD  STOCKLED
           LABEL RECORD IS STANDARD
           DATA RECORD IS STK-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 STK-REC.
           05 STK-GAL-QTY          PIC S9(6)V99 OCCURS 3.
           05 STK-SUP-QTY          PIC S9(5) OCCURS 4.
           05 STK-GAL-COST         PIC 9(3)V99 OCCURS 3.
           05 STK-SUP-COST         PIC 9(3)V99 OCCURS 4.

      *ONE RECORD PER JOB DRAW, COSTED AT THE AVERAGE COST
       FD  JOBMAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS JM-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 JM-REC.
           05 JM-EST-NO            PIC X(4).
           05 JM-GRADE             PIC X.
           05 JM-GALLONS           PIC 999V99.
           05 JM-GAL-COST          PIC 9(5)V99.
           05 JM-SUP-UNITS         PIC 9(3).
           05 JM-SUP-COST          PIC 9(5)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
               VALUE 'C:\COBOL\PAINTACT.DAT'.
           05 WS-STOCKLED-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTSTOCK.DAT'.
           05 WS-JOBMAT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTJMAT.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PSTKSTAT.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
           05 FILLER               PIC X(12) VALUE "QUANTITY".
           05 FILLER               PIC X(12) VALUE "DATE".
           05 FILLER               PIC X(17) VALUE "VENDOR".
           05 FILLER               PIC X(24) VALUE "NEW ON-HAND".
           05 FILLER               PIC X(57) VALUE "UNIT COST".

       01 RECEIPT-DETAIL-LINE.
           05 RDL-ITEM             PIC X(17).
           05 RDL-VENDOR           PIC X(15).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 RDL-ON-HAND          PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 RDL-UNIT-COST        PIC $ZZ9.99.
           05 FILLER               PIC X(48) VALUE SPACE.

       01 SECTION-TITLE-ISSUES.
           05 FILLER               PIC X(26)
           05 FILLER               PIC X(10) VALUE "ESTIMATE".
           05 FILLER               PIC X(8) VALUE "GRADE".
           05 FILLER               PIC X(14) VALUE "GALLONS USED".
           05 FILLER               PIC X(18)
               VALUE "SUPPLY UNITS".
           05 FILLER               PIC X(82)
               VALUE "MATERIAL COST".

       01 ISSUE-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 IDL-GALLONS          PIC ZZ9.99.
           05 FILLER               PIC X(10) VALUE SPACE.
           05 IDL-SUP-UNITS        PIC ZZ9.
           05 FILLER               PIC X(12) VALUE SPACE.
           05 IDL-MAT-COST         PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(71) VALUE SPACE.

       01 SECTION-TITLE-STATUS.
           05 FILLER               PIC X(30)
           05 FILLER               PIC X(20) VALUE "ITEM".
           05 FILLER               PIC X(14) VALUE "ON-HAND".
           05 FILLER               PIC X(15) VALUE "REORDER POINT".
           05 FILLER               PIC X(14) VALUE "STATUS".
           05 FILLER               PIC X(69) VALUE "AVG COST".

       01 STATUS-DETAIL-LINE.
           05 SDL-ITEM             PIC X(17).
           05 SDL-REORDER-PT       PIC Z,ZZ9.99.
           05 FILLER               PIC X(6) VALUE SPACE.
           05 SDL-STATUS           PIC X(9).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 SDL-AVG-COST         PIC $ZZ9.99.
           05 FILLER               PIC X(62) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
       01 STOCK-LEDGER-TABLE.
           05 SL-GAL-QTY           PIC S9(6)V99 OCCURS 3 VALUE 0.
           05 SL-SUP-QTY           PIC S9(5) OCCURS 4 VALUE 0.
           05 SL-GAL-COST          PIC 9(3)V99 OCCURS 3 VALUE 0.
           05 SL-SUP-COST          PIC 9(3)V99 OCCURS 4 VALUE 0.

      *REORDER POINTS, SET FROM A SEASON OF JOB ACTUALS
       01 REORDER-POINT-AREA.
           05 C-ACT-CTR            PIC 9(5) VALUE 0.
           05 C-SUP-UNITS          PIC 9(3) VALUE 0.
           05 C-QTY-HASH           PIC 9(8)V99 VALUE 0.
           05 C-GAL-COST           PIC 9(5)V99 VALUE 0.
           05 C-SUP-COST           PIC 9(5)V99 VALUE 0.
           05 C-ON-HAND            PIC S9(6)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN INPUT PAINT.
           OPEN OUTPUT JOBMAT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
           OPEN EXTEND AUDITLOG.
               MOVE WS-ENV-OVERRIDE TO WS-STOCKLED-PATH
           END-IF.

           DISPLAY 'PNTJMAT_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBMAT-PATH
           END-IF.

           DISPLAY 'PSTKSTAT_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               END-READ
               IF STK-FILE-STATUS = '00'
                   MOVE STK-REC TO STOCK-LEDGER-TABLE
                   PERFORM 1250-COST-RESTORE
               END-IF
               CLOSE STOCKLED
           ELSE
               CLOSE STOCKLED
           END-IF.

      *A LEDGER SAVED BEFORE COSTS WERE CARRIED HAS NO COST FIELDS -
      *THOSE ROWS START AT ZERO AND PICK UP THE NEXT RECEIPT'S COST
       1250-COST-RESTORE.
           PERFORM VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > 3
                   IF SL-GAL-COST(GRADE-SUB) NOT NUMERIC
                       MOVE 0 TO SL-GAL-COST(GRADE-SUB)
                   END-IF
           END-PERFORM.
           PERFORM VARYING SUP-SUB FROM 1 BY 1
               UNTIL SUP-SUB > 4
                   IF SL-SUP-COST(SUP-SUB) NOT NUMERIC
                       MOVE 0 TO SL-SUP-COST(SUP-SUB)
                   END-IF
           END-PERFORM.

      *ONE RECEIPT: ADD GALLONS TO THE GRADE ROW OR UNITS TO THE
      *SUPPLY ROW AND PRINT THE REGISTER LINE
       2000-RECEIPT-PASS.
               WHEN RCP-GALLONS AND VAL-RCP-GRADE
                   AND RCP-QTY NUMERIC
                   PERFORM 2100-GRADE-SUB-FIND
                   PERFORM 2150-GALLON-COST
                   ADD RCP-QTY TO SL-GAL-QTY(GRADE-SUB)
                   MOVE GRADE-STOCK-NAME(GRADE-SUB) TO RDL-ITEM
                   MOVE SL-GAL-QTY(GRADE-SUB) TO RDL-ON-HAND
                   MOVE SL-GAL-COST(GRADE-SUB) TO RDL-UNIT-COST
                   PERFORM 2200-RECEIPT-LINE
               WHEN RCP-SUPPLY AND RCP-SUP-SUB > 0
                   AND RCP-SUP-SUB < 5 AND RCP-QTY NUMERIC
                   PERFORM 2160-SUPPLY-COST
                   ADD RCP-QTY TO SL-SUP-QTY(RCP-SUP-SUB)
                   MOVE SUPPLY-STOCK-NAME(RCP-SUP-SUB) TO RDL-ITEM
                   MOVE SL-SUP-QTY(RCP-SUP-SUB) TO RDL-ON-HAND
                   MOVE SL-SUP-COST(RCP-SUP-SUB) TO RDL-UNIT-COST
                   PERFORM 2200-RECEIPT-LINE
               WHEN OTHER
                   MOVE SPACES TO ERROR-KEY
           PERFORM VARYING GRADE-SUB FROM 1 BY 1
               UNTIL RCP-GRADE = GRADE-STOCK-CODE(GRADE-SUB).

      *WEIGHTED AVERAGE OF WHAT IS ON THE SHELF AND WHAT CAME IN. A
      *ROW AT OR BELOW ZERO TAKES THE RECEIPT'S COST OUTRIGHT.
       2150-GALLON-COST.
           IF RCP-UNIT-COST NUMERIC AND RCP-UNIT-COST > 0
               MOVE SL-GAL-QTY(GRADE-SUB) TO C-ON-HAND
               IF C-ON-HAND > 0
                   COMPUTE SL-GAL-COST(GRADE-SUB) ROUNDED =
                       ((C-ON-HAND * SL-GAL-COST(GRADE-SUB))
                       + (RCP-QTY * RCP-UNIT-COST))
                       / (C-ON-HAND + RCP-QTY)
               ELSE
                   MOVE RCP-UNIT-COST TO SL-GAL-COST(GRADE-SUB)
               END-IF
           END-IF.

       2160-SUPPLY-COST.
           IF RCP-UNIT-COST NUMERIC AND RCP-UNIT-COST > 0
               MOVE SL-SUP-QTY(RCP-SUP-SUB) TO C-ON-HAND
               IF C-ON-HAND > 0
                   COMPUTE SL-SUP-COST(RCP-SUP-SUB) ROUNDED =
                       ((C-ON-HAND * SL-SUP-COST(RCP-SUP-SUB))
                       + (RCP-QTY * RCP-UNIT-COST))
                       / (C-ON-HAND + RCP-QTY)
               ELSE
                   MOVE RCP-UNIT-COST TO SL-SUP-COST(RCP-SUP-SUB)
               END-IF
           END-IF.

       2200-RECEIPT-LINE.
           ADD 1 TO C-RCP-CTR.
           ADD RCP-QTY TO C-QTY-HASH.
               UNTIL ET-GRADE(ET-IDX) = GRADE-STOCK-CODE(GRADE-SUB).
           SUBTRACT ACT-GALLONS FROM SL-GAL-QTY(GRADE-SUB).
           ADD ACT-GALLONS TO C-QTY-HASH.
           COMPUTE C-GAL-COST ROUNDED =
               ACT-GALLONS * SL-GAL-COST(GRADE-SUB).

           MOVE 0 TO C-SUP-UNITS C-SUP-COST.
           PERFORM VARYING SUP-SUB FROM 1 BY 1
               UNTIL SUP-SUB > 4
                   SUBTRACT ET-SUP-QTY(ET-IDX SUP-SUB)
                       FROM SL-SUP-QTY(SUP-SUB)
                   ADD ET-SUP-QTY(ET-IDX SUP-SUB) TO C-SUP-UNITS
                   COMPUTE C-SUP-COST = C-SUP-COST
                       + (ET-SUP-QTY(ET-IDX SUP-SUB)
                       * SL-SUP-COST(SUP-SUB))
           END-PERFORM.

           MOVE ACT-EST-NO TO JM-EST-NO.
           MOVE ET-GRADE(ET-IDX) TO JM-GRADE.
           MOVE ACT-GALLONS TO JM-GALLONS.
           MOVE C-GAL-COST TO JM-GAL-COST.
           MOVE C-SUP-UNITS TO JM-SUP-UNITS.
           MOVE C-SUP-COST TO JM-SUP-COST.
           WRITE JM-REC.

           MOVE ACT-EST-NO TO IDL-EST-NO.
           MOVE ET-GRADE(ET-IDX) TO IDL-GRADE.
           MOVE ACT-GALLONS TO IDL-GALLONS.
           MOVE C-SUP-UNITS TO IDL-SUP-UNITS.
           ADD C-GAL-COST C-SUP-COST GIVING IDL-MAT-COST.
           WRITE PRTLINE FROM ISSUE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP

           CLOSE PAINT.
           CLOSE ACTUALS.
           CLOSE JOBMAT.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.
                   MOVE GRADE-STOCK-NAME(GRADE-SUB) TO SDL-ITEM
                   MOVE SL-GAL-QTY(GRADE-SUB) TO SDL-ON-HAND
                   MOVE RP-GAL-POINT(GRADE-SUB) TO SDL-REORDER-PT
                   MOVE SL-GAL-COST(GRADE-SUB) TO SDL-AVG-COST
                   IF SL-GAL-QTY(GRADE-SUB) NOT >
                       RP-GAL-POINT(GRADE-SUB)
                       MOVE 'REORDER' TO SDL-STATUS
                   MOVE SUPPLY-STOCK-NAME(SUP-SUB) TO SDL-ITEM
                   MOVE SL-SUP-QTY(SUP-SUB) TO SDL-ON-HAND
                   MOVE RP-SUP-POINT(SUP-SUB) TO SDL-REORDER-PT
                   MOVE SL-SUP-COST(SUP-SUB) TO SDL-AVG-COST
                   IF SL-SUP-QTY(SUP-SUB) NOT > RP-SUP-POINT(SUP-SUB)
                       MOVE 'REORDER' TO SDL-STATUS
                   ELSE
