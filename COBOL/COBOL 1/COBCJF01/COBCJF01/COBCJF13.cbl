      *REPORT - ESTIMATED VS ACTUAL GALLONS, LABOR, AND TOTAL DOLLARS
      *PER JOB, FLAGGING ANY JOB OFF BY MORE THAN 10 PERCENT SO THE
      *GRADE TABLE'S COVERAGE FIGURES CAN BE TUNED WITH REAL DATA.
      *A JOB WITH APPROVED CHANGE ORDERS IS MEASURED AGAINST ITS
      *REVISED SCOPE - THE PAINT AND LABOR SIDE OF THE CHANGES FROM
      *COBCJF60'S PNTREVC.DAT IS ADDED TO THE REPRICED ESTIMATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-ACTUALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVCON
               ASSIGN TO WS-REVCON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

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

       FD  ACTUALS
           LABEL RECORD IS STANDARD
           05 ACT-HOURS            PIC 9(4)V9.
           05 ACT-CREW-ID          PIC X(3).

      *REVISED CONTRACT PER ACCEPTED ESTIMATE, FROM COBCJF60
       FD  REVCON
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 56 CHARACTERS.

       01 RC-REC.
           05 RC-EST-NO            PIC X(4).
           05 RC-ORIGINAL          PIC 9(7)V99.
           05 RC-CHANGES           PIC S9(7)V99.
           05 RC-CONTRACT          PIC 9(7)V99.
           05 RC-CHG-GALLONS       PIC S9(4)V99.
           05 RC-CHG-LABOR         PIC S9(6)V99.
           05 RC-CHG-COST          PIC S9(7)V99.
           05 RC-CHG-COUNT         PIC 99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 ACT-MORE-RECS        PIC XXX VALUE 'YES'.
           05 EST-MATCH            PIC XXX VALUE 'NO'.
           05 RC-MORE-RECS         PIC XXX VALUE 'YES'.

       01 FILE-STATUS-VARS.
           05 RC-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\PAINTEST.DAT'.
           05 WS-ACTUALS-PATH      PIC X(80)
               VALUE 'C:\COBOL\PAINTACT.DAT'.
           05 WS-REVCON-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTREVC.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PJOBVAR.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
           05 FILLER               PIC X(13) VALUE "ESTIMATE".
           05 FILLER               PIC X(13) VALUE "ACTUAL".
           05 FILLER               PIC X(10) VALUE "VAR PCT".
           05 FILLER               PIC X(14) VALUE "FLAG".
           05 FILLER               PIC X(36) VALUE "CHG ORDERS".

       01 VAR-DETAIL-LINE.
           05 VDL-EST-NO           PIC X(4).
           05 FILLER               PIC X VALUE '%'.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 VDL-FLAG             PIC X(12).
           05 FILLER               PIC X(5) VALUE SPACE.
           05 VDL-CHG-COUNT        PIC Z9.
           05 FILLER               PIC X(21) VALUE SPACE.

       01 VAR-TOTAL-LINE.
           05 FILLER               PIC X(15) VALUE "JOBS COSTED:".
               10 ET-GAL-EST       PIC 9(4)V99.
               10 ET-LABOUR-EST    PIC 9(6)V99.
               10 ET-TOTAL-EST     PIC 9(7)V99.
               10 ET-CHG-COUNT     PIC 99.

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.
           05 ET-START-NEW         PIC X VALUE 'N'.
           05 C-REV-FIGURE         PIC S9(7)V99 VALUE 0.

       01 VARIANCE-CALC-VARS.
           05 C-ACT-PAINT          PIC 9(6)V99 VALUE 0.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-ESTIMATES
               UNTIL MORE-RECS = 'NO'.
           PERFORM 1200-LOAD-REVISIONS.
           PERFORM 2000-MAINLINE
               UNTIL ACT-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
               MOVE WS-ENV-OVERRIDE TO WS-ACTUALS-PATH
           END-IF.

           DISPLAY 'PNTREVC_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REVCON-PATH
           END-IF.

           DISPLAY 'PJOBVAR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
                   MOVE 0 TO ET-GAL-EST(ET-IDX)
                   MOVE 0 TO ET-LABOUR-EST(ET-IDX)
                   MOVE 0 TO ET-TOTAL-EST(ET-IDX)
                   MOVE 0 TO ET-CHG-COUNT(ET-IDX)
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
               ADD C-TOTAL-EST TO ET-TOTAL-EST(ET-IDX)
           END-IF.

      *APPROVED CHANGE ORDERS MOVE THE ESTIMATE TO THE REVISED SCOPE.
      *ONLY SQUARE-FOOTAGE CHANGES CARRY GALLONS AND LABOR; FLAT PRICE
      *ADJUSTMENTS AND CHANGE SUPPLIES STAY OUT, THE SAME WAY SUPPLIES
      *STAY OUT OF THE REPRICED ESTIMATE. A JOB REPRICED TO NOTHING
      *IS HELD AT ZERO.
       1200-LOAD-REVISIONS.
           OPEN INPUT REVCON.
           IF RC-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-REVISION
                   UNTIL RC-MORE-RECS = 'NO'
               CLOSE REVCON
           END-IF.

       1250-LOAD-ONE-REVISION.
           READ REVCON
               AT END
                   MOVE 'NO' TO RC-MORE-RECS
               NOT AT END
                   IF RC-CHG-COUNT NUMERIC AND RC-CHG-COUNT > 0
                       MOVE 'NO' TO EST-MATCH
                       PERFORM VARYING ET-IDX FROM 1 BY 1
                           UNTIL ET-IDX > ET-CTR OR EST-MATCH = 'YES'
                               IF RC-EST-NO = ET-EST-NO(ET-IDX)
                                   MOVE 'YES' TO EST-MATCH
                               END-IF
                       END-PERFORM
                       IF EST-MATCH = 'YES'
                           SET ET-IDX DOWN BY 1
                           PERFORM 1260-APPLY-REVISION
                       END-IF
                   END-IF
           END-READ.

       1260-APPLY-REVISION.
           MOVE RC-CHG-COUNT TO ET-CHG-COUNT(ET-IDX).
           COMPUTE C-REV-FIGURE = ET-GAL-EST(ET-IDX) + RC-CHG-GALLONS.
           IF C-REV-FIGURE < 0
               MOVE 0 TO C-REV-FIGURE
           END-IF.
           MOVE C-REV-FIGURE TO ET-GAL-EST(ET-IDX).
           COMPUTE C-REV-FIGURE = ET-LABOUR-EST(ET-IDX) + RC-CHG-LABOR.
           IF C-REV-FIGURE < 0
               MOVE 0 TO C-REV-FIGURE
           END-IF.
           MOVE C-REV-FIGURE TO ET-LABOUR-EST(ET-IDX).
           COMPUTE C-REV-FIGURE = ET-TOTAL-EST(ET-IDX) + RC-CHG-COST.
           IF C-REV-FIGURE < 0
               MOVE 0 TO C-REV-FIGURE
           END-IF.
           MOVE C-REV-FIGURE TO ET-TOTAL-EST(ET-IDX).

      *ONE ACTUALS RECORD: FIND ITS ESTIMATE, COST THE ACTUAL GALLONS
      *AND HOURS AT THE ESTIMATE'S OWN RATES, AND PRINT THE VARIANCE
       2000-MAINLINE.
           MOVE ET-TOTAL-EST(ET-IDX) TO VDL-EST-TOT.
           MOVE C-ACT-TOTAL TO VDL-ACT-TOT.
           MOVE C-VAR-PCT TO VDL-VAR-PCT.
           MOVE ET-CHG-COUNT(ET-IDX) TO VDL-CHG-COUNT.

           IF C-VAR-PCT > VAR-FLAG-PCT
               OR C-VAR-PCT < -10
