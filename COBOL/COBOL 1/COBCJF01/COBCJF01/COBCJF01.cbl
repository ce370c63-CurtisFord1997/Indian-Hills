      *THIS PROGRAM CALCULATES ESTIMATES FOR PAINTING JOBS BASED ON
      *WALL SQUARE FOOTAGE (WALL - DOOR) DOR REPRESENTS VOID SPACE LIKE
      *DOORS, WINDOWS, WALKWAYS ETC.
      *EACH ROOM RECORD ALSO CARRIES ITS PRODUCT AND COLOR SPEC (ROOM
      *NAME, BRAND, PRODUCT LINE, COLOR CODE AND NAME, SHEEN). EVERY
      *ESTIMATE GETS A SUPPLIER PICK LIST (PJOBPICK.PRT) OF GALLONS
      *BY COLOR FROM THE SAME COVERAGE MATH, AND THE SPECS ARE KEPT
      *IN A COLOR HISTORY BY CUSTOMER NUMBER (PNTCOLOR.DAT). A ROOM
      *KEYED WITHOUT A COLOR TAKES THE COLOR LAST USED ON THE SAME
      *ROOM FOR THAT CUSTOMER, SO A REPEAT JOB MATCHES THE WALLS.
      *THE CUSTOMER MASTER CARRIES THE YEAR THE HOME WAS BUILT. THE
      *INVOICE SHOWS IT, AND A HOME BUILT BEFORE 1978 (OR OF UNKNOWN
      *AGE) IS NOTED FOR LEAD-SAFE WORK PRACTICES AND RECORDS.
      *AN ESTIMATE MAY CARRY A LEAD SOURCE CODE (WHERE THE CUSTOMER
      *HEARD OF US); WHEN IT DOES, THE CODE MUST BE ON THE LEAD
      *SOURCE MASTER (PNTLSRC.DAT). COBCJF63 REPORTS ON IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-CUSTMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEADSRC
               ASSIGN TO WS-LEADSRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FILE-STATUS.

           SELECT PICKOUT
               ASSIGN TO WS-PICKOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT COLORHST
               ASSIGN TO WS-COLORHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-FILE-STATUS.

           SELECT REVOUT
               ASSIGN TO "C:/COBOLSP20/REVTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD PRTOUT
           LABEL RECORD IS OMITTED
       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 PC-REC.
           05 PC-NO                PIC X(5).
           05 PC-NAME              PIC X(20).
           05 PC-ADDRESS           PIC X(25).
      *YEAR THE HOME WAS BUILT - BLANK WHEN NOT KNOWN
           05 PC-BUILD-YEAR        PIC X(4).

       FD LEADSRC
           LABEL RECORD IS STANDARD
           DATA RECORD IS LS-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 LS-REC.
           05 LS-CODE              PIC X(3).
           05 LS-DESCR             PIC X(20).

       FD PICKOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PICKLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PICKLINE                 PIC X(132).

      *ONE ROW PER SPECIFIED ROOM, CARRIED FORWARD RUN TO RUN
       FD COLORHST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 CH-REC.
           05 CH-CUST-NO           PIC X(5).
           05 CH-EST-NO            PIC X(4).
           05 CH-DATE              PIC 9(8).
           05 CH-GRADE             PIC X.
           05 CH-SPEC.
               10 CH-ROOM-NAME     PIC X(15).
               10 CH-BRAND         PIC X(10).
               10 CH-PRODUCT       PIC X(12).
               10 CH-COLOR-CODE    PIC X(8).
               10 CH-COLOR-NAME    PIC X(16).
               10 CH-SHEEN         PIC X.

       FD REVOUT
           LABEL RECORD IS STANDARD

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 CH-MORE-RECS         PIC XXX VALUE 'YES'.

       01 FILE-STATUS-VARS.
           05 CH-FILE-STATUS       PIC XX.
           05 LS-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\PJOBINV.PRT'.
           05 WS-CUSTMST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PCUSTMST.DAT'.
           05 WS-PICKOUT-PATH      PIC X(80)
               VALUE 'C:\COBOL\PJOBPICK.PRT'.
           05 WS-COLORHST-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTCOLOR.DAT'.
           05 WS-LEADSRC-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTLSRC.DAT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

               10 PC-SAVE-NO       PIC X(5).
               10 PC-SAVE-NAME     PIC X(20).
               10 PC-SAVE-ADDRESS  PIC X(25).
               10 PC-SAVE-BUILD-YEAR PIC X(4).

       01 CUST-MASTER-VARS.
           05 PC-CTR               PIC 9(3) VALUE 0.
           05 PC-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CUST-MATCH           PIC XXX VALUE 'NO'.
           05 CUST-BUILD-YEAR      PIC X(4) VALUE SPACE.

      *LEAD SOURCE CODES, LOADED AT START-UP
       01 LEAD-SOURCE-TABLE.
           05 LS-ENTRY OCCURS 50 TIMES
                   INDEXED BY LS-IDX.
               10 LS-SAVE-CODE     PIC X(3).

       01 LEAD-SOURCE-VARS.
           05 LS-CTR               PIC 99 VALUE 0.
           05 LS-MORE-RECS         PIC XXX VALUE 'YES'.
           05 LS-MATCH             PIC XXX VALUE 'NO'.

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.


       01 CALCUATED-VARIABLES.
           05 C-PG-CTR             PIC 99 VALUE 0.
           05 C-PG-PICK            PIC 99 VALUE 0.
           05 C-DATA-LINE.
               10 C-TOT-SQ-FT      PIC S9999 VALUE 0.
               10 C-GAL-NEEDED     PIC 999V99 VALUE 0.
           05 H-CUST-NAME          PIC X(20) VALUE SPACE.
           05 H-CUST-ADDRESS       PIC X(25) VALUE SPACE.
           05 H-CUST-NO            PIC X(5) VALUE SPACE.
           05 H-BUILD-YEAR         PIC X(4) VALUE SPACE.
               88 H-BUILD-YEAR-UNKNOWN VALUE SPACE '0000'.

      *FINISH GRADE PRICE TABLE
       01 GRADE-PRICES.
           05 C-SUP-AMT            PIC 9(5)V99 VALUE 0.
           05 C-GT-SUPPLIES-EST    PIC 9(7)V99 VALUE 0.

      *SHEEN CODES ON THE ROOM SPEC
       01 SHEEN-NAMES.
           05 FILLER               PIC X(11) VALUE "FFLAT".
           05 FILLER               PIC X(11) VALUE "EEGGSHELL".
           05 FILLER               PIC X(11) VALUE "SSATIN".
           05 FILLER               PIC X(11) VALUE "GSEMI-GLOSS".
           05 FILLER               PIC X(11) VALUE "HHIGH GLOSS".

       01 SHEEN-TABLE REDEFINES SHEEN-NAMES.
           05 SHEEN-LINE OCCURS 5.
               10 SHEEN-CODE       PIC X.
               10 SHEEN-NAME       PIC X(10).

       01 SHEEN-SUB                PIC 9.

      *THE ROOM'S SPEC AS PICKED - FROM THE ROOM RECORD, OR FROM THE
      *CUSTOMER'S COLOR HISTORY WHEN THE ROOM CAME IN WITHOUT ONE
       01 ROOM-SPEC-VARS.
           05 C-ROOM-SPEC.
               10 C-ROOM-NAME      PIC X(15).
               10 C-BRAND          PIC X(10).
               10 C-PRODUCT        PIC X(12).
               10 C-COLOR-CODE     PIC X(8).
               10 C-COLOR-NAME     PIC X(16).
               10 C-SHEEN          PIC X.
           05 C-SPEC-FROM-HIST     PIC X VALUE 'N'.
           05 C-HIST-DATE          PIC 9(8) VALUE 0.
           05 C-PICK-KEY.
               10 C-PICK-GRADE     PIC X.
               10 C-PICK-BRAND     PIC X(10).
               10 C-PICK-PRODUCT   PIC X(12).
               10 C-PICK-COLOR     PIC X(8).
               10 C-PICK-SHEEN     PIC X.
           05 C-ORDER-GAL          PIC 9(4) VALUE 0.
           05 C-PICK-CTR           PIC 999 VALUE 0.

      *GALLONS BY COLOR FOR THE ESTIMATE BEING ACCUMULATED - ONE ROW
      *PER GRADE, BRAND, PRODUCT, COLOR AND SHEEN
       01 PICK-TABLE.
           05 PK-ENTRY OCCURS 30 TIMES INDEXED BY PK-IDX.
               10 PK-KEY.
                   15 PK-GRADE     PIC X.
                   15 PK-BRAND     PIC X(10).
                   15 PK-PRODUCT   PIC X(12).
                   15 PK-COLOR     PIC X(8).
                   15 PK-SHEEN     PIC X.
               10 PK-COLOR-NAME    PIC X(16).
               10 PK-ROOMS         PIC 99.
               10 PK-GALLONS       PIC 9(4)V99.
               10 PK-FROM-HIST     PIC X.

       01 PICK-TABLE-VARS.
           05 PK-CTR               PIC 99 VALUE 0.
           05 PK-MATCH             PIC XXX VALUE 'NO'.

      *CUSTOMER COLOR HISTORY, RESTORED FROM LAST RUN'S PNTCOLOR.DAT.
      *A RERUN OF AN ESTIMATE DROPS ITS OLD ROWS BEFORE THE NEW ONES
      *GO ON, SO THE FILE HOLDS ONE ROW PER ROOM PER ESTIMATE
       01 COLOR-HISTORY-TABLE.
           05 HT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IDX HT-SAVE-IDX.
               10 HT-ROW.
                   15 HT-CUST-NO   PIC X(5).
                   15 HT-EST-NO    PIC X(4).
                   15 HT-DATE      PIC 9(8).
                   15 HT-GRADE     PIC X.
                   15 HT-SPEC.
                       20 HT-ROOM-NAME PIC X(15).
                       20 FILLER       PIC X(47).
               10 HT-DROP          PIC X.

       01 COLOR-HISTORY-VARS.
           05 HT-CTR               PIC 9(4) VALUE 0.
           05 HT-FOUND             PIC XXX VALUE 'NO'.

       01 PICK-TITLE.
           05 FILLER               PIC X(6) VALUE 'DATE:'.
           05 PK-O-MM              PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 PK-O-DD              PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 PK-O-YYYY            PIC 9(4).
           05 FILLER               PIC X(39) VALUE SPACE.
           05 FILLER               PIC X(22)
               VALUE "SUPPLIER PICK LIST".
           05 FILLER               PIC X(47) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "PAGE:".
           05 PK-O-PG-CTR PIC Z9.

       01 PICK-JOB-LINE.
           05 FILLER               PIC X(10) VALUE "ESTIMATE:".
           05 PJL-EST-NO           PIC X(4).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 FILLER               PIC X(10) VALUE "CUSTOMER:".
           05 PJL-CUST-NO          PIC X(5).
           05 FILLER               PIC X VALUE SPACE.
           05 PJL-CUST-NAME        PIC X(20).
           05 FILLER               PIC X(4) VALUE SPACE.
           05 FILLER               PIC X(7) VALUE "ROOMS:".
           05 PJL-ROOMS            PIC Z9.
           05 FILLER               PIC X(65) VALUE SPACE.

       01 PICK-HEADING-LINE.
           05 FILLER               PIC X(7) VALUE "GRADE".
           05 FILLER               PIC X(12) VALUE "BRAND".
           05 FILLER               PIC X(14) VALUE "PRODUCT".
           05 FILLER               PIC X(10) VALUE "COLOR".
           05 FILLER               PIC X(18) VALUE "COLOR NAME".
           05 FILLER               PIC X(11) VALUE "SHEEN".
           05 FILLER               PIC X(7) VALUE "ROOMS".
           05 FILLER               PIC X(12) VALUE "  GALLONS".
           05 FILLER               PIC X(9) VALUE "ORDER".
           05 FILLER               PIC X(32) VALUE "NOTE".

       01 PICK-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-GRADE            PIC X.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-BRAND            PIC X(10).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-PRODUCT          PIC X(12).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-COLOR            PIC X(8).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-COLOR-NAME       PIC X(16).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-SHEEN            PIC X(10).
           05 FILLER               PIC XX VALUE SPACE.
           05 PDL-ROOMS            PIC Z9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-GALLONS          PIC Z,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-ORDER-GAL        PIC Z,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 PDL-NOTE             PIC X(15).
           05 FILLER               PIC X(17) VALUE SPACE.

       01 INVOICE-TITLE-LINE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(22)
           05 INV-CUST-ADDRESS     PIC X(25).
           05 FILLER               PIC X(97) VALUE SPACE.

       01 INVOICE-CUST-LINE3.
           05 FILLER               PIC X(12) VALUE "YEAR BUILT:".
           05 INV-BUILD-YEAR       PIC X(7).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 INV-LEAD-NOTE        PIC X(50).
           05 FILLER               PIC X(60) VALUE SPACE.

       01 INVOICE-DETAIL-HEADING.
           05 FILLER               PIC X(13) VALUE "WALL SQ/FT".
           05 FILLER               PIC X(13) VALUE "DOOR SQ/FT".
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
           OPEN OUTPUT INVOUT.
           OPEN OUTPUT PICKOUT.
           OPEN EXTEND REVOUT.
           OPEN EXTEND AUDITLOG.

           PERFORM 1100-LOAD-CUST-MASTER.
           PERFORM 1200-LOAD-COLOR-HISTORY.
           PERFORM 1300-LOAD-LEAD-SOURCES.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *BUSINESS-DATE OVERRIDE FOR RERUNS - SET BUSDATE (YYYYMMDD)
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO PK-O-YYYY.
           MOVE I-MM TO PK-O-MM.
           MOVE I-DD TO PK-O-DD.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF01" TO AUD-PGM-ID.
           PERFORM 9000-READ.
           PERFORM 9100-HEADINGS.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 9300-PICK-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAINTEST_DAT' UPON ENVIRONMENT-NAME.
               MOVE WS-ENV-OVERRIDE TO WS-CUSTMST-PATH
           END-IF.

           DISPLAY 'PJOBPICK_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PICKOUT-PATH
           END-IF.

           DISPLAY 'PNTCOLOR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COLORHST-PATH
           END-IF.

           DISPLAY 'PNTLSRC_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADSRC-PATH
           END-IF.

       1100-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER.
           PERFORM 1150-LOAD-ONE-CUST
                       MOVE PC-NO TO PC-SAVE-NO(PC-IDX)
                       MOVE PC-NAME TO PC-SAVE-NAME(PC-IDX)
                       MOVE PC-ADDRESS TO PC-SAVE-ADDRESS(PC-IDX)
                       MOVE PC-BUILD-YEAR
                           TO PC-SAVE-BUILD-YEAR(PC-IDX)
                   ELSE
                       DISPLAY 'CUST-MASTER-TABLE EXCEEDS 200 ROWS'
                       DISPLAY 'REMAINING CUSTOMER ROWS NOT LOADED'
                   END-IF
           END-READ.

       1200-LOAD-COLOR-HISTORY.
           OPEN INPUT COLORHST.
           IF CH-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-HISTORY
                   UNTIL CH-MORE-RECS = 'NO'
           END-IF.
           CLOSE COLORHST.

       1250-LOAD-ONE-HISTORY.
           READ COLORHST
               AT END
                   MOVE 'NO' TO CH-MORE-RECS
               NOT AT END
                   IF HT-CTR < 2000
                       ADD 1 TO HT-CTR
                       SET HT-IDX TO HT-CTR
                       MOVE CH-REC TO HT-ROW(HT-IDX)
                       MOVE 'N' TO HT-DROP(HT-IDX)
                   ELSE
                       DISPLAY 'COLOR-HISTORY-TABLE EXCEEDS 2000 ROWS'
                       DISPLAY 'REMAINING HISTORY ROWS NOT LOADED'
                   END-IF
           END-READ.

       1300-LOAD-LEAD-SOURCES.
           OPEN INPUT LEADSRC.
           IF LS-FILE-STATUS = '00'
               PERFORM 1350-LOAD-ONE-SOURCE
                   UNTIL LS-MORE-RECS = 'NO'
           END-IF.
           CLOSE LEADSRC.

       1350-LOAD-ONE-SOURCE.
           READ LEADSRC
               AT END
                   MOVE 'NO' TO LS-MORE-RECS
               NOT AT END
                   IF LS-CTR < 50
                       ADD 1 TO LS-CTR
                       SET LS-IDX TO LS-CTR
                       MOVE LS-CODE TO LS-SAVE-CODE(LS-IDX)
                   ELSE
                       DISPLAY 'LEAD-SOURCE-TABLE EXCEEDS 50 ROWS'
                       DISPLAY 'REMAINING LEAD SOURCES NOT LOADED'
                   END-IF
           END-READ.

       2000-MAINLINE.
           PERFORM 2050-VALIDATION.
           IF ERR-SW = 'NO'
               IF PAINT-EST-NO NOT = H-EST-NO
                   PERFORM 2150-ESTIMATE-BREAK
                   PERFORM 2170-DROP-HISTORY
               END-IF
               PERFORM 2100-CALCS
           ELSE

       2050-VALIDATION.
           MOVE 'YES' TO ERR-SW.
           PERFORM 2070-LEAD-SRC-LOOKUP.
           EVALUATE TRUE
               WHEN PAINT-DOOR-SQ-FT > PAINT-WALL-SQ-FT
                   MOVE 'DOOR SQ/FT EXCEEDS WALL SQ/FT' TO ERROR-DESCR
                   MOVE 'INVALID PAINT MONTH' TO ERROR-DESCR
               WHEN PAINT-CUST-NO = SPACES
                   MOVE 'CUSTOMER NUMBER REQUIRED' TO ERROR-DESCR
               WHEN PAINT-SHEEN NOT = SPACE AND NOT VAL-PAINT-SHEEN
                   MOVE 'INVALID SHEEN CODE' TO ERROR-DESCR
               WHEN PAINT-COLOR-CODE NOT = SPACES
                   AND PAINT-SHEEN = SPACE
                   MOVE 'SHEEN REQUIRED WITH COLOR CODE' TO ERROR-DESCR
               WHEN PAINT-LEAD-SRC NOT = SPACES AND LS-MATCH = 'NO'
                   MOVE 'LEAD SOURCE NOT ON LEAD SOURCE MASTER'
                       TO ERROR-DESCR
               WHEN OTHER
                   PERFORM 2060-CUST-LOOKUP
                   IF CUST-MATCH = 'NO'
               UNTIL PC-IDX > PC-CTR OR CUST-MATCH = 'YES'
                   IF PAINT-CUST-NO = PC-SAVE-NO(PC-IDX)
                       MOVE 'YES' TO CUST-MATCH
                       MOVE PC-SAVE-BUILD-YEAR(PC-IDX)
                           TO CUST-BUILD-YEAR
                   END-IF
           END-PERFORM.

       2070-LEAD-SRC-LOOKUP.
           MOVE 'NO' TO LS-MATCH.
           PERFORM VARYING LS-IDX FROM 1 BY 1
               UNTIL LS-IDX > LS-CTR OR LS-MATCH = 'YES'
                   IF PAINT-LEAD-SRC = LS-SAVE-CODE(LS-IDX)
                       MOVE 'YES' TO LS-MATCH
                   END-IF
           END-PERFORM.

               MOVE PAINT-CUST-NAME TO H-CUST-NAME
               MOVE PAINT-CUST-ADDRESS TO H-CUST-ADDRESS
               MOVE PAINT-CUST-NO TO H-CUST-NO
               MOVE CUST-BUILD-YEAR TO H-BUILD-YEAR
           ELSE
               IF PAINT-GRADE NOT = H-GRADE
                   MOVE '*' TO H-GRADE
           ADD C-LABOUR-EST TO E-LABOUR-EST.
           ADD C-TOTAL-EST TO E-TOTAL-EST.

           PERFORM 2110-ROOM-SPEC.

           PERFORM VARYING SUP-SUB FROM 1 BY 1
               UNTIL SUP-SUB > 4
                   IF PAINT-SUP-FLAG(SUP-SUB) = 'Y'
                   END-IF
           END-PERFORM.

      *THE ROOM'S SPEC GOES ON THE PICK LIST AND INTO THE HISTORY
       2110-ROOM-SPEC.
           MOVE PAINT-SPEC TO C-ROOM-SPEC.
           MOVE 'N' TO C-SPEC-FROM-HIST.
           IF PAINT-COLOR-CODE = SPACES
               AND PAINT-ROOM-NAME NOT = SPACES
               PERFORM 2120-HISTORY-LOOKUP
           END-IF.
           PERFORM 2130-PICK-ACCUM.
           IF C-COLOR-CODE NOT = SPACES
               PERFORM 2140-HISTORY-ROW
           END-IF.

      *THE LATEST SPEC ON FILE FOR THIS CUSTOMER'S ROOM OF THE SAME
      *NAME, FROM ANY OTHER ESTIMATE
       2120-HISTORY-LOOKUP.
           MOVE 'NO' TO HT-FOUND.
           MOVE 0 TO C-HIST-DATE.
           PERFORM VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-CTR
                   IF HT-DROP(HT-IDX) = 'N'
                       AND HT-CUST-NO(HT-IDX) = PAINT-CUST-NO
                       AND HT-ROOM-NAME(HT-IDX) = PAINT-ROOM-NAME
                       AND HT-EST-NO(HT-IDX) NOT = PAINT-EST-NO
                       AND HT-DATE(HT-IDX) NOT < C-HIST-DATE
                           MOVE 'YES' TO HT-FOUND
                           MOVE HT-DATE(HT-IDX) TO C-HIST-DATE
                           SET HT-SAVE-IDX TO HT-IDX
                   END-IF
           END-PERFORM.
           IF HT-FOUND = 'YES'
               MOVE HT-SPEC(HT-SAVE-IDX) TO C-ROOM-SPEC
               MOVE 'Y' TO C-SPEC-FROM-HIST
           END-IF.

       2130-PICK-ACCUM.
           MOVE PAINT-GRADE TO C-PICK-GRADE.
           MOVE C-BRAND TO C-PICK-BRAND.
           MOVE C-PRODUCT TO C-PICK-PRODUCT.
           MOVE C-COLOR-CODE TO C-PICK-COLOR.
           MOVE C-SHEEN TO C-PICK-SHEEN.
           MOVE 'NO' TO PK-MATCH.
           PERFORM VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > PK-CTR OR PK-MATCH = 'YES'
                   IF C-PICK-KEY = PK-KEY(PK-IDX)
                       MOVE 'YES' TO PK-MATCH
                   END-IF
           END-PERFORM.
           IF PK-MATCH = 'YES'
               SET PK-IDX DOWN BY 1
           ELSE
               IF PK-CTR < 30
                   ADD 1 TO PK-CTR
                   SET PK-IDX TO PK-CTR
                   MOVE C-PICK-KEY TO PK-KEY(PK-IDX)
                   MOVE C-COLOR-NAME TO PK-COLOR-NAME(PK-IDX)
                   MOVE 0 TO PK-ROOMS(PK-IDX)
                   MOVE 0 TO PK-GALLONS(PK-IDX)
                   MOVE 'N' TO PK-FROM-HIST(PK-IDX)
                   MOVE 'YES' TO PK-MATCH
               ELSE
                   DISPLAY 'PICK-TABLE EXCEEDS 30 COLORS -- '
                   DISPLAY 'ESTIMATE ' PAINT-EST-NO ' PICK LIST SHORT'
               END-IF
           END-IF.
           IF PK-MATCH = 'YES'
               ADD 1 TO PK-ROOMS(PK-IDX)
               ADD C-GAL-NEEDED TO PK-GALLONS(PK-IDX)
               IF C-SPEC-FROM-HIST = 'Y'
                   MOVE 'Y' TO PK-FROM-HIST(PK-IDX)
               END-IF
           END-IF.

       2140-HISTORY-ROW.
           IF HT-CTR < 2000
               ADD 1 TO HT-CTR
               SET HT-IDX TO HT-CTR
               MOVE PAINT-CUST-NO TO HT-CUST-NO(HT-IDX)
               MOVE PAINT-EST-NO TO HT-EST-NO(HT-IDX)
               MOVE PAINT-DATE TO HT-DATE(HT-IDX)
               MOVE PAINT-GRADE TO HT-GRADE(HT-IDX)
               MOVE C-ROOM-SPEC TO HT-SPEC(HT-IDX)
               MOVE 'N' TO HT-DROP(HT-IDX)
           ELSE
               DISPLAY 'COLOR-HISTORY-TABLE EXCEEDS 2000 ROWS -- '
               DISPLAY 'ESTIMATE ' PAINT-EST-NO ' COLORS NOT KEPT'
           END-IF.

      *THE ESTIMATE NUMBER HAS CHANGED: PRINT THE COMBINED ESTIMATE
      *LINE AND THE CUSTOMER INVOICE FOR THE ESTIMATE JUST FINISHED,
      *ROLL IT INTO THE GRAND TOTALS, AND RESET FOR THE NEXT ONE
               PERFORM 2210-OUTPUT-MOVE
               PERFORM 2200-OUTPUT
               PERFORM 2500-INVOICE-PRINT
               PERFORM 2600-PICK-LIST

               ADD 1 TO C-GT-NUM-EST
               ADD E-GAL-NEEDED TO C-GT-GAL-NEEDED
               MOVE 0 TO E-LABOUR-EST
               MOVE 0 TO E-TOTAL-EST
               MOVE 0 TO E-SUPPLIES-EST
               MOVE 0 TO PK-CTR
               PERFORM VARYING SUP-SUB FROM 1 BY 1
                   UNTIL SUP-SUB > 4
                       MOVE 0 TO E-SUP-QTY(SUP-SUB)
           END-IF.
           MOVE PAINT-EST-NO TO H-EST-NO.

      *THIS ESTIMATE'S ROWS FROM AN EARLIER RUN COME OFF THE HISTORY;
      *THE ROOMS BEING PRICED NOW REPLACE THEM
       2170-DROP-HISTORY.
           PERFORM VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-CTR
                   IF HT-EST-NO(HT-IDX) = PAINT-EST-NO
                       MOVE 'Y' TO HT-DROP(HT-IDX)
                   END-IF
           END-PERFORM.

       2200-OUTPUT.
           WRITE PRTLINE
               FROM DETAIL-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-CUST-LINE2
               AFTER ADVANCING 1 LINE.
           PERFORM 2520-INVOICE-BUILD-YEAR.
           WRITE INVLINE FROM INVOICE-CUST-LINE3
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INVOICE-DETAIL-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE INVLINE FROM INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM INVOICE-ROOMS-LINE
           WRITE INVLINE FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *FEDERAL LEAD-SAFE RULES COVER HOMES BUILT BEFORE 1978; A HOME
      *WITH NO YEAR ON THE CUSTOMER MASTER IS TREATED AS COVERED
       2520-INVOICE-BUILD-YEAR.
           IF H-BUILD-YEAR-UNKNOWN OR H-BUILD-YEAR NOT NUMERIC
               MOVE 'UNKNOWN' TO INV-BUILD-YEAR
               MOVE 'YEAR NOT ON FILE - LEAD-SAFE PRACTICES APPLY'
                   TO INV-LEAD-NOTE
           ELSE
               MOVE H-BUILD-YEAR TO INV-BUILD-YEAR
               IF H-BUILD-YEAR < '1978'
                   MOVE 'PRE-1978 HOME - LEAD-SAFE PRACTICES APPLY'
                       TO INV-LEAD-NOTE
               ELSE
                   MOVE SPACES TO INV-LEAD-NOTE
               END-IF
           END-IF.

      *ITEMIZED SUPPLY LINES - ONE PER SUPPLY ITEM USED ON THE JOB
       2550-INVOICE-SUPPLIES.
           IF E-SUPPLIES-EST > 0
               END-PERFORM
           END-IF.

      *THE SUPPLIER PICK LIST FOR THE ESTIMATE JUST FINISHED - ONE
      *LINE PER COLOR WITH THE WHOLE GALLONS TO ORDER
       2600-PICK-LIST.
           MOVE H-EST-NO TO PJL-EST-NO.
           MOVE H-CUST-NO TO PJL-CUST-NO.
           MOVE H-CUST-NAME TO PJL-CUST-NAME.
           MOVE E-ROOM-CTR TO PJL-ROOMS.
           WRITE PICKLINE FROM PICK-JOB-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9300-PICK-HEADINGS.
           WRITE PICKLINE FROM PICK-HEADING-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9300-PICK-HEADINGS.
           PERFORM 2650-PICK-LINE
               VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > PK-CTR.
           ADD 1 TO C-PICK-CTR.

       2650-PICK-LINE.
           MOVE PK-GRADE(PK-IDX) TO PDL-GRADE.
           MOVE PK-BRAND(PK-IDX) TO PDL-BRAND.
           MOVE PK-PRODUCT(PK-IDX) TO PDL-PRODUCT.
           MOVE PK-COLOR(PK-IDX) TO PDL-COLOR.
           MOVE PK-COLOR-NAME(PK-IDX) TO PDL-COLOR-NAME.
           MOVE SPACES TO PDL-SHEEN.
           PERFORM VARYING SHEEN-SUB FROM 1 BY 1
               UNTIL SHEEN-SUB > 5
                   IF PK-SHEEN(PK-IDX) = SHEEN-CODE(SHEEN-SUB)
                       MOVE SHEEN-NAME(SHEEN-SUB) TO PDL-SHEEN
                   END-IF
           END-PERFORM.
           MOVE PK-ROOMS(PK-IDX) TO PDL-ROOMS.
           MOVE PK-GALLONS(PK-IDX) TO PDL-GALLONS.
           MOVE PK-GALLONS(PK-IDX) TO C-ORDER-GAL.
           IF C-ORDER-GAL < PK-GALLONS(PK-IDX)
               ADD 1 TO C-ORDER-GAL
           END-IF.
           MOVE C-ORDER-GAL TO PDL-ORDER-GAL.
           EVALUATE TRUE
               WHEN PK-COLOR(PK-IDX) = SPACES
                   MOVE 'NO SPEC ON FILE' TO PDL-NOTE
               WHEN PK-FROM-HIST(PK-IDX) = 'Y'
                   MOVE 'FROM HISTORY' TO PDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO PDL-NOTE
           END-EVALUATE.
           WRITE PICKLINE FROM PICK-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9300-PICK-HEADINGS.

       2400-ERROR.
           MOVE PAINT-EST-NO TO ERROR-EST-NO.

               AFTER ADVANCING 3 LINES.

           PERFORM 3200-MONTH-SUMMARY.
           PERFORM 3300-SAVE-HISTORY.

           MOVE "COBCJF01" TO REV-PGM-ID.
           MOVE I-DATE TO REV-DATE.
           MOVE C-GT-TOT-EST TO TR-HASH-TOTAL.
           WRITE INVLINE FROM TRAILER-LINE.

           MOVE C-PICK-CTR TO TR-REC-COUNT.
           MOVE C-GT-GAL-NEEDED TO TR-HASH-TOTAL.
           WRITE PICKLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE INVOUT.
           CLOSE PICKOUT.
           CLOSE REVOUT.
           CLOSE AUDITLOG.

                   END-IF
           END-PERFORM.

      *THE WHOLE HISTORY IS WRITTEN BACK, LESS THE DROPPED ROWS
       3300-SAVE-HISTORY.
           OPEN OUTPUT COLORHST.
           PERFORM 3350-SAVE-ONE-HISTORY
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-CTR.
           CLOSE COLORHST.

       3350-SAVE-ONE-HISTORY.
           IF HT-DROP(HT-IDX) = 'N'
               MOVE HT-ROW(HT-IDX) TO CH-REC
               WRITE CH-REC
           END-IF.

       9000-READ.
           READ PAINT
               AT END
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.

       9300-PICK-HEADINGS.
           ADD 1 TO C-PG-PICK.
           MOVE C-PG-PICK TO PK-O-PG-CTR.
           WRITE PICKLINE FROM PICK-TITLE
               AFTER ADVANCING PAGE.
