       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF63.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MARKETING RETURN BY LEAD SOURCE FOR THE PAINT SHOP. EACH
      *ESTIMATE ON PAINTEST.DAT MAY CARRY A LEAD SOURCE CODE FROM THE
      *LEAD SOURCE MASTER (PNTLSRC.DAT) - YARD SIGNS, HOME SHOWS,
      *ONLINE ADS AND SO ON. THE MONEY SPENT ON EACH SOURCE IS KEYED
      *BY SOURCE AND MONTH TO PNTMKSP.DAT. FOR EACH SOURCE THIS STEP
      *SHOWS ESTIMATES GIVEN, JOBS WON (ACCEPTED ON PAINTDSP.DAT OR
      *BILLED ON PAINTAR.DAT), REVENUE INVOICED ON PAINTAR.DAT, THE
      *SPEND, AND THE SPEND PER JOB WON.
      *EACH SOURCE IS SPLIT BETWEEN NEW AND REPEAT CUSTOMERS. A
      *CUSTOMER IS A REPEAT WHEN, BY CUSTOMER MASTER NUMBER
      *(PCUSTMST.DAT), THEY HAD A JOB ACCEPTED OR INVOICED BEFORE THE
      *DATE OF THE ESTIMATE.
      *THE REPORT COVERS ESTIMATES DATED AND SPEND KEYED IN THE
      *MONTHS MKT_FROM THROUGH MKT_TO (YYYYMM); LEFT UNSET, EVERY
      *MONTH ON FILE IS REPORTED. ESTIMATES WITH NO CODE, OR A CODE
      *NOT ON THE MASTER, ARE REPORTED TOGETHER UNDER "NONE OR
      *UNKNOWN". SPEND RECORDS THAT FAIL EDIT GO TO THE EXCEPTIONS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINT
               ASSIGN TO WS-PAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-MASTER
               ASSIGN TO WS-CUSTMST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.

           SELECT LEADSRC
               ASSIGN TO WS-LEADSRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-FILE-STATUS.

           SELECT MKTSPEND
               ASSIGN TO WS-MKTSPEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-FILE-STATUS.

           SELECT DISPO
               ASSIGN TO WS-DISPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSP-FILE-STATUS.

           SELECT ARLEDGER
               ASSIGN TO WS-ARLEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAINT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 143 CHARACTERS.

       01 PAINT-REC.
           05 PAINT-EST-NO         PIC X(4).
           05 PAINT-DATE.
               10 PAINT-YY         PIC 9(4).
               10 PAINT-MM         PIC 99.
               10 PAINT-DD         PIC 99.
           05 PAINT-WALL-SQ-FT     PIC 9(4).
           05 PAINT-DOOR-SQ-FT     PIC 9(3).
           05 PAINT-PRICE-GAL      PIC 99V99.
           05 PAINT-GRADE          PIC X.
               88 VAL-PAINT-GRADE  VALUE "E", "S", "P".
           05 PAINT-CUST-NAME      PIC X(20).
           05 PAINT-CUST-ADDRESS   PIC X(25).
      *Y/N FLAGS, SAME ORDER AS COBCJF01'S SUPPLY-PRICE-TABLE
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

       FD  CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 PC-REC.
           05 PC-NO                PIC X(5).
           05 PC-NAME              PIC X(20).
           05 PC-ADDRESS           PIC X(25).
      *YEAR THE HOME WAS BUILT - BLANK WHEN NOT KNOWN
           05 PC-BUILD-YEAR        PIC X(4).

       FD  LEADSRC
           LABEL RECORD IS STANDARD
           DATA RECORD IS LS-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 LS-REC.
           05 LS-CODE              PIC X(3).
           05 LS-DESCR             PIC X(20).

      *MARKETING SPEND - ONE RECORD PER SOURCE PER MONTH
       FD  MKTSPEND
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 MS-REC.
           05 MS-SRC               PIC X(3).
           05 MS-MONTH.
               10 MS-YY            PIC 9(4).
               10 MS-MM            PIC 99.
           05 MS-AMOUNT            PIC 9(7)V99.

       FD  DISPO
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPO-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 DISPO-REC.
           05 DSP-EST-NO           PIC X(4).
           05 DSP-STATUS           PIC X.
               88 DSP-ACCEPTED     VALUE 'A'.
           05 DSP-DATE             PIC 9(8).
           05 DSP-FINAL-PRICE      PIC 9(6)V99.

      *COBCJF32'S OPEN-AR LEDGER
       FD  ARLEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 AR-REC.
           05 AR-EST-NO            PIC X(4).
           05 AR-CUST-NO           PIC X(5).
           05 AR-CUST-NAME         PIC X(20).
           05 AR-INV-DATE          PIC 9(8).
           05 AR-INVOICED          PIC 9(7)V99.
           05 AR-PAID              PIC 9(7)V99.
           05 AR-STATUS            PIC X.
           05 AR-STAGE             PIC X.
           05 AR-CONTRACT          PIC 9(7)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ERRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 PC-MORE-RECS         PIC XXX VALUE 'YES'.
           05 LS-MORE-RECS         PIC XXX VALUE 'YES'.
           05 MS-MORE-RECS         PIC XXX VALUE 'YES'.
           05 DSP-MORE-RECS        PIC XXX VALUE 'YES'.
           05 AR-MORE-RECS         PIC XXX VALUE 'YES'.
           05 EST-MATCH            PIC XXX VALUE 'NO'.
           05 CUST-MATCH           PIC XXX VALUE 'NO'.
           05 SRC-MATCH            PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 PC-FILE-STATUS       PIC XX.
           05 LS-FILE-STATUS       PIC XX.
           05 MS-FILE-STATUS       PIC XX.
           05 DSP-FILE-STATUS      PIC XX.
           05 AR-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PAINT-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTEST.DAT'.
           05 WS-CUSTMST-PATH      PIC X(80)
               VALUE 'C:\COBOL\PCUSTMST.DAT'.
           05 WS-LEADSRC-PATH      PIC X(80)
               VALUE 'C:\COBOL\PNTLSRC.DAT'.
           05 WS-MKTSPEND-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTMKSP.DAT'.
           05 WS-DISPO-PATH        PIC X(80)
               VALUE 'C:\COBOL\PAINTDSP.DAT'.
           05 WS-ARLEDGER-PATH     PIC X(80)
               VALUE 'C:\COBOL\PAINTAR.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PMKTRTN.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PMKTERR.PRT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *REPORT PERIOD, YYYYMM - SEE THE PROGRAM BANNER
       01 PERIOD-VARS.
           05 MKT-FROM             PIC 9(6) VALUE 0.
           05 MKT-FROM-IN          PIC X(6).
           05 MKT-TO               PIC 9(6) VALUE 999999.
           05 MKT-TO-IN            PIC X(6).
           05 C-EST-MONTH          PIC 9(6).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6) VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(30) VALUE SPACE.
           05 FILLER               PIC X(36)
               VALUE "MARKETING RETURN BY LEAD SOURCE".
           05 FILLER               PIC X(41) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "PAGE:".
           05 O-PG-CTR PIC Z9.

       01 PERIOD-LINE.
           05 FILLER               PIC X(17) VALUE "MONTHS REPORTED:".
           05 PL-FROM              PIC 9(6).
           05 FILLER               PIC X(9) VALUE " THROUGH ".
           05 PL-TO                PIC 9(6).
           05 FILLER               PIC X(94) VALUE SPACE.

       01 SOURCE-HEADING-LINE.
           05 FILLER               PIC X(7) VALUE "SOURCE".
           05 FILLER               PIC X(22) VALUE "DESCRIPTION".
           05 FILLER               PIC X(10) VALUE "CUSTOMERS".
           05 FILLER               PIC X(10) VALUE "ESTIMATES".
           05 FILLER               PIC X(10) VALUE "JOBS WON".
           05 FILLER               PIC X(9) VALUE "WIN %".
           05 FILLER               PIC X(17) VALUE "INVOICED".
           05 FILLER               PIC X(16) VALUE "SPEND".
           05 FILLER               PIC X(31) VALUE "SPEND/WON JOB".

       01 SOURCE-DETAIL-LINE.
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-SRC              PIC X(3).
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-DESCR            PIC X(20).
           05 FILLER               PIC XX VALUE SPACE.
           05 SDL-CUST-TYPE        PIC X(7).
           05 FILLER               PIC X(3) VALUE SPACE.
           05 SDL-EST              PIC ZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 SDL-WON              PIC ZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACE.
           05 SDL-WIN-PCT          PIC ZZ9.9.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 SDL-INVOICED         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 SDL-SPEND-X          PIC X(13).
           05 SDL-SPEND REDEFINES SDL-SPEND-X
                                   PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 SDL-PER-WON-X        PIC X(13).
           05 SDL-PER-WON REDEFINES SDL-PER-WON-X
                                   PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(19) VALUE SPACE.

       01 ERROR-TITLE.
           05 FILLER               PIC X(50) VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "MARKETING SPEND EXCEPTIONS".
           05 FILLER               PIC X(52) VALUE SPACE.

       01 ERROR-HEADINGS.
           05 FILLER               PIC X(18) VALUE "SOURCE / MONTH".
           05 FILLER               PIC X(60) VALUE "ERROR DESCRIPTION".

       01 ERROR-LINE.
           05 ERROR-SRC            PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 ERROR-MONTH          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACE.
           05 ERROR-DESCR          PIC X(60).

       01 GT-ERROR-LINE.
           05 FILLER               PIC X(13) VALUE 'TOTAL ERRORS:'.
           05 GT-ERROR             PIC Z,ZZ9.
           05 FILLER               PIC X(101) VALUE SPACE.

       01 ERROR-LINE-VARS.
           05 C-PG-ERROR           PIC 99 VALUE ZERO.
           05 GT-ERRORS            PIC 9(4) VALUE ZERO.

      *CUSTOMER NUMBER AND THE DATE OF THE CUSTOMER'S FIRST JOB
      *ACCEPTED OR INVOICED - 99999999 WHEN THERE IS NONE YET
       01 CUST-MASTER-TABLE.
           05 PC-ENTRY OCCURS 200 TIMES INDEXED BY PC-IDX.
               10 PC-SAVE-NO       PIC X(5).
               10 PC-FIRST-JOB     PIC 9(8).

       01 CUST-MASTER-VARS.
           05 PC-CTR               PIC 9(3) VALUE 0.

      *ONE ROW PER LEAD SOURCE ON THE MASTER, PLUS A LAST ROW FOR
      *ESTIMATES WITH NO CODE OR A CODE NOT ON FILE. THE FIRST
      *SUBSCRIPT OF EACH COUNT IS NEW CUSTOMERS, THE SECOND REPEAT
       01 SOURCE-TABLE.
           05 ST-ENTRY OCCURS 51 TIMES INDEXED BY ST-IDX.
               10 ST-CODE          PIC X(3).
               10 ST-DESCR         PIC X(20).
               10 ST-SPEND         PIC 9(8)V99.
               10 ST-SPLIT OCCURS 2 TIMES.
                   15 ST-EST       PIC 9(5).
                   15 ST-WON       PIC 9(5).
                   15 ST-INVOICED  PIC 9(8)V99.

       01 SOURCE-TABLE-VARS.
           05 ST-CTR               PIC 99 VALUE 0.
           05 ST-UNKNOWN           PIC 99 VALUE 0.

      *ONE ROW PER ESTIMATE DATED IN THE REPORT PERIOD
       01 ESTIMATE-TABLE.
           05 ET-ENTRY OCCURS 500 TIMES INDEXED BY ET-IDX.
               10 ET-EST-NO        PIC X(4).
               10 ET-CUST-NO       PIC X(5).
               10 ET-DATE          PIC 9(8).
               10 ET-SRC-SUB       PIC 99.
               10 ET-SPLIT-SUB     PIC 9.
               10 ET-WON           PIC X.

       01 ESTIMATE-TABLE-VARS.
           05 ET-CTR               PIC 9(3) VALUE 0.

       01 RETURN-CALC-VARS.
           05 C-FIND-EST-NO        PIC X(4) VALUE SPACE.
           05 C-FIND-CUST-NO       PIC X(5) VALUE SPACE.
           05 C-FIND-SRC           PIC X(3) VALUE SPACE.
           05 C-JOB-DATE           PIC 9(8) VALUE 0.
           05 C-SPLIT-SUB          PIC 9 VALUE 0.
           05 C-LINE-EST           PIC 9(6) VALUE 0.
           05 C-LINE-WON           PIC 9(6) VALUE 0.
           05 C-LINE-INVOICED      PIC 9(9)V99 VALUE 0.
           05 C-LINE-SPEND         PIC 9(9)V99 VALUE 0.
           05 C-LINE-PCT           PIC 999V9 VALUE 0.
           05 C-LINE-PER-WON       PIC 9(8)V99 VALUE 0.
           05 C-SRC-EST            PIC 9(6) VALUE 0.
           05 C-SRC-WON            PIC 9(6) VALUE 0.
           05 C-SRC-INVOICED       PIC 9(9)V99 VALUE 0.
           05 GT-SPLIT OCCURS 2 TIMES.
               10 GT-EST           PIC 9(6).
               10 GT-WON           PIC 9(6).
               10 GT-INVOICED      PIC 9(9)V99.
           05 GT-SPEND             PIC 9(9)V99 VALUE 0.
           05 C-MS-CTR             PIC 9(5) VALUE 0.
           05 C-PG-CTR             PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1400-LOAD-ESTIMATES
               UNTIL MORE-RECS = 'NO'.
           PERFORM 1500-LOAD-DISPO.
           PERFORM 1600-LOAD-AR-LEDGER.
           PERFORM 1700-LOAD-SPEND.
           PERFORM 2000-TALLY-ESTIMATE
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR.
           PERFORM 3000-REPORT.
           PERFORM 5000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN
           IF GT-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

           OPEN INPUT PAINT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ERROUT.
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
           MOVE "COBCJF63" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE 0 TO GT-EST(1) GT-WON(1) GT-INVOICED(1).
           MOVE 0 TO GT-EST(2) GT-WON(2) GT-INVOICED(2).
           PERFORM 1100-LOAD-CUST-MASTER.
           PERFORM 1200-LOAD-LEAD-SOURCES.
           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.

       1050-GET-FILE-PATHS.
           DISPLAY 'PAINTEST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAINT-PATH
           END-IF.

           DISPLAY 'PCUSTMST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CUSTMST-PATH
           END-IF.

           DISPLAY 'PNTLSRC_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LEADSRC-PATH
           END-IF.

           DISPLAY 'PNTMKSP_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MKTSPEND-PATH
           END-IF.

           DISPLAY 'PAINTDSP_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISPO-PATH
           END-IF.

           DISPLAY 'PAINTAR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ARLEDGER-PATH
           END-IF.

           DISPLAY 'PMKTRTN_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'PMKTERR_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

           DISPLAY 'MKT_FROM' UPON ENVIRONMENT-NAME.
           ACCEPT MKT-FROM-IN FROM ENVIRONMENT-VALUE.
           IF MKT-FROM-IN NOT = SPACES
               AND MKT-FROM-IN NUMERIC
               MOVE MKT-FROM-IN TO MKT-FROM
           END-IF.

           DISPLAY 'MKT_TO' UPON ENVIRONMENT-NAME.
           ACCEPT MKT-TO-IN FROM ENVIRONMENT-VALUE.
           IF MKT-TO-IN NOT = SPACES
               AND MKT-TO-IN NUMERIC
               MOVE MKT-TO-IN TO MKT-TO
           END-IF.

       1100-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER.
           IF PC-FILE-STATUS = '00'
               PERFORM 1150-LOAD-ONE-CUST
                   UNTIL PC-MORE-RECS = 'NO'
           END-IF.
           CLOSE CUST-MASTER.

       1150-LOAD-ONE-CUST.
           READ CUST-MASTER
               AT END
                   MOVE 'NO' TO PC-MORE-RECS
               NOT AT END
                   IF PC-CTR < 200
                       ADD 1 TO PC-CTR
                       SET PC-IDX TO PC-CTR
                       MOVE PC-NO TO PC-SAVE-NO(PC-IDX)
                       MOVE 99999999 TO PC-FIRST-JOB(PC-IDX)
                   ELSE
                       DISPLAY 'CUST-MASTER-TABLE EXCEEDS 200 ROWS'
                       DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                   END-IF
           END-READ.

      *THE MASTER'S SOURCES, THEN THE CATCH-ALL ROW
       1200-LOAD-LEAD-SOURCES.
           OPEN INPUT LEADSRC.
           IF LS-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-SOURCE
                   UNTIL LS-MORE-RECS = 'NO'
           END-IF.
           CLOSE LEADSRC.
           ADD 1 TO ST-CTR.
           MOVE ST-CTR TO ST-UNKNOWN.
           SET ST-IDX TO ST-CTR.
           MOVE SPACES TO ST-CODE(ST-IDX).
           MOVE 'NONE OR UNKNOWN' TO ST-DESCR(ST-IDX).
           PERFORM 1260-CLEAR-SOURCE.

       1250-LOAD-ONE-SOURCE.
           READ LEADSRC
               AT END
                   MOVE 'NO' TO LS-MORE-RECS
               NOT AT END
                   IF ST-CTR < 50
                       ADD 1 TO ST-CTR
                       SET ST-IDX TO ST-CTR
                       MOVE LS-CODE TO ST-CODE(ST-IDX)
                       MOVE LS-DESCR TO ST-DESCR(ST-IDX)
                       PERFORM 1260-CLEAR-SOURCE
                   ELSE
                       DISPLAY 'SOURCE-TABLE EXCEEDS 50 ROWS'
                       DISPLAY 'REMAINING LEAD SOURCES NOT LOADED'
                   END-IF
           END-READ.

       1260-CLEAR-SOURCE.
           MOVE 0 TO ST-SPEND(ST-IDX).
           MOVE 0 TO ST-EST(ST-IDX, 1) ST-WON(ST-IDX, 1)
               ST-INVOICED(ST-IDX, 1).
           MOVE 0 TO ST-EST(ST-IDX, 2) ST-WON(ST-IDX, 2)
               ST-INVOICED(ST-IDX, 2).

      *ONE ROW PER ESTIMATE DATED IN THE PERIOD, WITH THE CUSTOMER
      *AND LEAD SOURCE FROM ITS FIRST ROOM
       1400-LOAD-ESTIMATES.
           COMPUTE C-EST-MONTH = (PAINT-YY * 100) + PAINT-MM.
           MOVE PAINT-EST-NO TO C-FIND-EST-NO.
           PERFORM 9300-FIND-ESTIMATE.
           IF EST-MATCH = 'NO'
               AND C-EST-MONTH NOT < MKT-FROM
               AND C-EST-MONTH NOT > MKT-TO
               IF ET-CTR < 500
                   ADD 1 TO ET-CTR
                   SET ET-IDX TO ET-CTR
                   MOVE PAINT-EST-NO TO ET-EST-NO(ET-IDX)
                   MOVE PAINT-CUST-NO TO ET-CUST-NO(ET-IDX)
                   MOVE PAINT-DATE TO ET-DATE(ET-IDX)
                   MOVE 'N' TO ET-WON(ET-IDX)
                   MOVE PAINT-LEAD-SRC TO C-FIND-SRC
                   PERFORM 9400-FIND-SOURCE
                   IF SRC-MATCH = 'YES' AND PAINT-LEAD-SRC NOT = SPACES
                       SET ET-SRC-SUB(ET-IDX) TO ST-IDX
                   ELSE
                       MOVE ST-UNKNOWN TO ET-SRC-SUB(ET-IDX)
                   END-IF
               ELSE
                   DISPLAY 'ESTIMATE-TABLE EXCEEDS 500 ROWS -- '
                   DISPLAY 'REMAINING ESTIMATES NOT LOADED'
               END-IF
           END-IF.
           PERFORM 9000-READ-PAINT.

      *AN ACCEPTED DISPOSITION WINS THE ESTIMATE AND DATES A JOB
      *FOR THE CUSTOMER
       1500-LOAD-DISPO.
           OPEN INPUT DISPO.
           IF DSP-FILE-STATUS = '00'
               PERFORM 1550-LOAD-ONE-DISPO
                   UNTIL DSP-MORE-RECS = 'NO'
           END-IF.
           CLOSE DISPO.

       1550-LOAD-ONE-DISPO.
           READ DISPO
               AT END
                   MOVE 'NO' TO DSP-MORE-RECS
               NOT AT END
                   IF DSP-ACCEPTED
                       MOVE DSP-EST-NO TO C-FIND-EST-NO
                       PERFORM 9300-FIND-ESTIMATE
                       IF EST-MATCH = 'YES'
                           MOVE 'Y' TO ET-WON(ET-IDX)
                           MOVE ET-CUST-NO(ET-IDX) TO C-FIND-CUST-NO
                           MOVE DSP-DATE TO C-JOB-DATE
                           PERFORM 1800-FIRST-JOB
                       END-IF
                   END-IF
           END-READ.

      *EVERY AR ROW IS AN INVOICE: IT WINS THE ESTIMATE, ADDS TO THE
      *SOURCE'S REVENUE, AND DATES A JOB FOR THE CUSTOMER. ROWS FOR
      *ESTIMATES OUTSIDE THE PERIOD STILL DATE THE CUSTOMER'S JOBS
       1600-LOAD-AR-LEDGER.
           OPEN INPUT ARLEDGER.
           IF AR-FILE-STATUS = '00'
               PERFORM 1650-LOAD-ONE-AR
                   UNTIL AR-MORE-RECS = 'NO'
           END-IF.
           CLOSE ARLEDGER.

       1650-LOAD-ONE-AR.
           READ ARLEDGER
               AT END
                   MOVE 'NO' TO AR-MORE-RECS
               NOT AT END
                   MOVE AR-CUST-NO TO C-FIND-CUST-NO
                   MOVE AR-INV-DATE TO C-JOB-DATE
                   PERFORM 1800-FIRST-JOB
                   MOVE AR-EST-NO TO C-FIND-EST-NO
                   PERFORM 9300-FIND-ESTIMATE
                   IF EST-MATCH = 'YES'
                       MOVE 'Y' TO ET-WON(ET-IDX)
                   END-IF
           END-READ.

      *MARKETING SPEND FOR THE PERIOD, BY SOURCE
       1700-LOAD-SPEND.
           OPEN INPUT MKTSPEND.
           IF MS-FILE-STATUS = '00'
               PERFORM 1750-LOAD-ONE-SPEND
                   UNTIL MS-MORE-RECS = 'NO'
           END-IF.
           CLOSE MKTSPEND.

       1750-LOAD-ONE-SPEND.
           READ MKTSPEND
               AT END
                   MOVE 'NO' TO MS-MORE-RECS
               NOT AT END
                   ADD 1 TO C-MS-CTR
                   MOVE MS-SRC TO ERROR-SRC
                   MOVE MS-MONTH TO ERROR-MONTH
                   MOVE MS-SRC TO C-FIND-SRC
                   PERFORM 9400-FIND-SOURCE
                   EVALUATE TRUE
                       WHEN MS-SRC = SPACES OR SRC-MATCH = 'NO'
                           MOVE 'LEAD SOURCE NOT ON LEAD SOURCE MASTER'
                               TO ERROR-DESCR
                           PERFORM 2400-ERROR
                       WHEN MS-MONTH NOT NUMERIC
                           OR MS-MM < 1 OR MS-MM > 12
                           MOVE 'INVALID SPEND MONTH' TO ERROR-DESCR
                           PERFORM 2400-ERROR
                       WHEN MS-AMOUNT NOT NUMERIC
                           MOVE 'SPEND AMOUNT NOT NUMERIC'
                               TO ERROR-DESCR
                           PERFORM 2400-ERROR
                       WHEN OTHER
                           PERFORM 1760-PERIOD-SPEND
                   END-EVALUATE
           END-READ.

       1760-PERIOD-SPEND.
           COMPUTE C-EST-MONTH = (MS-YY * 100) + MS-MM.
           IF C-EST-MONTH NOT < MKT-FROM
               AND C-EST-MONTH NOT > MKT-TO
               ADD MS-AMOUNT TO ST-SPEND(ST-IDX)
           END-IF.

      *KEEP THE EARLIEST JOB DATE ON FILE FOR THE CUSTOMER
       1800-FIRST-JOB.
           PERFORM 9350-FIND-CUSTOMER.
           IF CUST-MATCH = 'YES'
               IF C-JOB-DATE < PC-FIRST-JOB(PC-IDX)
                   MOVE C-JOB-DATE TO PC-FIRST-JOB(PC-IDX)
               END-IF
           END-IF.

      *NEW OR REPEAT, THEN ROLL THE ESTIMATE INTO ITS SOURCE
       2000-TALLY-ESTIMATE.
           MOVE 1 TO ET-SPLIT-SUB(ET-IDX).
           MOVE ET-CUST-NO(ET-IDX) TO C-FIND-CUST-NO.
           PERFORM 9350-FIND-CUSTOMER.
           IF CUST-MATCH = 'YES'
               IF PC-FIRST-JOB(PC-IDX) < ET-DATE(ET-IDX)
                   MOVE 2 TO ET-SPLIT-SUB(ET-IDX)
               END-IF
           END-IF.
           SET ST-IDX TO ET-SRC-SUB(ET-IDX).
           MOVE ET-SPLIT-SUB(ET-IDX) TO C-SPLIT-SUB.
           ADD 1 TO ST-EST(ST-IDX, C-SPLIT-SUB).
           IF ET-WON(ET-IDX) = 'Y'
               ADD 1 TO ST-WON(ST-IDX, C-SPLIT-SUB)
           END-IF.

       2400-ERROR.
           WRITE ERRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-ERROR-HEADER.
           ADD 1 TO GT-ERRORS.

      *REVENUE COMES FROM A SECOND PASS OF THE AR LEDGER NOW THAT
      *EVERY ESTIMATE IS KNOWN NEW OR REPEAT
       3000-REPORT.
           MOVE 'YES' TO AR-MORE-RECS.
           OPEN INPUT ARLEDGER.
           IF AR-FILE-STATUS = '00'
               PERFORM 3050-REVENUE-ONE-AR
                   UNTIL AR-MORE-RECS = 'NO'
           END-IF.
           CLOSE ARLEDGER.

           PERFORM 9100-HEADINGS.
           MOVE MKT-FROM TO PL-FROM.
           MOVE MKT-TO TO PL-TO.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SOURCE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-SOURCE-LINES
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-CTR.
           PERFORM 3300-GRAND-TOTALS.

       3050-REVENUE-ONE-AR.
           READ ARLEDGER
               AT END
                   MOVE 'NO' TO AR-MORE-RECS
               NOT AT END
                   MOVE AR-EST-NO TO C-FIND-EST-NO
                   PERFORM 9300-FIND-ESTIMATE
                   IF EST-MATCH = 'YES'
                       SET ST-IDX TO ET-SRC-SUB(ET-IDX)
                       MOVE ET-SPLIT-SUB(ET-IDX) TO C-SPLIT-SUB
                       ADD AR-INVOICED
                           TO ST-INVOICED(ST-IDX, C-SPLIT-SUB)
                   END-IF
           END-READ.

      *NEW, REPEAT, AND TOTAL LINES FOR ONE SOURCE. THE SPEND IS BY
      *SOURCE, SO IT PRINTS ON THE TOTAL LINE ONLY
       3100-SOURCE-LINES.
           MOVE ST-CODE(ST-IDX) TO SDL-SRC.
           MOVE ST-DESCR(ST-IDX) TO SDL-DESCR.
           MOVE 0 TO C-SRC-EST C-SRC-WON C-SRC-INVOICED.
           PERFORM 3150-SPLIT-LINE
               VARYING C-SPLIT-SUB FROM 1 BY 1
               UNTIL C-SPLIT-SUB > 2.
           MOVE 'TOTAL' TO SDL-CUST-TYPE.
           MOVE C-SRC-EST TO C-LINE-EST.
           MOVE C-SRC-WON TO C-LINE-WON.
           MOVE C-SRC-INVOICED TO C-LINE-INVOICED.
           MOVE ST-SPEND(ST-IDX) TO C-LINE-SPEND.
           ADD ST-SPEND(ST-IDX) TO GT-SPEND.
           PERFORM 3200-PRINT-LINE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3150-SPLIT-LINE.
           IF C-SPLIT-SUB = 1
               MOVE 'NEW' TO SDL-CUST-TYPE
           ELSE
               MOVE 'REPEAT' TO SDL-CUST-TYPE
           END-IF.
           MOVE ST-EST(ST-IDX, C-SPLIT-SUB) TO C-LINE-EST.
           MOVE ST-WON(ST-IDX, C-SPLIT-SUB) TO C-LINE-WON.
           MOVE ST-INVOICED(ST-IDX, C-SPLIT-SUB) TO C-LINE-INVOICED.
           ADD C-LINE-EST TO C-SRC-EST GT-EST(C-SPLIT-SUB).
           ADD C-LINE-WON TO C-SRC-WON GT-WON(C-SPLIT-SUB).
           ADD C-LINE-INVOICED TO C-SRC-INVOICED
               GT-INVOICED(C-SPLIT-SUB).
           PERFORM 3250-PRINT-SPLIT.
           MOVE SPACES TO SDL-SRC SDL-DESCR.

       3200-PRINT-LINE.
           MOVE C-LINE-SPEND TO SDL-SPEND.
           IF C-LINE-WON > 0
               COMPUTE C-LINE-PER-WON ROUNDED =
                   C-LINE-SPEND / C-LINE-WON
               MOVE C-LINE-PER-WON TO SDL-PER-WON
           ELSE
               MOVE 'NO JOBS WON' TO SDL-PER-WON-X
           END-IF.
           PERFORM 3260-PRINT-COUNTS.

      *THE NEW AND REPEAT LINES LEAVE THE SPEND COLUMNS BLANK
       3250-PRINT-SPLIT.
           MOVE SPACES TO SDL-SPEND-X.
           MOVE SPACES TO SDL-PER-WON-X.
           PERFORM 3260-PRINT-COUNTS.

       3260-PRINT-COUNTS.
           MOVE C-LINE-EST TO SDL-EST.
           MOVE C-LINE-WON TO SDL-WON.
           IF C-LINE-EST > 0
               COMPUTE C-LINE-PCT ROUNDED =
                   (C-LINE-WON * 100) / C-LINE-EST
           ELSE
               MOVE 0 TO C-LINE-PCT
           END-IF.
           MOVE C-LINE-PCT TO SDL-WIN-PCT.
           MOVE C-LINE-INVOICED TO SDL-INVOICED.
           WRITE PRTLINE FROM SOURCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3300-GRAND-TOTALS.
           MOVE 'ALL' TO SDL-SRC.
           MOVE 'ALL SOURCES' TO SDL-DESCR.
           MOVE 0 TO C-SRC-EST C-SRC-WON C-SRC-INVOICED.
           PERFORM 3350-GRAND-SPLIT
               VARYING C-SPLIT-SUB FROM 1 BY 1
               UNTIL C-SPLIT-SUB > 2.
           MOVE 'TOTAL' TO SDL-CUST-TYPE.
           MOVE C-SRC-EST TO C-LINE-EST.
           MOVE C-SRC-WON TO C-LINE-WON.
           MOVE C-SRC-INVOICED TO C-LINE-INVOICED.
           MOVE GT-SPEND TO C-LINE-SPEND.
           PERFORM 3200-PRINT-LINE.

       3350-GRAND-SPLIT.
           IF C-SPLIT-SUB = 1
               MOVE 'NEW' TO SDL-CUST-TYPE
           ELSE
               MOVE 'REPEAT' TO SDL-CUST-TYPE
           END-IF.
           MOVE GT-EST(C-SPLIT-SUB) TO C-LINE-EST.
           MOVE GT-WON(C-SPLIT-SUB) TO C-LINE-WON.
           MOVE GT-INVOICED(C-SPLIT-SUB) TO C-LINE-INVOICED.
           ADD C-LINE-EST TO C-SRC-EST.
           ADD C-LINE-WON TO C-SRC-WON.
           ADD C-LINE-INVOICED TO C-SRC-INVOICED.
           PERFORM 3250-PRINT-SPLIT.
           MOVE SPACES TO SDL-SRC SDL-DESCR.

       5000-CLOSING.
           MOVE "END  " TO AUD-EVENT.
           MOVE ET-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE ET-CTR TO TR-REC-COUNT.
           MOVE C-SRC-INVOICED TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-ERRORS TO GT-ERROR.
           WRITE ERRLINE FROM GT-ERROR-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-MS-CTR TO TR-REC-COUNT.
           MOVE GT-SPEND TO TR-HASH-TOTAL.
           WRITE ERRLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PAINT.
           CLOSE PRTOUT.
           CLOSE ERROUT.
           CLOSE AUDITLOG.

       9000-READ-PAINT.
           READ PAINT
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-ERROR-HEADER.
           ADD 1 TO C-PG-ERROR.
           WRITE ERRLINE FROM ERROR-TITLE
               AFTER ADVANCING PAGE.
           WRITE ERRLINE FROM ERROR-HEADINGS
               AFTER ADVANCING 2 LINES.

       9300-FIND-ESTIMATE.
           MOVE 'NO' TO EST-MATCH.
           PERFORM VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > ET-CTR OR EST-MATCH = 'YES'
                   IF C-FIND-EST-NO = ET-EST-NO(ET-IDX)
                       MOVE 'YES' TO EST-MATCH
                   END-IF
           END-PERFORM.
           IF EST-MATCH = 'YES'
               SET ET-IDX DOWN BY 1
           END-IF.

       9350-FIND-CUSTOMER.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING PC-IDX FROM 1 BY 1
               UNTIL PC-IDX > PC-CTR OR CUST-MATCH = 'YES'
                   IF C-FIND-CUST-NO = PC-SAVE-NO(PC-IDX)
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET PC-IDX DOWN BY 1
           END-IF.

      *THE CATCH-ALL ROW IS NOT SEARCHED
       9400-FIND-SOURCE.
           MOVE 'NO' TO SRC-MATCH.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX NOT < ST-UNKNOWN OR SRC-MATCH = 'YES'
                   IF C-FIND-SRC = ST-CODE(ST-IDX)
                       MOVE 'YES' TO SRC-MATCH
                   END-IF
           END-PERFORM.
           IF SRC-MATCH = 'YES'
               SET ST-IDX DOWN BY 1
           END-IF.
       END PROGRAM COBCJF63.
