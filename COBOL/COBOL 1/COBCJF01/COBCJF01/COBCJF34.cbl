      *REWORK COST BY PAINT GRADE - WON JOBS FROM PAINTDSP.DAT ARE
      *THE RATE'S DENOMINATOR - SO THE FINISH-QUALITY PRICE TABLE
      *REFLECTS WHICH GRADES ACTUALLY HOLD UP.
      *EACH CALLBACK LINE IS FOLLOWED BY THE ROOMS' PRODUCT AND COLOR
      *FROM COBCJF01'S CUSTOMER COLOR HISTORY (PNTCOLOR.DAT) SO THE
      *CREW GOING OUT FOR THE FIX TAKES THE RIGHT PAINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

           SELECT COLORHST
               ASSIGN TO WS-COLORHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-FILE-STATUS.

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

       FD  DISPO
           LABEL RECORD IS STANDARD
           05 CB-HOURS             PIC 9(4)V9.
           05 CB-GALLONS           PIC 999V99.

      *COBCJF01'S CUSTOMER COLOR HISTORY
       FD  COLORHST
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

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 MORE-RECS            PIC XXX VALUE 'YES'.
           05 DSP-MORE-RECS        PIC XXX VALUE 'YES'.
           05 CB-MORE-RECS         PIC XXX VALUE 'YES'.
           05 CH-MORE-RECS         PIC XXX VALUE 'YES'.
           05 EST-MATCH            PIC XXX VALUE 'NO'.

       01 FILE-STATUS-VARS.
           05 DSP-FILE-STATUS      PIC XX.
           05 CB-FILE-STATUS       PIC XX.
           05 CH-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\PAINTDSP.DAT'.
           05 WS-CALLBACK-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTCBACK.DAT'.
           05 WS-COLORHST-PATH     PIC X(80)
               VALUE 'C:\COBOL\PNTCOLOR.DAT'.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTCBACK.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
           05 CDL-COST             PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(50) VALUE SPACE.

       01 COLOR-DETAIL-LINE.
           05 FILLER               PIC X(12) VALUE SPACE.
           05 FILLER               PIC X(6) VALUE "ROOM:".
           05 CCL-ROOM-NAME        PIC X(15).
           05 FILLER               PIC XX VALUE SPACE.
           05 CCL-BRAND            PIC X(10).
           05 FILLER               PIC XX VALUE SPACE.
           05 CCL-PRODUCT          PIC X(12).
           05 FILLER               PIC XX VALUE SPACE.
           05 CCL-COLOR-CODE       PIC X(8).
           05 FILLER               PIC XX VALUE SPACE.
           05 CCL-COLOR-NAME       PIC X(16).
           05 FILLER               PIC XX VALUE SPACE.
           05 CCL-SHEEN            PIC X(10).
           05 FILLER               PIC X(33) VALUE SPACE.

       01 GRADE-SECTION-TITLE.
           05 FILLER               PIC X(40)
               VALUE "CALLBACK RATE AND REWORK COST BY GRADE".
               10 GA-GALLONS       PIC 9(5)V99 VALUE 0.
               10 GA-COST          PIC 9(8)V99 VALUE 0.

      *SHEEN CODES ON THE ROOM SPEC (SAME TABLE AS COBCJF01)
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

      *THE CUSTOMER COLOR HISTORY, ONE ROW PER ROOM PER ESTIMATE
       01 COLOR-HISTORY-TABLE.
           05 HT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IDX.
               10 HT-EST-NO        PIC X(4).
               10 HT-SPEC.
                   15 HT-ROOM-NAME PIC X(15).
                   15 HT-BRAND     PIC X(10).
                   15 HT-PRODUCT   PIC X(12).
                   15 HT-COLOR-CODE PIC X(8).
                   15 HT-COLOR-NAME PIC X(16).
                   15 HT-SHEEN     PIC X.

       01 COLOR-HISTORY-VARS.
           05 HT-CTR               PIC 9(4) VALUE 0.

       01 CALLBACK-CALC-VARS.
           05 GA-SUB               PIC 9 VALUE 0.
           05 C-REWORK-COST        PIC 9(6)V99 VALUE 0.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LOAD-COLOR-HISTORY.
           PERFORM 9000-READ-PAINT.
           PERFORM 9200-ERROR-HEADER.
           PERFORM 9100-HEADINGS.
               MOVE WS-ENV-OVERRIDE TO WS-CALLBACK-PATH
           END-IF.

           DISPLAY 'PNTCOLOR_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COLORHST-PATH
           END-IF.

           DISPLAY 'PNTCBACK_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
           END-IF.
           PERFORM 9000-READ-PAINT.

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
                       MOVE CH-EST-NO TO HT-EST-NO(HT-IDX)
                       MOVE CH-SPEC TO HT-SPEC(HT-IDX)
                   ELSE
                       DISPLAY 'COLOR-HISTORY-TABLE EXCEEDS 2000 ROWS'
                       DISPLAY 'REMAINING HISTORY ROWS NOT LOADED'
                   END-IF
           END-READ.

      *EACH ACCEPTED DISPOSITION BUMPS ITS GRADE'S JOBS-WON COUNT -
      *THE CALLBACK RATE'S DENOMINATOR
       1300-COUNT-WINS.
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           PERFORM 2250-CALLBACK-COLOR
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-CTR.

      *ONE LINE PER ROOM OF THE JOB ON THE COLOR HISTORY
       2250-CALLBACK-COLOR.
           IF HT-EST-NO(HT-IDX) = CB-EST-NO
               MOVE HT-ROOM-NAME(HT-IDX) TO CCL-ROOM-NAME
               MOVE HT-BRAND(HT-IDX) TO CCL-BRAND
               MOVE HT-PRODUCT(HT-IDX) TO CCL-PRODUCT
               MOVE HT-COLOR-CODE(HT-IDX) TO CCL-COLOR-CODE
               MOVE HT-COLOR-NAME(HT-IDX) TO CCL-COLOR-NAME
               MOVE SPACES TO CCL-SHEEN
               PERFORM VARYING SHEEN-SUB FROM 1 BY 1
                   UNTIL SHEEN-SUB > 5
                       IF HT-SHEEN(HT-IDX) = SHEEN-CODE(SHEEN-SUB)
                           MOVE SHEEN-NAME(SHEEN-SUB) TO CCL-SHEEN
                       END-IF
               END-PERFORM
               WRITE PRTLINE FROM COLOR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

       2300-GRADE-ROW.
           EVALUATE ET-GRADE(ET-IDX)
