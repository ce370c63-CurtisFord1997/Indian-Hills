       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF67.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *MANUFACTURER WARRANTY CLAIM LEDGER. THE SERVICE STEP (COBCJF35)
      *WRITES A CLAIM TO BOATWCLM.DAT FOR EVERY WORK ORDER ON A UNIT
      *STILL UNDER FACTORY WARRANTY. THIS STEP CARRIES THE CLAIM
      *LEDGER (BOATWLDG.DAT) FORWARD RUN TO RUN: TONIGHT'S CLAIMS
      *JOIN IT AS SUBMITTED, AND THE MANUFACTURER'S REIMBURSEMENT
      *FILE (BOATWRMB.DAT - CLAIM NUMBER, P PAID / D DENIED, AMOUNT
      *PAID, DATE, DENIAL REASON) POSTS AGAINST IT BY CLAIM NUMBER.
      *THE REPORT (BOATWLDG.PRT) SHOWS THE REIMBURSEMENTS POSTED,
      *AN AGING OF EVERY CLAIM STILL UNPAID, AND THE CLAIMS DENIED
      *TONIGHT WITH THE OWNER TO REBILL FROM THE BOAT CUSTOMER
      *MASTER. PAID AND DENIED CLAIMS STAY ON THE LEDGER AS HISTORY.
      *A REIMBURSEMENT FOR A CLAIM NOT ON FILE OR ALREADY SETTLED,
      *OR WITH A BAD STATUS CODE, PRINTS AS AN EXCEPTION. DAY SPANS
      *COME FROM THE SHARED COBDATE CALENDAR MODULE.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLAIMIN
               ASSIGN TO WS-CLAIMIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-FILE-STATUS.
           SELECT REIMBURSE
               ASSIGN TO WS-REIMBURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-FILE-STATUS.
           SELECT CLAIMLDG
               ASSIGN TO WS-CLAIMLDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.
           SELECT BOATCUST
               ASSIGN TO WS-BOATCUST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *TONIGHT'S WARRANTY CLAIMS, MANUFACTURER'S SUBMISSION LAYOUT
       FD  CLAIMIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLM-REC
           RECORD CONTAINS 91 CHARACTERS.

       01 CLM-REC.
           05 CLM-CLAIM-NO         PIC 9(6).
           05 CLM-VIN              PIC X(10).
           05 CLM-BOAT-TYPE        PIC X.
           05 CLM-SALE-DATE        PIC 9(8).
           05 CLM-REPAIR-DATE      PIC 9(8).
           05 CLM-WO-NO            PIC X(5).
           05 CLM-CUST-NO          PIC X(5).
           05 CLM-DESC             PIC X(20).
           05 CLM-LABOR-HOURS      PIC 999V9.
           05 CLM-LABOR-AMT        PIC 9(6)V99.
           05 CLM-PARTS-AMT        PIC 9(6)V99.
           05 CLM-CLAIM-AMT        PIC 9(6)V99.

      *MANUFACTURER'S REIMBURSEMENT FILE
       FD  REIMBURSE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RM-REC
           RECORD CONTAINS 43 CHARACTERS.

       01 RM-REC.
           05 RM-CLAIM-NO          PIC 9(6).
           05 RM-STATUS            PIC X.
               88 VAL-RM-STATUS    VALUE 'P' 'D'.
           05 RM-PAID-AMT          PIC 9(6)V99.
           05 RM-DATE              PIC 9(8).
           05 RM-DENY-REASON       PIC X(20).

      *CLAIM LEDGER - THE CLAIM AS SUBMITTED, THEN ITS STATUS
      *(S SUBMITTED, P PAID, D DENIED) AND THE MANUFACTURER'S ANSWER
       FD  CLAIMLDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS WL-REC
           RECORD CONTAINS 128 CHARACTERS.

       01 WL-REC.
           05 WL-CLAIM             PIC X(91).
           05 WL-STATUS            PIC X.
           05 WL-PAID-AMT          PIC 9(6)V99.
           05 WL-STATUS-DATE       PIC 9(8).
           05 WL-DENY-REASON       PIC X(20).

       FD  BOATCUST
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 BC-REC.
           05 BC-NO                PIC X(5).
           05 BC-NAME              PIC X(25).
           05 BC-ADDRESS           PIC X(25).
           05 BC-CITY              PIC X(15).
           05 BC-STATE             PIC XX.
           05 BC-ZIP               PIC X(5).
           05 BC-PHONE             PIC X(10).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".
       COPY "DATECALC.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 CLAIM-MATCH          PIC XXX         VALUE 'NO'.
           05 CUST-MATCH           PIC XXX         VALUE 'NO'.
           05 FIND-CLAIM-NO        PIC 9(6).

       01 FILE-STATUS-VARS.
           05 CLM-FILE-STATUS      PIC XX.
           05 RM-FILE-STATUS       PIC XX.
           05 WL-FILE-STATUS       PIC XX.
           05 BC-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-CLAIMIN-PATH          PIC X(80)
               VALUE 'C:\COBOL\BOATWCLM.DAT'.
           05 WS-REIMBURSE-PATH        PIC X(80)
               VALUE 'C:\COBOL\BOATWRMB.DAT'.
           05 WS-CLAIMLDG-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATWLDG.DAT'.
           05 WS-BOATCUST-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATCUST.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATWLDG.PRT'.

       01 WS-ENV-OVERRIDE              PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)        VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(32)       VALUE SPACE.
           05 FILLER               PIC X(29)
               VALUE "WARRANTY CLAIM LEDGER".
           05 FILLER               PIC X(47)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 POSTED-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "REIMBURSEMENTS POSTED".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 AGING-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "UNPAID CLAIMS AGING".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 DENIED-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "CLAIMS DENIED - REBILL THE OWNER".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 EXCEPTION-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "REIMBURSEMENT EXCEPTIONS".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 CLAIM-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "CLAIM".
           05 FILLER               PIC X(7)        VALUE "WO NO".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "REPAIRED".
           05 FILLER               PIC X(14)       VALUE "CLAIMED".
           05 FILLER               PIC X(14)       VALUE "PAID".
           05 FILLER               PIC X(8)        VALUE "STATUS".
           05 FILLER               PIC X(59)       VALUE "NOTE".

       01 CLAIM-DETAIL-LINE.
           05 CDL-CLAIM-NO         PIC 9(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-WO-NO            PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-REPAIR-DATE      PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-CLAIMED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 CDL-PAID             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 CDL-STATUS           PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 CDL-NOTE             PIC X(59).

       01 AGING-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "CLAIM".
           05 FILLER               PIC X(7)        VALUE "WO NO".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(10)       VALUE "REPAIRED".
           05 FILLER               PIC X(14)       VALUE "CLAIMED".
           05 FILLER               PIC X(12)       VALUE "SUBMITTED".
           05 FILLER               PIC X(69)       VALUE "DAYS OUT".

       01 AGING-DETAIL-LINE.
           05 AGL-CLAIM-NO         PIC 9(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-WO-NO            PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-REPAIR-DATE      PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 AGL-CLAIMED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 AGL-SUBMITTED        PIC 9(8).
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 AGL-DAYS             PIC Z,ZZ9.
           05 FILLER               PIC X(64)       VALUE SPACE.

       01 AGING-BUCKET-LINE.
           05 FILLER               PIC X(10)       VALUE '0-30:'.
           05 ABL-BUCKET-1         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10)       VALUE '   31-60:'.
           05 ABL-BUCKET-2         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10)       VALUE '   61-90:'.
           05 ABL-BUCKET-3         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(12)       VALUE '   OVER 90:'.
           05 ABL-BUCKET-4         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(38)       VALUE SPACE.

       01 DENIED-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "CLAIM".
           05 FILLER               PIC X(7)        VALUE "WO NO".
           05 FILLER               PIC X(12)       VALUE "VIN".
           05 FILLER               PIC X(14)       VALUE "TO REBILL".
           05 FILLER               PIC X(8)        VALUE "OWNER".
           05 FILLER               PIC X(27)       VALUE "NAME".
           05 FILLER               PIC X(12)       VALUE "PHONE".
           05 FILLER               PIC X(44)       VALUE "REASON".

       01 DENIED-DETAIL-LINE.
           05 DDL-CLAIM-NO         PIC 9(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 DDL-WO-NO            PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 DDL-VIN              PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 DDL-CLAIMED          PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 DDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XXX         VALUE SPACE.
           05 DDL-CUST-NAME        PIC X(25).
           05 FILLER               PIC XX          VALUE SPACE.
           05 DDL-PHONE            PIC X(10).
           05 FILLER               PIC XX          VALUE SPACE.
           05 DDL-REASON           PIC X(20).
           05 FILLER               PIC X(24)       VALUE SPACE.

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-CLAIM-NO         PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-STATUS           PIC X.
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-PAID             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 EDL-DESCR            PIC X(50).
           05 FILLER               PIC X(57)       VALUE SPACE.

       01 GT-CLAIM-LINE.
           05 FILLER               PIC X(17)
               VALUE 'CLAIMS ADDED:'.
           05 GT-ADDED             PIC Z,ZZ9.
           05 FILLER               PIC X(10)       VALUE '   PAID:'.
           05 GT-PAID              PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE '   DENIED:'.
           05 GT-DENIED            PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE '   UNPAID:'.
           05 GT-UNPAID            PIC Z,ZZ9.
           05 FILLER               PIC X(16)
               VALUE '   EXCEPTIONS:'.
           05 GT-EXCEPTIONS        PIC Z,ZZ9.
           05 FILLER               PIC X(40)       VALUE SPACE.

      *THE LEDGER, UPDATED IN PLACE AND WRITTEN BACK AT THE END
       01 LEDGER-TABLE.
           05 LT-ENTRY OCCURS 2000 TIMES INDEXED BY LT-IDX.
               10 LT-CLAIM.
                   15 LT-CLAIM-NO  PIC 9(6).
                   15 FILLER       PIC X(85).
               10 LT-STATUS        PIC X.
               10 LT-PAID-AMT      PIC 9(6)V99.
               10 LT-STATUS-DATE   PIC 9(8).
               10 LT-DENY-REASON   PIC X(20).
               10 LT-TONIGHT       PIC X.

       01 LT-CTR                   PIC 9(4)        VALUE 0.

      *REIMBURSEMENT EXCEPTIONS, HELD FOR THEIR OWN SECTION
       01 EXCEPTION-TABLE.
           05 EXC-LINE OCCURS 100 TIMES INDEXED BY EXC-IDX
                                   PIC X(132).

      *BOAT CUSTOMER MASTER, FOR THE OWNER TO REBILL
       01 BOATCUST-TABLE.
           05 BCT-ENTRY OCCURS 1000 TIMES INDEXED BY BCT-IDX.
               10 BCT-NO           PIC X(5).
               10 BCT-NAME         PIC X(25).
               10 BCT-PHONE        PIC X(10).

       01 BCT-CTR                  PIC 9(4)        VALUE 0.

       01 CLAIM-CALC-VARS.
           05 C-ADDED-CTR          PIC 9(5)        VALUE 0.
           05 C-PAID-CTR           PIC 9(5)        VALUE 0.
           05 C-DENIED-CTR         PIC 9(5)        VALUE 0.
           05 C-UNPAID-CTR         PIC 9(5)        VALUE 0.
           05 C-EXC-CTR            PIC 9(5)        VALUE 0.
           05 C-DAYS-TODAY         PIC 9(7)        VALUE 0.
           05 C-DAYS-SUBMIT        PIC 9(7)        VALUE 0.
           05 C-DAYS-OUT           PIC S9(5)       VALUE 0.
           05 C-BUCKET-1           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-2           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-3           PIC 9(8)V99     VALUE 0.
           05 C-BUCKET-4           PIC 9(8)V99     VALUE 0.
           05 C-AMT-HASH           PIC 9(9)V99     VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-ADD-CLAIMS.
           PERFORM 3000-REIMBURSEMENTS.
           PERFORM 4000-AGING.
           PERFORM 5000-DENIED-LIST.
           PERFORM 6000-LEDGER-SAVE.
           PERFORM 7000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A REIMBURSEMENT COULD NOT BE POSTED
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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

           MOVE 'D' TO DC-FUNCTION.
           MOVE I-DATE TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-TODAY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF67" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LEDGER-RESTORE.
           PERFORM 1300-LOAD-BOATCUST.
           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATWCLM_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLAIMIN-PATH
           END-IF.

           DISPLAY 'BOATWRMB_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REIMBURSE-PATH
           END-IF.

           DISPLAY 'BOATWLDG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLAIMLDG-PATH
           END-IF.

           DISPLAY 'BOATCUST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BOATCUST-PATH
           END-IF.

           DISPLAY 'BOATWLDG_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *FIRST RUN HAS NO LEDGER YET - START EMPTY
       1200-LEDGER-RESTORE.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT CLAIMLDG.
           IF WL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ CLAIMLDG
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF LT-CTR < 2000
                           ADD 1 TO LT-CTR
                           SET LT-IDX TO LT-CTR
                           MOVE WL-CLAIM TO LT-CLAIM(LT-IDX)
                           MOVE WL-STATUS TO LT-STATUS(LT-IDX)
                           MOVE WL-PAID-AMT TO LT-PAID-AMT(LT-IDX)
                           MOVE WL-STATUS-DATE
                               TO LT-STATUS-DATE(LT-IDX)
                           MOVE WL-DENY-REASON
                               TO LT-DENY-REASON(LT-IDX)
                           MOVE 'N' TO LT-TONIGHT(LT-IDX)
                       ELSE
                           DISPLAY 'LEDGER-TABLE EXCEEDS 2000 ROWS'
                           DISPLAY 'CLAIM NOT LOADED: ' WL-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMLDG.

       1300-LOAD-BOATCUST.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT BOATCUST.
           IF BC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ BOATCUST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF BCT-CTR < 1000
                           ADD 1 TO BCT-CTR
                           SET BCT-IDX TO BCT-CTR
                           MOVE BC-NO TO BCT-NO(BCT-IDX)
                           MOVE BC-NAME TO BCT-NAME(BCT-IDX)
                           MOVE BC-PHONE TO BCT-PHONE(BCT-IDX)
                       ELSE
                           DISPLAY 'BOATCUST-TABLE EXCEEDS 1000 ROWS'
                           DISPLAY 'REMAINING CUSTOMERS NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOATCUST.

      *TONIGHT'S CLAIMS JOIN THE LEDGER AS SUBMITTED; A CLAIM NUMBER
      *ALREADY ON FILE (A RERUN) IS NOT ADDED TWICE
       2000-ADD-CLAIMS.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT CLAIMIN.
           IF CLM-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ CLAIMIN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CLM-CLAIM-NO TO FIND-CLAIM-NO
                       PERFORM 8000-FIND-CLAIM
                       IF CLAIM-MATCH = 'NO'
                           PERFORM 2100-ADD-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMIN.

       2100-ADD-ONE-CLAIM.
           IF LT-CTR < 2000
               ADD 1 TO LT-CTR
               SET LT-IDX TO LT-CTR
               MOVE CLM-REC TO LT-CLAIM(LT-IDX)
               MOVE 'S' TO LT-STATUS(LT-IDX)
               MOVE 0 TO LT-PAID-AMT(LT-IDX)
               MOVE I-DATE TO LT-STATUS-DATE(LT-IDX)
               MOVE SPACES TO LT-DENY-REASON(LT-IDX)
               MOVE 'N' TO LT-TONIGHT(LT-IDX)
               ADD 1 TO C-ADDED-CTR
           ELSE
               DISPLAY 'LEDGER-TABLE EXCEEDS 2000 ROWS'
               DISPLAY 'CLAIM NOT ADDED: ' CLM-CLAIM-NO
           END-IF.

      *****************************************************
      *THE MANUFACTURER'S ANSWERS, POSTED BY CLAIM NUMBER
      *****************************************************
       3000-REIMBURSEMENTS.
           WRITE PRTLINE FROM POSTED-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM CLAIM-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT REIMBURSE.
           IF RM-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ REIMBURSE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 3100-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE REIMBURSE.

           WRITE PRTLINE FROM EXCEPTION-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           IF C-EXC-CTR = 0
               MOVE SPACES TO PRTLINE
               MOVE 'NONE' TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 3300-LIST-EXCEPTIONS
           END-IF.

       3100-POST-ONE.
           MOVE RM-CLAIM-NO TO FIND-CLAIM-NO.
           PERFORM 8000-FIND-CLAIM.
           MOVE SPACES TO EDL-DESCR.
           EVALUATE TRUE
               WHEN CLAIM-MATCH = 'NO'
                   MOVE 'CLAIM NUMBER NOT ON THE LEDGER'
                       TO EDL-DESCR
               WHEN NOT VAL-RM-STATUS
                   MOVE 'STATUS NOT P (PAID) OR D (DENIED)'
                       TO EDL-DESCR
               WHEN LT-STATUS(LT-IDX) NOT = 'S'
                   MOVE 'CLAIM ALREADY PAID OR DENIED'
                       TO EDL-DESCR
               WHEN RM-STATUS = 'P' AND RM-PAID-AMT NOT NUMERIC
                   MOVE 'PAID AMOUNT NOT NUMERIC'
                       TO EDL-DESCR
           END-EVALUATE.
           IF EDL-DESCR NOT = SPACES
               PERFORM 3200-HOLD-EXCEPTION
           ELSE
               PERFORM 3150-POST-ANSWER
           END-IF.

       3150-POST-ANSWER.
           MOVE RM-STATUS TO LT-STATUS(LT-IDX).
           MOVE RM-DATE TO LT-STATUS-DATE(LT-IDX).
           MOVE 'Y' TO LT-TONIGHT(LT-IDX).
           MOVE LT-CLAIM(LT-IDX) TO CLM-REC.
           MOVE CLM-CLAIM-NO TO CDL-CLAIM-NO.
           MOVE CLM-WO-NO TO CDL-WO-NO.
           MOVE CLM-VIN TO CDL-VIN.
           MOVE CLM-REPAIR-DATE TO CDL-REPAIR-DATE.
           MOVE CLM-CLAIM-AMT TO CDL-CLAIMED.
           MOVE SPACES TO CDL-NOTE.
           IF RM-STATUS = 'P'
               MOVE RM-PAID-AMT TO LT-PAID-AMT(LT-IDX)
               MOVE SPACES TO LT-DENY-REASON(LT-IDX)
               MOVE 'PAID' TO CDL-STATUS
               IF RM-PAID-AMT < CLM-CLAIM-AMT
                   MOVE 'SHORT PAID - BALANCE WRITTEN OFF TO WARRANTY'
                       TO CDL-NOTE
               END-IF
               ADD 1 TO C-PAID-CTR
               ADD RM-PAID-AMT TO C-AMT-HASH
           ELSE
               MOVE 0 TO LT-PAID-AMT(LT-IDX)
               MOVE RM-DENY-REASON TO LT-DENY-REASON(LT-IDX)
               MOVE 'DENIED' TO CDL-STATUS
               MOVE RM-DENY-REASON TO CDL-NOTE
               ADD 1 TO C-DENIED-CTR
           END-IF.
           MOVE LT-PAID-AMT(LT-IDX) TO CDL-PAID.
           WRITE PRTLINE FROM CLAIM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *EXCEPTIONS ARE HELD IN THE ORDER THEY ARRIVE AND LISTED IN
      *THEIR OWN SECTION AFTER THE POSTINGS
       3200-HOLD-EXCEPTION.
           MOVE RM-CLAIM-NO TO EDL-CLAIM-NO.
           MOVE RM-STATUS TO EDL-STATUS.
           IF RM-PAID-AMT NUMERIC
               MOVE RM-PAID-AMT TO EDL-PAID
           ELSE
               MOVE 0 TO EDL-PAID
           END-IF.
           IF C-EXC-CTR < 100
               ADD 1 TO C-EXC-CTR
               SET EXC-IDX TO C-EXC-CTR
               MOVE EXCEPTION-DETAIL-LINE TO EXC-LINE(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 100 ROWS'
               DISPLAY 'REIMBURSEMENT NOT LISTED: ' RM-CLAIM-NO
           END-IF.

       3300-LIST-EXCEPTIONS.
           PERFORM VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > C-EXC-CTR
                   WRITE PRTLINE FROM EXC-LINE(EXC-IDX)
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADINGS
                   END-WRITE
           END-PERFORM.

      *****************************************************
      *EVERY CLAIM STILL UNPAID, AGED FROM THE NIGHT IT WAS SUBMITTED
      *****************************************************
       4000-AGING.
           WRITE PRTLINE FROM AGING-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM AGING-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   IF LT-STATUS(LT-IDX) = 'S'
                       PERFORM 4100-AGING-LINE
                   END-IF
           END-PERFORM.
           MOVE C-BUCKET-1 TO ABL-BUCKET-1.
           MOVE C-BUCKET-2 TO ABL-BUCKET-2.
           MOVE C-BUCKET-3 TO ABL-BUCKET-3.
           MOVE C-BUCKET-4 TO ABL-BUCKET-4.
           WRITE PRTLINE FROM AGING-BUCKET-LINE
               AFTER ADVANCING 2 LINES.

       4100-AGING-LINE.
           MOVE 'D' TO DC-FUNCTION.
           MOVE LT-STATUS-DATE(LT-IDX) TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-SUBMIT.
           COMPUTE C-DAYS-OUT = C-DAYS-TODAY - C-DAYS-SUBMIT.
           IF C-DAYS-OUT < 0
               MOVE 0 TO C-DAYS-OUT
           END-IF.
           MOVE LT-CLAIM(LT-IDX) TO CLM-REC.
           EVALUATE TRUE
               WHEN C-DAYS-OUT NOT > 30
                   ADD CLM-CLAIM-AMT TO C-BUCKET-1
               WHEN C-DAYS-OUT NOT > 60
                   ADD CLM-CLAIM-AMT TO C-BUCKET-2
               WHEN C-DAYS-OUT NOT > 90
                   ADD CLM-CLAIM-AMT TO C-BUCKET-3
               WHEN OTHER
                   ADD CLM-CLAIM-AMT TO C-BUCKET-4
           END-EVALUATE.
           ADD 1 TO C-UNPAID-CTR.
           MOVE CLM-CLAIM-NO TO AGL-CLAIM-NO.
           MOVE CLM-WO-NO TO AGL-WO-NO.
           MOVE CLM-VIN TO AGL-VIN.
           MOVE CLM-REPAIR-DATE TO AGL-REPAIR-DATE.
           MOVE CLM-CLAIM-AMT TO AGL-CLAIMED.
           MOVE LT-STATUS-DATE(LT-IDX) TO AGL-SUBMITTED.
           MOVE C-DAYS-OUT TO AGL-DAYS.
           WRITE PRTLINE FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *****************************************************
      *TONIGHT'S DENIALS, WITH THE OWNER THE REPAIR IS REBILLED TO
      *****************************************************
       5000-DENIED-LIST.
           WRITE PRTLINE FROM DENIED-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM DENIED-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   IF LT-STATUS(LT-IDX) = 'D'
                       AND LT-TONIGHT(LT-IDX) = 'Y'
                       PERFORM 5100-DENIED-LINE
                   END-IF
           END-PERFORM.

       5100-DENIED-LINE.
           MOVE LT-CLAIM(LT-IDX) TO CLM-REC.
           MOVE CLM-CLAIM-NO TO DDL-CLAIM-NO.
           MOVE CLM-WO-NO TO DDL-WO-NO.
           MOVE CLM-VIN TO DDL-VIN.
           MOVE CLM-CLAIM-AMT TO DDL-CLAIMED.
           MOVE CLM-CUST-NO TO DDL-CUST-NO.
           MOVE LT-DENY-REASON(LT-IDX) TO DDL-REASON.
           MOVE 'NO' TO CUST-MATCH.
           PERFORM VARYING BCT-IDX FROM 1 BY 1
               UNTIL BCT-IDX > BCT-CTR OR CUST-MATCH = 'YES'
                   IF CLM-CUST-NO = BCT-NO(BCT-IDX)
                       MOVE 'YES' TO CUST-MATCH
                   END-IF
           END-PERFORM.
           IF CUST-MATCH = 'YES'
               SET BCT-IDX DOWN BY 1
               MOVE BCT-NAME(BCT-IDX) TO DDL-CUST-NAME
               MOVE BCT-PHONE(BCT-IDX) TO DDL-PHONE
           ELSE
               MOVE 'NOT ON CUSTOMER MASTER' TO DDL-CUST-NAME
               MOVE SPACES TO DDL-PHONE
           END-IF.
           WRITE PRTLINE FROM DENIED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       6000-LEDGER-SAVE.
           OPEN OUTPUT CLAIMLDG.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR
                   MOVE LT-CLAIM(LT-IDX) TO WL-CLAIM
                   MOVE LT-STATUS(LT-IDX) TO WL-STATUS
                   MOVE LT-PAID-AMT(LT-IDX) TO WL-PAID-AMT
                   MOVE LT-STATUS-DATE(LT-IDX) TO WL-STATUS-DATE
                   MOVE LT-DENY-REASON(LT-IDX) TO WL-DENY-REASON
                   WRITE WL-REC
           END-PERFORM.
           CLOSE CLAIMLDG.

       7000-CLOSING.
           MOVE C-ADDED-CTR TO GT-ADDED.
           MOVE C-PAID-CTR TO GT-PAID.
           MOVE C-DENIED-CTR TO GT-DENIED.
           MOVE C-UNPAID-CTR TO GT-UNPAID.
           MOVE C-EXC-CTR TO GT-EXCEPTIONS.
           WRITE PRTLINE FROM GT-CLAIM-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE LT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE LT-CTR TO TR-REC-COUNT.
           MOVE C-AMT-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *LOOK UP FIND-CLAIM-NO ON THE LEDGER - LT-IDX IS LEFT ON IT
       8000-FIND-CLAIM.
           MOVE 'NO' TO CLAIM-MATCH.
           PERFORM VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > LT-CTR OR CLAIM-MATCH = 'YES'
                   IF FIND-CLAIM-NO = LT-CLAIM-NO(LT-IDX)
                       MOVE 'YES' TO CLAIM-MATCH
                   END-IF
           END-PERFORM.
           IF CLAIM-MATCH = 'YES'
               SET LT-IDX DOWN BY 1
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
       END PROGRAM COBCJF67.
