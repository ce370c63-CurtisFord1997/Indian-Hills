      *HOURS - SO THE FOREMAN CAN SEE WHICH CREW RUNS HOT.
      *ACTUALS WITH A CREW ID NOT ON THE CREW MASTER GO TO THE
      *EXCEPTION REPORT.
      *EACH CREW'S GROSS IS CARRIED FORWARD IN THE CREW YEAR-TO-DATE
      *FILE (CREWYTD.DAT - A SAME-DATE RERUN BACKS THE FIRST
      *ATTEMPT OUT, THE SAME AS VOLYTD.DAT) AND APPENDED TO THE
      *SHARED PAY REGISTER (PAYREG.DAT), THE TWO FIGURES THE
      *QUARTERLY PAYROLL TAX RUN TIES TOGETHER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-ERROUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CREWYTD
               ASSIGN TO WS-CREWYTD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-FILE-STATUS.

           SELECT PAYREG
               ASSIGN TO "C:/COBOLSP20/PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
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

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CRW-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 CRW-REC.
           05 CRW-ID               PIC X(3).
           05 CRW-NAME             PIC X(20).
           05 CRW-RATE             PIC 99V99.
      *LEAD-SAFE CERTIFIED RENOVATOR ON THE CREW - BLANK WHEN NONE
           05 CRW-CERT-NO          PIC X(12).
           05 CRW-CERT-EXPIRES     PIC X(8).

       FD  ACTUALS
           LABEL RECORD IS STANDARD

       01 ERRLINE                  PIC X(132).

      *CARRIES EACH CREW'S GROSS FORWARD ACROSS RUNS FOR THE
      *QUARTERLY PAYROLL TAX RUN
       FD CREWYTD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CY-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 CY-REC.
           05 CY-ID                PIC X(3).
           05 CY-NAME              PIC X(20).
           05 CY-YTD-GROSS         PIC 9(9)V99.
      *LAST-APPLIED BUSINESS DATE AND THAT RUN'S GROSS - A RERUN
      *FOR THE SAME DATE BACKS THE GROSS OUT INSTEAD OF RE-ADDING IT
           05 CY-LAST-DATE         PIC 9(8).
           05 CY-LAST-DELTA        PIC 9(7)V99.

       FD PAYREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC.

       COPY "PAYREG.CPY".

       FD AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.
       01 FILE-STATUS-VARS.
           05 CRW-FILE-STATUS      PIC XX.
           05 ACT-FILE-STATUS      PIC XX.
           05 CY-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
               VALUE 'C:\COBOL\PNTPAYRL.PRT'.
           05 WS-ERROUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\PNTPAYER.PRT'.
           05 WS-CREWYTD-PATH      PIC X(80)
               VALUE 'C:\COBOL\CREWYTD.DAT'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 CREW-TABLE-VARS.
           05 CT-CTR               PIC 99 VALUE 0.

      *CREW YEAR-TO-DATE GROSS - KEPT APART FROM THE ROSTER SO A
      *CREW TAKEN OFF THE CREW MASTER KEEPS ITS YEAR-TO-DATE ROW
       01 CREW-YTD-TABLE.
           05 CYT-ENTRY OCCURS 50 TIMES.
               10 CYT-ID           PIC X(3).
               10 CYT-NAME         PIC X(20).
               10 CYT-YTD          PIC 9(9)V99.
               10 CYT-THIS-DELTA   PIC 9(7)V99.

       01 CREW-YTD-VARS.
           05 CY-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 CYT-CTR              PIC 99      VALUE ZERO.
           05 CYT-SUB              PIC 99      VALUE ZERO.
           05 CYT-HIT              PIC 99      VALUE ZERO.
           05 CY-RUN-DATE          PIC 9(8)    VALUE ZERO.
           05 CT-SUB               PIC 99      VALUE ZERO.

       01 PAYROLL-CALC-VARS.
           05 C-EST-HOURS          PIC 9(5)V9 VALUE 0.
           05 C-GROSS              PIC 9(6)V99 VALUE 0.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

      *THE RUN DATE MUST BE SET BEFORE THE YEAR-TO-DATE RESTORE -
      *THE RESTORE COMPARES IT TO DECIDE WHETHER A SAME-DATE RERUN
      *HAS TO BACK THE FIRST ATTEMPT'S GROSS OUT
           COMPUTE CY-RUN-DATE =
               (I-YYYY * 10000) + (I-MM * 100) + I-DD.
           PERFORM 9700-CREW-YTD-RESTORE.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF33" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
               MOVE WS-ENV-OVERRIDE TO WS-ERROUT-PATH
           END-IF.

           DISPLAY 'CREWYTD_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CREWYTD-PATH
           END-IF.

      *BUILD THE ESTIMATED LABOR HOURS PER ESTIMATE FROM THE ROOM
      *RECORDS - GALLONS NEEDED TIMES HOURS-PER-GAL, THE SAME
      *FIGURE COBCJF01'S 2100-CALCS PRICES THE LABOR FROM
           WRITE PRTLINE FROM GT-PAYROLL-LINE
               AFTER ADVANCING 3 LINES.

           OPEN EXTEND PAYREG.
           PERFORM 3200-CREW-PAY-POST
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-CTR.
           CLOSE PAYREG.
           PERFORM 9760-CREW-YTD-SAVE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-ACT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.
                   AT EOP
                       PERFORM 9100-HEADINGS.

      *ONE PAY REGISTER ROW PER CREW PAID THIS RUN, AND THE SAME
      *GROSS FOLDED INTO THE CREW'S YEAR-TO-DATE
       3200-CREW-PAY-POST.
           IF CT-GROSS(CT-SUB) > 0
               MOVE "COBCJF33" TO PR-PGM-ID
               MOVE CY-RUN-DATE TO PR-DATE
               MOVE 'C' TO PR-SOURCE
               MOVE CT-ID(CT-SUB) TO PR-WORKER-ID
               MOVE CT-GROSS(CT-SUB) TO PR-GROSS
               WRITE PR-REC
               PERFORM 3250-CREW-YTD-ACCUM
           END-IF.

       3250-CREW-YTD-ACCUM.
           MOVE 0 TO CYT-HIT.
           PERFORM 3260-MATCH-CREW-YTD
               VARYING CYT-SUB FROM 1 BY 1
               UNTIL CYT-SUB > CYT-CTR OR CYT-HIT > 0.
           IF CYT-HIT = 0
               IF CYT-CTR < 50
                   ADD 1 TO CYT-CTR
                   MOVE CYT-CTR TO CYT-HIT
                   MOVE CT-ID(CT-SUB) TO CYT-ID(CYT-HIT)
                   MOVE 0 TO CYT-YTD(CYT-HIT)
                   MOVE 0 TO CYT-THIS-DELTA(CYT-HIT)
               ELSE
                   DISPLAY 'CREW-YTD-TABLE EXCEEDS 50 ROWS -- '
                   DISPLAY 'GROSS NOT CARRIED FORWARD: ' CT-ID(CT-SUB)
               END-IF
           END-IF.
           IF CYT-HIT > 0
               MOVE CT-NAME(CT-SUB) TO CYT-NAME(CYT-HIT)
               ADD CT-GROSS(CT-SUB) TO CYT-YTD(CYT-HIT)
               ADD CT-GROSS(CT-SUB) TO CYT-THIS-DELTA(CYT-HIT)
           END-IF.

       3260-MATCH-CREW-YTD.
           IF CYT-ID(CYT-SUB) = CT-ID(CT-SUB)
               MOVE CYT-SUB TO CYT-HIT
           END-IF.

       9000-READ-PAINT.
           READ PAINT
               AT END
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

      *RESTORES THE CREW YEAR-TO-DATE GROSS FROM LAST RUN
       9700-CREW-YTD-RESTORE.
           OPEN INPUT CREWYTD.
           IF CY-FILE-STATUS = '00'
               PERFORM 9710-CREW-YTD-ROW
                   UNTIL CY-MORE-RECS = 'NO'
               CLOSE CREWYTD
           END-IF.

       9710-CREW-YTD-ROW.
           READ CREWYTD
               AT END
                   MOVE 'NO' TO CY-MORE-RECS
               NOT AT END
                   IF CYT-CTR < 50
                       ADD 1 TO CYT-CTR
                       MOVE CY-ID TO CYT-ID(CYT-CTR)
                       MOVE CY-NAME TO CYT-NAME(CYT-CTR)
                       MOVE CY-YTD-GROSS TO CYT-YTD(CYT-CTR)
                       MOVE 0 TO CYT-THIS-DELTA(CYT-CTR)
      *SAME-DATE RERUN: BACK OUT THE FIRST ATTEMPT'S GROSS
                       IF CY-LAST-DATE NUMERIC
                           AND CY-LAST-DATE = CY-RUN-DATE
                           SUBTRACT CY-LAST-DELTA
                               FROM CYT-YTD(CYT-CTR)
                       END-IF
                   END-IF
           END-READ.

       9760-CREW-YTD-SAVE.
           OPEN OUTPUT CREWYTD.
           PERFORM 9770-CREW-YTD-WRITE
               VARYING CYT-SUB FROM 1 BY 1
               UNTIL CYT-SUB > CYT-CTR.
           CLOSE CREWYTD.

       9770-CREW-YTD-WRITE.
           MOVE CYT-ID(CYT-SUB) TO CY-ID.
           MOVE CYT-NAME(CYT-SUB) TO CY-NAME.
           MOVE CYT-YTD(CYT-SUB) TO CY-YTD-GROSS.
           MOVE CY-RUN-DATE TO CY-LAST-DATE.
           MOVE CYT-THIS-DELTA(CYT-SUB) TO CY-LAST-DELTA.
           WRITE CY-REC.

       9200-ERROR-HEADER.
           ADD 1 TO C-PG-ERROR.
           WRITE ERRLINE FROM ERROR-TITLE
