       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF82.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MONTHLY OPERATOR ACCESS REPORT. EVERY INTERACTIVE PROGRAM SIGNS
      *ITS OPERATOR ON THROUGH COBSIGN, WHICH LOGS EVERY SIGN-ON,
      *SIGN-OFF, FAILED SIGN-ON, AND ACTION ALLOWED OR DENIED TO THE
      *ACCESS LOG (ACCESS.LOG). THIS STEP SORTS THE LOG BY OPERATOR,
      *DATE, AND TIME AND PRINTS THE CLOSING MONTH'S ACTIVITY:
      *  - ONE BLOCK PER OPERATOR, HEADED WITH THE NAME, ROLE, AND
      *    STATUS FROM THE OPERATOR SECURITY FILE (OPERSEC.DAT), OR
      *    NOT ON SECURITY FILE FOR AN ID NOBODY ISSUED;
      *  - EVERY EVENT WITH THE PROGRAM, FUNCTION, WHAT IT WAS AGAINST
      *    (STUDENT ID, CAMPGROUND SITE), AND WHY IT WAS REFUSED;
      *  - SIGN-ONS, FAILED SIGN-ONS, ACTIONS ALLOWED, AND ACTIONS
      *    DENIED FOR EACH OPERATOR AND FOR THE MONTH.
      *THE ACCESS LOG ACCUMULATES LIKE THE AUDIT LOG DOES. SET
      *ACCPERIOD (YYYYMM) TO REPRINT AN EARLIER MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACCESSIN
               ASSIGN TO "C:/COBOLSP20/ACCESS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-FILE-STATUS.
           SELECT ACCSORTD
               ASSIGN TO WS-ACCSORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-SORT-FILE
               ASSIGN TO "SORTWK1".
           SELECT OPERSEC
               ASSIGN TO "C:/COBOLSP20/OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESSIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AI-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 AI-REC                   PIC X(80).

      *THE LOG IN OPERATOR, DATE, TIME ORDER
       FD  ACCSORTD
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 80 CHARACTERS.

       COPY "ACCESS.CPY".

       SD  ACC-SORT-FILE
           DATA RECORD IS SA-REC.

       01 SA-REC.
           05 SA-DATE              PIC 9(8).
           05 SA-TIME              PIC X(8).
           05 SA-PGM-ID            PIC X(8).
           05 SA-OPER-ID           PIC X(8).
           05 FILLER               PIC X(48).

       FD  OPERSEC
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 60 CHARACTERS.

       COPY "OPERSEC.CPY".

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01 WORK-AREA.
           05 AC-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 OP-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 AC-FILE-STATUS       PIC XX.
           05 OP-FILE-STATUS       PIC XX.
           05 FIRST-OPER           PIC X       VALUE 'Y'.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\ACCESS.PRT'.
           05 WS-ACCSORT-PATH      PIC X(80)
               VALUE 'C:\COBOL\ACCSORT.TMP'.

       01 WS-ENV-OVERRIDE          PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01 WS-PERIOD-IN.
           05 WS-PERIOD-YYYY       PIC X(4)    VALUE SPACE.
           05 WS-PERIOD-MM         PIC XX      VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
               10 I-YYYY           PIC 9(4).
               10 I-MM             PIC 99.
               10 I-DD             PIC 99.
           05 I-TIME               PIC X(11).

      *THE REPORT PERIOD IS THE CLOSING MONTH - THE ONE BEFORE THE
      *BUSINESS MONTH - UNLESS ACCPERIOD NAMES AN EARLIER ONE
       01 CLOSING-MONTH.
           05 CL-YYYYMM.
               10 CL-YYYY          PIC 9(4).
               10 CL-MM            PIC 99.

       01 EVENT-DATE.
           05 EV-YYYY              PIC 9(4).
           05 EV-MM                PIC 99.
           05 EV-DD                PIC 99.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(32)   VALUE SPACE.
           05 FILLER               PIC X(30)
               VALUE "OPERATOR ACCESS REPORT".
           05 FILLER               PIC X(46)   VALUE SPACE.
           05 FILLER               PIC X(6)    VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 MONTH-TITLE.
           05 FILLER               PIC X(44)   VALUE SPACE.
           05 FILLER               PIC X(17)
               VALUE "FOR THE MONTH OF ".
           05 O-CL-MM              PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CL-YYYY            PIC 9(4).
           05 FILLER               PIC X(64)   VALUE SPACE.

       01 OPER-LINE.
           05 FILLER               PIC X(10)   VALUE 'OPERATOR:'.
           05 OL-OPER-ID           PIC X(14).
           05 OL-NAME              PIC X(22).
           05 FILLER               PIC X(6)    VALUE 'ROLE:'.
           05 OL-ROLE              PIC X(22).
           05 FILLER               PIC X(8)    VALUE 'STATUS:'.
           05 OL-STATUS            PIC X(21).
           05 FILLER               PIC X(29)   VALUE SPACE.

       01 DETAIL-HEADINGS.
           05 FILLER               PIC X(12)   VALUE '    DATE'.
           05 FILLER               PIC X(10)   VALUE '  TIME'.
           05 FILLER               PIC X(10)   VALUE 'PROGRAM'.
           05 FILLER               PIC X(8)    VALUE 'EVENT'.
           05 FILLER               PIC X(6)    VALUE 'FUNC'.
           05 FILLER               PIC X(22)   VALUE 'AGAINST'.
           05 FILLER               PIC X(64)   VALUE 'REASON'.

       01 DETAIL-LINE.
           05 DL-MM                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DL-DD                PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 DL-YYYY              PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-HH                PIC XX.
           05 FILLER               PIC X       VALUE ':'.
           05 DL-MI                PIC XX.
           05 FILLER               PIC X       VALUE ':'.
           05 DL-SS                PIC XX.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-PGM-ID            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-EVENT             PIC X(5).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 DL-FUNCTION          PIC X.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 DL-DETAIL            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-REASON            PIC X(21).
           05 FILLER               PIC X(42)   VALUE SPACE.

       01 COUNT-LINE.
           05 CTL-LABEL            PIC X(20).
           05 FILLER               PIC X(10)   VALUE 'SIGN-ONS:'.
           05 CTL-SIGNON           PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(8)    VALUE 'FAILED:'.
           05 CTL-FAILED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(9)    VALUE 'ALLOWED:'.
           05 CTL-ALLOWED          PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 FILLER               PIC X(8)    VALUE 'DENIED:'.
           05 CTL-DENIED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(41)   VALUE SPACE.

       01 OPER-COUNT-LINE.
           05 FILLER               PIC X(30)
               VALUE 'OPERATORS WITH ACTIVITY:'.
           05 OCL-OPERS            PIC ZZ9.
           05 FILLER               PIC X(99)   VALUE SPACE.

       01 NO-ACTIVITY-LINE.
           05 FILLER               PIC X(132)
               VALUE 'NO ACCESS ACTIVITY LOGGED FOR THE MONTH'.

      *THE SECURITY FILE, SO EACH OPERATOR'S BLOCK CAN BE NAMED
       01 OPER-TABLE.
           05 OT-ENTRY OCCURS 200 TIMES.
               10 OT-USER-ID       PIC X(8).
               10 OT-NAME          PIC X(20).
               10 OT-ROLE          PIC X.
               10 OT-STATUS        PIC X.

      *ROLE LETTERS AS SIGNON.CPY LISTS THEM
       01 ROLE-NAMES.
           05 FILLER               PIC X(21)
               VALUE 'RREGISTRAR'.
           05 FILLER               PIC X(21)
               VALUE "CREGISTRAR'S CLERK".
           05 FILLER               PIC X(21)
               VALUE 'OCAMPGROUND OFFICE'.
           05 FILLER               PIC X(21)
               VALUE 'ASECURITY ADMIN'.
       01 ROLE-TABLE REDEFINES ROLE-NAMES.
           05 RN-ENTRY OCCURS 4 TIMES.
               10 RN-ROLE          PIC X.
               10 RN-NAME          PIC X(20).

       01 REPORT-VARS.
           05 OT-SUB               PIC 999     VALUE 0.
           05 OT-CTR               PIC 999     VALUE 0.
           05 OT-HIT               PIC 999     VALUE 0.
           05 RN-SUB               PIC 9       VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-REC-PERIOD         PIC 9(6)    VALUE 0.
           05 C-PERIOD-ROWS        PIC 9(6)    VALUE 0.
           05 C-OPER-CTR           PIC 999     VALUE 0.
           05 C-CUR-OPER           PIC X(8)    VALUE SPACE.
           05 C-OP-SIGNON          PIC 9(5)    VALUE 0.
           05 C-OP-FAILED          PIC 9(5)    VALUE 0.
           05 C-OP-ALLOWED         PIC 9(5)    VALUE 0.
           05 C-OP-DENIED          PIC 9(5)    VALUE 0.
           05 C-TOT-SIGNON         PIC 9(6)    VALUE 0.
           05 C-TOT-FAILED         PIC 9(6)    VALUE 0.
           05 C-TOT-ALLOWED        PIC 9(6)    VALUE 0.
           05 C-TOT-DENIED         PIC 9(6)    VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-OPERATORS.
           PERFORM 1200-SORT-LOG.
           PERFORM 2000-MAINLINE
               UNTIL AC-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR MONTHEND: 4 WHEN THE MONTH HAD A FAILED
      *SIGN-ON OR A DENIED ACTION, SO SOMEONE READS THE REPORT
           IF C-TOT-FAILED > 0 OR C-TOT-DENIED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           DISPLAY 'ACCESS_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

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
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

           IF I-MM = 1
               COMPUTE CL-YYYY = I-YYYY - 1
               MOVE 12 TO CL-MM
           ELSE
               MOVE I-YYYY TO CL-YYYY
               COMPUTE CL-MM = I-MM - 1
           END-IF.
      *REPORT-PERIOD OVERRIDE - ACCPERIOD (YYYYMM) REPRINTS AN
      *EARLIER MONTH
           DISPLAY 'ACCPERIOD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE.
           IF WS-PERIOD-IN NUMERIC
               IF WS-PERIOD-MM > '00' AND WS-PERIOD-MM < '13'
                   MOVE WS-PERIOD-IN TO CL-YYYYMM
               ELSE
                   DISPLAY 'ACCPERIOD ' WS-PERIOD-IN
                       ' NOT A VALID MONTH - IGNORED'
               END-IF
           END-IF.
           MOVE CL-MM TO O-CL-MM.
           MOVE CL-YYYY TO O-CL-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF82" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.

      *A MISSING SECURITY FILE STILL PRINTS THE LOG - EVERY OPERATOR
      *IS THEN SHOWN AS NOT ON SECURITY FILE
       1100-LOAD-OPERATORS.
           OPEN INPUT OPERSEC.
           IF OP-FILE-STATUS NOT = '00'
               MOVE 'NO' TO OP-MORE-RECS
           ELSE
               PERFORM 1110-LOAD-ONE-OPERATOR
                   UNTIL OP-MORE-RECS = 'NO'
               CLOSE OPERSEC
           END-IF.

       1110-LOAD-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   MOVE 'NO' TO OP-MORE-RECS.
           IF OP-MORE-RECS = 'YES' AND OT-CTR < 200
               ADD 1 TO OT-CTR
               MOVE OP-USER-ID TO OT-USER-ID(OT-CTR)
               MOVE OP-NAME TO OT-NAME(OT-CTR)
               MOVE OP-ROLE TO OT-ROLE(OT-CTR)
               MOVE OP-STATUS TO OT-STATUS(OT-CTR)
           END-IF.

      *NO ACCESS LOG YET MEANS NOBODY HAS SIGNED ON SINCE IT WAS
      *STARTED - NOTHING TO SORT
       1200-SORT-LOG.
           OPEN INPUT ACCESSIN.
           IF AC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO AC-MORE-RECS
           ELSE
               CLOSE ACCESSIN
               SORT ACC-SORT-FILE
                   ON ASCENDING KEY SA-OPER-ID SA-DATE SA-TIME
                   USING ACCESSIN
                   GIVING ACCSORTD
               OPEN INPUT ACCSORTD
               PERFORM 9000-READ
           END-IF.

      *ONLY THE REPORT PERIOD'S ROWS PRINT
       2000-MAINLINE.
           IF AC-DATE NUMERIC
               DIVIDE AC-DATE BY 100 GIVING C-REC-PERIOD
               IF C-REC-PERIOD = CL-YYYYMM
                   ADD 1 TO C-PERIOD-ROWS
                   IF FIRST-OPER = 'Y'
                       OR AC-OPER-ID NOT = C-CUR-OPER
                       PERFORM 2100-OPERATOR-BREAK
                   END-IF
                   PERFORM 2200-DETAIL
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-OPERATOR-BREAK.
           IF FIRST-OPER = 'Y'
               MOVE 'N' TO FIRST-OPER
           ELSE
               PERFORM 2300-OPERATOR-TOTALS
           END-IF.
           MOVE AC-OPER-ID TO C-CUR-OPER.
           ADD 1 TO C-OPER-CTR.
           MOVE 0 TO C-OP-SIGNON.
           MOVE 0 TO C-OP-FAILED.
           MOVE 0 TO C-OP-ALLOWED.
           MOVE 0 TO C-OP-DENIED.

           MOVE 0 TO OT-HIT.
           PERFORM 2110-FIND-OPERATOR
               VARYING OT-SUB FROM 1 BY 1
               UNTIL OT-SUB > OT-CTR OR OT-HIT > 0.
      *A FAILED SIGN-ON WITH NOTHING KEYED HAS NO OPERATOR ID
           IF AC-OPER-ID = SPACES
               MOVE '(NONE KEYED)' TO OL-OPER-ID
           ELSE
               MOVE AC-OPER-ID TO OL-OPER-ID
           END-IF.
           IF OT-HIT = 0
               MOVE SPACES TO OL-NAME
               MOVE SPACES TO OL-ROLE
               MOVE 'NOT ON SECURITY FILE' TO OL-STATUS
           ELSE
               MOVE OT-NAME(OT-HIT) TO OL-NAME
               MOVE OT-ROLE(OT-HIT) TO OL-ROLE
               PERFORM 2120-ROLE-NAME
                   VARYING RN-SUB FROM 1 BY 1
                   UNTIL RN-SUB > 4
               IF OT-STATUS(OT-HIT) = 'A'
                   MOVE 'ACTIVE' TO OL-STATUS
               ELSE
                   MOVE 'REVOKED' TO OL-STATUS
               END-IF
           END-IF.
           WRITE PRTLINE FROM OPER-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.
           WRITE PRTLINE FROM DETAIL-HEADINGS
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       2110-FIND-OPERATOR.
           IF OT-USER-ID(OT-SUB) = AC-OPER-ID
               AND AC-OPER-ID NOT = SPACES
               MOVE OT-SUB TO OT-HIT
           END-IF.

       2120-ROLE-NAME.
           IF RN-ROLE(RN-SUB) = OT-ROLE(OT-HIT)
               MOVE RN-NAME(RN-SUB) TO OL-ROLE
           END-IF.

       2200-DETAIL.
           MOVE AC-DATE TO EVENT-DATE.
           MOVE EV-MM TO DL-MM.
           MOVE EV-DD TO DL-DD.
           MOVE EV-YYYY TO DL-YYYY.
           MOVE AC-TIME(1:2) TO DL-HH.
           MOVE AC-TIME(3:2) TO DL-MI.
           MOVE AC-TIME(5:2) TO DL-SS.
           MOVE AC-PGM-ID TO DL-PGM-ID.
           MOVE AC-EVENT TO DL-EVENT.
           MOVE AC-FUNCTION TO DL-FUNCTION.
           MOVE AC-DETAIL TO DL-DETAIL.
           MOVE AC-REASON TO DL-REASON.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.
           EVALUATE AC-EVENT
               WHEN 'SGNON'
                   ADD 1 TO C-OP-SIGNON
                   ADD 1 TO C-TOT-SIGNON
               WHEN 'SGNFL'
                   ADD 1 TO C-OP-FAILED
                   ADD 1 TO C-TOT-FAILED
               WHEN 'ALLOW'
                   ADD 1 TO C-OP-ALLOWED
                   ADD 1 TO C-TOT-ALLOWED
               WHEN 'DENY '
                   ADD 1 TO C-OP-DENIED
                   ADD 1 TO C-TOT-DENIED
           END-EVALUATE.

       2300-OPERATOR-TOTALS.
           MOVE 'OPERATOR TOTALS' TO CTL-LABEL.
           MOVE C-OP-SIGNON TO CTL-SIGNON.
           MOVE C-OP-FAILED TO CTL-FAILED.
           MOVE C-OP-ALLOWED TO CTL-ALLOWED.
           MOVE C-OP-DENIED TO CTL-DENIED.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM 9100-HEADINGS.

       3000-CLOSING.
           IF FIRST-OPER = 'Y'
               WRITE PRTLINE FROM NO-ACTIVITY-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 2300-OPERATOR-TOTALS
           END-IF.
           MOVE 'MONTH TOTALS' TO CTL-LABEL.
           MOVE C-TOT-SIGNON TO CTL-SIGNON.
           MOVE C-TOT-FAILED TO CTL-FAILED.
           MOVE C-TOT-ALLOWED TO CTL-ALLOWED.
           MOVE C-TOT-DENIED TO CTL-DENIED.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-OPER-CTR TO OCL-OPERS.
           WRITE PRTLINE FROM OPER-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-PERIOD-ROWS TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-PERIOD-ROWS TO TR-REC-COUNT.
           COMPUTE TR-HASH-TOTAL = C-TOT-FAILED + C-TOT-DENIED.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           IF AC-FILE-STATUS = '00'
               CLOSE ACCSORTD
           END-IF.
           CLOSE PRTOUT.
           CLOSE AUDITLOG.

       9000-READ.
           READ ACCSORTD
               AT END
                   MOVE 'NO' TO AC-MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MONTH-TITLE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF82.
