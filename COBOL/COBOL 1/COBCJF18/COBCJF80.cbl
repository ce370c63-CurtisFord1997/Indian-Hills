       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF80.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *MONTH-END SALES, USE, AND LODGING TAX FILING. EACH RETURN USED
      *TO BE PREPARED BY HAND FROM THE BOAT REPORTS, THE WAKEBOARD
      *SHOP'S REPORT, AND THE CONDO LODGING TAX REPORT. EVERY SUITE
      *THAT TAKES IN TAXABLE RECEIPTS NOW APPENDS WHAT IT TOOK IN TO
      *THE SHARED TAX FILE (TAXCOLL.DAT - PROGRAM, DATE, JURISDICTION,
      *TAX TYPE, RATE CHARGED, GROSS, EXEMPT, TAXABLE, TAX COLLECTED);
      *THIS STEP READS THE CLOSING MONTH'S ROWS AND:
      *  - PRINTS ONE FILING WORKSHEET PER JURISDICTION AND TAX TYPE
      *    WITH EACH PROGRAM'S RECEIPTS, THEN GROSS, EXEMPT, TAXABLE,
      *    THE FILING RATE (TAXJUR.CPY), AND TAX DUE;
      *  - FLAGS EVERY RETURN WHERE THE TAX COLLECTED IS NOT THE
      *    FILING RATE TIMES TAXABLE, OR WHERE THE JURISDICTION IS NOT
      *    ON THE RATE TABLE (FILED AT THE RATE CHARGED). A SUITE THAT
      *    CHARGES NO TAX AND REPORTS RATE 0 (THE CONDO STAYS) LEAVES
      *    THE TAX TO BE REMITTED FROM THE FILING ITSELF - ITS
      *    RECEIPTS ARE IN TAXABLE AND TAX DUE BUT NOT IN THE CHECK;
      *  - KEEPS THE FILING HISTORY (TAXFILE.DAT). THE FIRST RUN FOR A
      *    MONTH FILES VERSION 01. A RERUN WHOSE FIGURES MATCH THE
      *    LATEST VERSION ON FILE CHANGES NOTHING; ONE WHOSE FIGURES
      *    DIFFER (LATE ROWS, UNWINDS, CORRECTIONS) FILES THE NEXT
      *    VERSION AS AN AMENDED RETURN, AND THE WORKSHEET SHOWS THE
      *    TAX DUE IT SUPERSEDES. EVERY VERSION FILED FOR THE MONTH
      *    PRINTS AT THE END SO AN AMENDMENT CAN BE TRACED.
      *SET TAXPERIOD (YYYYMM) TO REFILE OR AMEND AN EARLIER MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TAXIN
               ASSIGN TO "C:/COBOLSP20/TAXCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-FILE-STATUS.
           SELECT TAXHIST
               ASSIGN TO "C:/COBOLSP20/TAXFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TAXIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-REC.

       COPY "TAXCOLL.CPY".

      *ONE ROW PER RETURN FILED - THE ORIGINAL AND EVERY AMENDMENT
       FD  TAXHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS TH-REC.

       01 TH-REC.
           05 TH-PERIOD            PIC 9(6).
           05 TH-JURIS             PIC X(6).
           05 TH-TYPE              PIC X.
           05 TH-VERSION           PIC 99.
           05 TH-STATUS            PIC X.
               88 TH-ORIGINAL                  VALUE 'O'.
               88 TH-AMENDED                   VALUE 'A'.
           05 TH-FILED-DATE        PIC 9(8).
           05 TH-RATE              PIC V9999.
           05 TH-GROSS             PIC S9(11)V99.
           05 TH-EXEMPT            PIC S9(11)V99.
           05 TH-TAXABLE           PIC S9(11)V99.
           05 TH-TAX-DUE           PIC S9(11)V99.
           05 TH-COLLECTED         PIC S9(11)V99.

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
       COPY "TAXJUR.CPY".

       01 WORK-AREA.
           05 TX-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 TH-MORE-RECS         PIC XXX     VALUE 'YES'.
           05 TX-FILE-STATUS       PIC XX.
           05 TH-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-PRTOUT-PATH       PIC X(80)
               VALUE 'C:\COBOL\TAXFILE.PRT'.

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

      *THE FILING PERIOD IS THE CLOSING MONTH - THE ONE BEFORE THE
      *BUSINESS MONTH - UNLESS TAXPERIOD NAMES AN EARLIER ONE
       01 CLOSING-MONTH.
           05 CL-YYYYMM.
               10 CL-YYYY          PIC 9(4).
               10 CL-MM            PIC 99.

       01 COMPANY-TITLE.
           05 FILLER               PIC X(6)    VALUE 'DATE:'.
           05 O-MM                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-DD                 PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-YYYY               PIC 9(4).
           05 FILLER               PIC X(28)   VALUE SPACE.
           05 FILLER               PIC X(34)
               VALUE "SALES, USE, AND LODGING TAX".
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

       01 SECTION-LINE.
           05 SEC-TEXT             PIC X(40).
           05 FILLER               PIC X(92)   VALUE SPACE.

       01 JURIS-LINE.
           05 FILLER               PIC X(14)
               VALUE 'JURISDICTION:'.
           05 JL-JURIS             PIC X(6).
           05 FILLER               PIC X(3)    VALUE ' - '.
           05 JL-NAME              PIC X(30).
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 FILLER               PIC X(10)   VALUE 'TAX TYPE:'.
           05 JL-TYPE              PIC X(8).
           05 FILLER               PIC X(56)   VALUE SPACE.

       01 DETAIL-HEADINGS.
           05 FILLER               PIC X(10)   VALUE 'PROGRAM'.
           05 FILLER               PIC X(8)    VALUE '   ROWS'.
           05 FILLER               PIC X(16)
               VALUE '           GROSS'.
           05 FILLER               PIC X(16)
               VALUE '          EXEMPT'.
           05 FILLER               PIC X(16)
               VALUE '         TAXABLE'.
           05 FILLER               PIC X(10)   VALUE '  CHARGED'.
           05 FILLER               PIC X(16)
               VALUE '       COLLECTED'.
           05 FILLER               PIC X(40)   VALUE SPACE.

       01 DETAIL-LINE.
           05 DL-PGM-ID            PIC X(8).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 DL-ROWS              PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-GROSS             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-EXEMPT            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-TAXABLE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 DL-RATE              PIC Z9.99.
           05 FILLER               PIC X       VALUE '%'.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 DL-NOTE              PIC X(20).
           05 FILLER               PIC X(18)   VALUE SPACE.

       01 RETURN-LINE.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 RL-LABEL             PIC X(40).
           05 RL-AMT               PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(67)   VALUE SPACE.

       01 RATE-LINE.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 FILLER               PIC X(40)
               VALUE 'FILING RATE'.
           05 FILLER               PIC X(8)    VALUE SPACE.
           05 RTL-RATE             PIC Z9.99.
           05 FILLER               PIC X(69)   VALUE '%'.

       01 FLAG-LINE.
           05 FILLER               PIC X(10)   VALUE SPACE.
           05 FL-TEXT              PIC X(72).
           05 FILLER               PIC X(50)   VALUE SPACE.

       01 SUMMARY-HEADINGS.
           05 FILLER               PIC X(8)    VALUE 'JURIS'.
           05 FILLER               PIC X(5)    VALUE 'TYPE'.
           05 FILLER               PIC X(31)   VALUE 'NAME'.
           05 FILLER               PIC X(16)
               VALUE '         TAXABLE'.
           05 FILLER               PIC X(16)
               VALUE '         TAX DUE'.
           05 FILLER               PIC X(16)
               VALUE '       COLLECTED'.
           05 FILLER               PIC X(16)
               VALUE '      DIFFERENCE'.
           05 FILLER               PIC X(24)   VALUE '  RETURN'.

       01 SUMMARY-LINE.
           05 SL-JURIS             PIC X(6).
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-TYPE              PIC X.
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 SL-NAME              PIC X(30).
           05 FILLER               PIC XXX     VALUE SPACE.
           05 SL-TAXABLE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-TAX-DUE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-DIFF              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 SL-RETURN            PIC X(12).
           05 FILLER               PIC X       VALUE SPACE.
           05 SL-FLAG              PIC X(8).
           05 FILLER               PIC X       VALUE SPACE.

       01 SUMMARY-TOTAL-LINE.
           05 FILLER               PIC X(62)
               VALUE 'TOTALS FOR THE MONTH:'.
           05 ST-TAX-DUE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 ST-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 ST-DIFF              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(24)   VALUE SPACE.

       01 NO-RETURNS-LINE.
           05 FILLER               PIC X(132)
               VALUE 'NO TAX ACTIVITY OR FILINGS FOR THE MONTH'.

       01 COUNT-LINE.
           05 CTL-LABEL            PIC X(40).
           05 CTL-COUNT            PIC ZZ,ZZ9.
           05 FILLER               PIC X(86)   VALUE SPACE.

       01 HISTORY-HEADINGS.
           05 FILLER               PIC X(8)    VALUE 'JURIS'.
           05 FILLER               PIC X(5)    VALUE 'TYPE'.
           05 FILLER               PIC X(9)    VALUE 'VERSION'.
           05 FILLER               PIC X(10)   VALUE 'STATUS'.
           05 FILLER               PIC X(12)   VALUE 'FILED'.
           05 FILLER               PIC X(16)
               VALUE '           GROSS'.
           05 FILLER               PIC X(16)
               VALUE '         TAXABLE'.
           05 FILLER               PIC X(16)
               VALUE '         TAX DUE'.
           05 FILLER               PIC X(40)
               VALUE '       COLLECTED'.

       01 HISTORY-LINE.
           05 HL-JURIS             PIC X(6).
           05 FILLER               PIC XX      VALUE SPACE.
           05 HL-TYPE              PIC X.
           05 FILLER               PIC X(6)    VALUE SPACE.
           05 HL-VERSION           PIC 99.
           05 FILLER               PIC X(5)    VALUE SPACE.
           05 HL-STATUS            PIC X(10).
           05 HL-FILED-DATE        PIC X(10).
           05 FILLER               PIC X(4)    VALUE SPACE.
           05 HL-GROSS             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 HL-TAXABLE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 HL-TAX-DUE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC XX      VALUE SPACE.
           05 HL-COLLECTED         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(24)   VALUE SPACE.

      *YYYYMMDD TURNED AROUND FOR PRINTING
       01 FMT-DATE-IN.
           05 FDI-YYYY             PIC 9(4).
           05 FDI-MM               PIC 99.
           05 FDI-DD               PIC 99.
       01 FMT-DATE-NUM REDEFINES FMT-DATE-IN
                                   PIC 9(8).

       01 FMT-DATE-OUT.
           05 FDO-MM               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FDO-DD               PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 FDO-YYYY             PIC 9(4).

      *ONE ROW PER JURISDICTION AND TAX TYPE - THE RATE TABLE'S ROWS
      *FIRST, IN TABLE ORDER, THEN ANY NOT ON THE TABLE AS THEY TURN
      *UP. THE PRIOR FIELDS HOLD THE LATEST VERSION ALREADY FILED
       01 JURIS-SUMMARY-TABLE.
           05 JS-ENTRY OCCURS 60 TIMES.
               10 JS-JURIS         PIC X(6).
               10 JS-TYPE          PIC X.
               10 JS-NAME          PIC X(30).
               10 JS-RATE          PIC V9999.
               10 JS-ON-FILE       PIC XXX.
               10 JS-ROWS          PIC 9(5).
               10 JS-GROSS         PIC S9(11)V99.
               10 JS-EXEMPT        PIC S9(11)V99.
               10 JS-TAXABLE       PIC S9(11)V99.
               10 JS-REMIT-TAXABLE PIC S9(11)V99.
               10 JS-COLLECTED     PIC S9(11)V99.
               10 JS-TAX-DUE       PIC S9(11)V99.
               10 JS-DIFF          PIC S9(11)V99.
               10 JS-PRIOR-VERSION PIC 99.
               10 JS-PRIOR-DATE    PIC 9(8).
               10 JS-PRIOR-GROSS   PIC S9(11)V99.
               10 JS-PRIOR-EXEMPT  PIC S9(11)V99.
               10 JS-PRIOR-TAXABLE PIC S9(11)V99.
               10 JS-PRIOR-DUE     PIC S9(11)V99.
               10 JS-PRIOR-COLL    PIC S9(11)V99.
               10 JS-VERSION       PIC 99.
               10 JS-OUTCOME       PIC X.
                   88 JS-NOT-FILED             VALUE SPACE.
                   88 JS-FILED-ORIGINAL        VALUE 'O'.
                   88 JS-FILED-AMENDED         VALUE 'A'.
                   88 JS-NO-CHANGE             VALUE 'N'.

      *EACH PROGRAM'S RECEIPTS WITHIN A RETURN
       01 PGM-DETAIL-TABLE.
           05 PD-ENTRY OCCURS 200 TIMES.
               10 PD-JS-SUB        PIC 99.
               10 PD-PGM-ID        PIC X(8).
               10 PD-ROWS          PIC 9(5).
               10 PD-RATE          PIC V9999.
               10 PD-MIXED         PIC XXX.
               10 PD-GROSS         PIC S9(11)V99.
               10 PD-EXEMPT        PIC S9(11)V99.
               10 PD-TAXABLE       PIC S9(11)V99.
               10 PD-COLLECTED     PIC S9(11)V99.

      *EVERY VERSION ON FILE FOR THE FILING PERIOD, PLUS THOSE
      *FILED THIS RUN
       01 HIST-TABLE.
           05 HR-ENTRY OCCURS 300 TIMES.
               10 HR-JURIS         PIC X(6).
               10 HR-TYPE          PIC X.
               10 HR-VERSION       PIC 99.
               10 HR-STATUS        PIC X.
               10 HR-FILED-DATE    PIC 9(8).
               10 HR-GROSS         PIC S9(11)V99.
               10 HR-TAXABLE       PIC S9(11)V99.
               10 HR-TAX-DUE       PIC S9(11)V99.
               10 HR-COLLECTED     PIC S9(11)V99.

       01 TAX-VARS.
           05 TJ-SUB               PIC 99      VALUE 0.
           05 JS-SUB               PIC 99      VALUE 0.
           05 JS-CTR               PIC 99      VALUE 0.
           05 PD-SUB               PIC 999     VALUE 0.
           05 PD-CTR               PIC 999     VALUE 0.
           05 HR-SUB               PIC 999     VALUE 0.
           05 HR-CTR               PIC 999     VALUE 0.
           05 C-JS-HIT             PIC 99      VALUE 0.
           05 C-PD-HIT             PIC 999     VALUE 0.
           05 C-FIND-JURIS         PIC X(6)    VALUE SPACE.
           05 C-FIND-TYPE          PIC X       VALUE SPACE.
           05 C-REC-PERIOD         PIC 9(6)    VALUE 0.
           05 C-PERIOD-ROWS        PIC 9(6)    VALUE 0.
           05 C-BAD-CTR            PIC 9(5)    VALUE 0.
           05 C-RETURN-CTR         PIC 99      VALUE 0.
           05 C-FILED-CTR          PIC 99      VALUE 0.
           05 C-AMENDED-CTR        PIC 99      VALUE 0.
           05 C-DIFF-CTR           PIC 99      VALUE 0.
           05 C-NOT-ON-FILE-CTR    PIC 99      VALUE 0.
           05 C-PG-CTR             PIC 99      VALUE 0.
           05 C-TOT-TAX-DUE        PIC S9(11)V99 VALUE 0.
           05 C-TOT-COLLECTED      PIC S9(11)V99 VALUE 0.
           05 C-TOT-DIFF           PIC S9(11)V99 VALUE 0.
           05 C-CHANGE             PIC S9(11)V99 VALUE 0.
           05 C-RATE-PCT           PIC 99V99   VALUE 0.
           05 C-COLLECT-DUE        PIC S9(11)V99 VALUE 0.
           05 C-VERSION-OUT        PIC 99      VALUE 0.
           05 C-PRIOR-OUT          PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LOAD-JURISDICTIONS
               VARYING TJ-SUB FROM 1 BY 1
               UNTIL TJ-SUB > 18.
           PERFORM 1200-LOAD-TAX-ROWS.
           PERFORM 1300-LOAD-FILING-HISTORY.
           PERFORM 2000-FIGURE-RETURN
               VARYING JS-SUB FROM 1 BY 1
               UNTIL JS-SUB > JS-CTR.
           PERFORM 3000-WORKSHEET
               VARYING JS-SUB FROM 1 BY 1
               UNTIL JS-SUB > JS-CTR.
           PERFORM 4000-FILE-RETURNS.
           PERFORM 5000-SUMMARY.
           PERFORM 6000-HISTORY.
           PERFORM 7000-CLOSING.
      *RETURN CODE FOR MONTHEND: 4 WHEN A RETURN IS FLAGGED (TAX
      *COLLECTED OFF THE FILING RATE, OR A JURISDICTION NOT ON THE
      *RATE TABLE) OR A TAX ROW COULD NOT BE READ, ELSE 0. AN
      *AMENDED RETURN IS NOT AN ERROR
           IF C-DIFF-CTR > 0 OR C-NOT-ON-FILE-CTR > 0
               OR C-BAD-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INIT.
           DISPLAY 'TAXFILE_PRT' UPON ENVIRONMENT-NAME.
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
      *FILING-PERIOD OVERRIDE - TAXPERIOD (YYYYMM) REFILES AN EARLIER
      *MONTH; ANY CHANGE SINCE ITS LAST FILING GOES ON AS AN AMENDMENT
           DISPLAY 'TAXPERIOD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE.
           IF WS-PERIOD-IN NUMERIC
               IF WS-PERIOD-MM > '00' AND WS-PERIOD-MM < '13'
                   MOVE WS-PERIOD-IN TO CL-YYYYMM
               ELSE
                   DISPLAY 'TAXPERIOD ' WS-PERIOD-IN
                       ' NOT A VALID MONTH - IGNORED'
               END-IF
           END-IF.
           MOVE CL-MM TO O-CL-MM.
           MOVE CL-YYYY TO O-CL-YYYY.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF80" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

      *EVERY JURISDICTION ON THE RATE TABLE GETS A ROW, SO A PRIOR
      *FILING WITH NO ACTIVITY THIS RUN CAN STILL BE AMENDED TO ZERO
       1100-LOAD-JURISDICTIONS.
           ADD 1 TO JS-CTR.
           MOVE TJ-JURIS(TJ-SUB) TO JS-JURIS(JS-CTR).
           MOVE TJ-TYPE(TJ-SUB) TO JS-TYPE(JS-CTR).
           MOVE TJ-NAME(TJ-SUB) TO JS-NAME(JS-CTR).
           MOVE TJ-RATE(TJ-SUB) TO JS-RATE(JS-CTR).
           MOVE 'YES' TO JS-ON-FILE(JS-CTR).
           PERFORM 8100-CLEAR-JURIS.

       1200-LOAD-TAX-ROWS.
           OPEN INPUT TAXIN.
           IF TX-FILE-STATUS NOT = '00'
               MOVE 'NO' TO TX-MORE-RECS
           ELSE
               PERFORM 9000-READ-TAX
           END-IF.
           PERFORM 1210-TAX-ROW
               UNTIL TX-MORE-RECS = 'NO'.
           IF TX-FILE-STATUS = '00' OR TX-FILE-STATUS = '10'
               CLOSE TAXIN
           END-IF.

      *ONLY THE FILING PERIOD'S ROWS COUNT - THE TAX FILE
      *ACCUMULATES LIKE THE AUDIT LOG DOES
       1210-TAX-ROW.
           IF TX-DATE NOT NUMERIC OR TX-RATE NOT NUMERIC
               OR TX-GROSS NOT NUMERIC OR TX-EXEMPT NOT NUMERIC
               OR TX-TAXABLE NOT NUMERIC OR TX-TAX NOT NUMERIC
               OR NOT (TX-SALES OR TX-USE OR TX-LODGING)
               OR TX-JURIS = SPACES
               ADD 1 TO C-BAD-CTR
               DISPLAY 'TAX ROW NOT READABLE - ' TAX-REC
           ELSE
               DIVIDE TX-DATE BY 100 GIVING C-REC-PERIOD
               IF C-REC-PERIOD = CL-YYYYMM
                   ADD 1 TO C-PERIOD-ROWS
                   PERFORM 1220-ACCUM-TAX-ROW
               END-IF
           END-IF.
           PERFORM 9000-READ-TAX.

      *A JURISDICTION NOT ON THE RATE TABLE IS FILED AT THE FIRST
      *RATE CHARGED FOR IT AND FLAGGED
       1220-ACCUM-TAX-ROW.
           MOVE TX-JURIS TO C-FIND-JURIS.
           MOVE TX-TYPE TO C-FIND-TYPE.
           PERFORM 8000-FIND-JURIS.
           IF C-JS-HIT = 0
               PERFORM 8200-ADD-JURIS
               IF C-JS-HIT > 0
                   MOVE TX-RATE TO JS-RATE(C-JS-HIT)
               END-IF
           END-IF.
           IF C-JS-HIT = 0
               ADD 1 TO C-BAD-CTR
           ELSE
               ADD 1 TO JS-ROWS(C-JS-HIT)
               ADD TX-GROSS TO JS-GROSS(C-JS-HIT)
               ADD TX-EXEMPT TO JS-EXEMPT(C-JS-HIT)
               ADD TX-TAXABLE TO JS-TAXABLE(C-JS-HIT)
               ADD TX-TAX TO JS-COLLECTED(C-JS-HIT)
               IF TX-RATE = 0 AND TX-TAX = 0
                   ADD TX-TAXABLE TO JS-REMIT-TAXABLE(C-JS-HIT)
               END-IF
               PERFORM 1230-PROGRAM-ACCUM
           END-IF.

       1230-PROGRAM-ACCUM.
           MOVE 0 TO C-PD-HIT.
           PERFORM 1240-FIND-PROGRAM
               VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > PD-CTR OR C-PD-HIT > 0.
           IF C-PD-HIT = 0
               IF PD-CTR < 200
                   ADD 1 TO PD-CTR
                   MOVE PD-CTR TO C-PD-HIT
                   MOVE C-JS-HIT TO PD-JS-SUB(C-PD-HIT)
                   MOVE TX-PGM-ID TO PD-PGM-ID(C-PD-HIT)
                   MOVE TX-RATE TO PD-RATE(C-PD-HIT)
                   MOVE 'NO' TO PD-MIXED(C-PD-HIT)
                   MOVE 0 TO PD-ROWS(C-PD-HIT)
                   MOVE 0 TO PD-GROSS(C-PD-HIT)
                   MOVE 0 TO PD-EXEMPT(C-PD-HIT)
                   MOVE 0 TO PD-TAXABLE(C-PD-HIT)
                   MOVE 0 TO PD-COLLECTED(C-PD-HIT)
               ELSE
                   DISPLAY 'TAX DETAIL TABLE EXCEEDS 200 ROWS'
                   DISPLAY 'DETAIL NOT PRINTED FOR ' TX-PGM-ID
                       ' ' TX-JURIS
               END-IF
           END-IF.
           IF C-PD-HIT > 0
               IF TX-RATE NOT = PD-RATE(C-PD-HIT)
                   MOVE 'YES' TO PD-MIXED(C-PD-HIT)
               END-IF
               ADD 1 TO PD-ROWS(C-PD-HIT)
               ADD TX-GROSS TO PD-GROSS(C-PD-HIT)
               ADD TX-EXEMPT TO PD-EXEMPT(C-PD-HIT)
               ADD TX-TAXABLE TO PD-TAXABLE(C-PD-HIT)
               ADD TX-TAX TO PD-COLLECTED(C-PD-HIT)
           END-IF.

       1240-FIND-PROGRAM.
           IF PD-JS-SUB(PD-SUB) = C-JS-HIT
               AND PD-PGM-ID(PD-SUB) = TX-PGM-ID
               MOVE PD-SUB TO C-PD-HIT
           END-IF.

      *THE LATEST VERSION ON FILE FOR EACH RETURN IS WHAT THIS RUN'S
      *FIGURES ARE COMPARED AGAINST
       1300-LOAD-FILING-HISTORY.
           OPEN INPUT TAXHIST.
           IF TH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO TH-MORE-RECS
           ELSE
               PERFORM 9010-READ-HIST
           END-IF.
           PERFORM 1310-HISTORY-ROW
               UNTIL TH-MORE-RECS = 'NO'.
           IF TH-FILE-STATUS = '00' OR TH-FILE-STATUS = '10'
               CLOSE TAXHIST
           END-IF.

       1310-HISTORY-ROW.
           IF TH-PERIOD = CL-YYYYMM AND TH-VERSION NUMERIC
               MOVE TH-JURIS TO C-FIND-JURIS
               MOVE TH-TYPE TO C-FIND-TYPE
               PERFORM 8000-FIND-JURIS
               IF C-JS-HIT = 0
                   PERFORM 8200-ADD-JURIS
                   IF C-JS-HIT > 0
                       MOVE TH-RATE TO JS-RATE(C-JS-HIT)
                   END-IF
               END-IF
               IF C-JS-HIT > 0
                   IF TH-VERSION > JS-PRIOR-VERSION(C-JS-HIT)
                       MOVE TH-VERSION TO JS-PRIOR-VERSION(C-JS-HIT)
                       MOVE TH-FILED-DATE TO JS-PRIOR-DATE(C-JS-HIT)
                       MOVE TH-GROSS TO JS-PRIOR-GROSS(C-JS-HIT)
                       MOVE TH-EXEMPT TO JS-PRIOR-EXEMPT(C-JS-HIT)
                       MOVE TH-TAXABLE TO JS-PRIOR-TAXABLE(C-JS-HIT)
                       MOVE TH-TAX-DUE TO JS-PRIOR-DUE(C-JS-HIT)
                       MOVE TH-COLLECTED TO JS-PRIOR-COLL(C-JS-HIT)
                   END-IF
               END-IF
               PERFORM 1320-SAVE-HISTORY
           END-IF.
           PERFORM 9010-READ-HIST.

       1320-SAVE-HISTORY.
           IF HR-CTR < 300
               ADD 1 TO HR-CTR
               MOVE TH-JURIS TO HR-JURIS(HR-CTR)
               MOVE TH-TYPE TO HR-TYPE(HR-CTR)
               MOVE TH-VERSION TO HR-VERSION(HR-CTR)
               MOVE TH-STATUS TO HR-STATUS(HR-CTR)
               MOVE TH-FILED-DATE TO HR-FILED-DATE(HR-CTR)
               MOVE TH-GROSS TO HR-GROSS(HR-CTR)
               MOVE TH-TAXABLE TO HR-TAXABLE(HR-CTR)
               MOVE TH-TAX-DUE TO HR-TAX-DUE(HR-CTR)
               MOVE TH-COLLECTED TO HR-COLLECTED(HR-CTR)
           ELSE
               DISPLAY 'FILING HISTORY TABLE EXCEEDS 300 ROWS'
               DISPLAY 'VERSION NOT LISTED FOR ' TH-JURIS
           END-IF.

      *TAX DUE IS THE FILING RATE TIMES TAXABLE. A RETURN IS FILED
      *WHEN THERE IS ACTIVITY OR AN EARLIER VERSION TO AMEND; A RERUN
      *THAT MATCHES THE LATEST VERSION ON FILE FILES NOTHING NEW
       2000-FIGURE-RETURN.
           COMPUTE JS-TAX-DUE(JS-SUB) ROUNDED =
               JS-TAXABLE(JS-SUB) * JS-RATE(JS-SUB).
      *RECEIPTS A SUITE CHARGED NO TAX ON ARE REMITTED FROM THE
      *FILING, SO ONLY THE REST IS HELD TO WHAT WAS COLLECTED
           COMPUTE C-COLLECT-DUE ROUNDED =
               (JS-TAXABLE(JS-SUB) - JS-REMIT-TAXABLE(JS-SUB))
                   * JS-RATE(JS-SUB).
           COMPUTE JS-DIFF(JS-SUB) =
               JS-COLLECTED(JS-SUB) - C-COLLECT-DUE.
           EVALUATE TRUE
               WHEN JS-ROWS(JS-SUB) = 0
                   AND JS-PRIOR-VERSION(JS-SUB) = 0
                   MOVE SPACE TO JS-OUTCOME(JS-SUB)
               WHEN JS-PRIOR-VERSION(JS-SUB) = 0
                   MOVE 'O' TO JS-OUTCOME(JS-SUB)
                   MOVE 1 TO JS-VERSION(JS-SUB)
               WHEN JS-GROSS(JS-SUB) = JS-PRIOR-GROSS(JS-SUB)
                   AND JS-EXEMPT(JS-SUB) = JS-PRIOR-EXEMPT(JS-SUB)
                   AND JS-TAXABLE(JS-SUB) = JS-PRIOR-TAXABLE(JS-SUB)
                   AND JS-TAX-DUE(JS-SUB) = JS-PRIOR-DUE(JS-SUB)
                   AND JS-COLLECTED(JS-SUB) = JS-PRIOR-COLL(JS-SUB)
                   MOVE 'N' TO JS-OUTCOME(JS-SUB)
                   MOVE JS-PRIOR-VERSION(JS-SUB) TO JS-VERSION(JS-SUB)
               WHEN OTHER
                   MOVE 'A' TO JS-OUTCOME(JS-SUB)
                   COMPUTE JS-VERSION(JS-SUB) =
                       JS-PRIOR-VERSION(JS-SUB) + 1
           END-EVALUATE.
           IF NOT JS-NOT-FILED(JS-SUB)
               ADD 1 TO C-RETURN-CTR
               IF JS-DIFF(JS-SUB) NOT = 0
                   ADD 1 TO C-DIFF-CTR
               END-IF
               IF JS-ON-FILE(JS-SUB) = 'NO'
                   ADD 1 TO C-NOT-ON-FILE-CTR
               END-IF
           END-IF.

      *ONE WORKSHEET PAGE PER RETURN
       3000-WORKSHEET.
           IF NOT JS-NOT-FILED(JS-SUB)
               PERFORM 9100-HEADINGS
               MOVE JS-JURIS(JS-SUB) TO JL-JURIS
               MOVE JS-NAME(JS-SUB) TO JL-NAME
               EVALUATE JS-TYPE(JS-SUB)
                   WHEN 'S'
                       MOVE 'SALES' TO JL-TYPE
                   WHEN 'U'
                       MOVE 'USE' TO JL-TYPE
                   WHEN OTHER
                       MOVE 'LODGING' TO JL-TYPE
               END-EVALUATE
               WRITE PRTLINE FROM JURIS-LINE
                   AFTER ADVANCING 3 LINES
               WRITE PRTLINE FROM DETAIL-HEADINGS
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE
               PERFORM 3100-DETAIL-LINE
                   VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-CTR
               IF JS-ROWS(JS-SUB) = 0
                   MOVE 'NO ACTIVITY ON FILE FOR THE MONTH' TO FL-TEXT
                   WRITE PRTLINE FROM FLAG-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 3200-RETURN-FIGURES
               PERFORM 3300-FILING-STATUS
           END-IF.

       3100-DETAIL-LINE.
           IF PD-JS-SUB(PD-SUB) = JS-SUB
               MOVE PD-PGM-ID(PD-SUB) TO DL-PGM-ID
               MOVE PD-ROWS(PD-SUB) TO DL-ROWS
               MOVE PD-GROSS(PD-SUB) TO DL-GROSS
               MOVE PD-EXEMPT(PD-SUB) TO DL-EXEMPT
               MOVE PD-TAXABLE(PD-SUB) TO DL-TAXABLE
               COMPUTE C-RATE-PCT = PD-RATE(PD-SUB) * 100
               MOVE C-RATE-PCT TO DL-RATE
               MOVE PD-COLLECTED(PD-SUB) TO DL-COLLECTED
               EVALUATE TRUE
                   WHEN PD-MIXED(PD-SUB) = 'YES'
                       MOVE '*** MIXED RATES' TO DL-NOTE
                   WHEN PD-RATE(PD-SUB) = 0
                       AND PD-COLLECTED(PD-SUB) = 0
                       MOVE 'REMITTED BY FILER' TO DL-NOTE
                   WHEN PD-RATE(PD-SUB) NOT = JS-RATE(JS-SUB)
                       MOVE '*** NOT FILING RATE' TO DL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO DL-NOTE
               END-EVALUATE
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3200-RETURN-FIGURES.
           MOVE 'GROSS RECEIPTS' TO RL-LABEL.
           MOVE JS-GROSS(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'LESS EXEMPT RECEIPTS' TO RL-LABEL.
           MOVE JS-EXEMPT(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TAXABLE RECEIPTS' TO RL-LABEL.
           MOVE JS-TAXABLE(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 1 LINE.
           COMPUTE C-RATE-PCT = JS-RATE(JS-SUB) * 100.
           MOVE C-RATE-PCT TO RTL-RATE.
           WRITE PRTLINE FROM RATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TAX DUE (TAXABLE X FILING RATE)' TO RL-LABEL.
           MOVE JS-TAX-DUE(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TAX COLLECTED' TO RL-LABEL.
           MOVE JS-COLLECTED(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 1 LINE.
           IF JS-REMIT-TAXABLE(JS-SUB) NOT = 0
               MOVE 'TAXABLE WITH NO TAX CHARGED' TO RL-LABEL
               MOVE JS-REMIT-TAXABLE(JS-SUB) TO RL-AMT
               WRITE PRTLINE FROM RETURN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'OVER (UNDER) COLLECTED' TO RL-LABEL.
           MOVE JS-DIFF(JS-SUB) TO RL-AMT.
           WRITE PRTLINE FROM RETURN-LINE
               AFTER ADVANCING 1 LINE.

           IF JS-DIFF(JS-SUB) NOT = 0
               MOVE '*** TAX COLLECTED NOT EQUAL TO RATE TIMES TAXABLE'
                   TO FL-TEXT
               WRITE PRTLINE FROM FLAG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF JS-ON-FILE(JS-SUB) = 'NO'
               MOVE '*** JURISDICTION NOT ON RATE TABLE - FILED AT RATE
      -            'CHARGED' TO FL-TEXT
               WRITE PRTLINE FROM FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3300-FILING-STATUS.
           MOVE SPACES TO FL-TEXT.
           MOVE JS-VERSION(JS-SUB) TO C-VERSION-OUT.
           MOVE JS-PRIOR-VERSION(JS-SUB) TO C-PRIOR-OUT.
           MOVE JS-PRIOR-DATE(JS-SUB) TO FMT-DATE-NUM.
           PERFORM 8300-FORMAT-DATE.
           EVALUATE TRUE
               WHEN JS-FILED-ORIGINAL(JS-SUB)
                   STRING 'ORIGINAL RETURN - VERSION ' C-VERSION-OUT
                       DELIMITED BY SIZE INTO FL-TEXT
               WHEN JS-FILED-AMENDED(JS-SUB)
                   STRING 'AMENDED RETURN - VERSION ' C-VERSION-OUT
                       ' SUPERSEDES VERSION ' C-PRIOR-OUT
                       ' FILED ' FMT-DATE-OUT
                       DELIMITED BY SIZE INTO FL-TEXT
               WHEN OTHER
                   STRING 'NO CHANGE - VERSION ' C-VERSION-OUT
                       ' FILED ' FMT-DATE-OUT ' STANDS'
                       DELIMITED BY SIZE INTO FL-TEXT
           END-EVALUATE.
           WRITE PRTLINE FROM FLAG-LINE
               AFTER ADVANCING 3 LINES.
           IF JS-FILED-AMENDED(JS-SUB)
               MOVE 'TAX DUE ON SUPERSEDED VERSION' TO RL-LABEL
               MOVE JS-PRIOR-DUE(JS-SUB) TO RL-AMT
               WRITE PRTLINE FROM RETURN-LINE
                   AFTER ADVANCING 1 LINE
               COMPUTE C-CHANGE =
                   JS-TAX-DUE(JS-SUB) - JS-PRIOR-DUE(JS-SUB)
               MOVE 'CHANGE IN TAX DUE' TO RL-LABEL
               MOVE C-CHANGE TO RL-AMT
               WRITE PRTLINE FROM RETURN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *ORIGINALS AND AMENDMENTS GO ON THE FILING HISTORY; A NO-CHANGE
      *RERUN ADDS NOTHING
       4000-FILE-RETURNS.
           OPEN EXTEND TAXHIST.
           IF TH-FILE-STATUS NOT = '00'
               OPEN OUTPUT TAXHIST
           END-IF.
           PERFORM 4100-FILE-RETURN
               VARYING JS-SUB FROM 1 BY 1
               UNTIL JS-SUB > JS-CTR.
           CLOSE TAXHIST.

       4100-FILE-RETURN.
           IF JS-FILED-ORIGINAL(JS-SUB) OR JS-FILED-AMENDED(JS-SUB)
               MOVE CL-YYYYMM TO TH-PERIOD
               MOVE JS-JURIS(JS-SUB) TO TH-JURIS
               MOVE JS-TYPE(JS-SUB) TO TH-TYPE
               MOVE JS-VERSION(JS-SUB) TO TH-VERSION
               MOVE JS-OUTCOME(JS-SUB) TO TH-STATUS
               MOVE I-DATE TO TH-FILED-DATE
               MOVE JS-RATE(JS-SUB) TO TH-RATE
               MOVE JS-GROSS(JS-SUB) TO TH-GROSS
               MOVE JS-EXEMPT(JS-SUB) TO TH-EXEMPT
               MOVE JS-TAXABLE(JS-SUB) TO TH-TAXABLE
               MOVE JS-TAX-DUE(JS-SUB) TO TH-TAX-DUE
               MOVE JS-COLLECTED(JS-SUB) TO TH-COLLECTED
               WRITE TH-REC
               IF JS-FILED-ORIGINAL(JS-SUB)
                   ADD 1 TO C-FILED-CTR
               ELSE
                   ADD 1 TO C-AMENDED-CTR
               END-IF
               PERFORM 1320-SAVE-HISTORY
           END-IF.

       5000-SUMMARY.
           PERFORM 9100-HEADINGS.
           MOVE 'RETURNS FOR THE MONTH' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           IF C-RETURN-CTR = 0
               WRITE PRTLINE FROM NO-RETURNS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM SUMMARY-HEADINGS
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE
               PERFORM 5100-SUMMARY-LINE
                   VARYING JS-SUB FROM 1 BY 1
                   UNTIL JS-SUB > JS-CTR
               MOVE C-TOT-TAX-DUE TO ST-TAX-DUE
               MOVE C-TOT-COLLECTED TO ST-COLLECTED
               MOVE C-TOT-DIFF TO ST-DIFF
               WRITE PRTLINE FROM SUMMARY-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE 'TAX ROWS FOR THE MONTH' TO CTL-LABEL.
           MOVE C-PERIOD-ROWS TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'ORIGINAL RETURNS FILED' TO CTL-LABEL.
           MOVE C-FILED-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AMENDED RETURNS FILED' TO CTL-LABEL.
           MOVE C-AMENDED-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RETURNS FLAGGED - COLLECTED OFF RATE' TO CTL-LABEL.
           MOVE C-DIFF-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RETURNS FLAGGED - NOT ON RATE TABLE' TO CTL-LABEL.
           MOVE C-NOT-ON-FILE-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TAX ROWS NOT READABLE' TO CTL-LABEL.
           MOVE C-BAD-CTR TO CTL-COUNT.
           WRITE PRTLINE FROM COUNT-LINE
               AFTER ADVANCING 1 LINE.

       5100-SUMMARY-LINE.
           IF NOT JS-NOT-FILED(JS-SUB)
               MOVE JS-JURIS(JS-SUB) TO SL-JURIS
               MOVE JS-TYPE(JS-SUB) TO SL-TYPE
               MOVE JS-NAME(JS-SUB) TO SL-NAME
               MOVE JS-TAXABLE(JS-SUB) TO SL-TAXABLE
               MOVE JS-TAX-DUE(JS-SUB) TO SL-TAX-DUE
               MOVE JS-COLLECTED(JS-SUB) TO SL-COLLECTED
               MOVE JS-DIFF(JS-SUB) TO SL-DIFF
               EVALUATE TRUE
                   WHEN JS-FILED-ORIGINAL(JS-SUB)
                       MOVE 'ORIGINAL' TO SL-RETURN
                   WHEN JS-FILED-AMENDED(JS-SUB)
                       MOVE 'AMENDED' TO SL-RETURN
                   WHEN OTHER
                       MOVE 'NO CHANGE' TO SL-RETURN
               END-EVALUATE
               MOVE JS-VERSION(JS-SUB) TO SL-RETURN(11:2)
               IF JS-DIFF(JS-SUB) NOT = 0
                   OR JS-ON-FILE(JS-SUB) = 'NO'
                   MOVE '*** FLAG' TO SL-FLAG
               ELSE
                   MOVE SPACES TO SL-FLAG
               END-IF
               ADD JS-TAX-DUE(JS-SUB) TO C-TOT-TAX-DUE
               ADD JS-COLLECTED(JS-SUB) TO C-TOT-COLLECTED
               ADD JS-DIFF(JS-SUB) TO C-TOT-DIFF
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

      *EVERY VERSION FILED FOR THE MONTH, GROUPED BY RETURN, SO AN
      *AMENDMENT CAN BE TRACED BACK TO THE ORIGINAL
       6000-HISTORY.
           MOVE 'FILING HISTORY FOR THE MONTH' TO SEC-TEXT.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM HISTORY-HEADINGS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
           PERFORM 6100-HISTORY-RETURN
               VARYING JS-SUB FROM 1 BY 1
               UNTIL JS-SUB > JS-CTR.

       6100-HISTORY-RETURN.
           PERFORM 6110-HISTORY-LINE
               VARYING HR-SUB FROM 1 BY 1
               UNTIL HR-SUB > HR-CTR.

       6110-HISTORY-LINE.
           IF HR-JURIS(HR-SUB) = JS-JURIS(JS-SUB)
               AND HR-TYPE(HR-SUB) = JS-TYPE(JS-SUB)
               MOVE HR-JURIS(HR-SUB) TO HL-JURIS
               MOVE HR-TYPE(HR-SUB) TO HL-TYPE
               MOVE HR-VERSION(HR-SUB) TO HL-VERSION
               IF HR-STATUS(HR-SUB) = 'A'
                   MOVE 'AMENDED' TO HL-STATUS
               ELSE
                   MOVE 'ORIGINAL' TO HL-STATUS
               END-IF
               MOVE HR-FILED-DATE(HR-SUB) TO FMT-DATE-NUM
               PERFORM 8300-FORMAT-DATE
               MOVE FMT-DATE-OUT TO HL-FILED-DATE
               MOVE HR-GROSS(HR-SUB) TO HL-GROSS
               MOVE HR-TAXABLE(HR-SUB) TO HL-TAXABLE
               MOVE HR-TAX-DUE(HR-SUB) TO HL-TAX-DUE
               MOVE HR-COLLECTED(HR-SUB) TO HL-COLLECTED
               WRITE PRTLINE FROM HISTORY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADINGS
           END-IF.

       7000-CLOSING.
           MOVE "END  " TO AUD-EVENT.
           MOVE C-PERIOD-ROWS TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-PERIOD-ROWS TO TR-REC-COUNT.
           MOVE C-TOT-TAX-DUE TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *RETURN LOOKUP ON C-FIND-JURIS AND C-FIND-TYPE; LEAVES C-JS-HIT
      *ON THE MATCH, ZERO WHEN NONE
       8000-FIND-JURIS.
           MOVE 0 TO C-JS-HIT.
           PERFORM 8010-CHECK-JURIS
               VARYING JS-SUB FROM 1 BY 1
               UNTIL JS-SUB > JS-CTR OR C-JS-HIT > 0.

       8010-CHECK-JURIS.
           IF JS-JURIS(JS-SUB) = C-FIND-JURIS
               AND JS-TYPE(JS-SUB) = C-FIND-TYPE
               MOVE JS-SUB TO C-JS-HIT
           END-IF.

       8100-CLEAR-JURIS.
           MOVE 0 TO JS-ROWS(JS-CTR).
           MOVE 0 TO JS-GROSS(JS-CTR).
           MOVE 0 TO JS-EXEMPT(JS-CTR).
           MOVE 0 TO JS-TAXABLE(JS-CTR).
           MOVE 0 TO JS-REMIT-TAXABLE(JS-CTR).
           MOVE 0 TO JS-COLLECTED(JS-CTR).
           MOVE 0 TO JS-TAX-DUE(JS-CTR).
           MOVE 0 TO JS-DIFF(JS-CTR).
           MOVE 0 TO JS-PRIOR-VERSION(JS-CTR).
           MOVE 0 TO JS-PRIOR-DATE(JS-CTR).
           MOVE 0 TO JS-PRIOR-GROSS(JS-CTR).
           MOVE 0 TO JS-PRIOR-EXEMPT(JS-CTR).
           MOVE 0 TO JS-PRIOR-TAXABLE(JS-CTR).
           MOVE 0 TO JS-PRIOR-DUE(JS-CTR).
           MOVE 0 TO JS-PRIOR-COLL(JS-CTR).
           MOVE 0 TO JS-VERSION(JS-CTR).
           MOVE SPACE TO JS-OUTCOME(JS-CTR).

      *A JURISDICTION NOT ON THE RATE TABLE; LEAVES C-JS-HIT ON THE
      *NEW ROW, ZERO WHEN THE TABLE IS FULL
       8200-ADD-JURIS.
           IF JS-CTR < 60
               ADD 1 TO JS-CTR
               MOVE JS-CTR TO C-JS-HIT
               MOVE C-FIND-JURIS TO JS-JURIS(JS-CTR)
               MOVE C-FIND-TYPE TO JS-TYPE(JS-CTR)
               MOVE 'NOT ON RATE TABLE' TO JS-NAME(JS-CTR)
               MOVE 0 TO JS-RATE(JS-CTR)
               MOVE 'NO' TO JS-ON-FILE(JS-CTR)
               PERFORM 8100-CLEAR-JURIS
           ELSE
               DISPLAY 'TAX RETURN TABLE EXCEEDS 60 JURISDICTIONS'
               DISPLAY 'ROW NOT FILED FOR ' C-FIND-JURIS
               MOVE 0 TO C-JS-HIT
           END-IF.

       8300-FORMAT-DATE.
           MOVE FDI-MM TO FDO-MM.
           MOVE FDI-DD TO FDO-DD.
           MOVE FDI-YYYY TO FDO-YYYY.

       9000-READ-TAX.
           READ TAXIN
               AT END
                   MOVE 'NO' TO TX-MORE-RECS.

       9010-READ-HIST.
           READ TAXHIST
               AT END
                   MOVE 'NO' TO TH-MORE-RECS.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MONTH-TITLE
               AFTER ADVANCING 1 LINE.
       END PROGRAM COBCJF80.
