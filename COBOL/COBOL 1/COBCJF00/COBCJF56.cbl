       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBCJF56.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         CURTIS FORD.
       DATE-COMPILED.

      ******************************************************************
      *INSTRUCTOR GRADE CHANGES AND INCOMPLETES. APPLIES THE GRADE-
      *CHANGE TRANSACTION FILE (GRDCHG.DAT) TO THE COURSE-GRADE
      *DETAIL AHEAD OF THE COBCJF24 CLOSE-OUT, SO TERMHIST AND THE
      *GPA AUDIT PICK UP THE CORRECTED GRADES THE SAME NIGHT:
      *  C - CHANGE A FINAL GRADE (A THRU F);
      *  I - POST AN 'I' INCOMPLETE WITH A COMPLETION DEADLINE;
      *  R - RESOLVE AN INCOMPLETE TO A FINAL GRADE (A THRU F).
      *EACH TRANSACTION NAMES THE GRADE ROW BY STUDENT ID, COURSE,
      *AND TERM, AND CARRIES WHO AUTHORIZED IT; THE CHANGE REGISTER
      *SHOWS THE BEFORE AND AFTER GRADE AND THE AUTHORIZATION.
      *
      *OPEN INCOMPLETES AND THEIR DEADLINES ARE KEPT ON THE
      *INCOMPLETE LEDGER (INCMPL.DAT). AN INCOMPLETE STILL OPEN AFTER
      *ITS DEADLINE IS CONVERTED TO AN F BY THIS RUN AND LISTED ON
      *THE LAPSED-INCOMPLETE REPORT. THE UPDATED DETAIL IS WRITTEN TO
      *CRSGRADE.NEW AND COPIED BACK OVER THE LIVE FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-CHANGES
               ASSIGN TO WS-GRDCHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.

           SELECT INCOMPLETE-LEDGER
               ASSIGN TO WS-INCMPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

           SELECT GRADE-DETAIL
               ASSIGN TO WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-NEW
               ASSIGN TO WS-GRADENEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LAPSOUT
               ASSIGN TO WS-LAPSOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT EXCOUT
               ASSIGN TO WS-EXCOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-CHANGES
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 50 CHARACTERS.

       01  GC-REC.
           05  GC-ACTION        PIC X.
               88  GC-IS-CHANGE                 VALUE 'C'.
               88  GC-IS-INCOMPLETE             VALUE 'I'.
               88  GC-IS-RESOLVE                VALUE 'R'.
           05  GC-ID            PIC X(7).
           05  GC-COURSE        PIC X(8).
           05  GC-TERM          PIC 9(5).
           05  GC-NEW-GRADE     PIC X.
           05  GC-DEADLINE      PIC 9(8).
           05  GC-AUTH-BY       PIC X(20).

      *ONE ROW PER OPEN INCOMPLETE
       FD  INCOMPLETE-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 56 CHARACTERS.

       01  IC-REC.
           05  IC-ID            PIC X(7).
           05  IC-COURSE        PIC X(8).
           05  IC-TERM          PIC 9(5).
           05  IC-DEADLINE      PIC 9(8).
           05  IC-POSTED        PIC 9(8).
           05  IC-AUTH-BY       PIC X(20).

       FD  GRADE-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  G-REC.
           05  G-ID             PIC X(7).
           05  G-COURSE         PIC X(8).
           05  G-CREDIT-HRS     PIC 99.
           05  G-GRADE          PIC X.
               88  INCOMPLETE-GRADE             VALUE 'I'.
           05  G-TERM           PIC 9(5).

       FD  GRADE-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS GN-REC
           RECORD CONTAINS 23 CHARACTERS.

       01  GN-REC               PIC X(23).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE              PIC X(132).

       FD  LAPSOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LAPSLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LAPSLINE             PIC X(132).

       FD  EXCOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  EXCLINE              PIC X(132).

       FD  AUDITLOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC.

       COPY "AUDIT.CPY".

       WORKING-STORAGE SECTION.
       COPY "TRAILER.CPY".

       01  WORK-AREA.
           05  GRD-MORE-RECS    PIC XXX         VALUE 'YES'.
           05  GC-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  IC-MORE-RECS     PIC XXX         VALUE 'YES'.
           05  GC-FILE-STATUS   PIC XX.
           05  IC-FILE-STATUS   PIC XX.
           05  LEDGER-FOUND     PIC XXX         VALUE 'NO'.
           05  LEDGER-HIT       PIC 9(4)        VALUE 0.
           05  H-OLD-GRADE      PIC X           VALUE SPACE.
           05  NEW-GRADE-OK     PIC X           VALUE 'N'.
           05  DEADLINE-WORK    PIC 9(8)        VALUE 0.
           05  DEADLINE-PARTS REDEFINES DEADLINE-WORK.
               10  DL-YYYY      PIC 9(4).
               10  DL-MM        PIC 99.
               10  DL-DD        PIC 99.
           05  DEADLINE-OK      PIC XXX         VALUE 'NO'.
           05  DL-MONTH-END     PIC 99          VALUE 0.
           05  DL-LEAP-QUOT     PIC 9(4)        VALUE 0.
           05  DL-LEAP-REM      PIC 9           VALUE 0.

      *DAYS IN EACH CALENDAR MONTH - FEBRUARY IS 29 IN A LEAP YEAR
       01  MONTH-DAYS-AREA.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 28.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 30.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 30.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 30.
           05  FILLER           PIC 99          VALUE 31.
           05  FILLER           PIC 99          VALUE 30.
           05  FILLER           PIC 99          VALUE 31.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-AREA.
           05  MONTH-DAYS       PIC 99          OCCURS 12 TIMES.

      *TONIGHT'S TRANSACTIONS, HELD SO EACH GRADE ROW CAN BE MATCHED
      *AGAINST THEM IN ONE PASS OF THE DETAIL. GCT-STATUS IS BLANK
      *UNTIL THE TRANSACTION IS APPLIED (A) OR REFUSED (E)
       01  TRAN-TABLE-AREA.
           05  GCT-ENTRY OCCURS 500 TIMES.
               10  GCT-ACTION      PIC X.
               10  GCT-ID          PIC X(7).
               10  GCT-COURSE      PIC X(8).
               10  GCT-TERM        PIC 9(5).
               10  GCT-NEW-GRADE   PIC X.
               10  GCT-DEADLINE    PIC 9(8).
               10  GCT-AUTH-BY     PIC X(20).
               10  GCT-STATUS      PIC X.

       01  TRAN-TABLE-VARS.
           05  GCT-CTR          PIC 9(3)        VALUE 0.
           05  GCT-SUB          PIC 9(3)        VALUE 0.

      *INCOMPLETE LEDGER, LOADED AT START-UP AND WRITTEN BACK AT THE
      *END WITH ONLY THE INCOMPLETES STILL OPEN (ICT-OPEN = 'Y')
       01  LEDGER-TABLE-AREA.
           05  ICT-ENTRY OCCURS 1000 TIMES.
               10  ICT-ID          PIC X(7).
               10  ICT-COURSE      PIC X(8).
               10  ICT-TERM        PIC 9(5).
               10  ICT-DEADLINE    PIC 9(8).
               10  ICT-POSTED      PIC 9(8).
               10  ICT-AUTH-BY     PIC X(20).
               10  ICT-OPEN        PIC X.

       01  LEDGER-TABLE-VARS.
           05  ICT-CTR          PIC 9(4)        VALUE 0.
           05  ICT-SUB          PIC 9(4)        VALUE 0.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01  FILE-PATHS.
           05  WS-GRDCHG-PATH   PIC X(80)
               VALUE 'C:\COBOL\GRDCHG.DAT'.
           05  WS-INCMPL-PATH   PIC X(80)
               VALUE 'C:\COBOL\INCMPL.DAT'.
           05  WS-GRADE-PATH    PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.DAT'.
           05  WS-GRADENEW-PATH PIC X(80)
               VALUE 'C:\COBOL\CRSGRADE.NEW'.
           05  WS-PRTOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\GRDCHG.PRT'.
           05  WS-LAPSOUT-PATH  PIC X(80)
               VALUE 'C:\COBOL\INCLAPS.PRT'.
           05  WS-EXCOUT-PATH   PIC X(80)
               VALUE 'C:\COBOL\GRDCHGEX.PRT'.

       01  WS-ENV-OVERRIDE      PIC X(80).

       01 WS-BUSDATE-IN            PIC X(8)    VALUE SPACE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY       PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC X(11).

       01  I-DATE-NUM REDEFINES CURRENT-DATE-AND-TIME.
           05  I-DATE-9         PIC 9(8).
           05  FILLER           PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  O-MM             PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  O-DD             PIC 99.
           05  FILLER           PIC X           VALUE'/'.
           05  O-YYYY           PIC 9(4).
           05  FILLER           PIC X(36)       VALUE SPACE.
           05  FILLER           PIC X(72)
               VALUE "GRADE CHANGE REGISTER".
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  O-PG-CTR         PIC Z9.

       01  COLUMB-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(13)       VALUE "ACTION".
           05  FILLER           PIC X(8)        VALUE "BEFORE".
           05  FILLER           PIC X(8)        VALUE "AFTER".
           05  FILLER           PIC X(12)       VALUE "DEADLINE".
           05  FILLER           PIC X(20)       VALUE "AUTHORIZED BY".

       01  REGISTER-LINE.
           05  REG-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  REG-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  REG-TERM         PIC 9(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  REG-ACTION       PIC X(10).
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  REG-BEFORE       PIC X.
           05  FILLER           PIC X(7)        VALUE SPACE.
           05  REG-AFTER        PIC X.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  REG-DEADLINE     PIC X(10).
           05  FILLER           PIC XX          VALUE SPACE.
           05  REG-AUTH-BY      PIC X(20).
           05  FILLER           PIC X(41)       VALUE SPACE.

       01  REG-DATE-EDIT.
           05  RDE-MM           PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  RDE-DD           PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  RDE-YYYY         PIC 9(4).

       01  REGISTER-TOTAL-LINE.
           05  FILLER           PIC X(10)       VALUE "CHANGES:".
           05  RTL-CHANGES      PIC ZZZ9.
           05  FILLER           PIC X(16)       VALUE "   INCOMPLETES:".
           05  RTL-INCOMPLETES  PIC ZZZ9.
           05  FILLER           PIC X(13)       VALUE "   RESOLVED:".
           05  RTL-RESOLVED     PIC ZZZ9.
           05  FILLER           PIC X(11)       VALUE "   LAPSED:".
           05  RTL-LAPSED       PIC ZZZ9.
           05  FILLER           PIC X(14)       VALUE "   STILL OPEN:".
           05  RTL-OPEN         PIC ZZZ9.
           05  FILLER           PIC X(44)       VALUE SPACE.

       01  LAPSE-TITLE.
           05  FILLER           PIC X(6)        VALUE 'DATE:'.
           05  LT-MM            PIC 99.
           05  FILLER           PIC X           VALUE '/'.
           05  LT-DD            PIC 99.
           05  FILLER           PIC X           VALUE'/'.
           05  LT-YYYY          PIC 9(4).
           05  FILLER           PIC X(36)       VALUE SPACE.
           05  FILLER           PIC X(72)
               VALUE "LAPSED INCOMPLETES CONVERTED TO F".
           05  FILLER           PIC X(6)        VALUE "PAGE:".
           05  LT-PG-CTR        PIC Z9.

       01  LAPSE-HEADING-LINE.
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(7)        VALUE "HOURS".
           05  FILLER           PIC X(12)       VALUE "POSTED".
           05  FILLER           PIC X(12)       VALUE "DEADLINE".
           05  FILLER           PIC X(20)       VALUE "AUTHORIZED BY".

       01  LAPSE-LINE.
           05  LPL-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  LPL-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  LPL-TERM         PIC 9(5).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  LPL-CREDIT-HRS   PIC Z9.
           05  FILLER           PIC X(5)        VALUE SPACE.
           05  LPL-POSTED       PIC X(10).
           05  FILLER           PIC XX          VALUE SPACE.
           05  LPL-DEADLINE     PIC X(10).
           05  FILLER           PIC XX          VALUE SPACE.
           05  LPL-AUTH-BY      PIC X(20).
           05  FILLER           PIC X(50)       VALUE SPACE.

       01  LAPSE-TOTAL-LINE.
           05  FILLER           PIC X(30)
               VALUE "INCOMPLETES CONVERTED TO F:".
           05  LTL-LAPSED       PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  EXCEPTION-TITLE.
           05  FILLER           PIC X(48)       VALUE SPACE.
           05  FILLER           PIC X(23)
               VALUE "GRADE CHANGE EXCEPTIONS".
           05  FILLER           PIC X(61)       VALUE SPACE.

       01  EXCEPTION-HEADINGS.
           05  FILLER           PIC X(4)        VALUE "ACT".
           05  FILLER           PIC X(10)       VALUE "  ID".
           05  FILLER           PIC X(12)       VALUE "COURSE".
           05  FILLER           PIC X(8)        VALUE "TERM".
           05  FILLER           PIC X(60)       VALUE "DESCRIPTION".

       01  EXCEPTION-LINE.
           05  EXC-ACTION       PIC X.
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-ID           PIC X(7).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-COURSE       PIC X(8).
           05  FILLER           PIC X(4)        VALUE SPACE.
           05  EXC-TERM         PIC 9(5).
           05  FILLER           PIC X(3)        VALUE SPACE.
           05  EXC-DESCR        PIC X(60).

       01  GT-EXCEPTION-LINE.
           05  FILLER           PIC X(17)
               VALUE 'TOTAL EXCEPTIONS:'.
           05  GT-EXCEPTION     PIC Z,ZZ9.
           05  FILLER           PIC X(97)       VALUE SPACE.

       01  CALC-VARS.
           05  C-PG-CTR         PIC 99          VALUE 0.
           05  C-PG-LAPSE       PIC 99          VALUE 0.
           05  C-PG-EXCEPTION   PIC 99          VALUE 0.
           05  C-GRADE-RECS     PIC 9(6)        VALUE 0.
           05  C-GRADE-WRITTEN  PIC 9(6)        VALUE 0.
           05  C-TRAN-RECS      PIC 9(4)        VALUE 0.
           05  C-CHANGES        PIC 9(4)        VALUE 0.
           05  C-INCOMPLETES    PIC 9(4)        VALUE 0.
           05  C-RESOLVED       PIC 9(4)        VALUE 0.
           05  C-LAPSED         PIC 9(4)        VALUE 0.
           05  C-STILL-OPEN     PIC 9(4)        VALUE 0.
           05  C-HRS-HASH-TOTAL PIC 9(9)V99     VALUE 0.
           05  GT-EXCEPTIONS    PIC 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-GRADE-ROW
               UNTIL GRD-MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *EXCEPTIONS WERE WRITTEN, 8 ON EMPTY INPUT
           EVALUATE TRUE
               WHEN C-GRADE-RECS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN GT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-GET-FILE-PATHS.

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
           MOVE I-YYYY TO LT-YYYY.
           MOVE I-MM TO LT-MM.
           MOVE I-DD TO LT-DD.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LAPSOUT.
           OPEN OUTPUT EXCOUT.
           OPEN EXTEND AUDITLOG.

           CALL 'COBRUNID' USING AUD-RUN-NO.
           MOVE "COBCJF56" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 9100-HEADINGS.
           PERFORM 9200-LAPSE-HEADINGS.
           PERFORM 9600-EXCEPTION-HEADER.

           PERFORM 1100-LOAD-LEDGER.
           PERFORM 1200-LOAD-TRANS.

           OPEN INPUT GRADE-DETAIL.
           OPEN OUTPUT GRADE-NEW.
           PERFORM 9050-READ-GRADE.

       1050-GET-FILE-PATHS.
           DISPLAY 'GRDCHG_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRDCHG-PATH
           END-IF.

           DISPLAY 'INCMPL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INCMPL-PATH
           END-IF.

           DISPLAY 'CRSGRADE_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADE-PATH
           END-IF.

           DISPLAY 'CRSGRADE_NEW' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADENEW-PATH
           END-IF.

           DISPLAY 'GRDCHG_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

           DISPLAY 'INCLAPS_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LAPSOUT-PATH
           END-IF.

           DISPLAY 'GRDCHGEX_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXCOUT-PATH
           END-IF.

      *NO LEDGER YET MEANS NO OPEN INCOMPLETES
       1100-LOAD-LEDGER.
           OPEN INPUT INCOMPLETE-LEDGER.
           IF IC-FILE-STATUS = '00'
               PERFORM 1150-LOAD-ONE-LEDGER
                   UNTIL IC-MORE-RECS = 'NO'
               CLOSE INCOMPLETE-LEDGER
           END-IF.

       1150-LOAD-ONE-LEDGER.
           READ INCOMPLETE-LEDGER
               AT END
                   MOVE 'NO' TO IC-MORE-RECS
               NOT AT END
                   IF ICT-CTR < 1000
                       ADD 1 TO ICT-CTR
                       MOVE IC-ID TO ICT-ID(ICT-CTR)
                       MOVE IC-COURSE TO ICT-COURSE(ICT-CTR)
                       MOVE IC-TERM TO ICT-TERM(ICT-CTR)
                       MOVE IC-DEADLINE TO ICT-DEADLINE(ICT-CTR)
                       MOVE IC-POSTED TO ICT-POSTED(ICT-CTR)
                       MOVE IC-AUTH-BY TO ICT-AUTH-BY(ICT-CTR)
                       MOVE 'Y' TO ICT-OPEN(ICT-CTR)
                   ELSE
                       DISPLAY 'LEDGER-TABLE-AREA EXCEEDS 1000 ROWS'
                       DISPLAY 'REMAINING LEDGER ROWS NOT LOADED'
                   END-IF
           END-READ.

      *A MISSING TRANSACTION FILE IS A QUIET NIGHT - THE RUN STILL
      *CHECKS THE OPEN INCOMPLETES FOR LAPSED DEADLINES
       1200-LOAD-TRANS.
           OPEN INPUT GRADE-CHANGES.
           IF GC-FILE-STATUS = '00'
               PERFORM 1250-LOAD-ONE-TRAN
                   UNTIL GC-MORE-RECS = 'NO'
               CLOSE GRADE-CHANGES
           END-IF.

       1250-LOAD-ONE-TRAN.
           READ GRADE-CHANGES
               AT END
                   MOVE 'NO' TO GC-MORE-RECS
               NOT AT END
                   ADD 1 TO C-TRAN-RECS
                   MOVE GC-ACTION TO EXC-ACTION
                   MOVE GC-ID TO EXC-ID
                   MOVE GC-COURSE TO EXC-COURSE
                   MOVE GC-TERM TO EXC-TERM
                   EVALUATE TRUE
                       WHEN NOT GC-IS-CHANGE AND NOT GC-IS-INCOMPLETE
                               AND NOT GC-IS-RESOLVE
                           MOVE "ACTION CODE NOT C, I, OR R"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN GC-AUTH-BY = SPACES
                           MOVE "NO AUTHORIZATION ON TRANSACTION"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       WHEN GCT-CTR < 500
                           ADD 1 TO GCT-CTR
                           MOVE GC-ACTION TO GCT-ACTION(GCT-CTR)
                           MOVE GC-ID TO GCT-ID(GCT-CTR)
                           MOVE GC-COURSE TO GCT-COURSE(GCT-CTR)
                           MOVE GC-TERM TO GCT-TERM(GCT-CTR)
                           MOVE GC-NEW-GRADE TO GCT-NEW-GRADE(GCT-CTR)
                           MOVE GC-DEADLINE TO GCT-DEADLINE(GCT-CTR)
                           MOVE GC-AUTH-BY TO GCT-AUTH-BY(GCT-CTR)
                           MOVE SPACE TO GCT-STATUS(GCT-CTR)
                       WHEN OTHER
                           MOVE "OVER 500 TRANSACTIONS - NOT APPLIED"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                   END-EVALUATE
           END-READ.

      *ONE GRADE ROW: APPLY EVERY TRANSACTION NAMING IT, IN THE ORDER
      *KEYED, THEN CHECK AN OPEN INCOMPLETE AGAINST ITS DEADLINE
       2000-GRADE-ROW.
           PERFORM 2100-MATCH-ONE-TRAN
               VARYING GCT-SUB FROM 1 BY 1
                   UNTIL GCT-SUB > GCT-CTR.
           IF INCOMPLETE-GRADE
               PERFORM 2400-CHECK-LAPSE
           END-IF.
           WRITE GN-REC FROM G-REC.
           ADD 1 TO C-GRADE-WRITTEN.
           ADD G-CREDIT-HRS TO C-HRS-HASH-TOTAL.
           PERFORM 9050-READ-GRADE.

       2100-MATCH-ONE-TRAN.
           IF GCT-ID(GCT-SUB) = G-ID
                   AND GCT-COURSE(GCT-SUB) = G-COURSE
                   AND GCT-TERM(GCT-SUB) = G-TERM
               PERFORM 2200-APPLY-TRAN
           END-IF.

       2200-APPLY-TRAN.
           MOVE GCT-ACTION(GCT-SUB) TO EXC-ACTION.
           MOVE G-ID TO EXC-ID.
           MOVE G-COURSE TO EXC-COURSE.
           MOVE G-TERM TO EXC-TERM.
           MOVE G-GRADE TO H-OLD-GRADE.
           MOVE 'N' TO NEW-GRADE-OK.
           IF GCT-NEW-GRADE(GCT-SUB) = 'A' OR 'B' OR 'C' OR 'D' OR 'F'
               MOVE 'Y' TO NEW-GRADE-OK
           END-IF.
           MOVE 'E' TO GCT-STATUS(GCT-SUB).

           EVALUATE TRUE
               WHEN GCT-ACTION(GCT-SUB) = 'C' AND INCOMPLETE-GRADE
                   MOVE "GRADE IS AN INCOMPLETE - RESOLVE WITH R"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GCT-ACTION(GCT-SUB) = 'C' AND NEW-GRADE-OK = 'N'
                   MOVE "NEW GRADE NOT A THRU F" TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GCT-ACTION(GCT-SUB) = 'C'
                   MOVE GCT-NEW-GRADE(GCT-SUB) TO G-GRADE
                   MOVE 'A' TO GCT-STATUS(GCT-SUB)
                   ADD 1 TO C-CHANGES
                   MOVE "CHANGE" TO REG-ACTION
                   MOVE SPACES TO REG-DEADLINE
                   PERFORM 9300-REGISTER-LINE
               WHEN GCT-ACTION(GCT-SUB) = 'I' AND INCOMPLETE-GRADE
                   MOVE "GRADE IS ALREADY AN INCOMPLETE" TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GCT-ACTION(GCT-SUB) = 'I'
                   PERFORM 2300-POST-INCOMPLETE
               WHEN GCT-ACTION(GCT-SUB) = 'R' AND NOT INCOMPLETE-GRADE
                   MOVE "GRADE IS NOT AN INCOMPLETE" TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN GCT-ACTION(GCT-SUB) = 'R' AND NEW-GRADE-OK = 'N'
                   MOVE "RESOLVING GRADE NOT A THRU F" TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               WHEN OTHER
                   MOVE GCT-NEW-GRADE(GCT-SUB) TO G-GRADE
                   MOVE 'A' TO GCT-STATUS(GCT-SUB)
                   ADD 1 TO C-RESOLVED
                   PERFORM 9400-FIND-LEDGER
                   IF LEDGER-FOUND = 'YES'
                       MOVE 'N' TO ICT-OPEN(LEDGER-HIT)
                       MOVE ICT-DEADLINE(LEDGER-HIT) TO DEADLINE-WORK
                       PERFORM 9350-EDIT-DEADLINE
                   ELSE
                       MOVE SPACES TO REG-DEADLINE
                   END-IF
                   MOVE "RESOLVE" TO REG-ACTION
                   PERFORM 9300-REGISTER-LINE
           END-EVALUATE.

      *THE DEADLINE MUST BE A REAL CALENDAR DATE AFTER TONIGHT
       2300-POST-INCOMPLETE.
           MOVE GCT-DEADLINE(GCT-SUB) TO DEADLINE-WORK.
           PERFORM 2310-CHECK-DEADLINE.
           IF DEADLINE-OK = 'NO'
               MOVE "COMPLETION DEADLINE NOT A VALID DATE" TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               IF DEADLINE-WORK NOT > I-DATE-9
                   MOVE "COMPLETION DEADLINE NOT AFTER TODAY"
                       TO EXC-DESCR
                   PERFORM 2600-EXCEPTION
               ELSE
                   PERFORM 9400-FIND-LEDGER
                   IF LEDGER-FOUND = 'NO'
                       IF ICT-CTR < 1000
                           ADD 1 TO ICT-CTR
                           MOVE ICT-CTR TO LEDGER-HIT
                           MOVE 'YES' TO LEDGER-FOUND
                       ELSE
                           MOVE "INCOMPLETE LEDGER FULL - NOT POSTED"
                               TO EXC-DESCR
                           PERFORM 2600-EXCEPTION
                       END-IF
                   END-IF
                   IF LEDGER-FOUND = 'YES'
                       MOVE G-ID TO ICT-ID(LEDGER-HIT)
                       MOVE G-COURSE TO ICT-COURSE(LEDGER-HIT)
                       MOVE G-TERM TO ICT-TERM(LEDGER-HIT)
                       MOVE DEADLINE-WORK TO ICT-DEADLINE(LEDGER-HIT)
                       MOVE I-DATE-9 TO ICT-POSTED(LEDGER-HIT)
                       MOVE GCT-AUTH-BY(GCT-SUB)
                           TO ICT-AUTH-BY(LEDGER-HIT)
                       MOVE 'Y' TO ICT-OPEN(LEDGER-HIT)
                       MOVE 'I' TO G-GRADE
                       MOVE 'A' TO GCT-STATUS(GCT-SUB)
                       ADD 1 TO C-INCOMPLETES
                       PERFORM 9350-EDIT-DEADLINE
                       MOVE "INCOMPLETE" TO REG-ACTION
                       PERFORM 9300-REGISTER-LINE
                   END-IF
               END-IF
           END-IF.

      *A REAL CALENDAR DATE: MONTH 1-12 AND A DAY NO LATER THAN THAT
      *MONTH'S LAST, FEBRUARY 29 ONLY IN A LEAP YEAR
       2310-CHECK-DEADLINE.
           MOVE 'NO' TO DEADLINE-OK.
           IF GCT-DEADLINE(GCT-SUB) NUMERIC
               AND DL-MM > 0 AND DL-MM < 13
               MOVE MONTH-DAYS(DL-MM) TO DL-MONTH-END
               IF DL-MM = 2
                   DIVIDE DL-YYYY BY 4 GIVING DL-LEAP-QUOT
                       REMAINDER DL-LEAP-REM
                   IF DL-LEAP-REM = 0
                       MOVE 29 TO DL-MONTH-END
                   END-IF
               END-IF
               IF DL-DD > 0 AND DL-DD NOT > DL-MONTH-END
                   MOVE 'YES' TO DEADLINE-OK
               END-IF
           END-IF.

      *AN INCOMPLETE STILL OPEN PAST ITS DEADLINE BECOMES AN F
       2400-CHECK-LAPSE.
           PERFORM 9400-FIND-LEDGER.
           IF LEDGER-FOUND = 'NO'
               MOVE 'I' TO EXC-ACTION
               MOVE G-ID TO EXC-ID
               MOVE G-COURSE TO EXC-COURSE
               MOVE G-TERM TO EXC-TERM
               MOVE "INCOMPLETE WITH NO DEADLINE ON THE LEDGER"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           ELSE
               IF ICT-DEADLINE(LEDGER-HIT) < I-DATE-9
                   PERFORM 2450-LAPSE-INCOMPLETE
               END-IF
           END-IF.

       2450-LAPSE-INCOMPLETE.
           MOVE G-GRADE TO H-OLD-GRADE.
           MOVE 'F' TO G-GRADE.
           MOVE 'N' TO ICT-OPEN(LEDGER-HIT).
           ADD 1 TO C-LAPSED.

           MOVE ICT-DEADLINE(LEDGER-HIT) TO DEADLINE-WORK.
           PERFORM 9350-EDIT-DEADLINE.
           MOVE "LAPSED" TO REG-ACTION.
           MOVE G-ID TO REG-ID.
           MOVE G-COURSE TO REG-COURSE.
           MOVE G-TERM TO REG-TERM.
           MOVE H-OLD-GRADE TO REG-BEFORE.
           MOVE G-GRADE TO REG-AFTER.
           MOVE "DEADLINE PASSED" TO REG-AUTH-BY.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

           MOVE G-ID TO LPL-ID.
           MOVE G-COURSE TO LPL-COURSE.
           MOVE G-TERM TO LPL-TERM.
           MOVE G-CREDIT-HRS TO LPL-CREDIT-HRS.
           MOVE REG-DEADLINE TO LPL-DEADLINE.
           MOVE ICT-POSTED(LEDGER-HIT) TO DEADLINE-WORK.
           PERFORM 9350-EDIT-DEADLINE.
           MOVE REG-DEADLINE TO LPL-POSTED.
           MOVE ICT-AUTH-BY(LEDGER-HIT) TO LPL-AUTH-BY.
           WRITE LAPSLINE FROM LAPSE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9200-LAPSE-HEADINGS.

       2600-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9600-EXCEPTION-HEADER.
           ADD 1 TO GT-EXCEPTIONS.

       3000-CLOSING.
           CLOSE GRADE-DETAIL.
           CLOSE GRADE-NEW.

           PERFORM 3100-UNMATCHED-TRAN
               VARYING GCT-SUB FROM 1 BY 1
                   UNTIL GCT-SUB > GCT-CTR.
           PERFORM 3200-REWRITE-LEDGER.
           PERFORM 3300-REWRITE-LIVE.

           MOVE C-CHANGES TO RTL-CHANGES.
           MOVE C-INCOMPLETES TO RTL-INCOMPLETES.
           MOVE C-RESOLVED TO RTL-RESOLVED.
           MOVE C-LAPSED TO RTL-LAPSED.
           MOVE C-STILL-OPEN TO RTL-OPEN.
           WRITE PRTLINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-LAPSED TO LTL-LAPSED.
           WRITE LAPSLINE FROM LAPSE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE C-GRADE-RECS TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE C-GRADE-WRITTEN TO TR-REC-COUNT.
           MOVE C-HRS-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO GT-EXCEPTION.
           WRITE EXCLINE FROM GT-EXCEPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE GT-EXCEPTIONS TO TR-REC-COUNT.
           MOVE C-HRS-HASH-TOTAL TO TR-HASH-TOTAL.
           WRITE EXCLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE LAPSOUT.
           CLOSE EXCOUT.
           CLOSE AUDITLOG.

      *A TRANSACTION THAT NAMED NO GRADE ROW ON THE DETAIL
       3100-UNMATCHED-TRAN.
           IF GCT-STATUS(GCT-SUB) = SPACE
               MOVE GCT-ACTION(GCT-SUB) TO EXC-ACTION
               MOVE GCT-ID(GCT-SUB) TO EXC-ID
               MOVE GCT-COURSE(GCT-SUB) TO EXC-COURSE
               MOVE GCT-TERM(GCT-SUB) TO EXC-TERM
               MOVE "NO GRADE ROW FOR ID, COURSE, AND TERM"
                   TO EXC-DESCR
               PERFORM 2600-EXCEPTION
           END-IF.

      *THE LEDGER KEEPS ONLY THE INCOMPLETES STILL OPEN
       3200-REWRITE-LEDGER.
           OPEN OUTPUT INCOMPLETE-LEDGER.
           PERFORM 3250-LEDGER-ONE-ROW
               VARYING ICT-SUB FROM 1 BY 1
                   UNTIL ICT-SUB > ICT-CTR.
           CLOSE INCOMPLETE-LEDGER.

       3250-LEDGER-ONE-ROW.
           IF ICT-OPEN(ICT-SUB) = 'Y'
               MOVE ICT-ID(ICT-SUB) TO IC-ID
               MOVE ICT-COURSE(ICT-SUB) TO IC-COURSE
               MOVE ICT-TERM(ICT-SUB) TO IC-TERM
               MOVE ICT-DEADLINE(ICT-SUB) TO IC-DEADLINE
               MOVE ICT-POSTED(ICT-SUB) TO IC-POSTED
               MOVE ICT-AUTH-BY(ICT-SUB) TO IC-AUTH-BY
               WRITE IC-REC
               ADD 1 TO C-STILL-OPEN
           END-IF.

      *COPY THE UPDATED DETAIL BACK OVER THE LIVE GRADE FILE FOR THE
      *CLOSE-OUT; CRSGRADE.NEW STAYS ON DISK AS THE RUN'S BACKUP COPY
       3300-REWRITE-LIVE.
           MOVE 'YES' TO GRD-MORE-RECS.
           OPEN INPUT GRADE-NEW.
           OPEN OUTPUT GRADE-DETAIL.
           PERFORM 3350-COPY-ONE-ROW
               UNTIL GRD-MORE-RECS = 'NO'.
           CLOSE GRADE-NEW.
           CLOSE GRADE-DETAIL.

       3350-COPY-ONE-ROW.
           READ GRADE-NEW
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   MOVE GN-REC TO G-REC
                   WRITE G-REC
           END-READ.

       9050-READ-GRADE.
           READ GRADE-DETAIL
               AT END
                   MOVE 'NO' TO GRD-MORE-RECS
               NOT AT END
                   ADD 1 TO C-GRADE-RECS
           END-READ.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMB-HEADING-LINE
               AFTER ADVANCING 2 LINES.

       9200-LAPSE-HEADINGS.
           ADD 1 TO C-PG-LAPSE.
           MOVE C-PG-LAPSE TO LT-PG-CTR.
           WRITE LAPSLINE FROM LAPSE-TITLE
               AFTER ADVANCING PAGE.
           WRITE LAPSLINE FROM LAPSE-HEADING-LINE
               AFTER ADVANCING 2 LINES.

      *ONE REGISTER LINE FOR THE TRANSACTION JUST APPLIED
       9300-REGISTER-LINE.
           MOVE G-ID TO REG-ID.
           MOVE G-COURSE TO REG-COURSE.
           MOVE G-TERM TO REG-TERM.
           MOVE H-OLD-GRADE TO REG-BEFORE.
           MOVE G-GRADE TO REG-AFTER.
           MOVE GCT-AUTH-BY(GCT-SUB) TO REG-AUTH-BY.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM 9100-HEADINGS.

       9350-EDIT-DEADLINE.
           MOVE DL-MM TO RDE-MM.
           MOVE DL-DD TO RDE-DD.
           MOVE DL-YYYY TO RDE-YYYY.
           MOVE REG-DATE-EDIT TO REG-DEADLINE.

      *LOOK UP THE CURRENT GRADE ROW ON THE INCOMPLETE LEDGER
       9400-FIND-LEDGER.
           MOVE 'NO' TO LEDGER-FOUND.
           MOVE 0 TO LEDGER-HIT.
           PERFORM VARYING ICT-SUB FROM 1 BY 1
               UNTIL ICT-SUB > ICT-CTR OR LEDGER-FOUND = 'YES'
                   IF ICT-ID(ICT-SUB) = G-ID
                           AND ICT-COURSE(ICT-SUB) = G-COURSE
                           AND ICT-TERM(ICT-SUB) = G-TERM
                       MOVE 'YES' TO LEDGER-FOUND
                       MOVE ICT-SUB TO LEDGER-HIT
                   END-IF
           END-PERFORM.

       9600-EXCEPTION-HEADER.
           ADD 1 TO C-PG-EXCEPTION.
           WRITE EXCLINE FROM EXCEPTION-TITLE
               AFTER ADVANCING PAGE.
           WRITE EXCLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 2 LINES.
       END PROGRAM COBCJF56.
