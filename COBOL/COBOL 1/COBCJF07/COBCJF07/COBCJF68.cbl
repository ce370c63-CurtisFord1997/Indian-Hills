       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCJF68.
       DATE-WRITTEN. 10/15/26.
       AUTHOR. CURTIS FORD.
       DATE-COMPILED.

      *****************************************************
      *TITLE AND REGISTRATION WORK. EVERY DEAL COLLECTS THE STATE'S
      *TITLE AND REGISTRATION FEES (STFEES.CPY), BUT NOTHING FOLLOWED
      *THE PAPERWORK TO THE STATE AND BACK. THIS STEP CARRIES A
      *TITLE-WORK LEDGER (BOATTITL.DAT) FORWARD RUN TO RUN:
      *  - EVERY SALE ON THE HISTORY (BOATHIST.DAT) OPENS A ROW WITH
      *    THE FEES COLLECTED AND A DUE DATE OF THE SALE DATE PLUS
      *    THE STATE'S STATUTE DAYS; AN UNWOUND DEAL'S ROW IS CLOSED
      *    AS CANCELLED;
      *  - THE TITLE CLERK'S STATUS TRANSACTIONS (BOATTTRN.DAT - DEAL
      *    NUMBER, S SUBMITTED TO THE STATE WITH THE FEES REMITTED,
      *    R TITLE RECEIVED, M MAILED TO THE CUSTOMER, DATE) POST IN
      *    THAT ORDER; ONE OUT OF ORDER, ON A CANCELLED DEAL, OR FOR
      *    A DEAL NOT ON THE LEDGER PRINTS AS AN EXCEPTION;
      *  - THE OVERDUE LIST SHOWS EVERY DEAL NOT YET SUBMITTED PAST
      *    ITS STATE DEADLINE;
      *  - THE MONTH'S RECONCILIATION TIES, BY STATE, THE FEES
      *    COLLECTED ON THE MONTH'S SALES TO THE FEES REMITTED AND
      *    THE FEES STILL HELD FOR PAPERWORK NOT YET SUBMITTED. IT
      *    PRINTS MONTH TO DATE NIGHTLY; THE LAST RUN OF THE MONTH IS
      *    THE CLOSE, THE SAME AS THE MONTHLY SALES STATEMENT.
      *DAY SPANS COME FROM THE SHARED COBDATE CALENDAR MODULE.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFILE
               ASSIGN TO WS-HISTFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT TITLETRN
               ASSIGN TO WS-TITLETRN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TT-FILE-STATUS.
           SELECT TITLELDG
               ASSIGN TO WS-TITLELDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO WS-PRTOUT-PATH
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITLOG
               ASSIGN TO "C:/COBOLSP20/AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 BH-REC.
           05 BH-DATE              PIC 9(8).
           05 BH-LAST-NAME         PIC X(15).
           05 BH-STATE             PIC XX.
           05 BH-TYPE              PIC X.
           05 BH-GROSS             PIC 9(9)V99.
           05 BH-TAX-FEES          PIC 9(7)V99.
           05 BH-COMMISSION        PIC 9(7)V99.
           05 BH-DEAL-NO           PIC X(6).
           05 BH-CUST-NO           PIC X(5).
           05 BH-SALESPERSON-ID    PIC X(5).
      *S SALE, U UNWIND OF AN EARLIER SALE (AMOUNTS COME OFF);
      *ROWS WRITTEN BEFORE UNWINDS EXISTED READ AS BLANK - A SALE
           05 BH-ENTRY-TYPE        PIC X.
               88 BH-UNWIND        VALUE 'U'.
      *F AND I PRODUCTS SOLD ON THE DEAL; BLANK ON OLDER ROWS
           05 BH-FI-AMT            PIC 9(5)V99.

      *TITLE CLERK'S STATUS TRANSACTIONS
       FD  TITLETRN
           LABEL RECORD IS STANDARD
           DATA RECORD IS TT-REC
           RECORD CONTAINS 22 CHARACTERS.

       01 TT-REC.
           05 TT-DEAL-NO           PIC X(6).
           05 TT-CODE              PIC X.
               88 VAL-TT-CODE      VALUE 'S' 'R' 'M'.
           05 TT-DATE              PIC 9(8).
      *FEES REMITTED TO THE STATE - ON THE S TRANSACTION ONLY
           05 TT-AMOUNT            PIC 9(5)V99.

      *TITLE-WORK LEDGER. STATUS O OPEN, S SUBMITTED, R TITLE
      *RECEIVED, M MAILED TO THE CUSTOMER, X CANCELLED BY AN UNWIND
       FD  TITLELDG
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-REC
           RECORD CONTAINS 83 CHARACTERS.

       01 TL-REC.
           05 TL-DEAL-NO           PIC X(6).
           05 TL-CUST-NO           PIC X(5).
           05 TL-LAST-NAME         PIC X(15).
           05 TL-STATE             PIC XX.
           05 TL-SALE-DATE         PIC 9(8).
           05 TL-DUE-DATE          PIC 9(8).
           05 TL-FEES-COLLECTED    PIC 9(5)V99.
           05 TL-SUBMIT-DATE       PIC 9(8).
           05 TL-FEES-REMITTED     PIC 9(5)V99.
           05 TL-RECEIVED-DATE     PIC 9(8).
           05 TL-MAILED-DATE       PIC 9(8).
           05 TL-STATUS            PIC X.

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
       COPY "STFEES.CPY".
       COPY "DATECALC.CPY".

       01 WORK-AREA.
           05 MORE-RECS            PIC XXX         VALUE 'YES'.
           05 DEAL-MATCH           PIC XXX         VALUE 'NO'.
           05 STATE-MATCH          PIC XXX         VALUE 'NO'.
           05 FIND-DEAL-NO         PIC X(6).

       01 FILE-STATUS-VARS.
           05 BH-FILE-STATUS       PIC XX.
           05 TT-FILE-STATUS       PIC XX.
           05 TL-FILE-STATUS       PIC XX.

      *FILE PATHS, OVERRIDABLE AT RUN TIME VIA ENVIRONMENT VARIABLES
       01 FILE-PATHS.
           05 WS-HISTFILE-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATHIST.DAT'.
           05 WS-TITLETRN-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATTTRN.DAT'.
           05 WS-TITLELDG-PATH         PIC X(80)
               VALUE 'C:\COBOL\BOATTITL.DAT'.
           05 WS-PRTOUT-PATH           PIC X(80)
               VALUE 'C:\COBOL\BOATTITL.PRT'.

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
               VALUE "TITLE AND REGISTRATION WORK".
           05 FILLER               PIC X(47)       VALUE SPACE.
           05 FILLER               PIC X(6)        VALUE "PAGE:".
           05 O-PG-CTR             PIC Z9.

       01 POSTED-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "STATUS TRANSACTIONS POSTED".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 EXCEPTION-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "STATUS TRANSACTION EXCEPTIONS".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 OVERDUE-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "OVERDUE - NOT SUBMITTED BY DEADLINE".
           05 FILLER               PIC X(96)       VALUE SPACE.

       01 RECON-SECTION-TITLE.
           05 FILLER               PIC X(36)
               VALUE "FEE RECONCILIATION BY STATE - MONTH".
           05 RST-MM               PIC 99.
           05 FILLER               PIC X           VALUE '/'.
           05 RST-YYYY             PIC 9(4).
           05 FILLER               PIC X(89)       VALUE SPACE.

       01 TITLE-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "DEAL".
           05 FILLER               PIC X(7)        VALUE "CUST".
           05 FILLER               PIC X(17)       VALUE "LAST NAME".
           05 FILLER               PIC X(4)        VALUE "ST".
           05 FILLER               PIC X(10)       VALUE "SOLD".
           05 FILLER               PIC X(10)       VALUE "DUE".
           05 FILLER               PIC X(13)       VALUE "COLLECTED".
           05 FILLER               PIC X(63)       VALUE "NOTE".

       01 TITLE-DETAIL-LINE.
           05 TDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-CUST-NO          PIC X(5).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-LAST-NAME        PIC X(15).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-STATE            PIC XX.
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-SALE-DATE        PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-DUE-DATE         PIC 9(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 TDL-COLLECTED        PIC $ZZ,ZZ9.99.
           05 FILLER               PIC XXX         VALUE SPACE.
           05 TDL-NOTE             PIC X(63).

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-DEAL-NO          PIC X(6).
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-CODE             PIC X.
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-DATE             PIC X(8).
           05 FILLER               PIC XX          VALUE SPACE.
           05 EDL-DESCR            PIC X(50).
           05 FILLER               PIC X(61)       VALUE SPACE.

       01 RECON-HEADING-LINE.
           05 FILLER               PIC X(8)        VALUE "STATE".
           05 FILLER               PIC X(8)        VALUE "DEALS".
           05 FILLER               PIC X(15)       VALUE "COLLECTED".
           05 FILLER               PIC X(15)       VALUE "REMITTED".
           05 FILLER               PIC X(15)
               VALUE "NOT SUBMITTED".
           05 FILLER               PIC X(71)       VALUE "DIFFERENCE".

       01 RECON-DETAIL-LINE.
           05 RDL-STATE            PIC XX.
           05 FILLER               PIC X(6)        VALUE SPACE.
           05 RDL-DEALS            PIC Z,ZZ9.
           05 FILLER               PIC XX          VALUE SPACE.
           05 RDL-COLLECTED        PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RDL-REMITTED         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RDL-HELD             PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACE.
           05 RDL-DIFFERENCE       PIC $ZZZ,ZZ9.99-.
           05 FILLER               PIC X(60)       VALUE SPACE.

       01 GT-TITLE-LINE.
           05 FILLER               PIC X(14)
               VALUE 'ROWS OPENED:'.
           05 GT-OPENED            PIC Z,ZZ9.
           05 FILLER               PIC X(14)
               VALUE '   CANCELLED:'.
           05 GT-CANCELLED         PIC Z,ZZ9.
           05 FILLER               PIC X(11)       VALUE '   POSTED:'.
           05 GT-POSTED            PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE '   OVERDUE:'.
           05 GT-OVERDUE           PIC Z,ZZ9.
           05 FILLER               PIC X(15)
               VALUE '   EXCEPTIONS:'.
           05 GT-EXCEPTIONS        PIC Z,ZZ9.
           05 FILLER               PIC X(41)       VALUE SPACE.

      *THE LEDGER, UPDATED IN PLACE AND WRITTEN BACK AT THE END
       01 LEDGER-TABLE.
           05 TLT-ENTRY OCCURS 2000 TIMES INDEXED BY TLT-IDX.
               10 TLT-DEAL-NO          PIC X(6).
               10 TLT-CUST-NO          PIC X(5).
               10 TLT-LAST-NAME        PIC X(15).
               10 TLT-STATE            PIC XX.
               10 TLT-SALE-DATE        PIC 9(8).
               10 TLT-DUE-DATE         PIC 9(8).
               10 TLT-FEES-COLLECTED   PIC 9(5)V99.
               10 TLT-SUBMIT-DATE      PIC 9(8).
               10 TLT-FEES-REMITTED    PIC 9(5)V99.
               10 TLT-RECEIVED-DATE    PIC 9(8).
               10 TLT-MAILED-DATE      PIC 9(8).
               10 TLT-STATUS           PIC X.

       01 TLT-CTR                  PIC 9(4)        VALUE 0.

      *STATUS TRANSACTION EXCEPTIONS, HELD FOR THEIR OWN SECTION
       01 EXCEPTION-TABLE.
           05 EXC-LINE OCCURS 100 TIMES INDEXED BY EXC-IDX
                                   PIC X(132).

      *MONTH'S FEE TOTALS BY STATE, COLLECTED AS THEY APPEAR
       01 STATE-RECON-TABLE.
           05 SRT-ENTRY OCCURS 60 TIMES INDEXED BY SRT-IDX.
               10 SRT-STATE        PIC XX.
               10 SRT-DEALS        PIC 9(5).
               10 SRT-COLLECTED    PIC 9(7)V99.
               10 SRT-REMITTED     PIC 9(7)V99.
               10 SRT-HELD         PIC 9(7)V99.

       01 SRT-CTR                  PIC 99          VALUE 0.

      *DAYS IN EACH MONTH, FOR WALKING A DUE DATE FORWARD
       01 MONTH-DAYS-AREA.
           05 FILLER               PIC X(24)
               VALUE "312831303130313130313031".

       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-AREA.
           05 MONTH-DAYS           PIC 99 OCCURS 12 TIMES.

       01 DUE-DATE-WORK.
           05 DDW-DATE.
               10 DDW-YYYY         PIC 9(4).
               10 DDW-MM           PIC 99.
               10 DDW-DD           PIC 99.
           05 DDW-DAYS-LEFT        PIC 999.
           05 DDW-MONTH-END        PIC 99.
           05 DDW-LEAP-QUOT        PIC 9(4).
           05 DDW-LEAP-REM         PIC 9.

       01 MONTH-WORK.
           05 MW-SALE-DATE.
               10 MW-YYYY          PIC 9(4).
               10 MW-MM            PIC 99.
               10 MW-DD            PIC 99.

       01 TITLE-CALC-VARS.
           05 C-OPENED-CTR         PIC 9(5)        VALUE 0.
           05 C-CANCELLED-CTR      PIC 9(5)        VALUE 0.
           05 C-POSTED-CTR         PIC 9(5)        VALUE 0.
           05 C-OVERDUE-CTR        PIC 9(5)        VALUE 0.
           05 C-EXC-CTR            PIC 9(5)        VALUE 0.
           05 C-DAYS-TODAY         PIC 9(7)        VALUE 0.
           05 C-DAYS-DUE           PIC 9(7)        VALUE 0.
           05 C-DAYS-OVER          PIC S9(5)       VALUE 0.
           05 C-DAYS-OVER-ED       PIC Z,ZZ9.
           05 C-DIFFERENCE         PIC S9(7)V99    VALUE 0.
           05 C-FEE-HASH           PIC 9(9)V99     VALUE 0.
           05 C-PG-CTR             PIC 99          VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-OPEN-ROWS.
           PERFORM 3000-STATUS-TRANSACTIONS.
           PERFORM 4000-OVERDUE-LIST.
           PERFORM 5000-RECONCILIATION.
           PERFORM 6000-LEDGER-SAVE.
           PERFORM 7000-CLOSING.
      *RETURN CODE FOR NIGHTRUN'S COND PROCESSING: 0 CLEAN, 4 WHEN
      *A STATUS TRANSACTION COULD NOT BE POSTED
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
           MOVE "COBCJF68" TO AUD-PGM-ID.
           MOVE I-YYYY TO AUD-YYYY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE "START" TO AUD-EVENT.
           MOVE 0 TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           PERFORM 1200-LEDGER-RESTORE.
           PERFORM 9100-HEADINGS.

       1050-GET-FILE-PATHS.
           DISPLAY 'BOATHIST_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTFILE-PATH
           END-IF.

           DISPLAY 'BOATTTRN_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TITLETRN-PATH
           END-IF.

           DISPLAY 'BOATTITL_DAT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TITLELDG-PATH
           END-IF.

           DISPLAY 'BOATTITL_PRT' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRTOUT-PATH
           END-IF.

      *FIRST RUN HAS NO LEDGER YET - EVERY SALE ON HISTORY OPENS
       1200-LEDGER-RESTORE.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT TITLELDG.
           IF TL-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ TITLELDG
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF TLT-CTR < 2000
                           ADD 1 TO TLT-CTR
                           SET TLT-IDX TO TLT-CTR
                           MOVE TL-REC TO TLT-ENTRY(TLT-IDX)
                       ELSE
                           DISPLAY 'LEDGER-TABLE EXCEEDS 2000 ROWS'
                           DISPLAY 'DEAL NOT LOADED: ' TL-DEAL-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TITLELDG.

      *****************************************************
      *NEW SALES OPEN A ROW; AN UNWIND CANCELS ITS DEAL'S ROW
      *****************************************************
       2000-OPEN-ROWS.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT HISTFILE.
           IF BH-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ HISTFILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF BH-DEAL-NO NOT = SPACES
                           MOVE BH-DEAL-NO TO FIND-DEAL-NO
                           PERFORM 8000-FIND-DEAL
                           PERFORM 2100-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       2100-HISTORY-ROW.
           IF BH-UNWIND
               IF DEAL-MATCH = 'YES'
                   AND TLT-STATUS(TLT-IDX) NOT = 'X'
                   MOVE 'X' TO TLT-STATUS(TLT-IDX)
                   ADD 1 TO C-CANCELLED-CTR
               END-IF
           ELSE
               IF DEAL-MATCH = 'NO'
                   PERFORM 2200-OPEN-ONE-ROW
               END-IF
           END-IF.

       2200-OPEN-ONE-ROW.
           IF TLT-CTR < 2000
               ADD 1 TO TLT-CTR
               SET TLT-IDX TO TLT-CTR
               PERFORM VARYING STF-IDX FROM 1 BY 1
                   UNTIL STF-IDX = 9
                       OR BH-STATE = STF-STATE(STF-IDX)
                       CONTINUE
               END-PERFORM
               MOVE BH-DEAL-NO TO TLT-DEAL-NO(TLT-IDX)
               MOVE BH-CUST-NO TO TLT-CUST-NO(TLT-IDX)
               MOVE BH-LAST-NAME TO TLT-LAST-NAME(TLT-IDX)
               MOVE BH-STATE TO TLT-STATE(TLT-IDX)
               MOVE BH-DATE TO TLT-SALE-DATE(TLT-IDX)
               ADD STF-TITLE-FEE(STF-IDX) STF-REG-FEE(STF-IDX)
                   GIVING TLT-FEES-COLLECTED(TLT-IDX)
               MOVE BH-DATE TO DDW-DATE
               MOVE STF-TITLE-DAYS(STF-IDX) TO DDW-DAYS-LEFT
               PERFORM 2300-ADD-DAYS
               MOVE DDW-DATE TO TLT-DUE-DATE(TLT-IDX)
               MOVE 0 TO TLT-SUBMIT-DATE(TLT-IDX)
               MOVE 0 TO TLT-FEES-REMITTED(TLT-IDX)
               MOVE 0 TO TLT-RECEIVED-DATE(TLT-IDX)
               MOVE 0 TO TLT-MAILED-DATE(TLT-IDX)
               MOVE 'O' TO TLT-STATUS(TLT-IDX)
               ADD 1 TO C-OPENED-CTR
           ELSE
               DISPLAY 'LEDGER-TABLE EXCEEDS 2000 ROWS'
               DISPLAY 'DEAL NOT OPENED: ' BH-DEAL-NO
           END-IF.

      *WALK DDW-DATE FORWARD DDW-DAYS-LEFT CALENDAR DAYS
       2300-ADD-DAYS.
           PERFORM UNTIL DDW-DAYS-LEFT = 0
               MOVE MONTH-DAYS(DDW-MM) TO DDW-MONTH-END
               IF DDW-MM = 2
                   DIVIDE DDW-YYYY BY 4 GIVING DDW-LEAP-QUOT
                       REMAINDER DDW-LEAP-REM
                   IF DDW-LEAP-REM = 0
                       MOVE 29 TO DDW-MONTH-END
                   END-IF
               END-IF
               IF DDW-DD < DDW-MONTH-END
                   ADD 1 TO DDW-DD
               ELSE
                   MOVE 1 TO DDW-DD
                   IF DDW-MM = 12
                       MOVE 1 TO DDW-MM
                       ADD 1 TO DDW-YYYY
                   ELSE
                       ADD 1 TO DDW-MM
                   END-IF
               END-IF
               SUBTRACT 1 FROM DDW-DAYS-LEFT
           END-PERFORM.

      *****************************************************
      *THE TITLE CLERK'S STATUS TRANSACTIONS - SUBMITTED, RECEIVED,
      *MAILED, EACH ONLY AFTER THE ONE BEFORE IT
      *****************************************************
       3000-STATUS-TRANSACTIONS.
           WRITE PRTLINE FROM POSTED-SECTION-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TITLE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT TITLETRN.
           IF TT-FILE-STATUS NOT = '00'
               MOVE 'NO' TO MORE-RECS
           END-IF.
           PERFORM UNTIL MORE-RECS = 'NO'
               READ TITLETRN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 3100-POST-ONE
               END-READ
           END-PERFORM.
           CLOSE TITLETRN.

           WRITE PRTLINE FROM EXCEPTION-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           IF C-EXC-CTR = 0
               MOVE SPACES TO PRTLINE
               MOVE 'NONE' TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > C-EXC-CTR
                       WRITE PRTLINE FROM EXC-LINE(EXC-IDX)
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 9100-HEADINGS
                       END-WRITE
               END-PERFORM
           END-IF.

       3100-POST-ONE.
           MOVE TT-DEAL-NO TO FIND-DEAL-NO.
           PERFORM 8000-FIND-DEAL.
           MOVE SPACES TO EDL-DESCR.
           EVALUATE TRUE
               WHEN DEAL-MATCH = 'NO'
                   MOVE 'DEAL NOT ON THE TITLE LEDGER'
                       TO EDL-DESCR
               WHEN NOT VAL-TT-CODE
                   MOVE 'CODE NOT S, R, OR M'
                       TO EDL-DESCR
               WHEN TT-DATE NOT NUMERIC OR TT-DATE = 0
                   MOVE 'DATE MISSING OR NOT NUMERIC'
                       TO EDL-DESCR
               WHEN TLT-STATUS(TLT-IDX) = 'X'
                   MOVE 'DEAL WAS UNWOUND - TITLE WORK CANCELLED'
                       TO EDL-DESCR
               WHEN TT-CODE = 'S' AND TLT-STATUS(TLT-IDX) NOT = 'O'
                   MOVE 'ALREADY SUBMITTED'
                       TO EDL-DESCR
               WHEN TT-CODE = 'S' AND TT-AMOUNT NOT NUMERIC
                   MOVE 'FEES REMITTED NOT NUMERIC'
                       TO EDL-DESCR
               WHEN TT-CODE = 'R' AND TLT-STATUS(TLT-IDX) NOT = 'S'
                   MOVE 'TITLE RECEIVED BEFORE SUBMITTED, OR TWICE'
                       TO EDL-DESCR
               WHEN TT-CODE = 'M' AND TLT-STATUS(TLT-IDX) NOT = 'R'
                   MOVE 'MAILED BEFORE THE TITLE CAME BACK, OR TWICE'
                       TO EDL-DESCR
           END-EVALUATE.
           IF EDL-DESCR NOT = SPACES
               PERFORM 3200-HOLD-EXCEPTION
           ELSE
               PERFORM 3150-POST-STATUS
           END-IF.

       3150-POST-STATUS.
           MOVE TT-CODE TO TLT-STATUS(TLT-IDX).
           EVALUATE TT-CODE
               WHEN 'S'
                   MOVE TT-DATE TO TLT-SUBMIT-DATE(TLT-IDX)
                   MOVE TT-AMOUNT TO TLT-FEES-REMITTED(TLT-IDX)
                   MOVE 'SUBMITTED TO THE STATE' TO TDL-NOTE
               WHEN 'R'
                   MOVE TT-DATE TO TLT-RECEIVED-DATE(TLT-IDX)
                   MOVE 'TITLE RECEIVED FROM THE STATE' TO TDL-NOTE
               WHEN 'M'
                   MOVE TT-DATE TO TLT-MAILED-DATE(TLT-IDX)
                   MOVE 'TITLE MAILED TO THE CUSTOMER' TO TDL-NOTE
           END-EVALUATE.
           ADD 1 TO C-POSTED-CTR.
           PERFORM 9200-FILL-DETAIL.
           WRITE PRTLINE FROM TITLE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       3200-HOLD-EXCEPTION.
           MOVE TT-DEAL-NO TO EDL-DEAL-NO.
           MOVE TT-CODE TO EDL-CODE.
           MOVE TT-DATE TO EDL-DATE.
           IF C-EXC-CTR < 100
               ADD 1 TO C-EXC-CTR
               SET EXC-IDX TO C-EXC-CTR
               MOVE EXCEPTION-DETAIL-LINE TO EXC-LINE(EXC-IDX)
           ELSE
               DISPLAY 'EXCEPTION-TABLE EXCEEDS 100 ROWS'
               DISPLAY 'TRANSACTION NOT LISTED: ' TT-DEAL-NO
           END-IF.

      *****************************************************
      *NOT YET SUBMITTED AND PAST THE STATE'S DEADLINE
      *****************************************************
       4000-OVERDUE-LIST.
           WRITE PRTLINE FROM OVERDUE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TITLE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING TLT-IDX FROM 1 BY 1
               UNTIL TLT-IDX > TLT-CTR
                   IF TLT-STATUS(TLT-IDX) = 'O'
                       AND TLT-DUE-DATE(TLT-IDX) < I-DATE
                       PERFORM 4100-OVERDUE-LINE
                   END-IF
           END-PERFORM.

       4100-OVERDUE-LINE.
           MOVE 'D' TO DC-FUNCTION.
           MOVE TLT-DUE-DATE(TLT-IDX) TO DC-DATE.
           CALL 'COBDATE' USING DATE-CALC-AREA.
           MOVE DC-DAY-NO TO C-DAYS-DUE.
           COMPUTE C-DAYS-OVER = C-DAYS-TODAY - C-DAYS-DUE.
           MOVE C-DAYS-OVER TO C-DAYS-OVER-ED.
           MOVE SPACES TO TDL-NOTE.
           STRING C-DAYS-OVER-ED ' DAYS PAST THE STATE DEADLINE'
               DELIMITED BY SIZE INTO TDL-NOTE.
           PERFORM 9200-FILL-DETAIL.
           WRITE PRTLINE FROM TITLE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.
           ADD 1 TO C-OVERDUE-CTR.

      *****************************************************
      *THIS MONTH'S SALES: FEES COLLECTED AGAINST FEES REMITTED AND
      *FEES STILL HELD. A NON-ZERO DIFFERENCE IS AN OVER- OR UNDER-
      *REMITTANCE TO RUN DOWN
      *****************************************************
       5000-RECONCILIATION.
           PERFORM VARYING TLT-IDX FROM 1 BY 1
               UNTIL TLT-IDX > TLT-CTR
                   MOVE TLT-SALE-DATE(TLT-IDX) TO MW-SALE-DATE
                   IF MW-YYYY = I-YYYY AND MW-MM = I-MM
                       AND TLT-STATUS(TLT-IDX) NOT = 'X'
                       PERFORM 5100-ACCUM-STATE
                   END-IF
           END-PERFORM.

           MOVE I-MM TO RST-MM.
           MOVE I-YYYY TO RST-YYYY.
           WRITE PRTLINE FROM RECON-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RECON-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > SRT-CTR
                   PERFORM 5200-RECON-LINE
           END-PERFORM.

       5100-ACCUM-STATE.
           MOVE 'NO' TO STATE-MATCH.
           PERFORM VARYING SRT-IDX FROM 1 BY 1
               UNTIL SRT-IDX > SRT-CTR OR STATE-MATCH = 'YES'
                   IF SRT-STATE(SRT-IDX) = TLT-STATE(TLT-IDX)
                       MOVE 'YES' TO STATE-MATCH
                   END-IF
           END-PERFORM.
           IF STATE-MATCH = 'YES'
               SET SRT-IDX DOWN BY 1
           ELSE
               IF SRT-CTR < 60
                   ADD 1 TO SRT-CTR
                   SET SRT-IDX TO SRT-CTR
                   MOVE TLT-STATE(TLT-IDX) TO SRT-STATE(SRT-IDX)
                   MOVE 0 TO SRT-DEALS(SRT-IDX)
                   MOVE 0 TO SRT-COLLECTED(SRT-IDX)
                   MOVE 0 TO SRT-REMITTED(SRT-IDX)
                   MOVE 0 TO SRT-HELD(SRT-IDX)
                   MOVE 'YES' TO STATE-MATCH
               ELSE
                   DISPLAY 'STATE-RECON-TABLE EXCEEDS 60 ROWS'
                   DISPLAY 'STATE NOT RECONCILED: ' TLT-STATE(TLT-IDX)
               END-IF
           END-IF.
           IF STATE-MATCH = 'YES'
               ADD 1 TO SRT-DEALS(SRT-IDX)
               ADD TLT-FEES-COLLECTED(TLT-IDX)
                   TO SRT-COLLECTED(SRT-IDX)
               ADD TLT-FEES-REMITTED(TLT-IDX)
                   TO SRT-REMITTED(SRT-IDX)
               IF TLT-STATUS(TLT-IDX) = 'O'
                   ADD TLT-FEES-COLLECTED(TLT-IDX)
                       TO SRT-HELD(SRT-IDX)
               END-IF
               ADD TLT-FEES-COLLECTED(TLT-IDX) TO C-FEE-HASH
           END-IF.

       5200-RECON-LINE.
           COMPUTE C-DIFFERENCE = SRT-COLLECTED(SRT-IDX)
               - SRT-REMITTED(SRT-IDX) - SRT-HELD(SRT-IDX).
           MOVE SRT-STATE(SRT-IDX) TO RDL-STATE.
           MOVE SRT-DEALS(SRT-IDX) TO RDL-DEALS.
           MOVE SRT-COLLECTED(SRT-IDX) TO RDL-COLLECTED.
           MOVE SRT-REMITTED(SRT-IDX) TO RDL-REMITTED.
           MOVE SRT-HELD(SRT-IDX) TO RDL-HELD.
           MOVE C-DIFFERENCE TO RDL-DIFFERENCE.
           WRITE PRTLINE FROM RECON-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HEADINGS.

       6000-LEDGER-SAVE.
           OPEN OUTPUT TITLELDG.
           PERFORM VARYING TLT-IDX FROM 1 BY 1
               UNTIL TLT-IDX > TLT-CTR
                   MOVE TLT-ENTRY(TLT-IDX) TO TL-REC
                   WRITE TL-REC
           END-PERFORM.
           CLOSE TITLELDG.

       7000-CLOSING.
           MOVE C-OPENED-CTR TO GT-OPENED.
           MOVE C-CANCELLED-CTR TO GT-CANCELLED.
           MOVE C-POSTED-CTR TO GT-POSTED.
           MOVE C-OVERDUE-CTR TO GT-OVERDUE.
           MOVE C-EXC-CTR TO GT-EXCEPTIONS.
           WRITE PRTLINE FROM GT-TITLE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "END  " TO AUD-EVENT.
           MOVE TLT-CTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC.

           MOVE TLT-CTR TO TR-REC-COUNT.
           MOVE C-FEE-HASH TO TR-HASH-TOTAL.
           WRITE PRTLINE FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE AUDITLOG.

      *LOOK UP FIND-DEAL-NO ON THE LEDGER - TLT-IDX IS LEFT ON IT
       8000-FIND-DEAL.
           MOVE 'NO' TO DEAL-MATCH.
           PERFORM VARYING TLT-IDX FROM 1 BY 1
               UNTIL TLT-IDX > TLT-CTR OR DEAL-MATCH = 'YES'
                   IF FIND-DEAL-NO = TLT-DEAL-NO(TLT-IDX)
                       MOVE 'YES' TO DEAL-MATCH
                   END-IF
           END-PERFORM.
           IF DEAL-MATCH = 'YES'
               SET TLT-IDX DOWN BY 1
           END-IF.

       9100-HEADINGS.
           ADD 1 TO C-PG-CTR.
           MOVE C-PG-CTR TO O-PG-CTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-FILL-DETAIL.
           MOVE TLT-DEAL-NO(TLT-IDX) TO TDL-DEAL-NO.
           MOVE TLT-CUST-NO(TLT-IDX) TO TDL-CUST-NO.
           MOVE TLT-LAST-NAME(TLT-IDX) TO TDL-LAST-NAME.
           MOVE TLT-STATE(TLT-IDX) TO TDL-STATE.
           MOVE TLT-SALE-DATE(TLT-IDX) TO TDL-SALE-DATE.
           MOVE TLT-DUE-DATE(TLT-IDX) TO TDL-DUE-DATE.
           MOVE TLT-FEES-COLLECTED(TLT-IDX) TO TDL-COLLECTED.
       END PROGRAM COBCJF68.
